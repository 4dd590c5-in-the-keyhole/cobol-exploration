*> so the reject file finally shrinks instead of only ever growing.
*> Finishes with an aging summary (REJAGING.PRT) of what is still
*> outstanding, banded on the RejRunDate each reject was stamped with.
*> A resubmitted student must hold the prerequisites for their course
*> (see prqcheck.cpy), the same as at intake; this is where a
*> supervisor takes the override for a reason-9 reject, and the
*> override is logged to STUDENTS.AUDIT.  A reason-9 or reason-10
*> reject for a student already on STUDENTS.DAT is a StudentTrans
*> course change, not an add; it cannot be resubmitted here and is
*> kept until the change is re-keyed through StudentMaint, which
*> takes the override and the hold check for a course change.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    COPY ltrfctl.
    COPY crsfctl.
    COPY opfctl.
    COPY prqfctl.
    COPY rsltfctl.
    COPY gpfctl.
    COPY audfctl.
    SELECT RejectWorkFile ASSIGN TO "STUDENTS.RJW"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT AgingPrintFile ASSIGN TO "REJAGING.PRT"
FD OperatorFile.
COPY operator.

FD PrereqFile.
COPY prereq.

FD ResultFile.
COPY result.

FD GradeFile.
COPY gradept.

FD AuditFile.
COPY audit.

FD RejectWorkFile.
01  WorkRejRec                 PIC X(71).

    88  CourseMaintOn                   VALUE "Y".
COPY validws.
COPY termws.
COPY prqstat.
COPY rsltstat.
COPY gpstat.
COPY audstat.
COPY prqws.

01  EndOfRejectSwitch          PIC X    VALUE "N".
    88  EndOfRejectFile                 VALUE "Y".
01  ChangeRejectSwitch         PIC X    VALUE "N".
    88  ChangeReject                    VALUE "Y".
01  ReviewAction               PIC X.
01  CorrectedRec               PIC X(30).
01  LegacyRejRec               PIC X(71).
    END-IF
    PERFORM OpenEnrollFileForUpdate
    PERFORM OpenCourseFileIfPresent
    PERFORM OpenPrereqFiles
    PERFORM OpenAuditFileForAppend
    PERFORM FindCurrentTerm
    ACCEPT RunDateFields FROM DATE YYYYMMDD

    IF CourseMaintOn
       CLOSE CourseFile
    END-IF
    PERFORM ClosePrereqFiles
    CLOSE AuditFile

    PERFORM RewriteRejectFile
    PERFORM WriteAgingSummary
    EVALUATE ReviewAction
       WHEN "R"
          IF SignedOnCanUpdate
             PERFORM CheckForChangeReject
             IF ChangeReject
                DISPLAY "STUDENT ALREADY ON FILE - RE-KEY THE COURSE"
                   " CHANGE THROUGH STUDENTMAINT - RECORD KEPT"
                PERFORM KeepReject
             ELSE
                PERFORM ResubmitReject
             END-IF
          ELSE
             DISPLAY "RESUBMIT NEEDS UPDATE ACCESS - RECORD KEPT"
             PERFORM KeepReject
          PERFORM KeepReject
    END-EVALUATE.

*> StudentTrans rejects a course change with reason 9 or 10 as well
*> as an add, and the only way to tell them apart afterwards is that
*> the student of a rejected change is already on STUDENTS.DAT.
*> Re-keying one here could only fail as a duplicate student id.
CheckForChangeReject.
    MOVE "N" TO ChangeRejectSwitch
    IF RejReasonCode = 9 OR RejReasonCode = 10
       MOVE RejStudentId TO StudentId
       READ StudentFile
          INVALID KEY
             CONTINUE
          NOT INVALID KEY
             MOVE "Y" TO ChangeRejectSwitch
       END-READ
    END-IF.

*> The operator re-keys the whole corrected record through the same
*> flat template the intake keys against, so the fix goes through
*> exactly the edits that rejected it in the first place.  Keying no
       MOVE CorrectedRec(30:1)  TO Gender
       SET StudentActive TO TRUE
       PERFORM ValidateStudentRecord
       IF ValidRecord
          PERFORM CheckResubmitPrerequisites
       END-IF
       IF ValidRecord
          WRITE StudentRec
             INVALID KEY
       END-IF
    END-IF.

*> A supervisor may override prerequisites the student does not hold;
*> otherwise the record is failed with reason 9 and kept.
CheckResubmitPrerequisites.
    MOVE StudentId TO PrereqCheckStudentId
    MOVE CourseCode OF StudentRec TO PrereqCheckCourseCode
    PERFORM CheckPrerequisites
    IF NOT PrereqsMet
       PERFORM OfferPrereqOverride
    END-IF
    IF NOT PrereqsMet
       MOVE "N" TO ValidRecordSwitch
       MOVE 9 TO RejReasonCode
       MOVE "PREREQUISITES NOT MET" TO RejReasonText
    END-IF.

*> A failed resubmit keeps the operator's corrected keying and the
*> new reason, but the original RejRunDate, so the aging summary
*> still reports how long the student has been outstanding.

COPY crscount.

COPY prqcheck.

COPY prqovrd.

*> STUDENTS.AUDIT accumulates across runs so earlier change history is
*> never lost; OPEN EXTEND fails status 35 the first time the file
*> doesn't exist yet, so fall back to OPEN OUTPUT to create it.
OpenAuditFileForAppend.
    OPEN EXTEND AuditFile
    IF AuditFileNotFound
       OPEN OUTPUT AuditFile
    END-IF.

COPY validate REPLACING CourseCode BY ==CourseCode OF StudentRec==.

COPY signon.
