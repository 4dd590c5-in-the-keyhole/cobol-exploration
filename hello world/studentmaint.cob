*> who would overfill a course goes on WAITLIST.DAT in arrival order
*> instead of into the course, and a seat freed by a delete or a
*> course change promotes the next waitlisted student into it.
*> An add or a course change must also satisfy the course's
*> prerequisites (see prqcheck.cpy); a supervisor may override a
*> failed check, and the override is logged with the other changes.
*> A course change is refused while the student has an open
*> enrollment hold on HOLDS.DAT (see holdchk.cpy), the same as an
*> enrollment through EnrollMaint.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    COPY trmfctl.
    COPY ltrfctl.
    COPY opfctl.
    COPY prqfctl.
    COPY rsltfctl.
    COPY gpfctl.
    COPY hldfctl.
    COPY ttfctl.
    SELECT WaitlistWorkFile ASSIGN TO "WAITLIST.WRK"
        ORGANIZATION IS LINE SEQUENTIAL.

FD OperatorFile.
COPY operator.

FD PrereqFile.
COPY prereq.

FD ResultFile.
COPY result.

FD GradeFile.
COPY gradept.

FD HoldFile.
COPY hold.

FD TimetableFile.
COPY timetabl.

FD WaitlistWorkFile.
01  WorkWaitRec            PIC X(19).

COPY ltrstat.
COPY opstat.
COPY operws.
COPY prqstat.
COPY rsltstat.
COPY gpstat.
COPY hldstat.
COPY ttstat.
01  ContinueSwitch         PIC X     VALUE "Y".
    88  KeepGoing                    VALUE "Y".
01  MaintAction            PIC X.
COPY waitws.
COPY termws.
COPY crscntws.
COPY prqws.
COPY holdws.
COPY clashws.

*> Courses whose seats a delete frees, remembered while the
*> student's pairings are removed so each can be promoted from the
    PERFORM OpenAuditFileForAppend
    PERFORM OpenRejectFileForAppend
    PERFORM OpenEnrollFileForUpdate
    PERFORM OpenPrereqFiles
    PERFORM OpenHoldFile
    PERFORM FindCurrentTerm
    PERFORM OpenTimetableFile

    PERFORM UNTIL NOT KeepGoing
       DISPLAY " "
    CLOSE AuditFile
    CLOSE RejectFile
    CLOSE EnrollFile
    PERFORM ClosePrereqFiles
    PERFORM CloseHoldFile
    PERFORM CloseTimetableFile
    STOP RUN.

AddStudent.
    ACCEPT StudentRec
    SET StudentActive TO TRUE
    PERFORM ValidateStudentRecord
    IF ValidRecord
       PERFORM CheckStudentPrerequisites
       IF NOT PrereqsMet
          MOVE "N" TO ValidRecordSwitch
          MOVE 9 TO RejReasonCode
          MOVE "PREREQUISITES NOT MET" TO RejReasonText
       END-IF
    END-IF
    IF ValidRecord
       WRITE StudentRec
          INVALID KEY
             MOVE OldValueText TO CourseCode OF StudentRec
             MOVE "N" TO ValidRecordSwitch
          ELSE
             MOVE StudentId TO HoldCheckStudentId
             SET HoldCheckEnrollment TO TRUE
             PERFORM CheckStudentHolds
             IF HoldBlocks
                DISPLAY "STUDENT HAS AN OPEN " HoldTypeName
                   " HOLD - NOT CHANGED"
                MOVE OldValueText TO CourseCode OF StudentRec
                MOVE "N" TO ValidRecordSwitch
             ELSE
                PERFORM CheckStudentPrerequisites
                IF PrereqsMet
                   MOVE "COURSECODE" TO AuditFieldName
                   MOVE CourseCode OF StudentRec TO AuditNewValue
                ELSE
                   DISPLAY "PREREQUISITES NOT MET - NOT CHANGED"
                   MOVE OldValueText TO CourseCode OF StudentRec
                   MOVE "N" TO ValidRecordSwitch
                END-IF
             END-IF
          END-IF
       WHEN 7
          MOVE Gender TO OldValueText

COPY swappair.

*> The student's prerequisites for the CourseCode now on the record,
*> with the supervisor override offered when they fall short.
CheckStudentPrerequisites.
    MOVE StudentId TO PrereqCheckStudentId
    MOVE CourseCode OF StudentRec TO PrereqCheckCourseCode
    PERFORM CheckPrerequisites
    IF NOT PrereqsMet
       PERFORM OfferPrereqOverride
    END-IF.

DeleteStudent.
    DISPLAY "ENTER STUDENT ID TO DELETE"
    ACCEPT SearchStudentId

COPY crscount.

COPY prqcheck.

COPY prqovrd.

COPY holdchk.

COPY clashchk.

COPY validate REPLACING CourseCode BY ==CourseCode OF StudentRec==.

WriteRejectRecord.
