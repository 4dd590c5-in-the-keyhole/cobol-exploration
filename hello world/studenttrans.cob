*> enforced the same way too: a student who would overfill a course
*> goes on WAITLIST.DAT instead of into the course, and a seat freed
*> by a delete or course change promotes the next waitlisted
*> student.  An add or a course change whose student does not hold
*> the course's prerequisites (see prqcheck.cpy) is rejected with
*> reason 9; there is no one at a batch run to take the supervisor
*> override, so it is made later by an operator - for a rejected add
*> when the reject is resubmitted through RejectReview, for a rejected
*> course change when the change is re-keyed through StudentMaint
*> (the student is already on file, so RejectReview cannot add them
*> again).  A course change for a student with an open enrollment
*> hold on HOLDS.DAT (see holdchk.cpy) is rejected with reason 10
*> until the hold is released, and is then re-keyed through
*> StudentMaint the same way.

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
    SELECT TransFile ASSIGN TO "MAINT.TRN"
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
01  WorkWaitRec                PIC X(19).

COPY ltrstat.
COPY opstat.
COPY operws.
COPY prqstat.
COPY rsltstat.
COPY gpstat.
COPY hldstat.
COPY ttstat.
01  TransFileStatus            PIC XX.
    88  TransFileOk                     VALUE "00".
    88  TransFileNotFound               VALUE "35".
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

    READ TransFile
        AT END SET EndOfTransFile TO TRUE
    CLOSE AuditFile
    CLOSE RejectFile
    CLOSE EnrollFile
    PERFORM ClosePrereqFiles
    PERFORM CloseHoldFile
    PERFORM CloseTimetableFile

    PERFORM WriteControlReport
    DISPLAY "TRANSACTIONS READ:     " TransRead

ApplyAdd.
    PERFORM ValidateStudentRecord
    IF ValidRecord
       PERFORM CheckTransPrerequisites
    END-IF
    IF ValidRecord
       MOVE TrnStudentId TO StudentId
       MOVE TrnStudentName TO StudentName
             MOVE "STUDENT NOT ON FILE" TO RejReasonText
             PERFORM WriteRejectRecord
          NOT INVALID KEY
             IF TrnCourseCode NOT = CourseCode OF StudentRec
                PERFORM CheckTransHolds
                IF ValidRecord
                   PERFORM CheckTransPrerequisites
                END-IF
             END-IF
             IF ValidRecord
                PERFORM ReplaceStudentFields
             ELSE
                PERFORM WriteRejectRecord
             END-IF
       END-READ
    END-IF.

*> The transaction's student must hold the prerequisites for the
*> course the transaction puts them on; one who does not is failed
*> the same way an edit failure is, so the caller rejects it.
CheckTransPrerequisites.
    MOVE TrnStudentId TO PrereqCheckStudentId
    MOVE TrnCourseCode TO PrereqCheckCourseCode
    PERFORM CheckPrerequisites
    IF NOT PrereqsMet
       MOVE "N" TO ValidRecordSwitch
       MOVE 9 TO RejReasonCode
       MOVE "PREREQUISITES NOT MET" TO RejReasonText
    END-IF.

*> A course change is a new enrollment, so the student must not be
*> on an enrollment hold; one who is is failed for the caller to
*> reject.
CheckTransHolds.
    MOVE TrnStudentId TO HoldCheckStudentId
    SET HoldCheckEnrollment TO TRUE
    PERFORM CheckStudentHolds
    IF HoldBlocks
       MOVE "N" TO ValidRecordSwitch
       MOVE 10 TO RejReasonCode
       MOVE SPACES TO RejReasonText
       STRING "OPEN " DELIMITED BY SIZE
          HoldTypeName DELIMITED BY SPACE
          " HOLD" DELIMITED BY SIZE
          INTO RejReasonText
       END-STRING
    END-IF.

ReplaceStudentFields.
    MOVE CourseCode OF StudentRec TO SavedCourseCode
    IF TrnSurname NOT = Surname

COPY crscount.

COPY prqcheck.

COPY holdchk.

COPY clashchk.

*> STUDENTS.AUDIT accumulates across runs so earlier change history is
*> never lost; OPEN EXTEND fails status 35 the first time the file
*> doesn't exist yet, so fall back to OPEN OUTPUT to create it.
