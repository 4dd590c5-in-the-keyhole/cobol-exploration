    COPY trmfctl.
    COPY ltrfctl.
    COPY crsfctl.
    COPY prqfctl.
    COPY rsltfctl.
    COPY gpfctl.

DATA DIVISION.
FILE SECTION.
FD CourseFile.
COPY course.

FD PrereqFile.
COPY prereq.

FD ResultFile.
COPY result.

FD GradeFile.
COPY gradept.

WORKING-STORAGE SECTION.
COPY stustat.
COPY ckpstat.
    88  CourseMaintOn                VALUE "Y".
COPY validws.
COPY termws.
COPY prqstat.
COPY rsltstat.
COPY gpstat.
COPY prqws.
01  CommittedCount         PIC 9(6)  VALUE ZERO.
01  SinceLastCheckpoint    PIC 9(3)  VALUE ZERO.
01  CheckpointInterval     PIC 9(3)  VALUE 10.
    PERFORM OpenRejectFileForAppend
    PERFORM OpenEnrollFileForUpdate
    PERFORM OpenCourseFileIfPresent
    PERFORM OpenPrereqFiles
    PERFORM FindCurrentTerm
    DISPLAY "Enter student details using template below."
    DISPLAY "Enter no data to end"
    PERFORM GetStudentRecord
    PERFORM UNTIL StudentRec = SPACES
       PERFORM ValidateStudentRecord
       IF ValidRecord
          PERFORM CheckIntakePrerequisites
       END-IF
       IF ValidRecord
          SET StudentActive TO TRUE
          WRITE StudentRec
    IF CourseMaintOn
       CLOSE CourseFile
    END-IF
    PERFORM ClosePrereqFiles

    OPEN INPUT StudentFile
    IF NOT StudentFileOk
          PERFORM WriteLetterRequest
    END-WRITE.

*> A student keyed for a course they do not hold the prerequisites
*> for goes to STUDENTS.REJ with reason 9 instead of onto the master;
*> the load has no sign-on, so the supervisor override is taken when
*> the reject is resubmitted through RejectReview.
CheckIntakePrerequisites.
    MOVE StudentId TO PrereqCheckStudentId
    MOVE CourseCode OF StudentRec TO PrereqCheckCourseCode
    PERFORM CheckPrerequisites
    IF NOT PrereqsMet
       MOVE "N" TO ValidRecordSwitch
       MOVE 9 TO RejReasonCode
       MOVE "PREREQUISITES NOT MET" TO RejReasonText
    END-IF.

*> Records how many students have been committed to StudentFile so
*> far in this batch, so a restart after a dropped session can resume
*> instead of starting the whole intake over from record one.

COPY crscount.

COPY prqcheck.

COPY validate REPLACING CourseCode BY ==CourseCode OF StudentRec==.

WriteRejectRecord.
