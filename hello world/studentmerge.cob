*> StudentId hash total - so a truncated file or a batch keyed short
*> stops the run before anything touches STUDENTS.DAT.  Only the "D"
*> detail lines are fed to the sort; the header and trailer are
*> control records.  A student who does not hold the prerequisites
*> for their course (see prqcheck.cpy) is routed to STUDENTS.REJ
*> with reason 9, where RejectReview can take a supervisor override.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    COPY wtlfctl.
    COPY trmfctl.
    COPY ltrfctl.
    COPY prqfctl.
    COPY rsltfctl.
    COPY gpfctl.
    SELECT Batch1File ASSIGN TO "STUDENTS.NW1"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT Batch2File ASSIGN TO "STUDENTS.NW2"
FD LetterQueueFile.
COPY letter.

FD PrereqFile.
COPY prereq.

FD ResultFile.
COPY result.

FD GradeFile.
COPY gradept.

FD Batch1File.
01  Batch1Rec                  PIC X(32).

COPY wtlstat.
COPY trmstat.
COPY ltrstat.
COPY prqstat.
COPY rsltstat.
COPY gpstat.

*> Shared capacity-check work fields (see capacity.cpy).  A batch
*> student who would overfill their course is committed to the
COPY waitws.
COPY termws.
COPY crscntws.
COPY prqws.

01  EndOfBatch1Switch          PIC X     VALUE "N".
    88  EndOfBatch1                      VALUE "Y".
       DISPLAY "UNABLE TO OPEN COURSE.DAT - STATUS " CourseFileStatus
       STOP RUN
    END-IF
    PERFORM OpenPrereqFiles
    PERFORM FindCurrentTerm

    SORT SortWorkFile
    CLOSE RejectFile
    CLOSE EnrollFile
    CLOSE CourseFile
    PERFORM ClosePrereqFiles
    STOP RUN.

*> A brand-new installation has no StudentFile yet, so fall back to

COPY crscount.

COPY prqcheck.

*> First pass over each batch file: count the details and hash the
*> StudentIds, then hold the file against the trailer StudentBatch
*> stamped on it.  A batch that does not balance stops the run
       MOVE SortGender      TO Gender
       SET StudentActive    TO TRUE
       PERFORM ValidateStudentRecord
       IF ValidRecord
          PERFORM CheckMergePrerequisites
       END-IF
       IF ValidRecord
          WRITE StudentRec
             INVALID KEY
       END-RETURN
    END-PERFORM.

CheckMergePrerequisites.
    MOVE StudentId TO PrereqCheckStudentId
    MOVE CourseCode OF StudentRec TO PrereqCheckCourseCode
    PERFORM CheckPrerequisites
    IF NOT PrereqsMet
       MOVE "N" TO ValidRecordSwitch
       MOVE 9 TO RejReasonCode
       MOVE "PREREQUISITES NOT MET" TO RejReasonText
    END-IF.

WriteRejectRecord.
    MOVE StudentId   TO RejStudentId
    MOVE StudentName TO RejStudentName
