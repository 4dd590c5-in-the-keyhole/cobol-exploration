IDENTIFICATION DIVISION.
PROGRAM-ID. AdmitBatch.
AUTHOR. Michael Coughlan.

*> Turns every accepted applicant on APPLICNT.DAT not yet batched
*> into an intake batch - STUDENTS.NW1 or STUDENTS.NW2, the same two
*> files StudentBatch keys - so DupCheck screens them and
*> StudentMerge puts them on the master exactly as it would a keyed
*> batch.  The batch is headed with the batch id and date and closed
*> with a trailer carrying the record count and StudentId hash
*> total, the way StudentBatch writes it.  Like StudentBatch, the
*> chosen file is started afresh: it is a one-shot handoff, so the
*> other batch file is the one to key by hand in the same cycle.
*> Each applicant is given the next StudentId above the highest on
*> the master, the archive and any applicant already batched, and
*> the id and batch id are written back to the applicant, so an
*> accepted applicant is never batched - or keyed - twice.  The new
*> id is logged to APPLICNT.AUDIT under the ApplicantId.  Nothing is
*> written when there is no accepted applicant waiting, so an
*> existing batch file is never emptied for nothing.  Needs update
*> access.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY aplfctl.
    COPY stufctl.
    COPY archfctl.
    COPY newfctl.
    COPY aaudfctl.
    COPY opfctl.

DATA DIVISION.
FILE SECTION.
FD ApplicantFile.
COPY applicnt.

FD StudentFile.
COPY student.

FD ArchiveFile.
COPY archive.

FD NewBatch1File.
COPY newbatch1.

FD NewBatch2File.
COPY newbatch2.

FD ApplicantAuditFile.
COPY aaudit.

FD OperatorFile.
COPY operator.

WORKING-STORAGE SECTION.
COPY aplstat.
COPY stustat.
COPY archstat.
COPY aaudstat.
COPY opstat.
COPY operws.

01  BatchChoice             PIC X     VALUE SPACE.
    88  KeyingBatch1                  VALUE "1".
    88  KeyingBatch2                  VALUE "2".
01  KeyedBatchId            PIC X(8)  VALUE SPACES.
01  BatchRecordCount        PIC 9(5)  VALUE ZERO.
01  BatchHashTotal          PIC 9(12) VALUE ZERO.
01  WaitingCount            PIC 9(5)  VALUE ZERO.
01  HighestStudentId        PIC 9(7)  VALUE ZERO.
01  NextStudentId           PIC 9(7)  VALUE ZERO.
01  BatchDate               PIC 9(8)  VALUE ZERO.

PROCEDURE DIVISION.
Begin.
    PERFORM SignOnOperator
    IF NOT SignedOnCanUpdate
       DISPLAY "INTAKE FROM ADMISSIONS NEEDS UPDATE ACCESS - NOT RUN"
       STOP RUN
    END-IF
    OPEN I-O ApplicantFile
    IF NOT ApplicantFileOk
       DISPLAY "UNABLE TO OPEN APPLICNT.DAT - STATUS "
          ApplicantFileStatus
       STOP RUN
    END-IF
    PERFORM FindHighestStudentId
    IF WaitingCount = ZERO
       DISPLAY "NO ACCEPTED APPLICANTS WAITING - NO BATCH WRITTEN"
       CLOSE ApplicantFile
       STOP RUN
    END-IF
    DISPLAY WaitingCount " ACCEPTED APPLICANTS TO BATCH"

    PERFORM UNTIL KeyingBatch1 OR KeyingBatch2
       DISPLAY "WRITE BATCH 1 (STUDENTS.NW1) OR BATCH 2 (STUDENTS.NW2)?"
       ACCEPT BatchChoice
    END-PERFORM
    PERFORM UNTIL KeyedBatchId NOT = SPACES
       DISPLAY "ENTER BATCH ID FOR THIS INTAKE (8 CHARACTERS)"
       ACCEPT KeyedBatchId
    END-PERFORM

    ACCEPT BatchDate FROM DATE YYYYMMDD
    IF KeyingBatch1
       OPEN OUTPUT NewBatch1File
       PERFORM WriteBatch1Header
    ELSE
       OPEN OUTPUT NewBatch2File
       PERFORM WriteBatch2Header
    END-IF
    PERFORM OpenApplicantAuditForAppend

    MOVE HighestStudentId TO NextStudentId
    MOVE LOW-VALUES TO ApplicantRec
    START ApplicantFile KEY IS NOT LESS THAN ApplicantId
       INVALID KEY
          CONTINUE
    END-START
    IF ApplicantFileOk
       PERFORM ReadNextApplicant
       PERFORM UNTIL EndOfApplicantFile
          IF ApplAccepted AND ApplStudentId = ZERO
             PERFORM BatchOneApplicant
          END-IF
          PERFORM ReadNextApplicant
       END-PERFORM
    END-IF

    IF KeyingBatch1
       PERFORM WriteBatch1Trailer
       CLOSE NewBatch1File
    ELSE
       PERFORM WriteBatch2Trailer
       CLOSE NewBatch2File
    END-IF
    CLOSE ApplicantFile
    CLOSE ApplicantAuditFile
    DISPLAY "BATCH " KeyedBatchId " CLOSED - " BatchRecordCount
       " RECORDS, HASH " BatchHashTotal
    STOP RUN.

*> APPLICNT.AUDIT accumulates across runs so earlier change history is
*> never lost; OPEN EXTEND fails status 35 the first time the file
*> doesn't exist yet, so fall back to OPEN OUTPUT to create it.
OpenApplicantAuditForAppend.
    OPEN EXTEND ApplicantAuditFile
    IF ApplicantAuditFileNotFound
       OPEN OUTPUT ApplicantAuditFile
    END-IF.

*> A StudentId is never given out twice: not one on the master, not
*> one a purged student carried, and not one an earlier intake from
*> admissions has handed out but StudentMerge has not yet put on the
*> master.  The same pass over the applicants counts those waiting.
FindHighestStudentId.
    MOVE ZERO TO HighestStudentId
    OPEN INPUT StudentFile
    IF StudentFileOk
       READ StudentFile NEXT RECORD
           AT END SET EndOfStudentFile TO TRUE
       END-READ
       PERFORM UNTIL EndOfStudentFile
          IF StudentId > HighestStudentId
             MOVE StudentId TO HighestStudentId
          END-IF
          READ StudentFile NEXT RECORD
              AT END SET EndOfStudentFile TO TRUE
          END-READ
       END-PERFORM
       CLOSE StudentFile
    END-IF
    OPEN INPUT ArchiveFile
    IF ArchiveFileOk
       READ ArchiveFile
           AT END SET ArchEndOfFile TO TRUE
       END-READ
       PERFORM UNTIL ArchEndOfFile
          IF ArchStudentId > HighestStudentId
             MOVE ArchStudentId TO HighestStudentId
          END-IF
          READ ArchiveFile
              AT END SET ArchEndOfFile TO TRUE
          END-READ
       END-PERFORM
       CLOSE ArchiveFile
    END-IF
    MOVE ZERO TO WaitingCount
    PERFORM ReadNextApplicant
    PERFORM UNTIL EndOfApplicantFile
       IF ApplStudentId > HighestStudentId
          MOVE ApplStudentId TO HighestStudentId
       END-IF
       IF ApplAccepted AND ApplStudentId = ZERO
          ADD 1 TO WaitingCount
       END-IF
       PERFORM ReadNextApplicant
    END-PERFORM.

ReadNextApplicant.
    READ ApplicantFile NEXT RECORD
        AT END SET EndOfApplicantFile TO TRUE
    END-READ.

*> The applicant is stamped before the detail goes on the batch; an
*> applicant that cannot be stamped is left off the batch, to be
*> picked up by the next run, rather than risk batching them twice.
BatchOneApplicant.
    ADD 1 TO NextStudentId
    MOVE NextStudentId TO ApplStudentId
    MOVE KeyedBatchId TO ApplBatchId
    REWRITE ApplicantRec
       INVALID KEY
          DISPLAY "UNABLE TO STAMP APPLICANT " ApplicantId
             " - LEFT FOR THE NEXT INTAKE"
          SUBTRACT 1 FROM NextStudentId
       NOT INVALID KEY
          IF KeyingBatch1
             PERFORM WriteBatch1Record
          ELSE
             PERFORM WriteBatch2Record
          END-IF
          PERFORM WriteBatchAuditEntry
    END-REWRITE.

WriteBatch1Header.
    SET New1Header TO TRUE
    MOVE SPACES TO New1StudentRec
    MOVE KeyedBatchId TO New1BatchId
    MOVE BatchDate TO New1KeyDate
    WRITE New1BatchRec.

WriteBatch1Record.
    SET New1Detail TO TRUE
    MOVE ApplStudentId     TO New1StudentId
    MOVE ApplStudentName   TO New1StudentName
    MOVE ApplDateOfBirth   TO New1DateOfBirth
    MOVE ApplCourseCode    TO New1CourseCode
    MOVE ApplGender        TO New1Gender
    SET New1StudentActive  TO TRUE
    WRITE New1BatchRec
    ADD 1 TO BatchRecordCount
    ADD ApplStudentId TO BatchHashTotal.

WriteBatch1Trailer.
    SET New1Trailer TO TRUE
    MOVE SPACES TO New1StudentRec
    MOVE BatchRecordCount TO New1RecordCount
    MOVE BatchHashTotal TO New1HashTotal
    WRITE New1BatchRec.

WriteBatch2Header.
    SET New2Header TO TRUE
    MOVE SPACES TO New2StudentRec
    MOVE KeyedBatchId TO New2BatchId
    MOVE BatchDate TO New2KeyDate
    WRITE New2BatchRec.

WriteBatch2Record.
    SET New2Detail TO TRUE
    MOVE ApplStudentId     TO New2StudentId
    MOVE ApplStudentName   TO New2StudentName
    MOVE ApplDateOfBirth   TO New2DateOfBirth
    MOVE ApplCourseCode    TO New2CourseCode
    MOVE ApplGender        TO New2Gender
    SET New2StudentActive  TO TRUE
    WRITE New2BatchRec
    ADD 1 TO BatchRecordCount
    ADD ApplStudentId TO BatchHashTotal.

WriteBatch2Trailer.
    SET New2Trailer TO TRUE
    MOVE SPACES TO New2StudentRec
    MOVE BatchRecordCount TO New2RecordCount
    MOVE BatchHashTotal TO New2HashTotal
    WRITE New2BatchRec.

WriteBatchAuditEntry.
    MOVE ApplicantId TO AAudApplicantId
    MOVE "APPLICANT BATCH" TO AAudFieldName
    MOVE SPACES TO AAudOldValue
    MOVE SPACES TO AAudNewValue
    STRING ApplStudentId " " KeyedBatchId
        DELIMITED BY SIZE INTO AAudNewValue
    END-STRING
    ACCEPT AAudRunDate FROM DATE YYYYMMDD
    ACCEPT AAudRunTime FROM TIME
    MOVE SignedOnOperator TO AAudOperatorId
    WRITE ApplAuditRec.

COPY signon.
