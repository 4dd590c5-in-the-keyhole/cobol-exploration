IDENTIFICATION DIVISION.
PROGRAM-ID. ApplicantMaint.
AUTHOR. Michael Coughlan.

*> Admissions maintenance over the applicant file (APPLICNT.DAT).
*> A)DD keys a new application against the same flat template the
*> intake batches use, less the StudentId - name, date of birth,
*> course and gender go through the same edit checks a keyed
*> student does, so an applicant who is later batched can never be
*> rejected for bad data.  The course must be on COURSE.DAT.  The
*> applicant is numbered one past the highest ApplicantId on file.
*> C)HANGE corrects an applicant's details or address while the
*> application is still open and not yet on an intake batch.
*> S)TATUS moves the application on: applied to offered, declined
*> or withdrawn; offered to accepted, declined or withdrawn;
*> accepted to withdrawn while not yet batched.  Declined and
*> withdrawn are final.  An offer queues an offer letter and a
*> decline a rejection letter on LETTERS.QUE for the letters run.
*> Every status an application takes, from the first, is logged to
*> APPLICNT.AUDIT under the ApplicantId with the field name
*> "APPLICANT STAT", and a corrected detail under "APPLICANT DATA".
*> L)IST shows one application.  All but L)IST need update access.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY aplfctl.
    COPY crsfctl.
    COPY aaudfctl.
    COPY ltrfctl.
    COPY opfctl.

DATA DIVISION.
FILE SECTION.
FD ApplicantFile.
COPY applicnt.

FD CourseFile.
COPY course.

FD ApplicantAuditFile.
COPY aaudit.

FD LetterQueueFile.
COPY letter.

FD OperatorFile.
COPY operator.

WORKING-STORAGE SECTION.
COPY aplstat.
COPY crsstat.
COPY aaudstat.
COPY ltrstat.
COPY opstat.
COPY operws.
COPY validws.

*> The reason the shared edit checks give for a refusal; there is no
*> reject file here, the operator is told and re-keys.
01  RejReasonCode          PIC 9(2)  VALUE ZERO.
01  RejReasonText          PIC X(30) VALUE SPACES.

01  ContinueSwitch         PIC X     VALUE "Y".
    88  KeepGoing                    VALUE "Y".
01  MaintAction            PIC X.
01  MaintFieldChoice       PIC 9     VALUE ZERO.
01  EntryValidSwitch       PIC X     VALUE "Y".
    88  EntryValid                   VALUE "Y".
01  SearchApplicantId      PIC 9(7).
01  HighestApplicantId     PIC 9(7)  VALUE ZERO.
01  TodaysDate             PIC 9(8)  VALUE ZERO.
01  NewStatus              PIC X     VALUE SPACE.
01  KeyedAppliedDate       PIC X(8)  VALUE SPACES.

*> The keyed template broken into typed fields, the same split the
*> intake batch template gets.
01  ApplicantEntry.
    02  AE-StudentName.
        03  AE-Surname     PIC X(8).
        03  AE-Initials    PIC XX.
    02  AE-DateOfBirth.
        03  AE-YOBirth     PIC 9(4).
        03  AE-MOBirth     PIC 9(2).
        03  AE-DOBirth     PIC 9(2).
    02  AE-CourseCode      PIC X(4).
    02  AE-Gender          PIC X.
01  AE-ApplicantId         PIC 9(7)  VALUE ZERO.

01  StatusCode             PIC X     VALUE SPACE.
01  StatusName             PIC X(10) VALUE SPACES.
01  OldStatusName          PIC X(10) VALUE SPACES.

*> An applicant's details as they read on the audit trail.
01  ApplicantAuditText.
    02  AAT-Surname        PIC X(8).
    02  AAT-Initials       PIC XX.
    02  FILLER             PIC X     VALUE SPACE.
    02  AAT-CourseCode     PIC X(4).
    02  FILLER             PIC X     VALUE SPACE.
    02  AAT-Gender         PIC X.
    02  FILLER             PIC X(3)  VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    PERFORM SignOnOperator
    OPEN INPUT CourseFile
    IF NOT CourseFileOk
       DISPLAY "UNABLE TO OPEN COURSE.DAT - STATUS " CourseFileStatus
       STOP RUN
    END-IF
    PERFORM OpenApplicantFileForUpdate
    PERFORM OpenApplicantAuditForAppend
    PERFORM FindHighestApplicantId
    ACCEPT TodaysDate FROM DATE YYYYMMDD

    PERFORM UNTIL NOT KeepGoing
       DISPLAY " "
       DISPLAY "A)DD  C)HANGE  S)TATUS  L)IST  Q)UIT"
       ACCEPT MaintAction
       EVALUATE MaintAction
          WHEN "A"
             IF SignedOnCanUpdate
                PERFORM AddApplicant
             ELSE
                DISPLAY "ADD NEEDS UPDATE ACCESS - NOT ALLOWED"
             END-IF
          WHEN "C"
             IF SignedOnCanUpdate
                PERFORM ChangeApplicant
             ELSE
                DISPLAY "CHANGE NEEDS UPDATE ACCESS - NOT ALLOWED"
             END-IF
          WHEN "S"
             IF SignedOnCanUpdate
                PERFORM ChangeApplicantStatus
             ELSE
                DISPLAY "STATUS NEEDS UPDATE ACCESS - NOT ALLOWED"
             END-IF
          WHEN "L"  PERFORM ListApplicant
          WHEN "Q"  MOVE "N" TO ContinueSwitch
          WHEN OTHER  DISPLAY "INVALID OPTION"
       END-EVALUATE
    END-PERFORM

    CLOSE ApplicantFile
    CLOSE CourseFile
    CLOSE ApplicantAuditFile
    STOP RUN.

*> A brand-new installation has no APPLICNT.DAT yet, so fall back to
*> OPEN OUTPUT to create it; otherwise open I-O to preserve the
*> applications already keyed.
OpenApplicantFileForUpdate.
    OPEN I-O ApplicantFile
    IF ApplicantFileNotFound
       OPEN OUTPUT ApplicantFile
    END-IF
    IF NOT ApplicantFileOk
       DISPLAY "UNABLE TO OPEN APPLICNT.DAT - STATUS "
          ApplicantFileStatus
       STOP RUN
    END-IF.

*> APPLICNT.AUDIT accumulates across runs so earlier change history is
*> never lost; OPEN EXTEND fails status 35 the first time the file
*> doesn't exist yet, so fall back to OPEN OUTPUT to create it.
OpenApplicantAuditForAppend.
    OPEN EXTEND ApplicantAuditFile
    IF ApplicantAuditFileNotFound
       OPEN OUTPUT ApplicantAuditFile
    END-IF.

*> The file is in ApplicantId order, so the last record read is the
*> highest number given out so far.
FindHighestApplicantId.
    MOVE ZERO TO HighestApplicantId
    MOVE LOW-VALUES TO ApplicantRec
    START ApplicantFile KEY IS NOT LESS THAN ApplicantId
       INVALID KEY
          CONTINUE
    END-START
    IF ApplicantFileOk
       PERFORM ReadNextApplicant
       PERFORM UNTIL EndOfApplicantFile
          MOVE ApplicantId TO HighestApplicantId
          PERFORM ReadNextApplicant
       END-PERFORM
    END-IF.

ReadNextApplicant.
    READ ApplicantFile NEXT RECORD
        AT END SET EndOfApplicantFile TO TRUE
    END-READ.

GetApplicantEntry.
    DISPLAY "SSSSSSSSIIYYYYMMDDCCCCG"
    ACCEPT ApplicantEntry.

*> The shared student edits, then the course itself must exist.
CheckApplicantEntry.
    MOVE "Y" TO EntryValidSwitch
    PERFORM ValidateStudentRecord
    IF NOT ValidRecord
       DISPLAY "INVALID APPLICANT DATA - " RejReasonText
       MOVE "N" TO EntryValidSwitch
    END-IF
    IF EntryValid
       IF AE-Surname = SPACES
          DISPLAY "INVALID APPLICANT DATA - MISSING SURNAME"
          MOVE "N" TO EntryValidSwitch
       END-IF
    END-IF
    IF EntryValid
       MOVE AE-CourseCode TO CourseCode OF CourseRec
       READ CourseFile
          INVALID KEY
             DISPLAY "UNKNOWN COURSE CODE " AE-CourseCode
             MOVE "N" TO EntryValidSwitch
       END-READ
    END-IF.

AddApplicant.
    DISPLAY "Enter applicant details using template below."
    PERFORM GetApplicantEntry
    ADD 1 TO HighestApplicantId GIVING AE-ApplicantId
    PERFORM CheckApplicantEntry
    IF EntryValid
       DISPLAY "APPLICATION DATE YYYYMMDD (NO DATA FOR TODAY)"
       ACCEPT KeyedAppliedDate
       IF KeyedAppliedDate = SPACES
          MOVE TodaysDate TO KeyedAppliedDate
       END-IF
       IF KeyedAppliedDate NOT NUMERIC
          OR KeyedAppliedDate > TodaysDate
          DISPLAY "INVALID APPLICATION DATE - NOT ADDED"
          MOVE "N" TO EntryValidSwitch
       END-IF
    END-IF
    IF EntryValid
       MOVE SPACES TO ApplicantRec
       MOVE AE-ApplicantId TO ApplicantId
       MOVE AE-StudentName TO ApplStudentName
       MOVE AE-DateOfBirth TO ApplDateOfBirth
       MOVE AE-Gender TO ApplGender
       MOVE AE-CourseCode TO ApplCourseCode
       MOVE KeyedAppliedDate TO ApplAppliedDate
       SET ApplApplied TO TRUE
       MOVE TodaysDate TO ApplStatusDate
       MOVE ZERO TO ApplOfferedDate
       MOVE ZERO TO ApplAcceptedDate
       MOVE ZERO TO ApplStudentId
       DISPLAY "ADDRESS LINE 1"
       ACCEPT ApplAddress1
       DISPLAY "ADDRESS LINE 2"
       ACCEPT ApplAddress2
       DISPLAY "ADDRESS LINE 3"
       ACCEPT ApplAddress3
       WRITE ApplicantRec
          INVALID KEY
             DISPLAY "APPLICANT " AE-ApplicantId " ALREADY ON FILE"
                " - NOT ADDED"
          NOT INVALID KEY
             MOVE AE-ApplicantId TO HighestApplicantId
             MOVE SPACES TO OldStatusName
             MOVE ApplStatus TO StatusCode
             PERFORM SetStatusName
             PERFORM WriteStatusAuditEntry
             DISPLAY "APPLICANT " ApplicantId " ADDED"
       END-WRITE
    END-IF.

ChangeApplicant.
    DISPLAY "ENTER APPLICANT ID TO CHANGE"
    ACCEPT SearchApplicantId
    MOVE SearchApplicantId TO ApplicantId
    READ ApplicantFile
       INVALID KEY
          DISPLAY "APPLICANT NOT ON FILE"
       NOT INVALID KEY
          IF ApplClosed OR ApplStudentId NOT = ZERO
             DISPLAY "APPLICATION IS CLOSED OR ALREADY BATCHED"
                " - NOT CHANGED"
          ELSE
             PERFORM ApplyApplicantChange
          END-IF
    END-READ.

ApplyApplicantChange.
    PERFORM ShowApplicant
    DISPLAY "1=DETAILS (NAME, BIRTH DATE, COURSE, GENDER) 2=ADDRESS"
    ACCEPT MaintFieldChoice
    MOVE "Y" TO EntryValidSwitch
    EVALUATE MaintFieldChoice
       WHEN 1
          PERFORM ChangeApplicantDetails
       WHEN 2
          DISPLAY "NEW ADDRESS LINE 1"
          ACCEPT ApplAddress1
          DISPLAY "NEW ADDRESS LINE 2"
          ACCEPT ApplAddress2
          DISPLAY "NEW ADDRESS LINE 3"
          ACCEPT ApplAddress3
       WHEN OTHER
          DISPLAY "INVALID FIELD CHOICE"
          MOVE "N" TO EntryValidSwitch
    END-EVALUATE
    IF EntryValid
       REWRITE ApplicantRec
          INVALID KEY
             DISPLAY "REWRITE FAILED"
          NOT INVALID KEY
             IF MaintFieldChoice = 1
                PERFORM SetApplicantAuditText
                MOVE ApplicantAuditText TO AAudNewValue
                PERFORM WriteDataAuditEntry
             END-IF
             DISPLAY "APPLICANT " ApplicantId " CHANGED"
       END-REWRITE
    END-IF.

*> The whole template is re-keyed, as it was first keyed, and edited
*> the same way before it replaces anything.
ChangeApplicantDetails.
    PERFORM SetApplicantAuditText
    MOVE ApplicantAuditText TO AAudOldValue
    DISPLAY "Re-key applicant details using template below."
    PERFORM GetApplicantEntry
    MOVE ApplicantId TO AE-ApplicantId
    PERFORM CheckApplicantEntry
    IF EntryValid
       MOVE AE-StudentName TO ApplStudentName
       MOVE AE-DateOfBirth TO ApplDateOfBirth
       MOVE AE-Gender TO ApplGender
       MOVE AE-CourseCode TO ApplCourseCode
    END-IF.

ChangeApplicantStatus.
    DISPLAY "ENTER APPLICANT ID"
    ACCEPT SearchApplicantId
    MOVE SearchApplicantId TO ApplicantId
    READ ApplicantFile
       INVALID KEY
          DISPLAY "APPLICANT NOT ON FILE"
       NOT INVALID KEY
          PERFORM ApplyStatusChange
    END-READ.

ApplyStatusChange.
    PERFORM ShowApplicant
    MOVE "Y" TO EntryValidSwitch
    IF ApplStudentId NOT = ZERO
       DISPLAY "ALREADY ON INTAKE BATCH " ApplBatchId " AS STUDENT "
          ApplStudentId " - STATUS CANNOT CHANGE"
       MOVE "N" TO EntryValidSwitch
    END-IF
    IF EntryValid AND ApplClosed
       DISPLAY "APPLICATION IS CLOSED - STATUS CANNOT CHANGE"
       MOVE "N" TO EntryValidSwitch
    END-IF
    IF EntryValid
       DISPLAY "NEW STATUS - O)FFERED  C)ACCEPTED  D)ECLINED"
          "  W)ITHDRAWN"
       ACCEPT NewStatus
       PERFORM CheckStatusMove
    END-IF
    IF EntryValid
       MOVE ApplStatus TO StatusCode
       PERFORM SetStatusName
       MOVE StatusName TO OldStatusName
       MOVE NewStatus TO ApplStatus
       MOVE TodaysDate TO ApplStatusDate
       IF ApplOffered
          MOVE TodaysDate TO ApplOfferedDate
       END-IF
       IF ApplAccepted
          MOVE TodaysDate TO ApplAcceptedDate
       END-IF
       REWRITE ApplicantRec
          INVALID KEY
             DISPLAY "REWRITE FAILED"
          NOT INVALID KEY
             MOVE ApplStatus TO StatusCode
             PERFORM SetStatusName
             PERFORM WriteStatusAuditEntry
             PERFORM QueueApplicantLetter
             DISPLAY "APPLICANT " ApplicantId " NOW " StatusName
       END-REWRITE
    END-IF.

*> The moves an application may make from where it stands now.
CheckStatusMove.
    EVALUATE TRUE
       WHEN ApplApplied
          IF NewStatus NOT = "O" AND NewStatus NOT = "D"
             AND NewStatus NOT = "W"
             DISPLAY "AN APPLICATION CAN ONLY BE OFFERED, DECLINED"
                " OR WITHDRAWN - NOT CHANGED"
             MOVE "N" TO EntryValidSwitch
          END-IF
       WHEN ApplOffered
          IF NewStatus NOT = "C" AND NewStatus NOT = "D"
             AND NewStatus NOT = "W"
             DISPLAY "AN OFFER CAN ONLY BE ACCEPTED, DECLINED"
                " OR WITHDRAWN - NOT CHANGED"
             MOVE "N" TO EntryValidSwitch
          END-IF
       WHEN ApplAccepted
          IF NewStatus NOT = "W"
             DISPLAY "AN ACCEPTED APPLICANT CAN ONLY WITHDRAW"
                " - NOT CHANGED"
             MOVE "N" TO EntryValidSwitch
          END-IF
       WHEN OTHER
          DISPLAY "APPLICATION IS CLOSED - NOT CHANGED"
          MOVE "N" TO EntryValidSwitch
    END-EVALUATE.

*> An offer or a decline owes the applicant a letter.
QueueApplicantLetter.
    IF ApplOffered OR ApplDeclined
       IF ApplOffered
          SET LtrOffer TO TRUE
       ELSE
          SET LtrRejection TO TRUE
       END-IF
       MOVE ApplicantId TO LtrStudentId
       MOVE ApplCourseCode TO LtrCourseCode
       PERFORM WriteLetterRequest
       DISPLAY "LETTER QUEUED"
    END-IF.

ListApplicant.
    DISPLAY "ENTER APPLICANT ID"
    ACCEPT SearchApplicantId
    MOVE SearchApplicantId TO ApplicantId
    READ ApplicantFile
       INVALID KEY
          DISPLAY "APPLICANT NOT ON FILE"
       NOT INVALID KEY
          PERFORM ShowApplicant
    END-READ.

ShowApplicant.
    MOVE ApplStatus TO StatusCode
    PERFORM SetStatusName
    DISPLAY "APPLICANT " ApplicantId "  " ApplSurname " " ApplInitials
       "  BORN " ApplDateOfBirth "  GENDER " ApplGender
    DISPLAY "  COURSE " ApplCourseCode "  APPLIED " ApplAppliedDate
       "  STATUS " StatusName " SINCE " ApplStatusDate
    IF ApplOfferedDate NOT = ZERO
       DISPLAY "  OFFERED " ApplOfferedDate
    END-IF
    IF ApplAcceptedDate NOT = ZERO
       DISPLAY "  ACCEPTED " ApplAcceptedDate
    END-IF
    IF ApplStudentId NOT = ZERO
       DISPLAY "  ON INTAKE BATCH " ApplBatchId " AS STUDENT "
          ApplStudentId
    END-IF
    DISPLAY "  " ApplAddress1
    DISPLAY "  " ApplAddress2
    DISPLAY "  " ApplAddress3.

SetStatusName.
    EVALUATE StatusCode
       WHEN "A"  MOVE "APPLIED" TO StatusName
       WHEN "O"  MOVE "OFFERED" TO StatusName
       WHEN "C"  MOVE "ACCEPTED" TO StatusName
       WHEN "D"  MOVE "DECLINED" TO StatusName
       WHEN "W"  MOVE "WITHDRAWN" TO StatusName
       WHEN OTHER  MOVE "UNKNOWN" TO StatusName
    END-EVALUATE.

SetApplicantAuditText.
    MOVE ApplSurname TO AAT-Surname
    MOVE ApplInitials TO AAT-Initials
    MOVE ApplCourseCode TO AAT-CourseCode
    MOVE ApplGender TO AAT-Gender.

WriteStatusAuditEntry.
    MOVE ApplicantId TO AAudApplicantId
    MOVE "APPLICANT STAT" TO AAudFieldName
    MOVE OldStatusName TO AAudOldValue
    MOVE StatusName TO AAudNewValue
    PERFORM StampAuditEntry.

WriteDataAuditEntry.
    MOVE ApplicantId TO AAudApplicantId
    MOVE "APPLICANT DATA" TO AAudFieldName
    PERFORM StampAuditEntry.

StampAuditEntry.
    ACCEPT AAudRunDate FROM DATE YYYYMMDD
    ACCEPT AAudRunTime FROM TIME
    MOVE SignedOnOperator TO AAudOperatorId
    WRITE ApplAuditRec.

COPY ltrqueue.

COPY validate REPLACING StudentId  BY AE-ApplicantId
                         YOBirth    BY AE-YOBirth
                         MOBirth    BY AE-MOBirth
                         DOBirth    BY AE-DOBirth
                         Gender     BY AE-Gender
                         CourseCode BY AE-CourseCode.

COPY signon.
