IDENTIFICATION DIVISION.
PROGRAM-ID. MarksEntry.
AUTHOR. Michael Coughlan.

*> Keys coursework and exam marks onto MARKS.DAT for the courses we
*> grade ourselves.  One mark per line against the flat template:
*> student id, course code, assessment component and the mark
*> (three digits and one implied decimal).  The pairing must be on
*> ENROLL.DAT and the component on ASSESS.DAT for the course, and a
*> mark above the component's maximum is refused on the spot - the
*> marker still has the script in hand.  Keying a mark for a
*> component already marked replaces it, and the old and new marks
*> are logged to STUDENTS.AUDIT so a changed mark can be chased.
*> Needs update access.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY mrkfctl.
    COPY enrfctl.
    COPY asmfctl.
    COPY audfctl.
    COPY opfctl.

DATA DIVISION.
FILE SECTION.
FD MarkFile.
COPY marks.

FD EnrollFile.
COPY enroll.

FD AssessFile.
COPY assess.

FD AuditFile.
COPY audit.

FD OperatorFile.
COPY operator.

WORKING-STORAGE SECTION.
COPY mrkstat.
COPY enrstat.
COPY asmstat.
COPY audstat.
COPY opstat.
COPY operws.

*> The keyed template broken into typed fields, so the implied-
*> decimal mark lands on the file aligned instead of being
*> re-interpreted as whole marks.
01  MarkEntryRec.
    02  MkeStudentId           PIC X(7).
    02  MkeCourseCode          PIC X(4).
    02  MkeComponent           PIC X(2).
    02  MkeScore               PIC 9(3)V9.
01  MarksKeyed                 PIC 9(5) VALUE ZERO.
01  MarksReplaced              PIC 9(5) VALUE ZERO.
01  MarksRefused               PIC 9(5) VALUE ZERO.
01  EntryValidSwitch           PIC X    VALUE "Y".
    88  EntryValid                      VALUE "Y".

01  ShowScore                  PIC ZZ9.9.
01  ShowMaxMark                PIC ZZ9.
01  AuditScore                 PIC ZZ9.9.

PROCEDURE DIVISION.
Begin.
    PERFORM SignOnOperator
    IF NOT SignedOnCanUpdate
       DISPLAY "MARKS ENTRY NEEDS UPDATE ACCESS - NOT RUN"
       STOP RUN
    END-IF
    OPEN INPUT EnrollFile
    IF NOT EnrollFileOk
       DISPLAY "UNABLE TO OPEN ENROLL.DAT - STATUS " EnrollFileStatus
       STOP RUN
    END-IF
    OPEN INPUT AssessFile
    IF NOT AssessFileOk
       DISPLAY "NO ASSESS.DAT - SET UP THE COURSE'S COMPONENTS"
          " WITH ASSESSMAINT FIRST"
       STOP RUN
    END-IF
    PERFORM OpenMarkFileForUpdate
    PERFORM OpenAuditFileForAppend
    DISPLAY "Enter marks using template below."
    DISPLAY "Enter no data to end"

    PERFORM GetMarkEntry
    PERFORM UNTIL MarkEntryRec = SPACES
       PERFORM KeyOneMark
       PERFORM GetMarkEntry
    END-PERFORM

    CLOSE MarkFile
    CLOSE EnrollFile
    CLOSE AssessFile
    CLOSE AuditFile
    DISPLAY "MARKS KEYED:    " MarksKeyed
    DISPLAY "MARKS REPLACED: " MarksReplaced
    DISPLAY "MARKS REFUSED:  " MarksRefused
    STOP RUN.

*> A brand-new installation has no MARKS.DAT yet, so fall back to
*> OPEN OUTPUT to create it; otherwise open I-O to preserve the
*> marks already keyed.
OpenMarkFileForUpdate.
    OPEN I-O MarkFile
    IF MarkFileNotFound
       OPEN OUTPUT MarkFile
    END-IF
    IF NOT MarkFileOk
       DISPLAY "UNABLE TO OPEN MARKS.DAT - STATUS " MarkFileStatus
       STOP RUN
    END-IF.

*> STUDENTS.AUDIT accumulates across runs so earlier change history is
*> never lost; OPEN EXTEND fails status 35 the first time the file
*> doesn't exist yet, so fall back to OPEN OUTPUT to create it.
OpenAuditFileForAppend.
    OPEN EXTEND AuditFile
    IF AuditFileNotFound
       OPEN OUTPUT AuditFile
    END-IF.

GetMarkEntry.
    DISPLAY "NNNNNNNCCCCKKMMMM"
    ACCEPT MarkEntryRec.

KeyOneMark.
    MOVE "Y" TO EntryValidSwitch
    IF MkeStudentId NOT NUMERIC
       DISPLAY "INVALID STUDENT ID - NOT RECORDED"
       MOVE "N" TO EntryValidSwitch
    END-IF
    IF EntryValid
       IF MkeScore NOT NUMERIC
          DISPLAY "INVALID MARK - NOT RECORDED"
          MOVE "N" TO EntryValidSwitch
       END-IF
    END-IF
    IF EntryValid
       MOVE MkeStudentId TO EnrollStudentId
       MOVE MkeCourseCode TO EnrollCourseCode
       READ EnrollFile
          INVALID KEY
             DISPLAY "STUDENT " MkeStudentId " NOT ENROLLED IN "
                MkeCourseCode " - NOT RECORDED"
             MOVE "N" TO EntryValidSwitch
       END-READ
    END-IF
    IF EntryValid
       MOVE MkeCourseCode TO AssessCourseCode
       MOVE MkeComponent TO AssessComponent
       READ AssessFile
          INVALID KEY
             DISPLAY "COMPONENT " MkeComponent " NOT SET UP FOR "
                MkeCourseCode " - NOT RECORDED"
             MOVE "N" TO EntryValidSwitch
       END-READ
    END-IF
    IF EntryValid
       IF MkeScore > AssessMaxMark
          MOVE MkeScore TO ShowScore
          MOVE AssessMaxMark TO ShowMaxMark
          DISPLAY "MARK " ShowScore " IS OVER THE MAXIMUM OF "
             ShowMaxMark " - NOT RECORDED"
          MOVE "N" TO EntryValidSwitch
       END-IF
    END-IF
    IF EntryValid
       PERFORM StoreMark
    ELSE
       ADD 1 TO MarksRefused
    END-IF.

StoreMark.
    MOVE MkeStudentId TO MarkStudentId
    MOVE MkeCourseCode TO MarkCourseCode
    MOVE MkeComponent TO MarkComponent
    READ MarkFile
       INVALID KEY
          PERFORM WriteNewMark
       NOT INVALID KEY
          PERFORM ReplaceMark
    END-READ.

WriteNewMark.
    MOVE MkeStudentId TO MarkStudentId
    MOVE MkeCourseCode TO MarkCourseCode
    MOVE MkeComponent TO MarkComponent
    MOVE MkeScore TO MarkScore
    MOVE SignedOnOperator TO MarkEnteredBy
    ACCEPT MarkEnteredDate FROM DATE YYYYMMDD
    WRITE MarkRec
       INVALID KEY
          DISPLAY "UNABLE TO STORE MARK - STATUS " MarkFileStatus
          ADD 1 TO MarksRefused
       NOT INVALID KEY
          ADD 1 TO MarksKeyed
          DISPLAY "RECORDED " MkeStudentId " " MkeCourseCode " "
             MkeComponent
    END-WRITE.

ReplaceMark.
    MOVE SPACES TO AuditOldValue
    MOVE MarkScore TO AuditScore
    MOVE AuditScore TO AuditOldValue
    MOVE MkeScore TO MarkScore
    MOVE SignedOnOperator TO MarkEnteredBy
    ACCEPT MarkEnteredDate FROM DATE YYYYMMDD
    REWRITE MarkRec
       INVALID KEY
          DISPLAY "UNABLE TO REPLACE MARK - STATUS " MarkFileStatus
          ADD 1 TO MarksRefused
       NOT INVALID KEY
          ADD 1 TO MarksReplaced
          PERFORM WriteMarkAuditEntry
          DISPLAY "REPLACED " MkeStudentId " " MkeCourseCode " "
             MkeComponent " - WAS " AuditOldValue
    END-REWRITE.

*> The field name carries the course and component so one student's
*> mark changes read straight off the audit inquiry.
WriteMarkAuditEntry.
    MOVE MkeStudentId TO AuditStudentId
    MOVE SPACES TO AuditFieldName
    STRING "MARK " MkeCourseCode " " MkeComponent
        DELIMITED BY SIZE INTO AuditFieldName
    END-STRING
    MOVE MkeScore TO AuditScore
    MOVE AuditScore TO AuditNewValue
    ACCEPT AuditRunDate FROM DATE YYYYMMDD
    ACCEPT AuditRunTime FROM TIME
    MOVE SignedOnOperator TO AuditOperatorId
    WRITE AuditRec.

COPY signon.
