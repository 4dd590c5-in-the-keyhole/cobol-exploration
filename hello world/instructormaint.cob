IDENTIFICATION DIVISION.
PROGRAM-ID. InstructorMaint.
AUTHOR. Michael Coughlan.

*> Keeps the instructor master (INSTRUCT.DAT) and the teaching
*> assignments saying who teaches which course in which term
*> (TEACHING.DAT).  A)DD and C)HANGE maintain the instructor's name,
*> department, phone and email; an instructor who leaves is marked
*> so through C)HANGE, never deleted, so their past assignments keep
*> a name.  T)EACH assigns an instructor to a course for a term -
*> the course must be on COURSE.DAT, the term on TERMS.DAT (a blank
*> term means the current one) and the instructor still with us -
*> and U)NASSIGN takes an assignment off.  Both are logged to
*> COURSE.AUDIT against the course, the way TimetableMaint logs its
*> slots.  S)HOW lists an instructor's details and every course
*> they are assigned to.  Every option but S)HOW needs update
*> access.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY insfctl.
    COPY tchfctl.
    COPY crsfctl.
    COPY trmfctl.
    COPY caudfctl.
    COPY opfctl.

DATA DIVISION.
FILE SECTION.
FD InstructorFile.
COPY instruct.

FD TeachFile.
COPY teaching.

FD CourseFile.
COPY course.

FD TermFile.
COPY term.

FD CourseAuditFile.
COPY caudit.

FD OperatorFile.
COPY operator.

WORKING-STORAGE SECTION.
COPY insstat.
COPY tchstat.
COPY crsstat.
COPY trmstat.
COPY termws.
COPY caudstat.
COPY opstat.
COPY operws.

01  ContinueSwitch         PIC X     VALUE "Y".
    88  KeepGoing                    VALUE "Y".
01  MaintAction            PIC X.
01  MaintFieldChoice       PIC 9     VALUE ZERO.
01  EntryValidSwitch       PIC X     VALUE "Y".
    88  EntryValid                   VALUE "Y".
01  SearchInstructorId     PIC X(6).
01  SearchCourseCode       PIC X(4).
01  SearchTermCode         PIC X(6).
01  NewStatus              PIC X.
01  ListedCount            PIC 9(5)  VALUE ZERO.

*> The assignment as it reads on the audit trail - the term in the
*> field-name column, the instructor in the value column.
01  TeachAuditName.
    02  FILLER             PIC X(6)  VALUE "TEACH ".
    02  TAN-TermCode       PIC X(6).
    02  FILLER             PIC X(3)  VALUE SPACES.
01  TeachAuditText.
    02  TAT-InstructorId   PIC X(6).
    02  FILLER             PIC X     VALUE SPACE.
    02  TAT-Name           PIC X(13).

PROCEDURE DIVISION.
Begin.
    PERFORM SignOnOperator
    OPEN INPUT CourseFile
    IF NOT CourseFileOk
       DISPLAY "UNABLE TO OPEN COURSE.DAT - STATUS " CourseFileStatus
       STOP RUN
    END-IF
    PERFORM FindCurrentTerm
    OPEN INPUT TermFile
    IF NOT TermFileOk
       DISPLAY "UNABLE TO OPEN TERMS.DAT - STATUS " TermFileStatus
       STOP RUN
    END-IF
    PERFORM OpenInstructorFileForUpdate
    PERFORM OpenTeachFileForUpdate
    PERFORM OpenCourseAuditForAppend

    PERFORM UNTIL NOT KeepGoing
       DISPLAY " "
       DISPLAY "A)DD  C)HANGE  S)HOW  T)EACH  U)NASSIGN  Q)UIT"
       ACCEPT MaintAction
       EVALUATE MaintAction
          WHEN "S"  PERFORM ShowInstructor
          WHEN "A" WHEN "C" WHEN "T" WHEN "U"
             IF SignedOnCanUpdate
                PERFORM RunUpdateAction
             ELSE
                DISPLAY "OPTION NEEDS UPDATE ACCESS - NOT ALLOWED"
             END-IF
          WHEN "Q"  MOVE "N" TO ContinueSwitch
          WHEN OTHER  DISPLAY "INVALID OPTION"
       END-EVALUATE
    END-PERFORM

    CLOSE InstructorFile
    CLOSE TeachFile
    CLOSE CourseFile
    CLOSE TermFile
    CLOSE CourseAuditFile
    STOP RUN.

RunUpdateAction.
    EVALUATE MaintAction
       WHEN "A"  PERFORM AddInstructor
       WHEN "C"  PERFORM ChangeInstructor
       WHEN "T"  PERFORM AssignInstructor
       WHEN "U"  PERFORM UnassignInstructor
    END-EVALUATE.

*> A brand-new installation has no INSTRUCT.DAT or TEACHING.DAT yet,
*> so fall back to OPEN OUTPUT to create them; otherwise open I-O to
*> preserve what is already on file.
OpenInstructorFileForUpdate.
    OPEN I-O InstructorFile
    IF InstructorFileNotFound
       OPEN OUTPUT InstructorFile
    END-IF
    IF NOT InstructorFileOk
       DISPLAY "UNABLE TO OPEN INSTRUCT.DAT - STATUS "
          InstructorFileStatus
       STOP RUN
    END-IF.

OpenTeachFileForUpdate.
    OPEN I-O TeachFile
    IF TeachFileNotFound
       OPEN OUTPUT TeachFile
    END-IF
    IF NOT TeachFileOk
       DISPLAY "UNABLE TO OPEN TEACHING.DAT - STATUS " TeachFileStatus
       STOP RUN
    END-IF.

*> COURSE.AUDIT accumulates across runs so earlier change history is
*> never lost; OPEN EXTEND fails status 35 the first time the file
*> doesn't exist yet, so fall back to OPEN OUTPUT to create it.
OpenCourseAuditForAppend.
    OPEN EXTEND CourseAuditFile
    IF CourseAuditFileNotFound
       OPEN OUTPUT CourseAuditFile
    END-IF.

AddInstructor.
    DISPLAY "ENTER NEW INSTRUCTOR ID"
    ACCEPT SearchInstructorId
    IF SearchInstructorId = SPACES
       DISPLAY "AN INSTRUCTOR ID MUST BE GIVEN - NOT ADDED"
    ELSE
       MOVE SearchInstructorId TO InstructorId
       DISPLAY "INSTRUCTOR NAME"
       ACCEPT InstructorName
       DISPLAY "DEPARTMENT"
       ACCEPT InstructorDept
       DISPLAY "PHONE"
       ACCEPT InstructorPhone
       DISPLAY "EMAIL"
       ACCEPT InstructorEmail
       SET InstructorActive TO TRUE
       IF InstructorName = SPACES
          DISPLAY "AN INSTRUCTOR NAME MUST BE GIVEN - NOT ADDED"
       ELSE
          WRITE InstructorRec
             INVALID KEY
                DISPLAY "INSTRUCTOR ALREADY ON FILE - USE CHANGE"
             NOT INVALID KEY
                DISPLAY "INSTRUCTOR " SearchInstructorId " ADDED"
          END-WRITE
       END-IF
    END-IF.

ChangeInstructor.
    DISPLAY "ENTER INSTRUCTOR ID TO CHANGE"
    ACCEPT SearchInstructorId
    MOVE SearchInstructorId TO InstructorId
    READ InstructorFile
       INVALID KEY
          DISPLAY "INSTRUCTOR NOT ON FILE"
       NOT INVALID KEY
          PERFORM ApplyInstructorChange
    END-READ.

ApplyInstructorChange.
    PERFORM ShowInstructorDetails
    DISPLAY "1=NAME 2=DEPARTMENT 3=PHONE 4=EMAIL 5=STATUS"
    ACCEPT MaintFieldChoice
    MOVE "Y" TO EntryValidSwitch
    EVALUATE MaintFieldChoice
       WHEN 1
          DISPLAY "NEW INSTRUCTOR NAME"
          ACCEPT InstructorName
          IF InstructorName = SPACES
             DISPLAY "AN INSTRUCTOR NAME MUST BE GIVEN - NOT CHANGED"
             MOVE "N" TO EntryValidSwitch
          END-IF
       WHEN 2
          DISPLAY "NEW DEPARTMENT"
          ACCEPT InstructorDept
       WHEN 3
          DISPLAY "NEW PHONE"
          ACCEPT InstructorPhone
       WHEN 4
          DISPLAY "NEW EMAIL"
          ACCEPT InstructorEmail
       WHEN 5
          DISPLAY "NEW STATUS - A)CTIVE OR L)EFT"
          ACCEPT NewStatus
          IF NewStatus = "A" OR NewStatus = "L"
             MOVE NewStatus TO InstructorStatus
          ELSE
             DISPLAY "STATUS MUST BE A OR L - NOT CHANGED"
             MOVE "N" TO EntryValidSwitch
          END-IF
       WHEN OTHER
          DISPLAY "INVALID FIELD CHOICE"
          MOVE "N" TO EntryValidSwitch
    END-EVALUATE
    IF EntryValid
       REWRITE InstructorRec
          INVALID KEY
             DISPLAY "REWRITE FAILED"
          NOT INVALID KEY
             DISPLAY "INSTRUCTOR " InstructorId " CHANGED"
       END-REWRITE
    END-IF.

ShowInstructorDetails.
    DISPLAY InstructorId " " InstructorName " STATUS " InstructorStatus
    DISPLAY "DEPARTMENT: " InstructorDept
    DISPLAY "PHONE: " InstructorPhone "  EMAIL: " InstructorEmail.

*> The assignment file is keyed by term and course, so finding
*> everything one instructor teaches is a pass over the whole file.
ShowInstructor.
    DISPLAY "ENTER INSTRUCTOR ID"
    ACCEPT SearchInstructorId
    MOVE SearchInstructorId TO InstructorId
    READ InstructorFile
       INVALID KEY
          DISPLAY "INSTRUCTOR NOT ON FILE"
       NOT INVALID KEY
          PERFORM ShowInstructorDetails
          PERFORM ListAssignments
    END-READ.

ListAssignments.
    MOVE ZERO TO ListedCount
    MOVE LOW-VALUES TO TeachKey
    START TeachFile KEY IS NOT LESS THAN TeachKey
       INVALID KEY
          SET EndOfTeachFile TO TRUE
    END-START
    IF TeachFileOk
       PERFORM ReadNextAssignment
    END-IF
    PERFORM UNTIL EndOfTeachFile
       IF TeachInstructorId = SearchInstructorId
          ADD 1 TO ListedCount
          PERFORM ShowOneAssignment
       END-IF
       PERFORM ReadNextAssignment
    END-PERFORM
    IF ListedCount = ZERO
       DISPLAY "NO TEACHING ASSIGNMENTS ON FILE"
    END-IF.

ShowOneAssignment.
    MOVE TeachCourseCode TO CourseCode OF CourseRec
    READ CourseFile
       INVALID KEY
          MOVE "(NOT ON COURSE.DAT)" TO CourseTitle
    END-READ
    DISPLAY "  " TeachTermCode "  " TeachCourseCode "  " CourseTitle
       "  ASSIGNED " TeachAssignedDate.

ReadNextAssignment.
    READ TeachFile NEXT RECORD
        AT END SET EndOfTeachFile TO TRUE
    END-READ.

*> Instructor, course and term are each proved before anything is
*> written; a blank term takes the current one from TERMS.DAT.
KeyAssignment.
    MOVE "Y" TO EntryValidSwitch
    DISPLAY "ENTER INSTRUCTOR ID"
    ACCEPT SearchInstructorId
    DISPLAY "ENTER COURSE CODE"
    ACCEPT SearchCourseCode
    DISPLAY "ENTER TERM CODE (BLANK FOR CURRENT TERM)"
    ACCEPT SearchTermCode
    IF SearchTermCode = SPACES
       MOVE CurrentTermCode TO SearchTermCode
    END-IF
    IF SearchTermCode = SPACES
       DISPLAY "NO CURRENT TERM ON TERMS.DAT - KEY THE TERM CODE"
       MOVE "N" TO EntryValidSwitch
    END-IF
    IF EntryValid
       MOVE SearchTermCode TO TermCode
       READ TermFile
          INVALID KEY
             DISPLAY "TERM " SearchTermCode " NOT ON TERMS.DAT"
             MOVE "N" TO EntryValidSwitch
       END-READ
    END-IF
    IF EntryValid
       MOVE SearchCourseCode TO CourseCode OF CourseRec
       READ CourseFile
          INVALID KEY
             DISPLAY "COURSE " SearchCourseCode " NOT ON COURSE.DAT"
             MOVE "N" TO EntryValidSwitch
       END-READ
    END-IF
    IF EntryValid
       MOVE SearchInstructorId TO InstructorId
       READ InstructorFile
          INVALID KEY
             DISPLAY "INSTRUCTOR " SearchInstructorId " NOT ON FILE"
             MOVE "N" TO EntryValidSwitch
       END-READ
    END-IF
    IF EntryValid
       MOVE SearchTermCode TO TeachTermCode
       MOVE SearchCourseCode TO TeachCourseCode
       MOVE SearchInstructorId TO TeachInstructorId
    END-IF.

AssignInstructor.
    PERFORM KeyAssignment
    IF EntryValid
       IF InstructorLeft
          DISPLAY "INSTRUCTOR " SearchInstructorId
             " HAS LEFT - NOT ASSIGNED"
       ELSE
          ACCEPT TeachAssignedDate FROM DATE YYYYMMDD
          MOVE SignedOnOperator TO TeachAssignedBy
          WRITE TeachRec
             INVALID KEY
                DISPLAY "ALREADY ASSIGNED - NOTHING CHANGED"
             NOT INVALID KEY
                PERFORM SetTeachAuditText
                MOVE SPACES TO CAudOldValue
                MOVE TeachAuditText TO CAudNewValue
                PERFORM WriteCourseAuditEntry
                DISPLAY "INSTRUCTOR " SearchInstructorId
                   " ASSIGNED TO " SearchCourseCode
                   " FOR " SearchTermCode
          END-WRITE
       END-IF
    END-IF.

UnassignInstructor.
    PERFORM KeyAssignment
    IF EntryValid
       READ TeachFile
          INVALID KEY
             DISPLAY "NO SUCH ASSIGNMENT"
          NOT INVALID KEY
             DELETE TeachFile
                INVALID KEY
                   DISPLAY "DELETE FAILED"
                NOT INVALID KEY
                   PERFORM SetTeachAuditText
                   MOVE TeachAuditText TO CAudOldValue
                   MOVE "DELETED" TO CAudNewValue
                   PERFORM WriteCourseAuditEntry
                   DISPLAY "INSTRUCTOR " SearchInstructorId
                      " TAKEN OFF " SearchCourseCode
                      " FOR " SearchTermCode
             END-DELETE
       END-READ
    END-IF.

SetTeachAuditText.
    MOVE SearchInstructorId TO TAT-InstructorId
    MOVE InstructorName TO TAT-Name.

WriteCourseAuditEntry.
    MOVE SearchCourseCode TO CAudCourseCode
    MOVE SearchTermCode TO TAN-TermCode
    MOVE TeachAuditName TO CAudFieldName
    ACCEPT CAudRunDate FROM DATE YYYYMMDD
    ACCEPT CAudRunTime FROM TIME
    WRITE CrsAuditRec.

COPY curterm.

COPY signon.
