IDENTIFICATION DIVISION.
PROGRAM-ID. GradesOutstanding.
AUTHOR. Michael Coughlan.

*> Prints the grades still owed to GRADEOWE.PRT, grouped by the
*> instructor to chase: every pairing on ENROLL.DAT whose term has
*> ended - TermEndDate before the run date - and which still has no
*> result on RESULTS.DAT, with the number of days since the term
*> ended.  A pairing with a blank term code belongs to the current
*> term, as everywhere else; one whose term is not on TERMS.DAT is
*> left to the integrity check.  The instructor comes from the
*> term's teaching assignments on TEACHING.DAT, with their phone and
*> e-mail so the chasing can start from the page; a course taught
*> jointly lists the pairing under each instructor, and a course
*> nobody is assigned to is listed at the end under NO INSTRUCTOR
*> ASSIGNED.  Withdrawn and graduated students are left off, as the
*> graduation check leaves them off.  The days overdue use the same
*> 365/30 approximation as the receivables aging.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY enrfctl.
    COPY stufctl.
    COPY rsltfctl.
    COPY tchfctl.
    COPY insfctl.
    COPY trmfctl.
    SELECT OwedPrintFile ASSIGN TO "GRADEOWE.PRT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SortWorkFile ASSIGN TO "GRADEOWE.SRT".

DATA DIVISION.
FILE SECTION.
FD EnrollFile.
COPY enroll.

FD StudentFile.
COPY student.

FD ResultFile.
COPY result.

FD TeachFile.
COPY teaching.

FD InstructorFile.
COPY instruct.

FD TermFile.
COPY term.

*> No instructor is sorted as HIGH-VALUES so that group prints last.
SD SortWorkFile.
01  SortOwedRec.
    02  SortInstructorId       PIC X(6).
        88  SortNoInstructor            VALUE HIGH-VALUES.
    02  SortTermCode           PIC X(6).
    02  SortCourseCode         PIC X(4).
    02  SortStudentId          PIC 9(7).
    02  SortSurname            PIC X(8).
    02  SortInitials           PIC XX.
    02  SortTermEndDate        PIC 9(8).
    02  SortOverdueDays        PIC 9(5).

FD OwedPrintFile.
01  OwedPrintLine              PIC X(90).

WORKING-STORAGE SECTION.
COPY enrstat.
COPY stustat.
COPY rsltstat.
COPY tchstat.
COPY insstat.
COPY trmstat.
COPY termws.

*> End date of every term, so each pairing's term is a table probe.
01  TermTable.
    02  TermEntry OCCURS 100 TIMES.
        03  TT-TermCode        PIC X(6).
        03  TT-EndDate         PIC 9(8).
01  TermCount                  PIC 9(3) VALUE ZERO.
01  TermIndex                  PIC 9(3) VALUE ZERO.
01  TermFoundSwitch            PIC X    VALUE "N".
    88  TermFound                       VALUE "Y".

01  PairingTermCode            PIC X(6) VALUE SPACES.
01  PairingEndDate             PIC 9(8) VALUE ZERO.
01  AssignedSwitch             PIC X    VALUE "N".
    88  InstructorAssigned              VALUE "Y".

01  EndOfSortSwitch            PIC X    VALUE "N".
    88  EndOfSortFile                   VALUE "Y".
01  InstructorOpenSwitch       PIC X    VALUE "N".
    88  InstructorOpen                  VALUE "Y".
01  CurrentInstructorId        PIC X(6) VALUE SPACES.
01  InstructorOwed             PIC 9(5) VALUE ZERO.
01  InstructorsListed          PIC 9(4) VALUE ZERO.
01  PairingsOwed               PIC 9(6) VALUE ZERO.
01  LinesOwed                  PIC 9(6) VALUE ZERO.

01  RunDateFields.
    02  RunYear                PIC 9(4).
    02  RunMonth               PIC 9(2).
    02  RunDay                 PIC 9(2).
01  RunDate REDEFINES RunDateFields PIC 9(8).

*> Term end date broken apart so the days overdue can be worked
*> out against the run date.
01  EndDateFields.
    02  EndYear                PIC 9(4).
    02  EndMonth               PIC 9(2).
    02  EndDay                 PIC 9(2).
01  OverdueDays                PIC S9(5) VALUE ZERO.

01  ReportControls.
    02  PageNumber             PIC 9(4) VALUE ZERO.
    02  LineCount              PIC 9(3) VALUE 99.
    02  LinesPerPage           PIC 9(3) VALUE 55.

01  BlankLine                  PIC X(90) VALUE SPACES.

01  TitleLine.
    02  FILLER                 PIC X(36) VALUE
        "GRADES OUTSTANDING BY INSTRUCTOR".
    02  FILLER                 PIC X(10) VALUE "RUN DATE: ".
    02  TL-RunDate             PIC X(10).
    02  FILLER                 PIC X(4)  VALUE SPACES.
    02  FILLER                 PIC X(6)  VALUE "PAGE: ".
    02  TL-PageNumber          PIC ZZZ9.

01  InstructorLine.
    02  FILLER                 PIC X(12) VALUE "INSTRUCTOR: ".
    02  IL-InstructorId        PIC X(6).
    02  FILLER                 PIC X(2)  VALUE SPACES.
    02  IL-Name                PIC X(30).
    02  FILLER                 PIC X(2)  VALUE SPACES.
    02  IL-Dept                PIC X(20).

01  ContactLine.
    02  FILLER                 PIC X(12) VALUE "PHONE:      ".
    02  CTL-Phone              PIC X(15).
    02  FILLER                 PIC X(4)  VALUE SPACES.
    02  FILLER                 PIC X(7)  VALUE "EMAIL: ".
    02  CTL-Email              PIC X(30).

01  ColumnHeadingLine.
    02  FILLER                 PIC X(8)  VALUE "TERM".
    02  FILLER                 PIC X(8)  VALUE "COURSE".
    02  FILLER                 PIC X(12) VALUE "STUDENT ID".
    02  FILLER                 PIC X(10) VALUE "SURNAME".
    02  FILLER                 PIC X(10) VALUE "INITIALS".
    02  FILLER                 PIC X(12) VALUE "TERM ENDED".
    02  FILLER                 PIC X(12) VALUE "DAYS OVERDUE".

01  DetailLine.
    02  DL-TermCode            PIC X(6).
    02  FILLER                 PIC X(2)  VALUE SPACES.
    02  DL-CourseCode          PIC X(4).
    02  FILLER                 PIC X(4)  VALUE SPACES.
    02  DL-StudentId           PIC 9(7).
    02  FILLER                 PIC X(5)  VALUE SPACES.
    02  DL-Surname             PIC X(8).
    02  FILLER                 PIC X(2)  VALUE SPACES.
    02  DL-Initials            PIC XX.
    02  FILLER                 PIC X(8)  VALUE SPACES.
    02  DL-TermEnded           PIC 9(8).
    02  FILLER                 PIC X(8)  VALUE SPACES.
    02  DL-OverdueDays         PIC ZZZZ9.

01  InstructorTotalLine.
    02  FILLER                 PIC X(30) VALUE
        "  GRADES OWED BY INSTRUCTOR: ".
    02  ITL-Count              PIC ZZZZ9.

01  NoOwedLine.
    02  FILLER                 PIC X(40) VALUE
        "NO GRADES ARE OUTSTANDING".

01  SummaryLines.
    02  SummaryTitle           PIC X(20) VALUE "SUMMARY".
    02  SummaryInstructors.
        03  FILLER             PIC X(30) VALUE
            "INSTRUCTORS TO CHASE:".
        03  SUM-Instructors    PIC ZZZ9.
    02  SummaryPairings.
        03  FILLER             PIC X(30) VALUE
            "PAIRINGS WITHOUT A RESULT:".
        03  SUM-Pairings       PIC ZZZZZ9.
    02  SummaryLinesOwed.
        03  FILLER             PIC X(30) VALUE
            "LINES LISTED:".
        03  SUM-LinesOwed      PIC ZZZZZ9.

PROCEDURE DIVISION.
Begin.
    PERFORM FindCurrentTerm
    PERFORM LoadTermTable
    IF TermCount = ZERO
       DISPLAY "NO TERMS ON TERMS.DAT - NO TERM HAS ENDED"
       STOP RUN
    END-IF
    OPEN INPUT EnrollFile
    IF NOT EnrollFileOk
       DISPLAY "UNABLE TO OPEN ENROLL.DAT - STATUS " EnrollFileStatus
       STOP RUN
    END-IF
    OPEN INPUT StudentFile
    IF NOT StudentFileOk
       DISPLAY "UNABLE TO OPEN STUDENTS.DAT - STATUS " StudentFileStatus
       STOP RUN
    END-IF
    OPEN INPUT ResultFile
    IF NOT ResultFileOk
       DISPLAY "UNABLE TO OPEN RESULTS.DAT - STATUS " ResultFileStatus
       STOP RUN
    END-IF
    OPEN INPUT TeachFile
    IF NOT TeachFileOk
       DISPLAY "UNABLE TO OPEN TEACHING.DAT - STATUS " TeachFileStatus
       STOP RUN
    END-IF
    OPEN INPUT InstructorFile
    IF NOT InstructorFileOk
       DISPLAY "UNABLE TO OPEN INSTRUCT.DAT - STATUS "
          InstructorFileStatus
       STOP RUN
    END-IF

    OPEN OUTPUT OwedPrintFile
    ACCEPT RunDateFields FROM DATE YYYYMMDD
    MOVE SPACES TO TL-RunDate
    STRING RunMonth "/" RunDay "/" RunYear DELIMITED BY SIZE
        INTO TL-RunDate
    END-STRING

    SORT SortWorkFile
        ON ASCENDING KEY SortInstructorId SortTermCode SortCourseCode
                         SortSurname SortInitials SortStudentId
        INPUT PROCEDURE IS ReleaseOwedPairings
        OUTPUT PROCEDURE IS PrintOwedGrades

    IF InstructorsListed = ZERO
       PERFORM WritePageHeading
       WRITE OwedPrintLine FROM NoOwedLine AFTER ADVANCING 2
    END-IF
    MOVE InstructorsListed TO SUM-Instructors
    MOVE PairingsOwed TO SUM-Pairings
    MOVE LinesOwed TO SUM-LinesOwed
    WRITE OwedPrintLine FROM BlankLine AFTER ADVANCING 1
    WRITE OwedPrintLine FROM SummaryTitle AFTER ADVANCING 1
    WRITE OwedPrintLine FROM SummaryInstructors AFTER ADVANCING 1
    WRITE OwedPrintLine FROM SummaryPairings AFTER ADVANCING 1
    WRITE OwedPrintLine FROM SummaryLinesOwed AFTER ADVANCING 1

    CLOSE EnrollFile
    CLOSE StudentFile
    CLOSE ResultFile
    CLOSE TeachFile
    CLOSE InstructorFile
    CLOSE OwedPrintFile
    DISPLAY "INSTRUCTORS TO CHASE:      " InstructorsListed
    DISPLAY "PAIRINGS WITHOUT A RESULT: " PairingsOwed
    STOP RUN.

LoadTermTable.
    OPEN INPUT TermFile
    IF TermFileOk
       READ TermFile NEXT RECORD
           AT END SET EndOfTermFile TO TRUE
       END-READ
       PERFORM UNTIL EndOfTermFile
          IF TermCount < 100
             ADD 1 TO TermCount
             MOVE TermCode TO TT-TermCode(TermCount)
             MOVE TermEndDate TO TT-EndDate(TermCount)
          ELSE
             DISPLAY "TERMTABLE FULL AT 100 TERMS - " TermCode
                " NOT CHECKED"
          END-IF
          READ TermFile NEXT RECORD
              AT END SET EndOfTermFile TO TRUE
          END-READ
       END-PERFORM
       CLOSE TermFile
    END-IF.

ReleaseOwedPairings.
    READ EnrollFile NEXT RECORD
        AT END SET EndOfEnrollFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfEnrollFile
       PERFORM CheckOnePairing
       READ EnrollFile NEXT RECORD
           AT END SET EndOfEnrollFile TO TRUE
       END-READ
    END-PERFORM.

CheckOnePairing.
    IF EnrollTermCode = SPACES
       MOVE CurrentTermCode TO PairingTermCode
    ELSE
       MOVE EnrollTermCode TO PairingTermCode
    END-IF
    MOVE "N" TO TermFoundSwitch
    IF PairingTermCode NOT = SPACES
       PERFORM VARYING TermIndex FROM 1 BY 1
          UNTIL TermIndex > TermCount OR TermFound
          IF TT-TermCode(TermIndex) = PairingTermCode
             MOVE "Y" TO TermFoundSwitch
             MOVE TT-EndDate(TermIndex) TO PairingEndDate
          END-IF
       END-PERFORM
    END-IF
    IF TermFound AND PairingEndDate < RunDate
       MOVE EnrollStudentId TO ResultStudentId
       MOVE EnrollCourseCode TO ResultCourseCode
       READ ResultFile
          INVALID KEY
             PERFORM ReleaseOwedPairing
       END-READ
    END-IF.

ReleaseOwedPairing.
    MOVE EnrollStudentId TO StudentId
    READ StudentFile
       INVALID KEY
          DISPLAY "ENROLLMENT FOR UNKNOWN STUDENT " EnrollStudentId
             " " EnrollCourseCode " - SKIPPED"
       NOT INVALID KEY
          IF NOT StudentLeft
             ADD 1 TO PairingsOwed
             PERFORM ReleaseToInstructors
          END-IF
    END-READ.

*> One sort record for each instructor teaching the course that
*> term, or a single one under no instructor.
ReleaseToInstructors.
    MOVE PairingEndDate TO EndDateFields
    COMPUTE OverdueDays = (RunYear - EndYear) * 365
        + (RunMonth - EndMonth) * 30
        + (RunDay - EndDay)
    END-COMPUTE
    IF OverdueDays < 1
       MOVE 1 TO OverdueDays
    END-IF
    MOVE PairingTermCode TO SortTermCode
    MOVE EnrollCourseCode TO SortCourseCode
    MOVE StudentId TO SortStudentId
    MOVE Surname TO SortSurname
    MOVE Initials TO SortInitials
    MOVE PairingEndDate TO SortTermEndDate
    MOVE OverdueDays TO SortOverdueDays
    MOVE "N" TO AssignedSwitch
    MOVE PairingTermCode TO TeachTermCode
    MOVE EnrollCourseCode TO TeachCourseCode
    MOVE LOW-VALUES TO TeachInstructorId
    START TeachFile KEY IS NOT LESS THAN TeachKey
       INVALID KEY
          SET EndOfTeachFile TO TRUE
    END-START
    IF TeachFileOk
       READ TeachFile NEXT RECORD
           AT END SET EndOfTeachFile TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfTeachFile
       OR TeachTermCode NOT = PairingTermCode
       OR TeachCourseCode NOT = EnrollCourseCode
       MOVE "Y" TO AssignedSwitch
       MOVE TeachInstructorId TO SortInstructorId
       RELEASE SortOwedRec
       ADD 1 TO LinesOwed
       READ TeachFile NEXT RECORD
           AT END SET EndOfTeachFile TO TRUE
       END-READ
    END-PERFORM
    IF NOT InstructorAssigned
       SET SortNoInstructor TO TRUE
       RELEASE SortOwedRec
       ADD 1 TO LinesOwed
    END-IF.

PrintOwedGrades.
    RETURN SortWorkFile
        AT END SET EndOfSortFile TO TRUE
    END-RETURN
    PERFORM UNTIL EndOfSortFile
       IF InstructorOpen
          AND SortInstructorId NOT = CurrentInstructorId
          PERFORM FinishInstructor
       END-IF
       IF NOT InstructorOpen
          PERFORM StartInstructor
       END-IF
       PERFORM WriteOwedLine
       RETURN SortWorkFile
           AT END SET EndOfSortFile TO TRUE
       END-RETURN
    END-PERFORM
    IF InstructorOpen
       PERFORM FinishInstructor
    END-IF.

*> Each instructor starts a new page, so their part of the report
*> can be passed on by itself.
StartInstructor.
    MOVE "Y" TO InstructorOpenSwitch
    MOVE SortInstructorId TO CurrentInstructorId
    MOVE ZERO TO InstructorOwed
    ADD 1 TO InstructorsListed
    IF SortNoInstructor
       MOVE SPACES TO IL-InstructorId
       MOVE "NO INSTRUCTOR ASSIGNED" TO IL-Name
       MOVE SPACES TO IL-Dept
       MOVE SPACES TO CTL-Phone
       MOVE SPACES TO CTL-Email
    ELSE
       MOVE SortInstructorId TO IL-InstructorId
       MOVE SortInstructorId TO InstructorId
       READ InstructorFile
          INVALID KEY
             MOVE "(NOT ON INSTRUCT.DAT)" TO IL-Name
             MOVE SPACES TO IL-Dept
             MOVE SPACES TO CTL-Phone
             MOVE SPACES TO CTL-Email
          NOT INVALID KEY
             MOVE InstructorName TO IL-Name
             MOVE InstructorDept TO IL-Dept
             MOVE InstructorPhone TO CTL-Phone
             MOVE InstructorEmail TO CTL-Email
       END-READ
    END-IF
    PERFORM WritePageHeading
    PERFORM WriteInstructorHeading.

WritePageHeading.
    ADD 1 TO PageNumber
    MOVE PageNumber TO TL-PageNumber
    WRITE OwedPrintLine FROM TitleLine AFTER ADVANCING PAGE
    MOVE 1 TO LineCount.

WriteInstructorHeading.
    WRITE OwedPrintLine FROM InstructorLine AFTER ADVANCING 2
    WRITE OwedPrintLine FROM ContactLine AFTER ADVANCING 1
    WRITE OwedPrintLine FROM BlankLine AFTER ADVANCING 1
    WRITE OwedPrintLine FROM ColumnHeadingLine AFTER ADVANCING 1
    ADD 5 TO LineCount.

WriteOwedLine.
    IF LineCount >= LinesPerPage
       PERFORM WritePageHeading
       PERFORM WriteInstructorHeading
    END-IF
    MOVE SortTermCode TO DL-TermCode
    MOVE SortCourseCode TO DL-CourseCode
    MOVE SortStudentId TO DL-StudentId
    MOVE SortSurname TO DL-Surname
    MOVE SortInitials TO DL-Initials
    MOVE SortTermEndDate TO DL-TermEnded
    MOVE SortOverdueDays TO DL-OverdueDays
    WRITE OwedPrintLine FROM DetailLine AFTER ADVANCING 1
    ADD 1 TO LineCount
    ADD 1 TO InstructorOwed.

FinishInstructor.
    MOVE "N" TO InstructorOpenSwitch
    MOVE InstructorOwed TO ITL-Count
    WRITE OwedPrintLine FROM BlankLine AFTER ADVANCING 1
    WRITE OwedPrintLine FROM InstructorTotalLine AFTER ADVANCING 1
    ADD 2 TO LineCount.

COPY curterm.
