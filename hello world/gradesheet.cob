IDENTIFICATION DIVISION.
PROGRAM-ID. GradeSheet.
AUTHOR. Michael Coughlan.

*> Prints a grade sheet to GRADESHT.PRT for every teaching
*> assignment on TEACHING.DAT in the term keyed (blank for the
*> current term): one sheet per instructor per course, headed with
*> the instructor and the course, listing every student enrolled in
*> the course that term from ENROLL.DAT in surname order with a
*> space to write the grade, and closed with a line for the
*> instructor's signature.  A course taught jointly gives each of
*> its instructors a sheet.  A pairing with a blank term code counts
*> in the current term, as everywhere else; withdrawn and graduated
*> students are left off, the way the class roster leaves them off.
*> An assignment with nobody enrolled still gets its sheet, so the
*> instructor hears that the course is empty.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY tchfctl.
    COPY insfctl.
    COPY enrfctl.
    COPY stufctl.
    COPY crsfctl.
    COPY trmfctl.
    SELECT SheetPrintFile ASSIGN TO "GRADESHT.PRT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SortWorkFile ASSIGN TO "GRADESHT.SRT".

DATA DIVISION.
FILE SECTION.
FD TeachFile.
COPY teaching.

FD InstructorFile.
COPY instruct.

FD EnrollFile.
COPY enroll.

FD StudentFile.
COPY student.

FD CourseFile.
COPY course.

FD TermFile.
COPY term.

*> A header record (H) for every assignment, so each gets a sheet,
*> sorting ahead of the students (S) on it.
SD SortWorkFile.
01  SortSheetRec.
    02  SortInstructorId       PIC X(6).
    02  SortCourseCode         PIC X(4).
    02  SortRecType            PIC X.
        88  SortSheetHeader             VALUE "H".
        88  SortSheetStudent            VALUE "S".
    02  SortSurname            PIC X(8).
    02  SortInitials           PIC XX.
    02  SortStudentId          PIC 9(7).

FD SheetPrintFile.
01  SheetPrintLine             PIC X(80).

WORKING-STORAGE SECTION.
COPY tchstat.
COPY insstat.
COPY enrstat.
COPY stustat.
COPY crsstat.
COPY trmstat.
COPY termws.

*> The term's assignments, so one pass over the pairings can put
*> each student on the sheet of every instructor teaching the
*> course.
01  AssignTable.
    02  AssignEntry OCCURS 300 TIMES.
        03  AST-CourseCode     PIC X(4).
        03  AST-InstructorId   PIC X(6).
01  AssignCount                PIC 9(4) VALUE ZERO.
01  AssignIndex                PIC 9(4) VALUE ZERO.

01  SheetTermCode              PIC X(6) VALUE SPACES.
01  EndOfSortSwitch            PIC X    VALUE "N".
    88  EndOfSortFile                   VALUE "Y".
01  SheetOpenSwitch            PIC X    VALUE "N".
    88  SheetOpen                       VALUE "Y".
01  SheetStudentCount          PIC 9(4) VALUE ZERO.
01  SheetsPrinted              PIC 9(4) VALUE ZERO.
01  StudentsListed             PIC 9(6) VALUE ZERO.

01  RunDateFields.
    02  RunYear                PIC 9(4).
    02  RunMonth               PIC 9(2).
    02  RunDay                 PIC 9(2).

01  ReportControls.
    02  PageNumber             PIC 9(4) VALUE ZERO.
    02  LineCount              PIC 9(3) VALUE ZERO.
    02  LinesPerPage           PIC 9(3) VALUE 55.

01  BlankLine                  PIC X(80) VALUE SPACES.

01  TitleLine.
    02  FILLER                 PIC X(13) VALUE "GRADE SHEET".
    02  FILLER                 PIC X(6)  VALUE "TERM: ".
    02  TL-TermCode            PIC X(6).
    02  FILLER                 PIC X(4)  VALUE SPACES.
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

01  CourseLine.
    02  FILLER                 PIC X(12) VALUE "COURSE:     ".
    02  CL-CourseCode          PIC X(4).
    02  FILLER                 PIC X(4)  VALUE SPACES.
    02  CL-Title               PIC X(30).

01  ColumnHeadingLine.
    02  FILLER                 PIC X(10) VALUE "STUDENT ID".
    02  FILLER                 PIC X(3)  VALUE SPACES.
    02  FILLER                 PIC X(8)  VALUE "SURNAME".
    02  FILLER                 PIC X(3)  VALUE SPACES.
    02  FILLER                 PIC X(8)  VALUE "INITIALS".
    02  FILLER                 PIC X(6)  VALUE SPACES.
    02  FILLER                 PIC X(5)  VALUE "GRADE".

01  DetailLine.
    02  DL-StudentId           PIC 9(7).
    02  FILLER                 PIC X(6)  VALUE SPACES.
    02  DL-Surname             PIC X(8).
    02  FILLER                 PIC X(3)  VALUE SPACES.
    02  DL-Initials            PIC XX.
    02  FILLER                 PIC X(12) VALUE SPACES.
    02  FILLER                 PIC X(6)  VALUE "______".

01  SheetCountLine.
    02  FILLER                 PIC X(19) VALUE "STUDENTS ON SHEET: ".
    02  SCL-Count              PIC ZZZ9.

01  NoStudentLine.
    02  FILLER                 PIC X(40) VALUE
        "NO STUDENTS ENROLLED IN THIS TERM".

01  SignatureLine.
    02  FILLER                 PIC X(22) VALUE "INSTRUCTOR SIGNATURE: ".
    02  FILLER                 PIC X(24) VALUE ALL "_".
    02  FILLER                 PIC X(8)  VALUE "  DATE: ".
    02  FILLER                 PIC X(10) VALUE ALL "_".

PROCEDURE DIVISION.
Begin.
    PERFORM FindCurrentTerm
    DISPLAY "ENTER TERM CODE (BLANK FOR CURRENT TERM)"
    ACCEPT SheetTermCode
    IF SheetTermCode = SPACES
       MOVE CurrentTermCode TO SheetTermCode
    END-IF
    IF SheetTermCode = SPACES
       DISPLAY "NO CURRENT TERM ON TERMS.DAT - KEY THE TERM CODE"
       STOP RUN
    END-IF
    OPEN INPUT TeachFile
    IF NOT TeachFileOk
       DISPLAY "UNABLE TO OPEN TEACHING.DAT - STATUS " TeachFileStatus
       STOP RUN
    END-IF
    PERFORM LoadAssignTable
    CLOSE TeachFile
    IF AssignCount = ZERO
       DISPLAY "NO TEACHING ASSIGNMENTS FOR " SheetTermCode
          " - NO SHEETS PRINTED"
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
    OPEN INPUT CourseFile
    IF NOT CourseFileOk
       DISPLAY "UNABLE TO OPEN COURSE.DAT - STATUS " CourseFileStatus
       STOP RUN
    END-IF
    OPEN INPUT InstructorFile
    IF NOT InstructorFileOk
       DISPLAY "UNABLE TO OPEN INSTRUCT.DAT - STATUS "
          InstructorFileStatus
       STOP RUN
    END-IF

    OPEN OUTPUT SheetPrintFile
    ACCEPT RunDateFields FROM DATE YYYYMMDD
    MOVE SPACES TO TL-RunDate
    STRING RunMonth "/" RunDay "/" RunYear DELIMITED BY SIZE
        INTO TL-RunDate
    END-STRING
    MOVE SheetTermCode TO TL-TermCode

    SORT SortWorkFile
        ON ASCENDING KEY SortInstructorId SortCourseCode SortRecType
                         SortSurname SortInitials SortStudentId
        INPUT PROCEDURE IS ReleaseSheetRecords
        OUTPUT PROCEDURE IS PrintSheets

    CLOSE EnrollFile
    CLOSE StudentFile
    CLOSE CourseFile
    CLOSE InstructorFile
    CLOSE SheetPrintFile
    DISPLAY "GRADE SHEETS PRINTED: " SheetsPrinted
    DISPLAY "STUDENTS LISTED:      " StudentsListed
    STOP RUN.

LoadAssignTable.
    MOVE SheetTermCode TO TeachTermCode
    MOVE LOW-VALUES TO TeachCourseCode
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
       OR TeachTermCode NOT = SheetTermCode
       IF AssignCount < 300
          ADD 1 TO AssignCount
          MOVE TeachCourseCode TO AST-CourseCode(AssignCount)
          MOVE TeachInstructorId TO AST-InstructorId(AssignCount)
       ELSE
          DISPLAY "ASSIGNTABLE FULL AT 300 ASSIGNMENTS - "
             TeachCourseCode " " TeachInstructorId " NOT PRINTED"
       END-IF
       READ TeachFile NEXT RECORD
           AT END SET EndOfTeachFile TO TRUE
       END-READ
    END-PERFORM.

ReleaseSheetRecords.
    PERFORM VARYING AssignIndex FROM 1 BY 1
       UNTIL AssignIndex > AssignCount
       MOVE AST-InstructorId(AssignIndex) TO SortInstructorId
       MOVE AST-CourseCode(AssignIndex) TO SortCourseCode
       SET SortSheetHeader TO TRUE
       MOVE SPACES TO SortSurname
       MOVE SPACES TO SortInitials
       MOVE ZERO TO SortStudentId
       RELEASE SortSheetRec
    END-PERFORM
    READ EnrollFile NEXT RECORD
        AT END SET EndOfEnrollFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfEnrollFile
       IF EnrollTermCode = SheetTermCode
          OR (EnrollTermCode = SPACES
             AND SheetTermCode = CurrentTermCode)
          PERFORM ReleaseEnrolledStudent
       END-IF
       READ EnrollFile NEXT RECORD
           AT END SET EndOfEnrollFile TO TRUE
       END-READ
    END-PERFORM.

ReleaseEnrolledStudent.
    MOVE EnrollStudentId TO StudentId
    READ StudentFile
       INVALID KEY
          DISPLAY "ENROLLMENT FOR UNKNOWN STUDENT " EnrollStudentId
             " " EnrollCourseCode " - SKIPPED"
       NOT INVALID KEY
          IF NOT StudentLeft
             PERFORM VARYING AssignIndex FROM 1 BY 1
                UNTIL AssignIndex > AssignCount
                IF AST-CourseCode(AssignIndex) = EnrollCourseCode
                   MOVE AST-InstructorId(AssignIndex)
                      TO SortInstructorId
                   MOVE EnrollCourseCode TO SortCourseCode
                   SET SortSheetStudent TO TRUE
                   MOVE Surname TO SortSurname
                   MOVE Initials TO SortInitials
                   MOVE StudentId TO SortStudentId
                   RELEASE SortSheetRec
                END-IF
             END-PERFORM
          END-IF
    END-READ.

PrintSheets.
    RETURN SortWorkFile
        AT END SET EndOfSortFile TO TRUE
    END-RETURN
    PERFORM UNTIL EndOfSortFile
       IF SortSheetHeader
          IF SheetOpen
             PERFORM FinishSheet
          END-IF
          PERFORM StartSheet
       ELSE
          PERFORM WriteStudentLine
       END-IF
       RETURN SortWorkFile
           AT END SET EndOfSortFile TO TRUE
       END-RETURN
    END-PERFORM
    IF SheetOpen
       PERFORM FinishSheet
    END-IF.

*> Every sheet starts on a new page with its page count from one,
*> so each can be torn off and sent to its instructor.
StartSheet.
    MOVE "Y" TO SheetOpenSwitch
    ADD 1 TO SheetsPrinted
    MOVE ZERO TO SheetStudentCount
    MOVE ZERO TO PageNumber
    MOVE SortInstructorId TO IL-InstructorId
    MOVE SortInstructorId TO InstructorId
    READ InstructorFile
       INVALID KEY
          MOVE "(NOT ON INSTRUCT.DAT)" TO IL-Name
          MOVE SPACES TO IL-Dept
       NOT INVALID KEY
          MOVE InstructorName TO IL-Name
          MOVE InstructorDept TO IL-Dept
    END-READ
    MOVE SortCourseCode TO CL-CourseCode
    MOVE SortCourseCode TO CourseCode OF CourseRec
    READ CourseFile
       INVALID KEY
          MOVE "(NOT ON COURSE.DAT)" TO CL-Title
       NOT INVALID KEY
          MOVE CourseTitle TO CL-Title
    END-READ
    PERFORM WriteSheetHeading.

WriteSheetHeading.
    ADD 1 TO PageNumber
    MOVE PageNumber TO TL-PageNumber
    WRITE SheetPrintLine FROM TitleLine AFTER ADVANCING PAGE
    WRITE SheetPrintLine FROM InstructorLine AFTER ADVANCING 2
    WRITE SheetPrintLine FROM CourseLine AFTER ADVANCING 1
    WRITE SheetPrintLine FROM BlankLine AFTER ADVANCING 1
    WRITE SheetPrintLine FROM ColumnHeadingLine AFTER ADVANCING 1
    WRITE SheetPrintLine FROM BlankLine AFTER ADVANCING 1
    MOVE 7 TO LineCount.

*> Double-spaced so there is room to write each grade by hand.
WriteStudentLine.
    IF LineCount >= LinesPerPage
       PERFORM WriteSheetHeading
    END-IF
    MOVE SortStudentId TO DL-StudentId
    MOVE SortSurname TO DL-Surname
    MOVE SortInitials TO DL-Initials
    WRITE SheetPrintLine FROM DetailLine AFTER ADVANCING 2
    ADD 2 TO LineCount
    ADD 1 TO SheetStudentCount
    ADD 1 TO StudentsListed.

FinishSheet.
    MOVE "N" TO SheetOpenSwitch
    IF SheetStudentCount = ZERO
       WRITE SheetPrintLine FROM NoStudentLine AFTER ADVANCING 1
    ELSE
       MOVE SheetStudentCount TO SCL-Count
       WRITE SheetPrintLine FROM BlankLine AFTER ADVANCING 1
       WRITE SheetPrintLine FROM SheetCountLine AFTER ADVANCING 1
    END-IF
    WRITE SheetPrintLine FROM SignatureLine AFTER ADVANCING 3.

COPY curterm.
