IDENTIFICATION DIVISION.
PROGRAM-ID. TeachingLoad.
AUTHOR. Michael Coughlan.

*> Prints the teaching load for the department heads to
*> TEACHLOD.PRT: for every instructor with assignments on
*> TEACHING.DAT, the courses they teach each term, how many
*> students are enrolled in each from ENROLL.DAT, and the weekly
*> contact hours from the course's meeting slots on TIMETABL.DAT,
*> with the courses, students and hours totalled for the instructor
*> for each term and for the department.  Each department starts a
*> new page so it can go to its head alone.  The operator keys one
*> term code, or leaves it blank for every term on file.  A pairing
*> with a blank term code counts in the current term, as everywhere
*> else, and withdrawn and graduated students are not counted.  A
*> course taught jointly counts in full for each of its instructors.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY tchfctl.
    COPY insfctl.
    COPY enrfctl.
    COPY stufctl.
    COPY crsfctl.
    COPY ttfctl.
    COPY trmfctl.
    SELECT LoadPrintFile ASSIGN TO "TEACHLOD.PRT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SortWorkFile ASSIGN TO "TEACHLOD.SRT".

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

FD TimetableFile.
COPY timetabl.

FD TermFile.
COPY term.

SD SortWorkFile.
01  SortLoadRec.
    02  SortDept               PIC X(20).
    02  SortInstructorId       PIC X(6).
    02  SortTermCode           PIC X(6).
    02  SortCourseCode         PIC X(4).
    02  SortInstructorName     PIC X(30).
    02  SortStudents           PIC 9(5).
    02  SortMinutes            PIC 9(5).

FD LoadPrintFile.
01  LoadPrintLine              PIC X(90).

WORKING-STORAGE SECTION.
COPY tchstat.
COPY insstat.
COPY enrstat.
COPY stustat.
COPY crsstat.
COPY ttstat.
COPY trmstat.
COPY termws.

01  LoadTermCode               PIC X(6) VALUE SPACES.

*> The assignments selected, each with the students enrolled in
*> the course that term, counted in one pass over the pairings.
01  AssignTable.
    02  AssignEntry OCCURS 1000 TIMES.
        03  AST-TermCode       PIC X(6).
        03  AST-CourseCode     PIC X(4).
        03  AST-InstructorId   PIC X(6).
        03  AST-Students       PIC 9(5).
01  AssignCount                PIC 9(4) VALUE ZERO.
01  AssignIndex                PIC 9(4) VALUE ZERO.
01  PairingTermCode            PIC X(6) VALUE SPACES.
01  TimetableOnFileSwitch      PIC X    VALUE "N".
    88  TimetableOnFile                 VALUE "Y".

*> Meeting slot times split into hours and minutes for the weekly
*> contact time.
01  SlotStartFields.
    02  SlotStartHour          PIC 9(2).
    02  SlotStartMinute        PIC 9(2).
01  SlotEndFields.
    02  SlotEndHour            PIC 9(2).
    02  SlotEndMinute          PIC 9(2).
01  SlotMinutes                PIC S9(5) VALUE ZERO.
01  CourseMinutes              PIC 9(5) VALUE ZERO.

01  EndOfSortSwitch            PIC X    VALUE "N".
    88  EndOfSortFile                   VALUE "Y".
01  DeptOpenSwitch             PIC X    VALUE "N".
    88  DeptOpen                        VALUE "Y".
01  InstructorOpenSwitch       PIC X    VALUE "N".
    88  InstructorOpen                  VALUE "Y".
01  TermOpenSwitch             PIC X    VALUE "N".
    88  TermOpen                        VALUE "Y".
01  BreakDept                  PIC X(20) VALUE SPACES.
01  BreakInstructorId          PIC X(6) VALUE SPACES.
01  BreakTermCode              PIC X(6) VALUE SPACES.

01  TermTotals.
    02  TermCourses            PIC 9(4) VALUE ZERO.
    02  TermStudents           PIC 9(6) VALUE ZERO.
    02  TermMinutes            PIC 9(6) VALUE ZERO.
01  DeptTotals.
    02  DeptInstructors        PIC 9(4) VALUE ZERO.
    02  DeptCourses            PIC 9(4) VALUE ZERO.
    02  DeptStudents           PIC 9(6) VALUE ZERO.
    02  DeptMinutes            PIC 9(6) VALUE ZERO.
01  InstructorsListed          PIC 9(4) VALUE ZERO.
01  AssignmentsListed          PIC 9(5) VALUE ZERO.
01  WeeklyHours                PIC 9(4)V9 VALUE ZERO.

01  RunDateFields.
    02  RunYear                PIC 9(4).
    02  RunMonth               PIC 9(2).
    02  RunDay                 PIC 9(2).

01  ReportControls.
    02  PageNumber             PIC 9(4) VALUE ZERO.
    02  LineCount              PIC 9(3) VALUE 99.
    02  LinesPerPage           PIC 9(3) VALUE 55.

01  BlankLine                  PIC X(90) VALUE SPACES.

01  TitleLine.
    02  FILLER                 PIC X(24) VALUE "TEACHING LOAD".
    02  FILLER                 PIC X(6)  VALUE "TERM: ".
    02  TL-TermCode            PIC X(9).
    02  FILLER                 PIC X(10) VALUE "RUN DATE: ".
    02  TL-RunDate             PIC X(10).
    02  FILLER                 PIC X(4)  VALUE SPACES.
    02  FILLER                 PIC X(6)  VALUE "PAGE: ".
    02  TL-PageNumber          PIC ZZZ9.

01  DeptLine.
    02  FILLER                 PIC X(12) VALUE "DEPARTMENT: ".
    02  DPL-Dept               PIC X(20).

01  ColumnHeadingLine.
    02  FILLER                 PIC X(8)  VALUE "TERM".
    02  FILLER                 PIC X(8)  VALUE "COURSE".
    02  FILLER                 PIC X(32) VALUE "TITLE".
    02  FILLER                 PIC X(10) VALUE "  STUDENTS".
    02  FILLER                 PIC X(14) VALUE "  WEEKLY HOURS".

01  InstructorLine.
    02  FILLER                 PIC X(12) VALUE "INSTRUCTOR: ".
    02  IL-InstructorId        PIC X(6).
    02  FILLER                 PIC X(2)  VALUE SPACES.
    02  IL-Name                PIC X(30).

01  DetailLine.
    02  DL-TermCode            PIC X(6).
    02  FILLER                 PIC X(2)  VALUE SPACES.
    02  DL-CourseCode          PIC X(4).
    02  FILLER                 PIC X(4)  VALUE SPACES.
    02  DL-Title               PIC X(30).
    02  FILLER                 PIC X(2)  VALUE SPACES.
    02  DL-Students            PIC Z(9)9.
    02  FILLER                 PIC X(8)  VALUE SPACES.
    02  DL-Hours               PIC ZZZ9.9.

01  TotalLine.
    02  TOT-Label              PIC X(16).
    02  TOT-Code               PIC X(6).
    02  FILLER                 PIC X(2)  VALUE SPACES.
    02  TOT-Courses            PIC ZZZ9.
    02  FILLER                 PIC X(9)  VALUE " COURSES ".
    02  FILLER                 PIC X(11) VALUE SPACES.
    02  TOT-Students           PIC Z(9)9.
    02  FILLER                 PIC X(8)  VALUE SPACES.
    02  TOT-Hours              PIC ZZZ9.9.

01  DeptInstructorLine.
    02  FILLER                 PIC X(16) VALUE "  INSTRUCTORS: ".
    02  DIL-Count              PIC ZZZ9.

01  NoAssignmentLine.
    02  FILLER                 PIC X(40) VALUE
        "NO TEACHING ASSIGNMENTS ON FILE".

PROCEDURE DIVISION.
Begin.
    PERFORM FindCurrentTerm
    DISPLAY "ENTER TERM CODE (BLANK FOR ALL TERMS)"
    ACCEPT LoadTermCode
    OPEN INPUT TeachFile
    IF NOT TeachFileOk
       DISPLAY "UNABLE TO OPEN TEACHING.DAT - STATUS " TeachFileStatus
       STOP RUN
    END-IF
    PERFORM LoadAssignTable
    CLOSE TeachFile
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
    *> No timetable yet just means no contact hours to show.
    OPEN INPUT TimetableFile
    IF NOT TimetableFileOk AND NOT TimetableFileNotFound
       DISPLAY "UNABLE TO OPEN TIMETABL.DAT - STATUS "
          TimetableFileStatus
       STOP RUN
    END-IF
    IF TimetableFileOk
       MOVE "Y" TO TimetableOnFileSwitch
    END-IF
    PERFORM CountEnrolledStudents

    OPEN OUTPUT LoadPrintFile
    ACCEPT RunDateFields FROM DATE YYYYMMDD
    MOVE SPACES TO TL-RunDate
    STRING RunMonth "/" RunDay "/" RunYear DELIMITED BY SIZE
        INTO TL-RunDate
    END-STRING
    IF LoadTermCode = SPACES
       MOVE "ALL TERMS" TO TL-TermCode
    ELSE
       MOVE LoadTermCode TO TL-TermCode
    END-IF

    SORT SortWorkFile
        ON ASCENDING KEY SortDept SortInstructorId SortTermCode
                         SortCourseCode
        INPUT PROCEDURE IS ReleaseAssignments
        OUTPUT PROCEDURE IS PrintTeachingLoad

    IF AssignmentsListed = ZERO
       PERFORM WritePageHeading
       WRITE LoadPrintLine FROM NoAssignmentLine AFTER ADVANCING 2
    END-IF

    CLOSE EnrollFile
    CLOSE StudentFile
    CLOSE CourseFile
    CLOSE InstructorFile
    IF TimetableOnFile
       CLOSE TimetableFile
    END-IF
    CLOSE LoadPrintFile
    DISPLAY "INSTRUCTORS LISTED:  " InstructorsListed
    DISPLAY "ASSIGNMENTS LISTED:  " AssignmentsListed
    STOP RUN.

LoadAssignTable.
    READ TeachFile NEXT RECORD
        AT END SET EndOfTeachFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfTeachFile
       IF LoadTermCode = SPACES OR TeachTermCode = LoadTermCode
          IF AssignCount < 1000
             ADD 1 TO AssignCount
             MOVE TeachTermCode TO AST-TermCode(AssignCount)
             MOVE TeachCourseCode TO AST-CourseCode(AssignCount)
             MOVE TeachInstructorId TO AST-InstructorId(AssignCount)
             MOVE ZERO TO AST-Students(AssignCount)
          ELSE
             DISPLAY "ASSIGNTABLE FULL AT 1000 ASSIGNMENTS - "
                TeachTermCode " " TeachCourseCode " "
                TeachInstructorId " NOT LISTED"
          END-IF
       END-IF
       READ TeachFile NEXT RECORD
           AT END SET EndOfTeachFile TO TRUE
       END-READ
    END-PERFORM.

CountEnrolledStudents.
    READ EnrollFile NEXT RECORD
        AT END SET EndOfEnrollFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfEnrollFile
       IF EnrollTermCode = SPACES
          MOVE CurrentTermCode TO PairingTermCode
       ELSE
          MOVE EnrollTermCode TO PairingTermCode
       END-IF
       IF PairingTermCode NOT = SPACES
          PERFORM CountOnePairing
       END-IF
       READ EnrollFile NEXT RECORD
           AT END SET EndOfEnrollFile TO TRUE
       END-READ
    END-PERFORM.

CountOnePairing.
    MOVE EnrollStudentId TO StudentId
    READ StudentFile
       INVALID KEY
          CONTINUE
       NOT INVALID KEY
          IF NOT StudentLeft
             PERFORM VARYING AssignIndex FROM 1 BY 1
                UNTIL AssignIndex > AssignCount
                IF AST-CourseCode(AssignIndex) = EnrollCourseCode
                   AND AST-TermCode(AssignIndex) = PairingTermCode
                   ADD 1 TO AST-Students(AssignIndex)
                END-IF
             END-PERFORM
          END-IF
    END-READ.

ReleaseAssignments.
    PERFORM VARYING AssignIndex FROM 1 BY 1
       UNTIL AssignIndex > AssignCount
       MOVE AST-InstructorId(AssignIndex) TO SortInstructorId
       MOVE AST-TermCode(AssignIndex) TO SortTermCode
       MOVE AST-CourseCode(AssignIndex) TO SortCourseCode
       MOVE AST-Students(AssignIndex) TO SortStudents
       MOVE AST-InstructorId(AssignIndex) TO InstructorId
       READ InstructorFile
          INVALID KEY
             MOVE SPACES TO SortDept
             MOVE "(NOT ON INSTRUCT.DAT)" TO SortInstructorName
          NOT INVALID KEY
             MOVE InstructorDept TO SortDept
             MOVE InstructorName TO SortInstructorName
       END-READ
       PERFORM TotalCourseMinutes
       MOVE CourseMinutes TO SortMinutes
       RELEASE SortLoadRec
    END-PERFORM.

*> A slot runs from its start time up to its end time, so its
*> length is the difference between the two in minutes.
TotalCourseMinutes.
    MOVE ZERO TO CourseMinutes
    IF TimetableOnFile
       MOVE AST-CourseCode(AssignIndex) TO TtCourseCode
       MOVE AST-TermCode(AssignIndex) TO TtTermCode
       MOVE ZERO TO TtSlotNo
       START TimetableFile KEY IS NOT LESS THAN TtKey
          INVALID KEY
             SET EndOfTimetableFile TO TRUE
       END-START
       IF TimetableFileOk
          READ TimetableFile NEXT RECORD
              AT END SET EndOfTimetableFile TO TRUE
          END-READ
       END-IF
       PERFORM UNTIL EndOfTimetableFile
          OR TtCourseCode NOT = AST-CourseCode(AssignIndex)
          OR TtTermCode NOT = AST-TermCode(AssignIndex)
          MOVE TtStartTime TO SlotStartFields
          MOVE TtEndTime TO SlotEndFields
          COMPUTE SlotMinutes = (SlotEndHour * 60 + SlotEndMinute)
              - (SlotStartHour * 60 + SlotStartMinute)
          END-COMPUTE
          IF SlotMinutes > ZERO
             ADD SlotMinutes TO CourseMinutes
          END-IF
          READ TimetableFile NEXT RECORD
              AT END SET EndOfTimetableFile TO TRUE
          END-READ
       END-PERFORM
    END-IF.

PrintTeachingLoad.
    RETURN SortWorkFile
        AT END SET EndOfSortFile TO TRUE
    END-RETURN
    PERFORM UNTIL EndOfSortFile
       IF TermOpen
          AND (SortDept NOT = BreakDept
             OR SortInstructorId NOT = BreakInstructorId
             OR SortTermCode NOT = BreakTermCode)
          PERFORM FinishTerm
       END-IF
       IF InstructorOpen
          AND (SortDept NOT = BreakDept
             OR SortInstructorId NOT = BreakInstructorId)
          MOVE "N" TO InstructorOpenSwitch
       END-IF
       IF DeptOpen AND SortDept NOT = BreakDept
          PERFORM FinishDept
       END-IF
       IF NOT DeptOpen
          PERFORM StartDept
       END-IF
       IF NOT InstructorOpen
          PERFORM StartInstructor
       END-IF
       IF NOT TermOpen
          MOVE "Y" TO TermOpenSwitch
          MOVE SortTermCode TO BreakTermCode
          MOVE ZERO TO TermCourses
          MOVE ZERO TO TermStudents
          MOVE ZERO TO TermMinutes
       END-IF
       PERFORM WriteLoadLine
       RETURN SortWorkFile
           AT END SET EndOfSortFile TO TRUE
       END-RETURN
    END-PERFORM
    IF TermOpen
       PERFORM FinishTerm
    END-IF
    IF DeptOpen
       PERFORM FinishDept
    END-IF.

StartDept.
    MOVE "Y" TO DeptOpenSwitch
    MOVE SortDept TO BreakDept
    MOVE ZERO TO DeptInstructors
    MOVE ZERO TO DeptCourses
    MOVE ZERO TO DeptStudents
    MOVE ZERO TO DeptMinutes
    IF SortDept = SPACES
       MOVE "(NO DEPARTMENT)" TO DPL-Dept
    ELSE
       MOVE SortDept TO DPL-Dept
    END-IF
    PERFORM WritePageHeading.

StartInstructor.
    MOVE "Y" TO InstructorOpenSwitch
    MOVE SortInstructorId TO BreakInstructorId
    ADD 1 TO DeptInstructors
    ADD 1 TO InstructorsListed
    MOVE SortInstructorId TO IL-InstructorId
    MOVE SortInstructorName TO IL-Name
    IF LineCount + 4 >= LinesPerPage
       PERFORM WritePageHeading
    END-IF
    WRITE LoadPrintLine FROM InstructorLine AFTER ADVANCING 2
    ADD 2 TO LineCount.

*> Each department starts on a new page.
WritePageHeading.
    ADD 1 TO PageNumber
    MOVE PageNumber TO TL-PageNumber
    WRITE LoadPrintLine FROM TitleLine AFTER ADVANCING PAGE
    WRITE LoadPrintLine FROM DeptLine AFTER ADVANCING 2
    WRITE LoadPrintLine FROM BlankLine AFTER ADVANCING 1
    WRITE LoadPrintLine FROM ColumnHeadingLine AFTER ADVANCING 1
    MOVE 5 TO LineCount.

WriteLoadLine.
    IF LineCount >= LinesPerPage
       PERFORM WritePageHeading
       WRITE LoadPrintLine FROM InstructorLine AFTER ADVANCING 2
       ADD 2 TO LineCount
    END-IF
    MOVE SortTermCode TO DL-TermCode
    MOVE SortCourseCode TO DL-CourseCode
    MOVE SortCourseCode TO CourseCode OF CourseRec
    READ CourseFile
       INVALID KEY
          MOVE "(NOT ON COURSE.DAT)" TO DL-Title
       NOT INVALID KEY
          MOVE CourseTitle TO DL-Title
    END-READ
    MOVE SortStudents TO DL-Students
    COMPUTE WeeklyHours ROUNDED = SortMinutes / 60
    MOVE WeeklyHours TO DL-Hours
    WRITE LoadPrintLine FROM DetailLine AFTER ADVANCING 1
    ADD 1 TO LineCount
    ADD 1 TO AssignmentsListed
    ADD 1 TO TermCourses
    ADD SortStudents TO TermStudents
    ADD SortMinutes TO TermMinutes.

FinishTerm.
    MOVE "N" TO TermOpenSwitch
    ADD TermCourses TO DeptCourses
    ADD TermStudents TO DeptStudents
    ADD TermMinutes TO DeptMinutes
    MOVE "  TOTAL FOR TERM" TO TOT-Label
    MOVE BreakTermCode TO TOT-Code
    MOVE TermCourses TO TOT-Courses
    MOVE TermStudents TO TOT-Students
    COMPUTE WeeklyHours ROUNDED = TermMinutes / 60
    MOVE WeeklyHours TO TOT-Hours
    WRITE LoadPrintLine FROM TotalLine AFTER ADVANCING 1
    ADD 1 TO LineCount.

FinishDept.
    MOVE "N" TO DeptOpenSwitch
    MOVE "N" TO InstructorOpenSwitch
    MOVE "DEPARTMENT TOTAL" TO TOT-Label
    MOVE SPACES TO TOT-Code
    MOVE DeptCourses TO TOT-Courses
    MOVE DeptStudents TO TOT-Students
    COMPUTE WeeklyHours ROUNDED = DeptMinutes / 60
    MOVE WeeklyHours TO TOT-Hours
    MOVE DeptInstructors TO DIL-Count
    WRITE LoadPrintLine FROM BlankLine AFTER ADVANCING 1
    WRITE LoadPrintLine FROM TotalLine AFTER ADVANCING 1
    WRITE LoadPrintLine FROM DeptInstructorLine AFTER ADVANCING 1
    ADD 3 TO LineCount.

COPY curterm.
