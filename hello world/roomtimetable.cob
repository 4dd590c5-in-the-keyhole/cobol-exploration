IDENTIFICATION DIVISION.
PROGRAM-ID. RoomTimetable.
AUTHOR. Michael Coughlan.

*> Prints the week's bookings room by room from TIMETABL.DAT to
*> TTROOM.PRT for facilities: one page per room, its slots in day
*> and start-time order with the course booked and its title from
*> COURSE.DAT, a blank line between days so a free day stands out.
*> The operator keys the term to print; no data takes the term
*> flagged current on TERMS.DAT.  TimetableMaint never lets two
*> slots share a room at overlapping times, so the page for a room
*> is also its free-time sheet.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY ttfctl.
    COPY crsfctl.
    COPY trmfctl.
    SELECT RoomPrintFile ASSIGN TO "TTROOM.PRT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SortWorkFile ASSIGN TO "TTROOM.SRT".

DATA DIVISION.
FILE SECTION.
FD TimetableFile.
COPY timetabl.

FD CourseFile.
COPY course.

FD TermFile.
COPY term.

SD SortWorkFile.
01  SortSlotRec.
    88  SortEndOfFile          VALUE HIGH-VALUES.
    02  SortRoom               PIC X(6).
    02  SortDay                PIC 9.
    02  SortStartTime          PIC 9(4).
    02  SortEndTime            PIC 9(4).
    02  SortCourseCode         PIC X(4).

FD RoomPrintFile.
01  RoomPrintLine              PIC X(80).

WORKING-STORAGE SECTION.
COPY ttstat.
COPY crsstat.
COPY trmstat.
COPY termws.
COPY dayname.

01  ReportTermCode             PIC X(6)  VALUE SPACES.
01  PriorRoom                  PIC X(6)  VALUE SPACES.
01  PriorDay                   PIC 9     VALUE ZERO.
01  FirstRoomGroup             PIC X     VALUE "Y".
    88  IsFirstRoomGroup                VALUE "Y".
01  PageNumber                 PIC 9(4)  VALUE ZERO.
01  RoomSlotCount              PIC 9(3)  VALUE ZERO.
01  TotalSlotCount             PIC 9(5)  VALUE ZERO.
01  RoomCount                  PIC 9(4)  VALUE ZERO.

01  BlankLine                  PIC X(80) VALUE SPACES.

01  TitleLine.
    02  FILLER                 PIC X(29) VALUE
        "WEEKLY ROOM TIMETABLE".
    02  FILLER                 PIC X(10) VALUE "RUN DATE: ".
    02  TL-RunDate             PIC 9(8).

01  RoomHeadingLine.
    02  FILLER                 PIC X(6)  VALUE "ROOM: ".
    02  RHL-Room               PIC X(6).
    02  FILLER                 PIC X(4)  VALUE SPACES.
    02  FILLER                 PIC X(6)  VALUE "TERM: ".
    02  RHL-TermCode           PIC X(6).
    02  FILLER                 PIC X(17) VALUE SPACES.
    02  FILLER                 PIC X(6)  VALUE "PAGE: ".
    02  RHL-PageNumber         PIC ZZZ9.

01  ColumnHeadingLine.
    02  FILLER                 PIC X(5)  VALUE "DAY".
    02  FILLER                 PIC X(13) VALUE "TIME".
    02  FILLER                 PIC X(8)  VALUE "COURSE".
    02  FILLER                 PIC X(30) VALUE "TITLE".

01  DetailLine.
    02  DL-Day                 PIC X(3).
    02  FILLER                 PIC X(2)  VALUE SPACES.
    02  DL-StartTime           PIC 9(4).
    02  FILLER                 PIC X     VALUE "-".
    02  DL-EndTime             PIC 9(4).
    02  FILLER                 PIC X(4)  VALUE SPACES.
    02  DL-CourseCode          PIC X(4).
    02  FILLER                 PIC X(4)  VALUE SPACES.
    02  DL-Title               PIC X(30).

01  RoomTotalLine.
    02  FILLER                 PIC X(23) VALUE "SLOTS BOOKED IN ROOM: ".
    02  RTL-Count              PIC ZZ9.

01  EmptyTermLine.
    02  FILLER                 PIC X(27) VALUE
        "NO SLOTS ON FILE FOR TERM ".
    02  ETL-TermCode           PIC X(6).

PROCEDURE DIVISION.
Begin.
    OPEN INPUT TimetableFile
    IF NOT TimetableFileOk
       DISPLAY "UNABLE TO OPEN TIMETABL.DAT - STATUS "
          TimetableFileStatus
       STOP RUN
    END-IF
    OPEN INPUT CourseFile
    IF NOT CourseFileOk
       DISPLAY "UNABLE TO OPEN COURSE.DAT - STATUS " CourseFileStatus
       STOP RUN
    END-IF
    PERFORM FindCurrentTerm
    DISPLAY "ENTER TERM CODE (NO DATA FOR CURRENT TERM)"
    ACCEPT ReportTermCode
    IF ReportTermCode = SPACES
       MOVE CurrentTermCode TO ReportTermCode
    END-IF
    IF ReportTermCode = SPACES
       DISPLAY "NO TERM KEYED AND NO CURRENT TERM ON TERMS.DAT"
       CLOSE TimetableFile
       CLOSE CourseFile
       STOP RUN
    END-IF

    OPEN OUTPUT RoomPrintFile
    ACCEPT TL-RunDate FROM DATE YYYYMMDD

    SORT SortWorkFile
        ON ASCENDING KEY SortRoom SortDay SortStartTime
        INPUT PROCEDURE IS SelectTermSlots
        OUTPUT PROCEDURE IS PrintRoomPages

    IF IsFirstRoomGroup
       MOVE ReportTermCode TO ETL-TermCode
       WRITE RoomPrintLine FROM TitleLine
       WRITE RoomPrintLine FROM BlankLine AFTER ADVANCING 1
       WRITE RoomPrintLine FROM EmptyTermLine AFTER ADVANCING 1
    ELSE
       PERFORM WriteRoomTotal
    END-IF

    CLOSE TimetableFile
    CLOSE CourseFile
    CLOSE RoomPrintFile
    DISPLAY "ROOMS PRINTED:         " RoomCount
    DISPLAY "SLOTS PRINTED:         " TotalSlotCount
    STOP RUN.

SelectTermSlots.
    READ TimetableFile NEXT RECORD
        AT END SET EndOfTimetableFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfTimetableFile
       IF TtTermCode = ReportTermCode
          MOVE TtRoom TO SortRoom
          MOVE TtDay TO SortDay
          MOVE TtStartTime TO SortStartTime
          MOVE TtEndTime TO SortEndTime
          MOVE TtCourseCode TO SortCourseCode
          RELEASE SortSlotRec
       END-IF
       READ TimetableFile NEXT RECORD
           AT END SET EndOfTimetableFile TO TRUE
       END-READ
    END-PERFORM.

PrintRoomPages.
    RETURN SortWorkFile
        AT END SET SortEndOfFile TO TRUE
    END-RETURN
    PERFORM UNTIL SortEndOfFile
       IF IsFirstRoomGroup OR SortRoom NOT = PriorRoom
          IF NOT IsFirstRoomGroup
             PERFORM WriteRoomTotal
          END-IF
          MOVE "N" TO FirstRoomGroup
          MOVE SortRoom TO PriorRoom
          MOVE ZERO TO RoomSlotCount
          ADD 1 TO RoomCount
          PERFORM WriteRoomHeading
       ELSE
          IF SortDay NOT = PriorDay
             WRITE RoomPrintLine FROM BlankLine AFTER ADVANCING 1
          END-IF
       END-IF
       MOVE SortDay TO PriorDay
       PERFORM WriteSlotLine
       RETURN SortWorkFile
           AT END SET SortEndOfFile TO TRUE
       END-RETURN
    END-PERFORM.

WriteRoomHeading.
    ADD 1 TO PageNumber
    MOVE SortRoom TO RHL-Room
    MOVE ReportTermCode TO RHL-TermCode
    MOVE PageNumber TO RHL-PageNumber
    IF PageNumber = 1
       WRITE RoomPrintLine FROM TitleLine
    ELSE
       WRITE RoomPrintLine FROM TitleLine AFTER ADVANCING PAGE
    END-IF
    WRITE RoomPrintLine FROM RoomHeadingLine AFTER ADVANCING 2
    WRITE RoomPrintLine FROM BlankLine AFTER ADVANCING 1
    WRITE RoomPrintLine FROM ColumnHeadingLine AFTER ADVANCING 1
    WRITE RoomPrintLine FROM BlankLine AFTER ADVANCING 1.

WriteSlotLine.
    MOVE DayName(SortDay) TO DL-Day
    MOVE SortStartTime TO DL-StartTime
    MOVE SortEndTime TO DL-EndTime
    MOVE SortCourseCode TO DL-CourseCode
    MOVE SortCourseCode TO CourseCode OF CourseRec
    READ CourseFile
       INVALID KEY
          MOVE "(NOT ON COURSE.DAT)" TO DL-Title
       NOT INVALID KEY
          MOVE CourseTitle TO DL-Title
    END-READ
    WRITE RoomPrintLine FROM DetailLine AFTER ADVANCING 1
    ADD 1 TO RoomSlotCount
    ADD 1 TO TotalSlotCount.

WriteRoomTotal.
    MOVE RoomSlotCount TO RTL-Count
    WRITE RoomPrintLine FROM BlankLine AFTER ADVANCING 1
    WRITE RoomPrintLine FROM RoomTotalLine AFTER ADVANCING 1.

COPY curterm.
