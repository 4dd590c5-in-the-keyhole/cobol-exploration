IDENTIFICATION DIVISION.
PROGRAM-ID. StudentTimetable.
AUTHOR. Michael Coughlan.

*> Prints a personal timetable for each student to TTSTUD.PRT, one
*> page per student, laid out like the standard letters so it can
*> go in the same envelope: the date, the student's name and the
*> address block from CONTACTS.DAT when they have details on file,
*> then every meeting slot of every course they are enrolled in for
*> the term, in day and time order, with the room.  A course with no
*> slots on TIMETABL.DAT for the term is still listed, as not yet
*> timetabled, so the page accounts for every enrollment.
*> The operator keys the term (no data takes the current term) and
*> chooses A)LL students enrolled that term, or Q)UEUED - only the
*> students with an enrollment confirmation or promotion notice
*> waiting on LETTERS.QUE.  Run the queued selection before
*> LetterRun, which empties the queue, and the timetables match the
*> letters one for one.  As on the roster, withdrawn and graduated
*> students are left out.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY stufctl.
    COPY enrfctl.
    COPY ttfctl.
    COPY crsfctl.
    COPY cntfctl.
    COPY trmfctl.
    COPY ltrfctl.
    SELECT StudentPrintFile ASSIGN TO "TTSTUD.PRT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SortWorkFile ASSIGN TO "TTSTUD.SRT".

DATA DIVISION.
FILE SECTION.
FD StudentFile.
COPY student.

FD EnrollFile.
COPY enroll.

FD TimetableFile.
COPY timetabl.

FD CourseFile.
COPY course.

FD ContactFile.
COPY contact.

FD TermFile.
COPY term.

FD LetterQueueFile.
COPY letter.

*> SortDay 9 carries a course with no slots this term, so it sorts
*> after the timetabled week.
SD SortWorkFile.
01  SortSlotRec.
    88  SortEndOfFile          VALUE HIGH-VALUES.
    02  SortStudentId          PIC 9(7).
    02  SortDay                PIC 9.
        88  SortNotTimetabled           VALUE 9.
    02  SortStartTime          PIC 9(4).
    02  SortEndTime            PIC 9(4).
    02  SortCourseCode         PIC X(4).
    02  SortRoom               PIC X(6).

FD StudentPrintFile.
01  StudentPrintLine           PIC X(80).

WORKING-STORAGE SECTION.
COPY stustat.
COPY enrstat.
COPY ttstat.
COPY crsstat.
COPY cntstat.
COPY trmstat.
COPY ltrstat.
COPY termws.
COPY dayname.

01  ReportTermCode             PIC X(6)  VALUE SPACES.
01  SelectionReply             PIC X     VALUE SPACE.
    88  SelectAllStudents               VALUE "A".
    88  SelectQueuedStudents            VALUE "Q".
01  ContactsOnFileSwitch       PIC X     VALUE "N".
    88  ContactsOnFile                  VALUE "Y".
01  TimetableOnFileSwitch      PIC X     VALUE "N".
    88  TimetableOnFile                 VALUE "Y".
01  EndOfQueueSwitch           PIC X     VALUE "N".
    88  EndOfQueueFile                  VALUE "Y".
01  StudentSelectedSwitch      PIC X     VALUE "N".
    88  StudentSelected                 VALUE "Y".
01  SlotsReleasedSwitch        PIC X     VALUE "N".
    88  SlotsReleased                   VALUE "Y".
01  FirstStudentGroup          PIC X     VALUE "Y".
    88  IsFirstStudentGroup             VALUE "Y".
01  PriorStudentId             PIC 9(7)  VALUE ZERO.
01  PriorDay                   PIC 9     VALUE ZERO.
01  TimetablesPrinted          PIC 9(5)  VALUE ZERO.

*> Students with a confirmation or promotion letter queued, each
*> held once however many letters they are owed.
01  QueuedStudentEntries       PIC 9(4)  VALUE ZERO.
01  QueuedStudentIndex         PIC 9(4)  VALUE ZERO.
01  QueuedStudentTable.
    02  QST-StudentId OCCURS 1000 TIMES PIC 9(7).

01  BlankLine                  PIC X(80) VALUE SPACES.

01  DateLine.
    02  DTL-Date               PIC 9(8).

01  NameLine.
    02  NL-Initials            PIC XX.
    02  FILLER                 PIC X     VALUE SPACE.
    02  NL-Surname             PIC X(8).

01  AddressLine                PIC X(30) VALUE SPACES.

01  HeadingLine.
    02  FILLER                 PIC X(26) VALUE
        "PERSONAL TIMETABLE - TERM ".
    02  HL-TermCode            PIC X(6).

01  StudentRefLine.
    02  FILLER                 PIC X(13) VALUE "STUDENT REF: ".
    02  SRL-StudentId          PIC 9(7).

01  ColumnHeadingLine.
    02  FILLER                 PIC X(5)  VALUE "DAY".
    02  FILLER                 PIC X(13) VALUE "TIME".
    02  FILLER                 PIC X(8)  VALUE "ROOM".
    02  FILLER                 PIC X(8)  VALUE "COURSE".
    02  FILLER                 PIC X(30) VALUE "TITLE".

01  DetailLine.
    02  DL-Day                 PIC X(3).
    02  FILLER                 PIC X(2)  VALUE SPACES.
    02  DL-Times.
        03  DL-StartTime       PIC 9(4).
        03  FILLER             PIC X     VALUE "-".
        03  DL-EndTime         PIC 9(4).
    02  FILLER                 PIC X(4)  VALUE SPACES.
    02  DL-Room                PIC X(6).
    02  FILLER                 PIC X(2)  VALUE SPACES.
    02  DL-CourseCode          PIC X(4).
    02  FILLER                 PIC X(4)  VALUE SPACES.
    02  DL-Title               PIC X(30).

01  NotTimetabledLine.
    02  FILLER                 PIC X(26) VALUE
        "NOT YET TIMETABLED".
    02  NTL-CourseCode         PIC X(4).
    02  FILLER                 PIC X(4)  VALUE SPACES.
    02  NTL-Title              PIC X(30).

PROCEDURE DIVISION.
Begin.
    OPEN INPUT StudentFile
    IF NOT StudentFileOk
       DISPLAY "UNABLE TO OPEN STUDENTS.DAT - STATUS " StudentFileStatus
       STOP RUN
    END-IF
    OPEN INPUT EnrollFile
    IF NOT EnrollFileOk
       DISPLAY "UNABLE TO OPEN ENROLL.DAT - STATUS " EnrollFileStatus
       STOP RUN
    END-IF
    OPEN INPUT CourseFile
    IF NOT CourseFileOk
       DISPLAY "UNABLE TO OPEN COURSE.DAT - STATUS " CourseFileStatus
       STOP RUN
    END-IF
    OPEN INPUT TimetableFile
    IF TimetableFileOk
       MOVE "Y" TO TimetableOnFileSwitch
    END-IF
    OPEN INPUT ContactFile
    IF ContactFileOk
       MOVE "Y" TO ContactsOnFileSwitch
    END-IF
    PERFORM FindCurrentTerm
    DISPLAY "ENTER TERM CODE (NO DATA FOR CURRENT TERM)"
    ACCEPT ReportTermCode
    IF ReportTermCode = SPACES
       MOVE CurrentTermCode TO ReportTermCode
    END-IF
    PERFORM UNTIL SelectAllStudents OR SelectQueuedStudents
       DISPLAY "A)LL ENROLLED STUDENTS  Q)UEUED LETTERS ONLY"
       ACCEPT SelectionReply
    END-PERFORM
    IF SelectQueuedStudents
       PERFORM LoadQueuedStudents
    END-IF

    OPEN OUTPUT StudentPrintFile
    ACCEPT DTL-Date FROM DATE YYYYMMDD
    MOVE ReportTermCode TO HL-TermCode

    SORT SortWorkFile
        ON ASCENDING KEY SortStudentId SortDay SortStartTime
                         SortCourseCode
        INPUT PROCEDURE IS SelectStudentSlots
        OUTPUT PROCEDURE IS PrintTimetables

    CLOSE StudentFile
    CLOSE EnrollFile
    CLOSE CourseFile
    IF TimetableOnFile
       CLOSE TimetableFile
    END-IF
    IF ContactsOnFile
       CLOSE ContactFile
    END-IF
    CLOSE StudentPrintFile
    DISPLAY "TIMETABLES PRINTED:    " TimetablesPrinted
    STOP RUN.

*> The queue is only read here, never emptied - LetterRun owns that.
LoadQueuedStudents.
    OPEN INPUT LetterQueueFile
    IF LetterQueueFileNotFound
       DISPLAY "NO LETTERS.QUE - NO QUEUED STUDENTS TO PRINT"
    ELSE
       READ LetterQueueFile
           AT END SET EndOfQueueFile TO TRUE
       END-READ
       PERFORM UNTIL EndOfQueueFile
          IF LtrEnrollment OR LtrPromotion
             PERFORM AddQueuedStudent
          END-IF
          READ LetterQueueFile
              AT END SET EndOfQueueFile TO TRUE
          END-READ
       END-PERFORM
       CLOSE LetterQueueFile
    END-IF.

AddQueuedStudent.
    MOVE LtrStudentId TO PriorStudentId
    PERFORM FindQueuedStudent
    IF NOT StudentSelected
       IF QueuedStudentEntries < 1000
          ADD 1 TO QueuedStudentEntries
          MOVE LtrStudentId TO QST-StudentId(QueuedStudentEntries)
       ELSE
          DISPLAY "QUEUEDSTUDENTTABLE FULL AT 1000 STUDENTS - "
             LtrStudentId " NOT PRINTED"
       END-IF
    END-IF.

*> Looks PriorStudentId up in the queued-student table.
FindQueuedStudent.
    MOVE "N" TO StudentSelectedSwitch
    PERFORM VARYING QueuedStudentIndex FROM 1 BY 1
       UNTIL QueuedStudentIndex > QueuedStudentEntries
          OR StudentSelected
       IF QST-StudentId(QueuedStudentIndex) = PriorStudentId
          MOVE "Y" TO StudentSelectedSwitch
       END-IF
    END-PERFORM.

*> One sort record per meeting slot of every pairing in the term.  A
*> pairing with a blank term code predates terms and is taken as
*> belonging to the current term, as everywhere else.
SelectStudentSlots.
    MOVE ZERO TO PriorStudentId
    READ EnrollFile NEXT RECORD
        AT END SET EndOfEnrollFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfEnrollFile
       IF EnrollTermCode = ReportTermCode
          OR (EnrollTermCode = SPACES
             AND ReportTermCode = CurrentTermCode)
          PERFORM SelectPairing
       END-IF
       READ EnrollFile NEXT RECORD
           AT END SET EndOfEnrollFile TO TRUE
       END-READ
    END-PERFORM.

SelectPairing.
    IF SelectQueuedStudents
       MOVE EnrollStudentId TO PriorStudentId
       PERFORM FindQueuedStudent
    ELSE
       MOVE "Y" TO StudentSelectedSwitch
    END-IF
    IF StudentSelected
       MOVE EnrollStudentId TO StudentId
       READ StudentFile
          INVALID KEY
             DISPLAY "ENROLLMENT FOR UNKNOWN STUDENT " EnrollStudentId
                " " EnrollCourseCode " - SKIPPED"
          NOT INVALID KEY
             IF NOT StudentLeft
                PERFORM ReleasePairingSlots
             END-IF
       END-READ
    END-IF.

ReleasePairingSlots.
    MOVE "N" TO SlotsReleasedSwitch
    MOVE EnrollStudentId TO SortStudentId
    MOVE EnrollCourseCode TO SortCourseCode
    IF TimetableOnFile
       MOVE EnrollCourseCode TO TtCourseCode
       MOVE ReportTermCode TO TtTermCode
       MOVE ZERO TO TtSlotNo
       START TimetableFile KEY IS NOT LESS THAN TtKey
          INVALID KEY
             CONTINUE
       END-START
       IF TimetableFileOk
          READ TimetableFile NEXT RECORD
              AT END SET EndOfTimetableFile TO TRUE
          END-READ
          PERFORM UNTIL EndOfTimetableFile
             OR TtCourseCode NOT = EnrollCourseCode
             OR TtTermCode NOT = ReportTermCode
             MOVE EnrollStudentId TO SortStudentId
             MOVE EnrollCourseCode TO SortCourseCode
             MOVE TtDay TO SortDay
             MOVE TtStartTime TO SortStartTime
             MOVE TtEndTime TO SortEndTime
             MOVE TtRoom TO SortRoom
             RELEASE SortSlotRec
             MOVE "Y" TO SlotsReleasedSwitch
             READ TimetableFile NEXT RECORD
                 AT END SET EndOfTimetableFile TO TRUE
             END-READ
          END-PERFORM
       END-IF
    END-IF
    IF NOT SlotsReleased
       MOVE EnrollStudentId TO SortStudentId
       MOVE EnrollCourseCode TO SortCourseCode
       SET SortNotTimetabled TO TRUE
       MOVE ZERO TO SortStartTime
       MOVE ZERO TO SortEndTime
       MOVE SPACES TO SortRoom
       RELEASE SortSlotRec
    END-IF.

PrintTimetables.
    RETURN SortWorkFile
        AT END SET SortEndOfFile TO TRUE
    END-RETURN
    PERFORM UNTIL SortEndOfFile
       IF IsFirstStudentGroup OR SortStudentId NOT = PriorStudentId
          MOVE SortStudentId TO PriorStudentId
          PERFORM StartTimetablePage
          MOVE "N" TO FirstStudentGroup
       ELSE
          IF SortDay NOT = PriorDay
             WRITE StudentPrintLine FROM BlankLine AFTER ADVANCING 1
          END-IF
       END-IF
       MOVE SortDay TO PriorDay
       PERFORM WriteSlotLine
       RETURN SortWorkFile
           AT END SET SortEndOfFile TO TRUE
       END-RETURN
    END-PERFORM.

*> The page opens the way a standard letter does - date, name and
*> address block - so it can share the student's envelope.
StartTimetablePage.
    IF IsFirstStudentGroup
       WRITE StudentPrintLine FROM DateLine
    ELSE
       WRITE StudentPrintLine FROM DateLine AFTER ADVANCING PAGE
    END-IF
    WRITE StudentPrintLine FROM BlankLine AFTER ADVANCING 1
    MOVE SortStudentId TO StudentId
    READ StudentFile
       INVALID KEY
          MOVE SPACES TO NL-Initials
          MOVE "STUDENT" TO NL-Surname
       NOT INVALID KEY
          MOVE Initials TO NL-Initials
          MOVE Surname TO NL-Surname
    END-READ
    WRITE StudentPrintLine FROM NameLine AFTER ADVANCING 1
    PERFORM WriteAddressBlock
    WRITE StudentPrintLine FROM HeadingLine AFTER ADVANCING 1
    MOVE SortStudentId TO SRL-StudentId
    WRITE StudentPrintLine FROM StudentRefLine AFTER ADVANCING 1
    WRITE StudentPrintLine FROM BlankLine AFTER ADVANCING 1
    WRITE StudentPrintLine FROM ColumnHeadingLine AFTER ADVANCING 1
    WRITE StudentPrintLine FROM BlankLine AFTER ADVANCING 1
    ADD 1 TO TimetablesPrinted.

*> The address block only prints when the student has contact
*> details on file, as on the standard letters.
WriteAddressBlock.
    IF ContactsOnFile
       MOVE SortStudentId TO ContStudentId
       READ ContactFile
          INVALID KEY
             CONTINUE
          NOT INVALID KEY
             MOVE ContAddress1 TO AddressLine
             WRITE StudentPrintLine FROM AddressLine
                AFTER ADVANCING 1
             MOVE ContAddress2 TO AddressLine
             WRITE StudentPrintLine FROM AddressLine
                AFTER ADVANCING 1
             MOVE ContAddress3 TO AddressLine
             WRITE StudentPrintLine FROM AddressLine
                AFTER ADVANCING 1
       END-READ
    END-IF
    WRITE StudentPrintLine FROM BlankLine AFTER ADVANCING 1.

WriteSlotLine.
    MOVE SortCourseCode TO CourseCode OF CourseRec
    READ CourseFile
       INVALID KEY
          MOVE SPACES TO CourseTitle
    END-READ
    IF SortNotTimetabled
       MOVE SortCourseCode TO NTL-CourseCode
       MOVE CourseTitle TO NTL-Title
       WRITE StudentPrintLine FROM NotTimetabledLine
          AFTER ADVANCING 1
    ELSE
       MOVE DayName(SortDay) TO DL-Day
       MOVE SortStartTime TO DL-StartTime
       MOVE SortEndTime TO DL-EndTime
       MOVE SortRoom TO DL-Room
       MOVE SortCourseCode TO DL-CourseCode
       MOVE CourseTitle TO DL-Title
       WRITE StudentPrintLine FROM DetailLine AFTER ADVANCING 1
    END-IF.

COPY curterm.
