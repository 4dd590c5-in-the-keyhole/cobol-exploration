IDENTIFICATION DIVISION.
PROGRAM-ID. EnrollTrend.
AUTHOR. Michael Coughlan.

*> Term-over-term enrollment and demand trend, printed to
*> ENRTREND.PRT.  For every course, one line per term on TERMS.DAT
*> in start-date order: the headcount (ENROLL.DAT pairings stamped
*> with the term; a blank term code counts in the current term, as
*> everywhere else), the fill rate against CourseCapacity, how many
*> students are still on WAITLIST.DAT, the drops from DROPHIST.DAT
*> and the change in headcount on the previous term.
*> WAITLIST.DAT carries no term code, so an entry is placed by its
*> date: in the term running on that date, or failing that the next
*> term to start (a student waitlisted between terms is waiting for
*> the coming one), or failing that the current term.
*> A course that had students waiting in two terms running is
*> flagged as a candidate for more capacity.  A course filling under
*> the threshold keyed at the start of the run in the current term
*> (the last term on file when none is flagged current) is flagged
*> as a candidate to cancel; a course with no capacity on file is
*> never flagged to cancel.  Every course on COURSE.DAT is listed,
*> so a course nobody took shows up at nought per cent.
*> Capacity is today's CourseCapacity for every term - the course
*> master keeps no history of it.  The same figures are written to
*> the fixed-width extract ENRTREND.EXT (see trendext.cpy).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY enrfctl.
    COPY crsfctl.
    COPY trmfctl.
    COPY wtlfctl.
    COPY drpfctl.
    COPY tdxfctl.
    SELECT TrendPrintFile ASSIGN TO "ENRTREND.PRT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SortWorkFile ASSIGN TO "ENRTREND.SRT".

DATA DIVISION.
FILE SECTION.
FD EnrollFile.
COPY enroll.

FD CourseFile.
COPY course.

FD TermFile.
COPY term.

FD WaitlistFile.
COPY waitlist.

FD DropHistFile.
COPY drophist.

FD TrendExtractFile.
COPY trendext.

*> One record per counted event: a course on the master (term 0,
*> so every course is listed), a pairing, a waiting student or a
*> drop, against the term's place in TermTable.
SD SortWorkFile.
01  SortTrendRec.
    02  SortCourseCode         PIC X(4).
    02  SortTermSeq            PIC 9(2).
    02  SortEventType          PIC X.
        88  SortCourseMarker            VALUE "C".
        88  SortEnrolled                VALUE "E".
        88  SortWaiting                 VALUE "W".
        88  SortDrop                    VALUE "D".

FD TrendPrintFile.
01  TrendPrintLine             PIC X(80).

WORKING-STORAGE SECTION.
COPY enrstat.
COPY crsstat.
COPY trmstat.
COPY termws.
COPY wtlstat.
COPY drpstat.

*> The terms on TERMS.DAT in start-date order; a term code's place
*> in this table is its column in the trend.
01  TermTable.
    02  TermEntry OCCURS 40 TIMES.
        03  TRT-TermCode       PIC X(6).
        03  TRT-StartDate      PIC 9(8).
        03  TRT-EndDate        PIC 9(8).
01  TermTableCount             PIC 9(2) VALUE ZERO.
01  TermIndex                  PIC 9(2) VALUE ZERO.
01  ShiftIndex                 PIC 9(2) VALUE ZERO.
01  FoundTermSeq               PIC 9(2) VALUE ZERO.
01  CurrentTermSeq             PIC 9(2) VALUE ZERO.
01  JudgedTermSeq              PIC 9(2) VALUE ZERO.
01  LookupTermCode             PIC X(6) VALUE SPACES.
01  SlotFoundSwitch            PIC X    VALUE "N".
    88  SlotFound                       VALUE "Y".

*> One course's figures, term by term, built up as its sorted
*> events come back.
01  CourseTermTable.
    02  CourseTermEntry OCCURS 40 TIMES.
        03  CTS-Headcount      PIC 9(5).
        03  CTS-Waiting        PIC 9(5).
        03  CTS-Drops          PIC 9(5).

01  EndOfSortSwitch            PIC X    VALUE "N".
    88  EndOfSortFile                   VALUE "Y".
01  EndOfWaitlistSwitch        PIC X    VALUE "N".
    88  EndOfWaitlistFile               VALUE "Y".
01  EndOfDropHistSwitch        PIC X    VALUE "N".
    88  EndOfDropHistFile               VALUE "Y".
01  CourseOpenSwitch           PIC X    VALUE "N".
    88  CourseOpen                      VALUE "Y".
01  CourseOnFileSwitch         PIC X    VALUE "N".
    88  CourseOnFile                    VALUE "Y".
01  AddCapacitySwitch          PIC X    VALUE "N".
    88  AddCapacityCandidate            VALUE "Y".
01  CancelSwitch               PIC X    VALUE "N".
    88  CancelCandidate                 VALUE "Y".
01  CurrentCourseCode          PIC X(4) VALUE SPACES.
01  CourseCapacityHeld         PIC 9(4) VALUE ZERO.

01  CancelThreshold            PIC 9(3) VALUE ZERO.
01  FillRate                   PIC 9(3)V9 VALUE ZERO.
01  HeadcountChange            PIC S9(5) VALUE ZERO.
01  CoursesListed              PIC 9(4) VALUE ZERO.
01  CapacityCandidates         PIC 9(4) VALUE ZERO.
01  CancelCandidates           PIC 9(4) VALUE ZERO.
01  UnplacedCount              PIC 9(5) VALUE ZERO.

01  BlankLine                  PIC X(80) VALUE SPACES.

01  TitleLine.
    02  FILLER                 PIC X(36) VALUE
        "ENROLLMENT AND DEMAND TREND BY TERM".
    02  FILLER                 PIC X(10) VALUE "RUN DATE: ".
    02  TL-RunDate             PIC 9(8).

01  ThresholdLine.
    02  FILLER                 PIC X(27) VALUE
        "CANCEL THRESHOLD FILL RATE ".
    02  THL-Threshold          PIC ZZ9.
    02  FILLER                 PIC X(15) VALUE "%  JUDGED TERM ".
    02  THL-TermCode           PIC X(6).

01  CourseHeadingLine.
    02  FILLER                 PIC X(7)  VALUE "COURSE ".
    02  CHL-CourseCode         PIC X(4).
    02  FILLER                 PIC X(2)  VALUE SPACES.
    02  CHL-Title              PIC X(30).
    02  FILLER                 PIC X(11) VALUE "  CAPACITY ".
    02  CHL-Capacity           PIC ZZZ9.

01  ColumnHeadingLine.
    02  FILLER                 PIC X(4)  VALUE SPACES.
    02  FILLER                 PIC X(9)  VALUE "TERM".
    02  FILLER                 PIC X(8)  VALUE "COUNT".
    02  FILLER                 PIC X(8)  VALUE "FILL%".
    02  FILLER                 PIC X(8)  VALUE "WAITL".
    02  FILLER                 PIC X(8)  VALUE "DROPS".
    02  FILLER                 PIC X(8)  VALUE "CHANGE".
    02  FILLER                 PIC X(4)  VALUE "NOTE".

01  DetailLine.
    02  FILLER                 PIC X(4)  VALUE SPACES.
    02  DL-TermCode            PIC X(6).
    02  FILLER                 PIC X(3)  VALUE SPACES.
    02  DL-Headcount           PIC ZZZZ9.
    02  FILLER                 PIC X(3)  VALUE SPACES.
    02  DL-FillRate            PIC ZZ9.9.
    02  FILLER                 PIC X(3)  VALUE SPACES.
    02  DL-Waiting             PIC ZZZZ9.
    02  FILLER                 PIC X(3)  VALUE SPACES.
    02  DL-Drops               PIC ZZZZ9.
    02  FILLER                 PIC X(3)  VALUE SPACES.
    02  DL-Change              PIC ----9.
    02  DL-ChangeText REDEFINES DL-Change PIC X(5).
    02  FILLER                 PIC X(3)  VALUE SPACES.
    02  DL-Note                PIC X(16).

01  FlagLine.
    02  FILLER                 PIC X(4)  VALUE SPACES.
    02  FL-Text                PIC X(70).

01  SummaryLine.
    02  SML-Label              PIC X(40).
    02  SML-Count              PIC ZZZZ9.

PROCEDURE DIVISION.
Begin.
    PERFORM LoadTermTable
    IF TermTableCount = ZERO
       DISPLAY "NO TERMS ON TERMS.DAT - NO TREND TO REPORT"
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
    PERFORM FindCurrentTerm
    MOVE CurrentTermCode TO LookupTermCode
    PERFORM FindTermSeq
    MOVE FoundTermSeq TO CurrentTermSeq
    IF CurrentTermSeq = ZERO
       MOVE TermTableCount TO JudgedTermSeq
    ELSE
       MOVE CurrentTermSeq TO JudgedTermSeq
    END-IF

    DISPLAY "ENTER CANCEL THRESHOLD FILL PERCENT (0 FOR 50)"
    ACCEPT CancelThreshold
    IF CancelThreshold = ZERO
       MOVE 50 TO CancelThreshold
    END-IF

    OPEN OUTPUT TrendPrintFile
    OPEN OUTPUT TrendExtractFile
    ACCEPT TL-RunDate FROM DATE YYYYMMDD
    WRITE TrendPrintLine FROM TitleLine
    MOVE CancelThreshold TO THL-Threshold
    MOVE TRT-TermCode(JudgedTermSeq) TO THL-TermCode
    WRITE TrendPrintLine FROM ThresholdLine AFTER ADVANCING 1

    SORT SortWorkFile
        ON ASCENDING KEY SortCourseCode SortTermSeq
        INPUT PROCEDURE IS ReleaseTrendEvents
        OUTPUT PROCEDURE IS PrintTrend

    WRITE TrendPrintLine FROM BlankLine AFTER ADVANCING 2
    MOVE "COURSES LISTED" TO SML-Label
    MOVE CoursesListed TO SML-Count
    WRITE TrendPrintLine FROM SummaryLine AFTER ADVANCING 1
    MOVE "CANDIDATES FOR MORE CAPACITY" TO SML-Label
    MOVE CapacityCandidates TO SML-Count
    WRITE TrendPrintLine FROM SummaryLine AFTER ADVANCING 1
    MOVE "CANDIDATES TO CANCEL" TO SML-Label
    MOVE CancelCandidates TO SML-Count
    WRITE TrendPrintLine FROM SummaryLine AFTER ADVANCING 1
    IF UnplacedCount > ZERO
       MOVE "ENTRIES WITH NO TERM ON TERMS.DAT" TO SML-Label
       MOVE UnplacedCount TO SML-Count
       WRITE TrendPrintLine FROM SummaryLine AFTER ADVANCING 1
    END-IF

    CLOSE EnrollFile
    CLOSE CourseFile
    CLOSE TrendPrintFile
    CLOSE TrendExtractFile
    DISPLAY "COURSES LISTED:       " CoursesListed
    DISPLAY "CAPACITY CANDIDATES:  " CapacityCandidates
    DISPLAY "CANCEL CANDIDATES:    " CancelCandidates
    STOP RUN.

*> TERMS.DAT is in term-code order, which need not be the order the
*> terms ran in, so each term is slotted into the table by its
*> start date.
LoadTermTable.
    MOVE ZERO TO TermTableCount
    OPEN INPUT TermFile
    IF TermFileOk
       READ TermFile NEXT RECORD
           AT END SET EndOfTermFile TO TRUE
       END-READ
       PERFORM UNTIL EndOfTermFile
          IF TermTableCount < 40
             PERFORM SlotTermByStartDate
          ELSE
             DISPLAY "TERMTABLE FULL AT 40 TERMS - " TermCode
                " NOT REPORTED"
          END-IF
          READ TermFile NEXT RECORD
              AT END SET EndOfTermFile TO TRUE
          END-READ
       END-PERFORM
       CLOSE TermFile
    END-IF.

SlotTermByStartDate.
    ADD 1 TO TermTableCount
    MOVE TermTableCount TO TermIndex
    MOVE "N" TO SlotFoundSwitch
    PERFORM UNTIL SlotFound
       IF TermIndex = 1
          MOVE "Y" TO SlotFoundSwitch
       ELSE
          COMPUTE ShiftIndex = TermIndex - 1
          END-COMPUTE
          IF TRT-StartDate(ShiftIndex) NOT > TermStartDate
             MOVE "Y" TO SlotFoundSwitch
          ELSE
             MOVE TermEntry(ShiftIndex) TO TermEntry(TermIndex)
             MOVE ShiftIndex TO TermIndex
          END-IF
       END-IF
    END-PERFORM
    MOVE TermCode TO TRT-TermCode(TermIndex)
    MOVE TermStartDate TO TRT-StartDate(TermIndex)
    MOVE TermEndDate TO TRT-EndDate(TermIndex).

*> FoundTermSeq is the term's place in TermTable, or zero when the
*> code is blank or not on TERMS.DAT.
FindTermSeq.
    MOVE ZERO TO FoundTermSeq
    IF LookupTermCode NOT = SPACES
       PERFORM VARYING TermIndex FROM 1 BY 1
          UNTIL TermIndex > TermTableCount
          IF TRT-TermCode(TermIndex) = LookupTermCode
             MOVE TermIndex TO FoundTermSeq
          END-IF
       END-PERFORM
    END-IF.

*> The term running on the date the student was waitlisted, else
*> the next term to start after it, else the current term.
FindWaitTermSeq.
    MOVE ZERO TO FoundTermSeq
    PERFORM VARYING TermIndex FROM 1 BY 1
       UNTIL TermIndex > TermTableCount OR FoundTermSeq NOT = ZERO
       IF WaitDate NOT < TRT-StartDate(TermIndex)
          AND WaitDate NOT > TRT-EndDate(TermIndex)
          MOVE TermIndex TO FoundTermSeq
       END-IF
    END-PERFORM
    PERFORM VARYING TermIndex FROM 1 BY 1
       UNTIL TermIndex > TermTableCount OR FoundTermSeq NOT = ZERO
       IF TRT-StartDate(TermIndex) > WaitDate
          MOVE TermIndex TO FoundTermSeq
       END-IF
    END-PERFORM
    IF FoundTermSeq = ZERO
       MOVE CurrentTermSeq TO FoundTermSeq
    END-IF.

ReleaseTrendEvents.
    READ CourseFile NEXT RECORD
        AT END SET EndOfCourseFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfCourseFile
       MOVE CourseCode OF CourseRec TO SortCourseCode
       MOVE ZERO TO SortTermSeq
       SET SortCourseMarker TO TRUE
       RELEASE SortTrendRec
       READ CourseFile NEXT RECORD
           AT END SET EndOfCourseFile TO TRUE
       END-READ
    END-PERFORM

    READ EnrollFile NEXT RECORD
        AT END SET EndOfEnrollFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfEnrollFile
       IF EnrollTermCode = SPACES
          MOVE CurrentTermSeq TO FoundTermSeq
       ELSE
          MOVE EnrollTermCode TO LookupTermCode
          PERFORM FindTermSeq
       END-IF
       MOVE EnrollCourseCode TO SortCourseCode
       SET SortEnrolled TO TRUE
       PERFORM ReleasePlacedEvent
       READ EnrollFile NEXT RECORD
           AT END SET EndOfEnrollFile TO TRUE
       END-READ
    END-PERFORM

    OPEN INPUT WaitlistFile
    IF WaitlistFileOk
       READ WaitlistFile
           AT END SET EndOfWaitlistFile TO TRUE
       END-READ
       PERFORM UNTIL EndOfWaitlistFile
          PERFORM FindWaitTermSeq
          MOVE WaitCourseCode TO SortCourseCode
          SET SortWaiting TO TRUE
          PERFORM ReleasePlacedEvent
          READ WaitlistFile
              AT END SET EndOfWaitlistFile TO TRUE
          END-READ
       END-PERFORM
       CLOSE WaitlistFile
    END-IF

    OPEN INPUT DropHistFile
    IF DropHistFileOk
       READ DropHistFile
           AT END SET EndOfDropHistFile TO TRUE
       END-READ
       PERFORM UNTIL EndOfDropHistFile
          MOVE DropTermCode TO LookupTermCode
          PERFORM FindTermSeq
          MOVE DropCourseCode TO SortCourseCode
          SET SortDrop TO TRUE
          PERFORM ReleasePlacedEvent
          READ DropHistFile
              AT END SET EndOfDropHistFile TO TRUE
          END-READ
       END-PERFORM
       CLOSE DropHistFile
    END-IF.

*> An entry whose term cannot be placed on TERMS.DAT is counted for
*> the summary rather than guessed into a term.
ReleasePlacedEvent.
    IF FoundTermSeq = ZERO
       ADD 1 TO UnplacedCount
    ELSE
       MOVE FoundTermSeq TO SortTermSeq
       RELEASE SortTrendRec
    END-IF.

PrintTrend.
    RETURN SortWorkFile
        AT END MOVE "Y" TO EndOfSortSwitch
    END-RETURN
    PERFORM UNTIL EndOfSortFile
       IF CourseOpen
          AND SortCourseCode NOT = CurrentCourseCode
          PERFORM FinishCourse
       END-IF
       IF NOT CourseOpen
          MOVE "Y" TO CourseOpenSwitch
          MOVE SortCourseCode TO CurrentCourseCode
          PERFORM VARYING TermIndex FROM 1 BY 1
             UNTIL TermIndex > TermTableCount
             MOVE ZERO TO CTS-Headcount(TermIndex)
             MOVE ZERO TO CTS-Waiting(TermIndex)
             MOVE ZERO TO CTS-Drops(TermIndex)
          END-PERFORM
       END-IF
       PERFORM CountOneEvent
       RETURN SortWorkFile
           AT END MOVE "Y" TO EndOfSortSwitch
       END-RETURN
    END-PERFORM
    IF CourseOpen
       PERFORM FinishCourse
    END-IF.

CountOneEvent.
    EVALUATE TRUE
       WHEN SortEnrolled
          ADD 1 TO CTS-Headcount(SortTermSeq)
       WHEN SortWaiting
          ADD 1 TO CTS-Waiting(SortTermSeq)
       WHEN SortDrop
          ADD 1 TO CTS-Drops(SortTermSeq)
       WHEN OTHER
          CONTINUE
    END-EVALUATE.

*> The flags are settled before anything is printed, so the extract
*> can carry them on every one of the course's lines.
FinishCourse.
    MOVE "N" TO CourseOpenSwitch
    ADD 1 TO CoursesListed
    MOVE CurrentCourseCode TO CourseCode OF CourseRec
    READ CourseFile
       INVALID KEY
          MOVE "N" TO CourseOnFileSwitch
          MOVE "(NOT ON COURSE.DAT)" TO CHL-Title
          MOVE ZERO TO CourseCapacityHeld
       NOT INVALID KEY
          MOVE "Y" TO CourseOnFileSwitch
          MOVE CourseTitle TO CHL-Title
          MOVE CourseCapacity TO CourseCapacityHeld
    END-READ

    MOVE "N" TO AddCapacitySwitch
    PERFORM VARYING TermIndex FROM 2 BY 1
       UNTIL TermIndex > TermTableCount
       IF CTS-Waiting(TermIndex) > ZERO
          AND CTS-Waiting(TermIndex - 1) > ZERO
          MOVE "Y" TO AddCapacitySwitch
       END-IF
    END-PERFORM
    MOVE "N" TO CancelSwitch
    IF CourseOnFile AND CourseCapacityHeld > ZERO
       MOVE JudgedTermSeq TO TermIndex
       PERFORM WorkOutFillRate
       IF FillRate < CancelThreshold
          MOVE "Y" TO CancelSwitch
       END-IF
    END-IF

    MOVE CurrentCourseCode TO CHL-CourseCode
    MOVE CourseCapacityHeld TO CHL-Capacity
    WRITE TrendPrintLine FROM BlankLine AFTER ADVANCING 1
    WRITE TrendPrintLine FROM CourseHeadingLine AFTER ADVANCING 1
    WRITE TrendPrintLine FROM ColumnHeadingLine AFTER ADVANCING 1
    PERFORM VARYING TermIndex FROM 1 BY 1
       UNTIL TermIndex > TermTableCount
       PERFORM WriteTermLine
    END-PERFORM

    IF AddCapacityCandidate
       ADD 1 TO CapacityCandidates
       MOVE
          "** CANDIDATE FOR MORE CAPACITY - WAITING IN CONSECUTIVE TERMS"
          TO FL-Text
       WRITE TrendPrintLine FROM FlagLine AFTER ADVANCING 1
    END-IF
    IF CancelCandidate
       ADD 1 TO CancelCandidates
       MOVE "** CANDIDATE TO CANCEL - UNDER THE FILL THRESHOLD"
          TO FL-Text
       WRITE TrendPrintLine FROM FlagLine AFTER ADVANCING 1
    END-IF.

*> No capacity on file gives a fill rate of nought rather than a
*> division by zero.
WorkOutFillRate.
    MOVE ZERO TO FillRate
    IF CourseCapacityHeld > ZERO
       COMPUTE FillRate ROUNDED =
          CTS-Headcount(TermIndex) * 100 / CourseCapacityHeld
          ON SIZE ERROR
             MOVE 999.9 TO FillRate
       END-COMPUTE
    END-IF.

WriteTermLine.
    PERFORM WorkOutFillRate
    IF TermIndex = 1
       MOVE ZERO TO HeadcountChange
       MOVE "    -" TO DL-ChangeText
    ELSE
       COMPUTE HeadcountChange = CTS-Headcount(TermIndex)
          - CTS-Headcount(TermIndex - 1)
       END-COMPUTE
       MOVE HeadcountChange TO DL-Change
    END-IF
    MOVE TRT-TermCode(TermIndex) TO DL-TermCode
    MOVE CTS-Headcount(TermIndex) TO DL-Headcount
    MOVE FillRate TO DL-FillRate
    MOVE CTS-Waiting(TermIndex) TO DL-Waiting
    MOVE CTS-Drops(TermIndex) TO DL-Drops
    *> Students still waiting do not mean the course is full - a
    *> held candidate keeps their place with seats free - so an
    *> under-filled term can be turning students away as well.
    MOVE SPACES TO DL-Note
    EVALUATE TRUE
       WHEN TermIndex = JudgedTermSeq AND CancelCandidate
          AND CTS-Waiting(TermIndex) > ZERO
          MOVE "UNDER FILL/WAIT" TO DL-Note
       WHEN TermIndex = JudgedTermSeq AND CancelCandidate
          MOVE "UNDER FILL" TO DL-Note
       WHEN CTS-Waiting(TermIndex) > ZERO
          MOVE "TURNING AWAY" TO DL-Note
    END-EVALUATE
    WRITE TrendPrintLine FROM DetailLine AFTER ADVANCING 1

    MOVE CurrentCourseCode TO TX-CourseCode
    MOVE TRT-TermCode(TermIndex) TO TX-TermCode
    MOVE TRT-StartDate(TermIndex) TO TX-TermStart
    MOVE CourseCapacityHeld TO TX-Capacity
    MOVE CTS-Headcount(TermIndex) TO TX-Headcount
    MOVE FillRate TO TX-FillPercent
    MOVE CTS-Waiting(TermIndex) TO TX-Waitlisted
    MOVE CTS-Drops(TermIndex) TO TX-Drops
    MOVE HeadcountChange TO TX-Change
    IF AddCapacityCandidate
       MOVE "Y" TO TX-CapacityFlag
    ELSE
       MOVE "N" TO TX-CapacityFlag
    END-IF
    IF CancelCandidate
       MOVE "Y" TO TX-CancelFlag
    ELSE
       MOVE "N" TO TX-CancelFlag
    END-IF
    WRITE TrendExtractRec.

COPY curterm.
