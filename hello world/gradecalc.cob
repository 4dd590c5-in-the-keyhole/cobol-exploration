IDENTIFICATION DIVISION.
PROGRAM-ID. GradeCalc.
AUTHOR. Michael Coughlan.

*> Calculates grades for the courses we mark ourselves and stores
*> them on RESULTS.DAT alongside the ones ResultLoad brings back from
*> the registrar.  MARKS.DAT is read in key order, one student-course
*> pairing at a time; each of the course's components on ASSESS.DAT
*> contributes its mark as a share of its maximum times its weight,
*> and the weighted percentage is turned into a letter with the
*> course's boundaries on GRADEBND.DAT - the highest boundary the
*> percentage reaches, or the course's lowest grade if it reaches
*> none.  The result is stamped with the run date and the current
*> term and stored the way ResultLoad stores one: a pairing graded
*> again replaces its earlier result.
*>
*> A pairing is not graded, and goes on the exceptions listing
*> (GRADECALC.PRT) instead, when it has no ENROLL.DAT pairing, when
*> a component has no mark or a mark above the component's maximum,
*> or when the course's components do not weigh 100 or it has no
*> boundaries.  A second pass over ENROLL.DAT lists current-term
*> pairings in an assessed course that have no marks at all, so no
*> enrolled student is silently left ungraded.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY mrkfctl.
    COPY enrfctl.
    COPY asmfctl.
    COPY gbdfctl.
    COPY gpfctl.
    COPY rsltfctl.
    COPY trmfctl.
    COPY opfctl.
    SELECT GradePrintFile ASSIGN TO "GRADECALC.PRT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD MarkFile.
COPY marks.

FD EnrollFile.
COPY enroll.

FD AssessFile.
COPY assess.

FD BoundaryFile.
COPY gradebnd.

FD GradeFile.
COPY gradept.

FD ResultFile.
COPY result.

FD TermFile.
COPY term.

FD OperatorFile.
COPY operator.

FD GradePrintFile.
01  GradePrintLine             PIC X(80).

WORKING-STORAGE SECTION.
COPY mrkstat.
COPY enrstat.
COPY asmstat.
COPY gbdstat.
COPY gpstat.
COPY rsltstat.
COPY trmstat.
COPY termws.
COPY opstat.
COPY operws.

01  RunDate                    PIC 9(8) VALUE ZERO.
01  BoundariesOnFileSwitch     PIC X    VALUE "N".
    88  BoundariesOnFile                VALUE "Y".

*> The pairing whose marks are being gathered, and its marks.
01  PairStudentId              PIC 9(7) VALUE ZERO.
01  PairCourseCode             PIC X(4) VALUE SPACES.
01  PairOpenSwitch             PIC X    VALUE "N".
    88  PairOpen                        VALUE "Y".
01  PairMarkTable.
    02  PairMarkEntry OCCURS 20 TIMES.
        03  PMT-Component      PIC X(2).
        03  PMT-Score          PIC 9(3)V9.
01  PairMarkCount              PIC 9(3) VALUE ZERO.
01  PairMarkIndex              PIC 9(3) VALUE ZERO.
01  PairMarkFoundSwitch        PIC X    VALUE "N".
    88  PairMarkFound                   VALUE "Y".
01  PairExceptionSwitch        PIC X    VALUE "N".
    88  PairExcepted                    VALUE "Y".

*> The components and boundaries of the course last loaded; the
*> marks file is in pairing order, so the same course comes round
*> once per student and is reloaded only when it changes.
01  LoadedCourseCode           PIC X(4) VALUE HIGH-VALUES.
01  ComponentTable.
    02  ComponentEntry OCCURS 20 TIMES.
        03  CT-Component       PIC X(2).
        03  CT-Weight          PIC 9(3).
        03  CT-MaxMark         PIC 9(3).
01  ComponentCount             PIC 9(3) VALUE ZERO.
01  ComponentIndex             PIC 9(3) VALUE ZERO.
01  ComponentWeightTotal       PIC 9(4) VALUE ZERO.
01  BoundaryTable.
    02  BoundaryEntry OCCURS 20 TIMES.
        03  BT-Grade           PIC X(2).
        03  BT-MinPercent      PIC 9(3)V9.
01  BoundaryCount              PIC 9(3) VALUE ZERO.
01  BoundaryIndex              PIC 9(3) VALUE ZERO.

01  WeightedTotal              PIC 9(3)V9(4) VALUE ZERO.
01  WeightedPercent            PIC 9(3)V9 VALUE ZERO.
01  AwardedGrade               PIC X(2) VALUE SPACES.
01  AwardedMinPercent          PIC 9(3)V9 VALUE ZERO.
01  LowestGrade                PIC X(2) VALUE SPACES.
01  LowestMinPercent           PIC 9(3)V9 VALUE ZERO.

01  EnrolledInTermSwitch       PIC X    VALUE "N".
    88  EnrolledInTerm                  VALUE "Y".
01  CourseAssessedSwitch       PIC X    VALUE "N".
    88  CourseAssessed                  VALUE "Y".
01  PairHasMarksSwitch         PIC X    VALUE "N".
    88  PairHasMarks                    VALUE "Y".

01  ReasonText                 PIC X(40) VALUE SPACES.
01  ReasonWeightTotal          PIC ZZZ9.

01  CalcCounts.
    02  PairingsRead           PIC 9(5) VALUE ZERO.
    02  ResultsLoaded          PIC 9(5) VALUE ZERO.
    02  ResultsReplaced        PIC 9(5) VALUE ZERO.
    02  PairingsExcepted       PIC 9(5) VALUE ZERO.
    02  PairingsUnmarked       PIC 9(5) VALUE ZERO.

01  BlankLine                  PIC X(80) VALUE SPACES.

01  TitleLine.
    02  FILLER                 PIC X(29) VALUE
        "GRADE CALCULATION EXCEPTIONS".
    02  FILLER                 PIC X(10) VALUE "RUN DATE: ".
    02  TL-RunDate             PIC 9(8).
    02  FILLER                 PIC X(7)  VALUE "  TERM ".
    02  TL-TermCode            PIC X(6).

01  ColumnHeadingLine.
    02  FILLER                 PIC X(11) VALUE "STUDENT ID".
    02  FILLER                 PIC X(8)  VALUE "COURSE".
    02  FILLER                 PIC X(40) VALUE "REASON NOT GRADED".

01  DetailLine.
    02  DL-StudentId           PIC 9(7).
    02  FILLER                 PIC X(4)  VALUE SPACES.
    02  DL-CourseCode          PIC X(4).
    02  FILLER                 PIC X(4)  VALUE SPACES.
    02  DL-Reason              PIC X(40).

01  NoExceptionLine.
    02  FILLER                 PIC X(26) VALUE
        "NO EXCEPTIONS - ALL GRADED".

01  CountLine.
    02  CL-Text                PIC X(24).
    02  CL-Count               PIC ZZZZ9.

PROCEDURE DIVISION.
Begin.
    PERFORM SignOnOperator
    IF NOT SignedOnCanUpdate
       DISPLAY "GRADE CALCULATION NEEDS UPDATE ACCESS - NOT RUN"
       STOP RUN
    END-IF
    OPEN INPUT MarkFile
    IF MarkFileNotFound
       DISPLAY "NO MARKS.DAT - NOTHING TO GRADE"
       STOP RUN
    END-IF
    OPEN INPUT EnrollFile
    IF NOT EnrollFileOk
       DISPLAY "UNABLE TO OPEN ENROLL.DAT - STATUS " EnrollFileStatus
       STOP RUN
    END-IF
    OPEN INPUT AssessFile
    IF NOT AssessFileOk
       DISPLAY "UNABLE TO OPEN ASSESS.DAT - STATUS " AssessFileStatus
       STOP RUN
    END-IF
    OPEN INPUT GradeFile
    IF NOT GradeFileOk
       DISPLAY "UNABLE TO OPEN GRADEPTS.DAT - STATUS " GradeFileStatus
       STOP RUN
    END-IF
    OPEN INPUT BoundaryFile
    IF BoundaryFileOk
       MOVE "Y" TO BoundariesOnFileSwitch
    END-IF
    PERFORM OpenResultFileForUpdate
    PERFORM FindCurrentTerm
    ACCEPT RunDate FROM DATE YYYYMMDD
    OPEN OUTPUT GradePrintFile
    MOVE RunDate TO TL-RunDate
    MOVE CurrentTermCode TO TL-TermCode
    WRITE GradePrintLine FROM TitleLine
    WRITE GradePrintLine FROM BlankLine AFTER ADVANCING 1
    WRITE GradePrintLine FROM ColumnHeadingLine AFTER ADVANCING 1

    PERFORM GradeMarkedPairings
    PERFORM ListUnmarkedPairings

    IF PairingsExcepted = ZERO AND PairingsUnmarked = ZERO
       WRITE GradePrintLine FROM NoExceptionLine AFTER ADVANCING 1
    END-IF
    WRITE GradePrintLine FROM BlankLine AFTER ADVANCING 1
    MOVE "PAIRINGS WITH MARKS:" TO CL-Text
    MOVE PairingsRead TO CL-Count
    WRITE GradePrintLine FROM CountLine AFTER ADVANCING 1
    MOVE "RESULTS LOADED:" TO CL-Text
    MOVE ResultsLoaded TO CL-Count
    WRITE GradePrintLine FROM CountLine AFTER ADVANCING 1
    MOVE "RESULTS REPLACED:" TO CL-Text
    MOVE ResultsReplaced TO CL-Count
    WRITE GradePrintLine FROM CountLine AFTER ADVANCING 1
    MOVE "PAIRINGS NOT GRADED:" TO CL-Text
    MOVE PairingsExcepted TO CL-Count
    WRITE GradePrintLine FROM CountLine AFTER ADVANCING 1
    MOVE "ENROLLED WITH NO MARKS:" TO CL-Text
    MOVE PairingsUnmarked TO CL-Count
    WRITE GradePrintLine FROM CountLine AFTER ADVANCING 1

    CLOSE MarkFile
    CLOSE EnrollFile
    CLOSE AssessFile
    CLOSE GradeFile
    IF BoundariesOnFile
       CLOSE BoundaryFile
    END-IF
    CLOSE ResultFile
    CLOSE GradePrintFile

    DISPLAY "PAIRINGS WITH MARKS:    " PairingsRead
    DISPLAY "RESULTS LOADED:         " ResultsLoaded
    DISPLAY "RESULTS REPLACED:       " ResultsReplaced
    DISPLAY "PAIRINGS NOT GRADED:    " PairingsExcepted
    DISPLAY "ENROLLED WITH NO MARKS: " PairingsUnmarked
    STOP RUN.

*> A brand-new installation has no RESULTS.DAT yet, so fall back to
*> OPEN OUTPUT to create it; otherwise open I-O to preserve the
*> results already loaded.
OpenResultFileForUpdate.
    OPEN I-O ResultFile
    IF ResultFileNotFound
       OPEN OUTPUT ResultFile
    END-IF
    IF NOT ResultFileOk
       DISPLAY "UNABLE TO OPEN RESULTS.DAT - STATUS " ResultFileStatus
       STOP RUN
    END-IF.

*> MARKS.DAT is in StudentId + CourseCode + component order, so each
*> pairing's marks arrive together; a change of pairing closes the
*> one gathered so far.
GradeMarkedPairings.
    PERFORM ReadNextMark
    PERFORM UNTIL EndOfMarkFile
       IF PairOpen
          AND (MarkStudentId NOT = PairStudentId
               OR MarkCourseCode NOT = PairCourseCode)
          PERFORM GradeOnePairing
       END-IF
       IF NOT PairOpen
          MOVE "Y" TO PairOpenSwitch
          MOVE MarkStudentId TO PairStudentId
          MOVE MarkCourseCode TO PairCourseCode
          MOVE ZERO TO PairMarkCount
          ADD 1 TO PairingsRead
       END-IF
       IF PairMarkCount < 20
          ADD 1 TO PairMarkCount
          MOVE MarkComponent TO PMT-Component(PairMarkCount)
          MOVE MarkScore TO PMT-Score(PairMarkCount)
       ELSE
          DISPLAY "PAIRMARKTABLE FULL AT 20 MARKS - " PairStudentId
             " " PairCourseCode " MARK " MarkComponent " NOT READ"
       END-IF
       PERFORM ReadNextMark
    END-PERFORM
    IF PairOpen
       PERFORM GradeOnePairing
    END-IF.

ReadNextMark.
    READ MarkFile NEXT RECORD
        AT END SET EndOfMarkFile TO TRUE
    END-READ.

GradeOnePairing.
    MOVE "N" TO PairOpenSwitch
    MOVE "N" TO PairExceptionSwitch
    MOVE PairStudentId TO EnrollStudentId
    MOVE PairCourseCode TO EnrollCourseCode
    READ EnrollFile
       INVALID KEY
          MOVE "NO ENROLL.DAT PAIRING" TO ReasonText
          PERFORM WriteExceptionLine
    END-READ
    IF NOT PairExcepted
       IF PairCourseCode NOT = LoadedCourseCode
          PERFORM LoadCourseAssessment
       END-IF
       PERFORM CheckCourseAssessment
    END-IF
    IF NOT PairExcepted
       PERFORM CheckPairMarks
    END-IF
    IF NOT PairExcepted
       PERFORM WeighPairMarks
       PERFORM AwardGrade
    END-IF
    IF NOT PairExcepted
       PERFORM StoreResult
    END-IF
    IF PairExcepted
       ADD 1 TO PairingsExcepted
    END-IF.

LoadCourseAssessment.
    MOVE PairCourseCode TO LoadedCourseCode
    MOVE ZERO TO ComponentCount
    MOVE ZERO TO ComponentWeightTotal
    MOVE PairCourseCode TO AssessCourseCode
    MOVE LOW-VALUES TO AssessComponent
    START AssessFile KEY IS NOT LESS THAN AssessKey
       INVALID KEY
          CONTINUE
    END-START
    IF AssessFileOk
       PERFORM ReadNextAssess
       PERFORM UNTIL EndOfAssessFile
          OR AssessCourseCode NOT = PairCourseCode
          IF ComponentCount < 20
             ADD 1 TO ComponentCount
             MOVE AssessComponent TO CT-Component(ComponentCount)
             MOVE AssessWeight TO CT-Weight(ComponentCount)
             MOVE AssessMaxMark TO CT-MaxMark(ComponentCount)
             ADD AssessWeight TO ComponentWeightTotal
          ELSE
             DISPLAY "COMPONENTTABLE FULL AT 20 COMPONENTS - "
                PairCourseCode " " AssessComponent " NOT LOADED"
          END-IF
          PERFORM ReadNextAssess
       END-PERFORM
    END-IF
    MOVE ZERO TO BoundaryCount
    IF BoundariesOnFile
       MOVE PairCourseCode TO BoundaryCourseCode
       MOVE LOW-VALUES TO BoundaryGrade
       START BoundaryFile KEY IS NOT LESS THAN BoundaryKey
          INVALID KEY
             CONTINUE
       END-START
       IF BoundaryFileOk
          PERFORM ReadNextBoundary
          PERFORM UNTIL EndOfBoundaryFile
             OR BoundaryCourseCode NOT = PairCourseCode
             IF BoundaryCount < 20
                ADD 1 TO BoundaryCount
                MOVE BoundaryGrade TO BT-Grade(BoundaryCount)
                MOVE BoundaryMinPercent TO BT-MinPercent(BoundaryCount)
             ELSE
                DISPLAY "BOUNDARYTABLE FULL AT 20 GRADES - "
                   PairCourseCode " " BoundaryGrade " NOT LOADED"
             END-IF
             PERFORM ReadNextBoundary
          END-PERFORM
       END-IF
    END-IF.

ReadNextAssess.
    READ AssessFile NEXT RECORD
        AT END SET EndOfAssessFile TO TRUE
    END-READ.

ReadNextBoundary.
    READ BoundaryFile NEXT RECORD
        AT END SET EndOfBoundaryFile TO TRUE
    END-READ.

CheckCourseAssessment.
    IF ComponentCount = ZERO
       MOVE "NO ASSESSMENT COMPONENTS FOR COURSE" TO ReasonText
       PERFORM WriteExceptionLine
    ELSE
       IF ComponentWeightTotal NOT = 100
          MOVE ComponentWeightTotal TO ReasonWeightTotal
          MOVE SPACES TO ReasonText
          STRING "COMPONENT WEIGHTS TOTAL " ReasonWeightTotal
              " NOT 100" DELIMITED BY SIZE INTO ReasonText
          END-STRING
          PERFORM WriteExceptionLine
       END-IF
    END-IF
    IF BoundaryCount = ZERO
       MOVE "NO GRADE BOUNDARIES FOR COURSE" TO ReasonText
       PERFORM WriteExceptionLine
    END-IF.

*> Every component the course has now must be marked, and within its
*> maximum; a mark for a component since deleted is simply not used.
CheckPairMarks.
    PERFORM VARYING ComponentIndex FROM 1 BY 1
       UNTIL ComponentIndex > ComponentCount
       PERFORM FindPairMark
       IF NOT PairMarkFound
          MOVE SPACES TO ReasonText
          STRING "MISSING COMPONENT " CT-Component(ComponentIndex)
              DELIMITED BY SIZE INTO ReasonText
          END-STRING
          PERFORM WriteExceptionLine
       ELSE
          IF PMT-Score(PairMarkIndex) > CT-MaxMark(ComponentIndex)
             MOVE SPACES TO ReasonText
             STRING "MARK OVER MAXIMUM ON "
                 CT-Component(ComponentIndex)
                 DELIMITED BY SIZE INTO ReasonText
             END-STRING
             PERFORM WriteExceptionLine
          END-IF
       END-IF
    END-PERFORM.

FindPairMark.
    MOVE "N" TO PairMarkFoundSwitch
    PERFORM VARYING PairMarkIndex FROM 1 BY 1
       UNTIL PairMarkIndex > PairMarkCount OR PairMarkFound
       IF PMT-Component(PairMarkIndex) = CT-Component(ComponentIndex)
          MOVE "Y" TO PairMarkFoundSwitch
       END-IF
    END-PERFORM
    IF PairMarkFound
       SUBTRACT 1 FROM PairMarkIndex
    END-IF.

WeighPairMarks.
    MOVE ZERO TO WeightedTotal
    PERFORM VARYING ComponentIndex FROM 1 BY 1
       UNTIL ComponentIndex > ComponentCount
       PERFORM FindPairMark
       COMPUTE WeightedTotal ROUNDED = WeightedTotal
          + PMT-Score(PairMarkIndex) * CT-Weight(ComponentIndex)
            / CT-MaxMark(ComponentIndex)
       END-COMPUTE
    END-PERFORM
    COMPUTE WeightedPercent ROUNDED = WeightedTotal
    END-COMPUTE.

*> The highest boundary the percentage reaches wins; below them all
*> the course's lowest grade is given.  The letter is checked against
*> the grade scheme again in case the scheme has changed since the
*> boundary was keyed.
AwardGrade.
    MOVE SPACES TO AwardedGrade
    MOVE ZERO TO AwardedMinPercent
    MOVE BT-Grade(1) TO LowestGrade
    MOVE BT-MinPercent(1) TO LowestMinPercent
    PERFORM VARYING BoundaryIndex FROM 1 BY 1
       UNTIL BoundaryIndex > BoundaryCount
       IF BT-MinPercent(BoundaryIndex) < LowestMinPercent
          MOVE BT-Grade(BoundaryIndex) TO LowestGrade
          MOVE BT-MinPercent(BoundaryIndex) TO LowestMinPercent
       END-IF
       IF BT-MinPercent(BoundaryIndex) NOT > WeightedPercent
          IF AwardedGrade = SPACES
             OR BT-MinPercent(BoundaryIndex) > AwardedMinPercent
             MOVE BT-Grade(BoundaryIndex) TO AwardedGrade
             MOVE BT-MinPercent(BoundaryIndex) TO AwardedMinPercent
          END-IF
       END-IF
    END-PERFORM
    IF AwardedGrade = SPACES
       MOVE LowestGrade TO AwardedGrade
    END-IF
    MOVE AwardedGrade TO GradeLetter
    READ GradeFile
       INVALID KEY
          MOVE SPACES TO ReasonText
          STRING "GRADE " AwardedGrade " NOT ON GRADEPTS.DAT"
              DELIMITED BY SIZE INTO ReasonText
          END-STRING
          PERFORM WriteExceptionLine
    END-READ.

StoreResult.
    MOVE PairStudentId TO ResultStudentId
    MOVE PairCourseCode TO ResultCourseCode
    MOVE AwardedGrade TO ResultGrade
    MOVE RunDate TO ResultCompDate
    MOVE CurrentTermCode TO ResultTermCode
    WRITE ResultRec
       INVALID KEY
          REWRITE ResultRec
             INVALID KEY
                DISPLAY "UNABLE TO STORE RESULT FOR " PairStudentId
                   " " PairCourseCode
             NOT INVALID KEY
                ADD 1 TO ResultsReplaced
          END-REWRITE
       NOT INVALID KEY
          ADD 1 TO ResultsLoaded
    END-WRITE.

WriteExceptionLine.
    MOVE "Y" TO PairExceptionSwitch
    MOVE PairStudentId TO DL-StudentId
    MOVE PairCourseCode TO DL-CourseCode
    MOVE ReasonText TO DL-Reason
    WRITE GradePrintLine FROM DetailLine AFTER ADVANCING 1.

*> Current-term pairings (blank-term ones count as current, as they
*> do everywhere else) in a course that has components, with not one
*> mark keyed.  These never reach the pass above.
ListUnmarkedPairings.
    MOVE LOW-VALUES TO EnrollKey
    START EnrollFile KEY IS NOT LESS THAN EnrollKey
       INVALID KEY
          CONTINUE
    END-START
    IF EnrollFileOk
       PERFORM ReadNextEnroll
       PERFORM UNTIL EndOfEnrollFile
          PERFORM CheckOneEnrollment
          PERFORM ReadNextEnroll
       END-PERFORM
    END-IF.

ReadNextEnroll.
    READ EnrollFile NEXT RECORD
        AT END SET EndOfEnrollFile TO TRUE
    END-READ.

CheckOneEnrollment.
    MOVE "N" TO EnrolledInTermSwitch
    IF CurrentTermCode = SPACES
       OR EnrollTermCode = SPACES
       OR EnrollTermCode = CurrentTermCode
       MOVE "Y" TO EnrolledInTermSwitch
    END-IF
    IF EnrolledInTerm
       MOVE "N" TO CourseAssessedSwitch
       MOVE EnrollCourseCode TO AssessCourseCode
       MOVE LOW-VALUES TO AssessComponent
       START AssessFile KEY IS NOT LESS THAN AssessKey
          INVALID KEY
             CONTINUE
          NOT INVALID KEY
             PERFORM ReadNextAssess
             IF NOT EndOfAssessFile
                AND AssessCourseCode = EnrollCourseCode
                MOVE "Y" TO CourseAssessedSwitch
             END-IF
       END-START
       IF CourseAssessed
          PERFORM CheckPairingHasMarks
          IF NOT PairHasMarks
             ADD 1 TO PairingsUnmarked
             MOVE EnrollStudentId TO PairStudentId
             MOVE EnrollCourseCode TO PairCourseCode
             MOVE "ENROLLED BUT NO MARKS KEYED" TO ReasonText
             PERFORM WriteExceptionLine
          END-IF
       END-IF
    END-IF.

CheckPairingHasMarks.
    MOVE "N" TO PairHasMarksSwitch
    MOVE EnrollStudentId TO MarkStudentId
    MOVE EnrollCourseCode TO MarkCourseCode
    MOVE LOW-VALUES TO MarkComponent
    START MarkFile KEY IS NOT LESS THAN MarkKey
       INVALID KEY
          CONTINUE
       NOT INVALID KEY
          PERFORM ReadNextMark
          IF NOT EndOfMarkFile
             AND MarkStudentId = EnrollStudentId
             AND MarkCourseCode = EnrollCourseCode
             MOVE "Y" TO PairHasMarksSwitch
          END-IF
    END-START.

COPY curterm.

COPY signon.
