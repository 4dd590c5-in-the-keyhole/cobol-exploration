IDENTIFICATION DIVISION.
PROGRAM-ID. AdmissionsFunnel.
AUTHOR. Michael Coughlan.

*> Prints the admissions funnel to ADMFUNNL.PRT: for each course on
*> APPLICNT.DAT, how many applied, how many were offered a place,
*> how many accepted, and how many were declined or withdrew, with
*> the conversion rates between the stages - offers per application,
*> acceptances per offer, and acceptances per application - and the
*> same for all courses together.  An applicant counts as offered,
*> or as having accepted, once the date is stamped, even if they
*> later withdrew, so the early stages of the funnel do not shrink
*> as applications close.  The course title comes from COURSE.DAT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY aplfctl.
    COPY crsfctl.
    SELECT FunnelPrintFile ASSIGN TO "ADMFUNNL.PRT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SortWorkFile ASSIGN TO "ADMFUNNL.SRT".

DATA DIVISION.
FILE SECTION.
FD ApplicantFile.
COPY applicnt.

FD CourseFile.
COPY course.

SD SortWorkFile.
01  SortApplRec.
    02  SortApplCourseCode     PIC X(4).
    02  SortApplStatus         PIC X.
        88  SortApplDeclined            VALUE "D".
        88  SortApplWithdrawn           VALUE "W".
    02  SortApplOfferedDate    PIC 9(8).
    02  SortApplAcceptedDate   PIC 9(8).

FD FunnelPrintFile.
01  FunnelPrintLine            PIC X(100).

WORKING-STORAGE SECTION.
COPY aplstat.
COPY crsstat.

01  EndOfSortSwitch            PIC X    VALUE "N".
    88  EndOfSortFile                   VALUE "Y".
01  CourseOpenSwitch           PIC X    VALUE "N".
    88  CourseOpen                      VALUE "Y".
01  CurrentCourseCode          PIC X(4) VALUE SPACES.
01  CoursesListed              PIC 9(4) VALUE ZERO.

01  CourseFunnel.
    02  CourseApplied          PIC 9(5) VALUE ZERO.
    02  CourseOffered          PIC 9(5) VALUE ZERO.
    02  CourseAccepted         PIC 9(5) VALUE ZERO.
    02  CourseDeclined         PIC 9(5) VALUE ZERO.
    02  CourseWithdrawn        PIC 9(5) VALUE ZERO.
01  TotalFunnel.
    02  TotalApplied           PIC 9(6) VALUE ZERO.
    02  TotalOffered           PIC 9(6) VALUE ZERO.
    02  TotalAccepted          PIC 9(6) VALUE ZERO.
    02  TotalDeclined          PIC 9(6) VALUE ZERO.
    02  TotalWithdrawn         PIC 9(6) VALUE ZERO.

*> The figures one line is printed from, course or total, and the
*> rates worked out from them.
01  LineApplied                PIC 9(6) VALUE ZERO.
01  LineOffered                PIC 9(6) VALUE ZERO.
01  LineAccepted               PIC 9(6) VALUE ZERO.
01  LineDeclined               PIC 9(6) VALUE ZERO.
01  LineWithdrawn              PIC 9(6) VALUE ZERO.
01  OfferRate                  PIC 9(3)V9 VALUE ZERO.
01  AcceptRate                 PIC 9(3)V9 VALUE ZERO.
01  OverallRate                PIC 9(3)V9 VALUE ZERO.

01  BlankLine                  PIC X(100) VALUE SPACES.

01  TitleLine.
    02  FILLER                 PIC X(29) VALUE
        "ADMISSIONS FUNNEL BY COURSE".
    02  FILLER                 PIC X(10) VALUE "RUN DATE: ".
    02  TL-RunDate             PIC 9(8).

01  ColumnHeadingLine.
    02  FILLER                 PIC X(6)  VALUE "COURSE".
    02  FILLER                 PIC X(21) VALUE "TITLE".
    02  FILLER                 PIC X(8)  VALUE " APPLIED".
    02  FILLER                 PIC X(8)  VALUE " OFFERED".
    02  FILLER                 PIC X(8)  VALUE "  ACCEPT".
    02  FILLER                 PIC X(8)  VALUE " DECLINE".
    02  FILLER                 PIC X(8)  VALUE "  WITHDR".
    02  FILLER                 PIC X(8)  VALUE "  OFFER%".
    02  FILLER                 PIC X(8)  VALUE " ACCEPT%".
    02  FILLER                 PIC X(9)  VALUE " OVERALL%".

01  DetailLine.
    02  DL-CourseCode          PIC X(4).
    02  FILLER                 PIC X(2)  VALUE SPACES.
    02  DL-Title               PIC X(20).
    02  FILLER                 PIC X     VALUE SPACE.
    02  DL-Applied             PIC Z(7)9.
    02  DL-Offered             PIC Z(7)9.
    02  DL-Accepted            PIC Z(7)9.
    02  DL-Declined            PIC Z(7)9.
    02  DL-Withdrawn           PIC Z(7)9.
    02  FILLER                 PIC X(2)  VALUE SPACES.
    02  DL-OfferRate           PIC ZZ9.9.
    02  FILLER                 PIC X(3)  VALUE SPACES.
    02  DL-AcceptRate          PIC ZZ9.9.
    02  FILLER                 PIC X(4)  VALUE SPACES.
    02  DL-OverallRate         PIC ZZ9.9.

01  NoApplicantLine.
    02  FILLER                 PIC X(25) VALUE
        "NO APPLICATIONS ON FILE".

PROCEDURE DIVISION.
Begin.
    OPEN INPUT ApplicantFile
    IF NOT ApplicantFileOk
       DISPLAY "UNABLE TO OPEN APPLICNT.DAT - STATUS "
          ApplicantFileStatus
       STOP RUN
    END-IF
    OPEN INPUT CourseFile
    IF NOT CourseFileOk
       DISPLAY "UNABLE TO OPEN COURSE.DAT - STATUS " CourseFileStatus
       STOP RUN
    END-IF
    OPEN OUTPUT FunnelPrintFile
    ACCEPT TL-RunDate FROM DATE YYYYMMDD
    WRITE FunnelPrintLine FROM TitleLine
    WRITE FunnelPrintLine FROM BlankLine AFTER ADVANCING 1
    WRITE FunnelPrintLine FROM ColumnHeadingLine AFTER ADVANCING 1

    SORT SortWorkFile
        ON ASCENDING KEY SortApplCourseCode
        INPUT PROCEDURE IS ReleaseApplicants
        OUTPUT PROCEDURE IS PrintFunnel

    IF CoursesListed = ZERO
       WRITE FunnelPrintLine FROM NoApplicantLine AFTER ADVANCING 1
    ELSE
       WRITE FunnelPrintLine FROM BlankLine AFTER ADVANCING 1
       MOVE "ALL " TO DL-CourseCode
       MOVE "ALL COURSES" TO DL-Title
       MOVE TotalApplied TO LineApplied
       MOVE TotalOffered TO LineOffered
       MOVE TotalAccepted TO LineAccepted
       MOVE TotalDeclined TO LineDeclined
       MOVE TotalWithdrawn TO LineWithdrawn
       PERFORM WriteFunnelLine
    END-IF

    CLOSE ApplicantFile
    CLOSE CourseFile
    CLOSE FunnelPrintFile
    DISPLAY "COURSES LISTED:  " CoursesListed
    DISPLAY "APPLICATIONS:    " TotalApplied
    STOP RUN.

ReleaseApplicants.
    PERFORM ReadNextApplicant
    PERFORM UNTIL EndOfApplicantFile
       MOVE ApplCourseCode TO SortApplCourseCode
       MOVE ApplStatus TO SortApplStatus
       MOVE ApplOfferedDate TO SortApplOfferedDate
       MOVE ApplAcceptedDate TO SortApplAcceptedDate
       RELEASE SortApplRec
       PERFORM ReadNextApplicant
    END-PERFORM.

ReadNextApplicant.
    READ ApplicantFile NEXT RECORD
        AT END SET EndOfApplicantFile TO TRUE
    END-READ.

PrintFunnel.
    RETURN SortWorkFile
        AT END MOVE "Y" TO EndOfSortSwitch
    END-RETURN
    PERFORM UNTIL EndOfSortFile
       IF CourseOpen
          AND SortApplCourseCode NOT = CurrentCourseCode
          PERFORM FinishCourse
       END-IF
       IF NOT CourseOpen
          MOVE "Y" TO CourseOpenSwitch
          MOVE SortApplCourseCode TO CurrentCourseCode
          MOVE ZERO TO CourseApplied
          MOVE ZERO TO CourseOffered
          MOVE ZERO TO CourseAccepted
          MOVE ZERO TO CourseDeclined
          MOVE ZERO TO CourseWithdrawn
       END-IF
       PERFORM CountOneApplicant
       RETURN SortWorkFile
           AT END MOVE "Y" TO EndOfSortSwitch
       END-RETURN
    END-PERFORM
    IF CourseOpen
       PERFORM FinishCourse
    END-IF.

CountOneApplicant.
    ADD 1 TO CourseApplied
    IF SortApplOfferedDate NOT = ZERO
       ADD 1 TO CourseOffered
    END-IF
    IF SortApplAcceptedDate NOT = ZERO
       ADD 1 TO CourseAccepted
    END-IF
    IF SortApplDeclined
       ADD 1 TO CourseDeclined
    END-IF
    IF SortApplWithdrawn
       ADD 1 TO CourseWithdrawn
    END-IF.

FinishCourse.
    MOVE "N" TO CourseOpenSwitch
    ADD 1 TO CoursesListed
    ADD CourseApplied TO TotalApplied
    ADD CourseOffered TO TotalOffered
    ADD CourseAccepted TO TotalAccepted
    ADD CourseDeclined TO TotalDeclined
    ADD CourseWithdrawn TO TotalWithdrawn
    MOVE CurrentCourseCode TO DL-CourseCode
    MOVE CurrentCourseCode TO CourseCode OF CourseRec
    READ CourseFile
       INVALID KEY
          MOVE "(NOT ON COURSE.DAT)" TO DL-Title
       NOT INVALID KEY
          MOVE CourseTitle TO DL-Title
    END-READ
    MOVE CourseApplied TO LineApplied
    MOVE CourseOffered TO LineOffered
    MOVE CourseAccepted TO LineAccepted
    MOVE CourseDeclined TO LineDeclined
    MOVE CourseWithdrawn TO LineWithdrawn
    PERFORM WriteFunnelLine.

*> A stage nobody reached gives a rate of nought rather than a
*> division by zero.
WriteFunnelLine.
    MOVE ZERO TO OfferRate
    MOVE ZERO TO AcceptRate
    MOVE ZERO TO OverallRate
    IF LineApplied > ZERO
       COMPUTE OfferRate ROUNDED = LineOffered * 100 / LineApplied
       COMPUTE OverallRate ROUNDED = LineAccepted * 100 / LineApplied
    END-IF
    IF LineOffered > ZERO
       COMPUTE AcceptRate ROUNDED = LineAccepted * 100 / LineOffered
    END-IF
    MOVE LineApplied TO DL-Applied
    MOVE LineOffered TO DL-Offered
    MOVE LineAccepted TO DL-Accepted
    MOVE LineDeclined TO DL-Declined
    MOVE LineWithdrawn TO DL-Withdrawn
    MOVE OfferRate TO DL-OfferRate
    MOVE AcceptRate TO DL-AcceptRate
    MOVE OverallRate TO DL-OverallRate
    WRITE FunnelPrintLine FROM DetailLine AFTER ADVANCING 1.
