*> through the same STUDENTS.AUDIT logging StudentMaint uses, so
*> StudentPurge then archives the right people; R)EPORT ONLY
*> prints the same report and touches nothing.
*> A candidate with any open hold on HOLDS.DAT (see holdchk.cpy) is
*> listed with the hold as the action and left a candidate - C)ONFIRM
*> does not set them to G until the hold is released.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    COPY gpfctl.
    COPY audfctl.
    COPY opfctl.
    COPY hldfctl.
    SELECT GradPrintFile ASSIGN TO "GRADCAND.PRT"
        ORGANIZATION IS LINE SEQUENTIAL.

FD OperatorFile.
COPY operator.

FD HoldFile.
COPY hold.

FD GradPrintFile.
01  GradPrintLine              PIC X(80).

COPY audstat.
COPY opstat.
COPY operws.
COPY hldstat.
COPY holdws.

01  RunModeReply               PIC X    VALUE SPACE.
01  ConfirmModeSwitch          PIC X    VALUE "N".
    02  StudentsChecked        PIC 9(5) VALUE ZERO.
    02  CandidatesFound        PIC 9(5) VALUE ZERO.
    02  CandidatesConfirmed    PIC 9(5) VALUE ZERO.
    02  CandidatesHeld         PIC 9(5) VALUE ZERO.
    02  StudentsWithMissing    PIC 9(5) VALUE ZERO.

*> Pairings whose results are missing (or carry a grade the scheme
    02  FILLER                 PIC X(4)  VALUE SPACES.
    02  CDL-Passed             PIC ZZ9.
    02  FILLER                 PIC X(4)  VALUE SPACES.
    02  CDL-Action             PIC X(15).

01  NoCandidateLine.
    02  FILLER                 PIC X(31) VALUE
    IF ConfirmMode
       PERFORM OpenAuditFileForAppend
    END-IF
    PERFORM OpenHoldFile
    OPEN OUTPUT GradPrintFile
    ACCEPT TL-RunDate FROM DATE YYYYMMDD
    WRITE GradPrintLine FROM TitleLine
    CLOSE EnrollFile
    CLOSE ResultFile
    CLOSE GradeFile
    PERFORM CloseHoldFile
    IF ConfirmMode
       CLOSE AuditFile
    END-IF
    DISPLAY "STUDENTS CHECKED:     " StudentsChecked
    DISPLAY "CANDIDATES FOUND:     " CandidatesFound
    DISPLAY "CANDIDATES CONFIRMED: " CandidatesConfirmed
    DISPLAY "CANDIDATES ON HOLD:   " CandidatesHeld
    DISPLAY "AWAITING RESULTS:     " StudentsWithMissing
    STOP RUN.

    MOVE CheckSurname TO CDL-Surname
    MOVE CheckInitials TO CDL-Initials
    MOVE PairingsPassed TO CDL-Passed
    MOVE CheckStudentId TO HoldCheckStudentId
    SET HoldCheckGraduation TO TRUE
    PERFORM CheckStudentHolds
    IF HoldBlocks
       ADD 1 TO CandidatesHeld
       MOVE SPACES TO CDL-Action
       STRING "HOLD " HoldTypeName DELIMITED BY SIZE
          INTO CDL-Action
       END-STRING
    ELSE
       IF ConfirmMode
          PERFORM ConfirmGraduation
       ELSE
          MOVE "CANDIDATE" TO CDL-Action
       END-IF
    END-IF
    WRITE GradPrintLine FROM CandidateDetailLine
       AFTER ADVANCING 1.
    MOVE "CANDIDATES CONFIRMED:    " TO SDL-Text
    MOVE CandidatesConfirmed TO SDL-Count
    WRITE GradPrintLine FROM SummaryDetailLine AFTER ADVANCING 1
    MOVE "CANDIDATES ON HOLD:      " TO SDL-Text
    MOVE CandidatesHeld TO SDL-Count
    WRITE GradPrintLine FROM SummaryDetailLine AFTER ADVANCING 1
    MOVE "AWAITING RESULTS:        " TO SDL-Text
    MOVE StudentsWithMissing TO SDL-Count
    WRITE GradPrintLine FROM SummaryDetailLine AFTER ADVANCING 1.
       OPEN OUTPUT AuditFile
    END-IF.

COPY holdchk.

COPY signon.
