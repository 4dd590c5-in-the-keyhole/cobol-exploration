*> end-of-term purge moves graduates there, and graduates are the
*> students who ask for transcripts most.  Several students can be
*> printed in one session; keying no data ends it.
*> A student with an open finance, library or disciplinary hold on
*> HOLDS.DAT (see holdchk.cpy) is refused until the hold is
*> released; the refusal and its reason show on the screen only.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    COPY crsfctl.
    COPY rsltfctl.
    COPY archfctl.
    COPY hldfctl.
    SELECT TranscriptPrintFile ASSIGN TO "TRNSCRPT.PRT"
        ORGANIZATION IS LINE SEQUENTIAL.

FD ArchiveFile.
COPY archive.

FD HoldFile.
COPY hold.

FD TranscriptPrintFile.
01  TranscriptPrintLine        PIC X(80).

COPY crsstat.
COPY rsltstat.
COPY archstat.
COPY hldstat.
COPY holdws.

01  SearchStudentId            PIC X(7) VALUE SPACES.
01  ArchFoundSwitch            PIC X    VALUE "N".
       DISPLAY "NO RESULTS.DAT - RUN THE RESULTS LOAD FIRST"
       STOP RUN
    END-IF
    PERFORM OpenHoldFile
    OPEN OUTPUT TranscriptPrintFile
    ACCEPT TL-RunDate FROM DATE YYYYMMDD

    CLOSE StudentFile
    CLOSE CourseFile
    CLOSE ResultFile
    PERFORM CloseHoldFile
    CLOSE TranscriptPrintFile
    STOP RUN.

          INVALID KEY
             PERFORM FindStudentOnArchive
          NOT INVALID KEY
             PERFORM PrintUnlessHeld
       END-READ
    END-IF.

    END-IF
    IF ArchFound
       MOVE SearchStudentId TO StudentId
       PERFORM PrintUnlessHeld
    ELSE
       DISPLAY "STUDENT " SearchStudentId
          " NOT ON MASTER OR ARCHIVE"
    END-IF.

PrintUnlessHeld.
    MOVE StudentId TO HoldCheckStudentId
    SET HoldCheckTranscript TO TRUE
    PERFORM CheckStudentHolds
    IF HoldBlocks
       DISPLAY "STUDENT " SearchStudentId " HAS AN OPEN " HoldTypeName
          " HOLD - TRANSCRIPT NOT PRINTED"
       DISPLAY "  REASON: " HoldBlockingReason
    ELSE
       PERFORM PrintStudentResults
    END-IF.

*> The results file is keyed on StudentId + CourseCode, so START on
*> the StudentId with a low course code positions at the student's
*> first result and READ NEXT walks them in course order until the
    MOVE SRT-Grade(ResultIndex) TO DL-Grade
    MOVE SRT-CompDate(ResultIndex) TO DL-CompDate
    WRITE TranscriptPrintLine FROM DetailLine AFTER ADVANCING 1.

COPY holdchk.
