IDENTIFICATION DIVISION.
PROGRAM-ID. FileIntegrity.
AUTHOR. Michael Coughlan.

*> Nightly cross-file integrity check.  CourseRecon proves the
*> pairings against COURSE.DAT; this proves how the rest of the
*> files hang together, so an orphan is caught the night it appears
*> instead of weeks later by accident.  Each check lists its
*> exceptions to INTEGRTY.PRT and the report closes with a count
*> for every category:
*>   - ENROLL.DAT pairings for a StudentId on neither the master
*>     nor STUDARCH.DAT;
*>   - pairings stamped with a term code not on TERMS.DAT;
*>   - RESULTS.DAT rows with no matching pairing.  The end-of-term
*>     purge removes a graduate's pairings but rightly keeps their
*>     results for the transcript, so a result for an archived
*>     student is not an exception;
*>   - CONTACTS.DAT records for a student no longer on the master -
*>     the purge should have moved them to CONTARCH.DAT;
*>   - WAITLIST.DAT entries for a student already holding a seat in
*>     that course, or for a course no longer on COURSE.DAT;
*>   - INVOICE.DAT and PAYMENTS.DAT entries for a StudentId on
*>     neither the master nor the archive;
*>   - COURSE.DAT CourseEnrolled counts that disagree with the
*>     current-term pairings (the same seat rule as CourseRecount; a
*>     course that never carried a count is left to CourseRecount).
*> The categories that corrupt transcripts, billing or the capacity
*> check are SERIOUS; the rest are stale entries to tidy.  Any
*> serious exception sets return code 8, which is how the
*> end-of-day stream knows to stop and operations hears of it before
*> the registrar does.  A file not yet created on this installation
*> is noted on the report and its check skipped; the report is
*> produced either way.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY enrfctl.
    COPY stufctl.
    COPY archfctl.
    COPY crsfctl.
    COPY trmfctl.
    COPY rsltfctl.
    COPY cntfctl.
    COPY wtlfctl.
    COPY invfctl.
    COPY payfctl.
    SELECT IntegrityPrintFile ASSIGN TO "INTEGRTY.PRT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD EnrollFile.
COPY enroll.

FD StudentFile.
COPY student.

FD ArchiveFile.
COPY archive.

FD CourseFile.
COPY course.

FD TermFile.
COPY term.

FD ResultFile.
COPY result.

FD ContactFile.
COPY contact.

FD WaitlistFile.
COPY waitlist.

FD InvoiceFile.
COPY invoice.

FD PaymentFile.
COPY payment.

FD IntegrityPrintFile.
01  IntegrityPrintLine         PIC X(80).

WORKING-STORAGE SECTION.
COPY enrstat.
COPY stustat.
COPY archstat.
COPY crsstat.
COPY trmstat.
COPY termws.
COPY rsltstat.
COPY cntstat.
COPY wtlstat.
COPY invstat.
COPY paystat.

*> The exception categories, in report order, each with its
*> severity: S = serious (sets the return code), W = warning.
01  CategoryTable.
    02  FILLER                 PIC X(46) VALUE
        "SENROLL - STUDENT NOT ON MASTER OR ARCHIVE".
    02  FILLER                 PIC X(46) VALUE
        "SENROLL - TERM CODE NOT ON TERMS.DAT".
    02  FILLER                 PIC X(46) VALUE
        "SRESULTS - NO MATCHING ENROLLMENT".
    02  FILLER                 PIC X(46) VALUE
        "WCONTACTS - STUDENT NOT ON MASTER".
    02  FILLER                 PIC X(46) VALUE
        "WWAITLIST - ALREADY ENROLLED IN COURSE".
    02  FILLER                 PIC X(46) VALUE
        "WWAITLIST - COURSE NOT ON COURSE.DAT".
    02  FILLER                 PIC X(46) VALUE
        "SINVOICE - STUDENT NOT ON MASTER OR ARCHIVE".
    02  FILLER                 PIC X(46) VALUE
        "SPAYMENTS - STUDENT NOT ON MASTER OR ARCHIVE".
    02  FILLER                 PIC X(46) VALUE
        "SCOURSE - ENROLLED COUNT DISAGREES".
01  FILLER REDEFINES CategoryTable.
    02  CategoryEntry OCCURS 9 TIMES.
        03  CAT-Severity       PIC X.
            88  CAT-Serious             VALUE "S".
        03  CAT-Title          PIC X(45).
01  CategoryCountTable.
    02  CategoryCount OCCURS 9 TIMES PIC 9(5).
01  CategoryIndex              PIC 9(2) VALUE ZERO.
01  SeriousCount               PIC 9(6) VALUE ZERO.
01  WarningCount               PIC 9(6) VALUE ZERO.

01  CourseTallyTable.
    02  CourseTallyEntry OCCURS 200 TIMES.
        03  CTT-CourseCode     PIC X(4).
        03  CTT-Count          PIC 9(5).
01  CourseTallyCount           PIC 9(4) VALUE ZERO.
01  TableIndex                 PIC 9(4) VALUE ZERO.
01  TalliedCount               PIC 9(5) VALUE ZERO.
01  EntryFoundSwitch           PIC X    VALUE "N".
    88  EntryFound                      VALUE "Y".

*> Where a StudentId was found: on the master, on the archive only,
*> or nowhere.
01  CheckStudentId             PIC 9(7) VALUE ZERO.
01  StudentWhereSwitch         PIC X    VALUE SPACE.
    88  StudentOnMaster                 VALUE "M".
    88  StudentOnArchive                VALUE "A".
    88  StudentUnknown                  VALUE "U".
01  ArchivePresentSwitch       PIC X    VALUE "N".
    88  ArchivePresent                  VALUE "Y".
01  TermsPresentSwitch         PIC X    VALUE "N".
    88  TermsPresent                    VALUE "Y".
01  EndOfWaitlistSwitch        PIC X    VALUE "N".
    88  EndOfWaitlistFile               VALUE "Y".
01  EndOfInvoiceSwitch         PIC X    VALUE "N".
    88  EndOfInvoiceFile                VALUE "Y".
01  EndOfPaymentSwitch         PIC X    VALUE "N".
    88  EndOfPaymentFile                VALUE "Y".
01  SectionExceptions          PIC 9(5) VALUE ZERO.
01  ShowCarried                PIC ZZZ9.
01  ShowCounted                PIC ZZZ9.

01  BlankLine                  PIC X(80) VALUE SPACES.

01  TitleLine.
    02  FILLER                 PIC X(29) VALUE
        "CROSS-FILE INTEGRITY CHECK".
    02  FILLER                 PIC X(10) VALUE "RUN DATE: ".
    02  TL-RunDate             PIC 9(8).

01  TermLine.
    02  FILLER                 PIC X(6)  VALUE "TERM: ".
    02  TRL-TermCode           PIC X(6).
    02  TRL-TermNote           PIC X(30).

01  SectionHeading.
    02  SH-Text                PIC X(60).

01  ColumnHeadingLine.
    02  FILLER                 PIC X(9)  VALUE "STUDENT".
    02  FILLER                 PIC X(7)  VALUE "COURSE".
    02  FILLER                 PIC X(8)  VALUE "TERM".
    02  FILLER                 PIC X(6)  VALUE "DETAIL".

01  DetailLine.
    02  DL-StudentId           PIC X(7).
    02  FILLER                 PIC X(2)  VALUE SPACES.
    02  DL-CourseCode          PIC X(4).
    02  FILLER                 PIC X(3)  VALUE SPACES.
    02  DL-TermCode            PIC X(6).
    02  FILLER                 PIC X(2)  VALUE SPACES.
    02  DL-Detail              PIC X(50).

01  NoneFoundLine.
    02  FILLER                 PIC X(20) VALUE "  NONE FOUND".

01  NotCheckedLine.
    02  NCL-FileName           PIC X(13).
    02  FILLER                 PIC X(30) VALUE
        "NOT ON FILE - NOT CHECKED".

01  SummaryHeading.
    02  FILLER                 PIC X(48) VALUE "CATEGORY".
    02  FILLER                 PIC X(10) VALUE "SEVERITY".
    02  FILLER                 PIC X(5)  VALUE "COUNT".

01  SummaryLine.
    02  SL-Title               PIC X(45).
    02  FILLER                 PIC X(3)  VALUE SPACES.
    02  SL-Severity            PIC X(7).
    02  FILLER                 PIC X(3)  VALUE SPACES.
    02  SL-Count               PIC ZZZZ9.

01  OutcomeLine.
    02  OL-Text                PIC X(60).

PROCEDURE DIVISION.
Begin.
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
    OPEN INPUT ArchiveFile
    IF ArchiveFileOk
       MOVE "Y" TO ArchivePresentSwitch
       CLOSE ArchiveFile
    END-IF
    PERFORM FindCurrentTerm
    OPEN INPUT TermFile
    IF TermFileOk
       MOVE "Y" TO TermsPresentSwitch
    END-IF
    PERFORM VARYING CategoryIndex FROM 1 BY 1 UNTIL CategoryIndex > 9
       MOVE ZERO TO CategoryCount(CategoryIndex)
    END-PERFORM

    OPEN OUTPUT IntegrityPrintFile
    ACCEPT TL-RunDate FROM DATE YYYYMMDD
    WRITE IntegrityPrintLine FROM TitleLine
    IF CurrentTermCode = SPACES
       MOVE "(ALL)" TO TRL-TermCode
       MOVE " - NO CURRENT TERM ON FILE" TO TRL-TermNote
    ELSE
       MOVE CurrentTermCode TO TRL-TermCode
       MOVE SPACES TO TRL-TermNote
    END-IF
    WRITE IntegrityPrintLine FROM TermLine AFTER ADVANCING 1

    PERFORM CheckEnrollments
    PERFORM CheckResults
    PERFORM CheckContacts
    PERFORM CheckWaitlist
    PERFORM CheckInvoices
    PERFORM CheckPayments
    PERFORM CheckCourseCounts
    PERFORM WriteSummary

    CLOSE EnrollFile
    CLOSE StudentFile
    CLOSE CourseFile
    IF TermsPresent
       CLOSE TermFile
    END-IF
    CLOSE IntegrityPrintFile
    DISPLAY "INTEGRITY CHECK - SERIOUS: " SeriousCount
       "  WARNINGS: " WarningCount
    IF SeriousCount > ZERO
       DISPLAY "SERIOUS EXCEPTIONS FOUND - SEE INTEGRTY.PRT"
       *> A non-zero return code is how the end-of-day driver knows
       *> this step failed and the stream must stop.
       MOVE 8 TO RETURN-CODE
    END-IF
    *> GOBACK rather than STOP RUN, so the end-of-day driver that
    *> CALLs this step regains control; run stand-alone it ends the
    *> run just the same.
    GOBACK.

*> One pass over the pairings covers the unknown-student and
*> unknown-term checks and tallies each course's current-term
*> seats for the count check at the end.  A blank term code is a
*> pairing from before terms were carried, not an exception; with
*> no TERMS.DAT at all the term check is skipped.
CheckEnrollments.
    MOVE "ENROLL.DAT - UNKNOWN STUDENTS AND TERM CODES" TO SH-Text
    PERFORM WriteSectionHeading
    READ EnrollFile NEXT RECORD
        AT END SET EndOfEnrollFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfEnrollFile
       MOVE EnrollStudentId TO CheckStudentId
       PERFORM LocateStudent
       IF StudentUnknown
          MOVE 1 TO CategoryIndex
          MOVE "STUDENT NOT ON MASTER OR ARCHIVE" TO DL-Detail
          PERFORM WriteEnrollException
       END-IF
       IF TermsPresent AND EnrollTermCode NOT = SPACES
          MOVE EnrollTermCode TO TermCode
          READ TermFile
             INVALID KEY
                MOVE 2 TO CategoryIndex
                MOVE "TERM CODE NOT ON TERMS.DAT" TO DL-Detail
                PERFORM WriteEnrollException
          END-READ
       END-IF
       IF CurrentTermCode = SPACES
          OR EnrollTermCode = SPACES
          OR EnrollTermCode = CurrentTermCode
          PERFORM TallyCourseSeat
       END-IF
       READ EnrollFile NEXT RECORD
           AT END SET EndOfEnrollFile TO TRUE
       END-READ
    END-PERFORM
    IF NOT TermsPresent
       MOVE "TERMS.DAT" TO NCL-FileName
       WRITE IntegrityPrintLine FROM NotCheckedLine AFTER ADVANCING 1
    END-IF
    PERFORM WriteSectionEnd.

WriteEnrollException.
    MOVE EnrollStudentId TO DL-StudentId
    MOVE EnrollCourseCode TO DL-CourseCode
    MOVE EnrollTermCode TO DL-TermCode
    PERFORM WriteException.

TallyCourseSeat.
    MOVE "N" TO EntryFoundSwitch
    PERFORM VARYING TableIndex FROM 1 BY 1
       UNTIL TableIndex > CourseTallyCount
       IF CTT-CourseCode(TableIndex) = EnrollCourseCode
          ADD 1 TO CTT-Count(TableIndex)
          MOVE "Y" TO EntryFoundSwitch
       END-IF
    END-PERFORM
    IF NOT EntryFound
       IF CourseTallyCount < 200
          ADD 1 TO CourseTallyCount
          MOVE EnrollCourseCode TO CTT-CourseCode(CourseTallyCount)
          MOVE 1 TO CTT-Count(CourseTallyCount)
       ELSE
          DISPLAY "COURSETALLYTABLE FULL AT 200 COURSES - "
             EnrollCourseCode " NOT COUNTED"
       END-IF
    END-IF.

*> A result whose pairing has gone is only an exception while the
*> student is still on the master, or was never anywhere: a purged
*> student's results outlive their pairings on purpose.
CheckResults.
    MOVE "RESULTS.DAT - RESULTS WITH NO MATCHING ENROLLMENT"
       TO SH-Text
    PERFORM WriteSectionHeading
    OPEN INPUT ResultFile
    IF NOT ResultFileOk
       MOVE "RESULTS.DAT" TO NCL-FileName
       WRITE IntegrityPrintLine FROM NotCheckedLine AFTER ADVANCING 1
    ELSE
       READ ResultFile NEXT RECORD
           AT END SET EndOfResultFile TO TRUE
       END-READ
       PERFORM UNTIL EndOfResultFile
          MOVE ResultStudentId TO EnrollStudentId
          MOVE ResultCourseCode TO EnrollCourseCode
          READ EnrollFile
             INVALID KEY
                PERFORM CheckOrphanResult
          END-READ
          READ ResultFile NEXT RECORD
              AT END SET EndOfResultFile TO TRUE
          END-READ
       END-PERFORM
       CLOSE ResultFile
    END-IF
    PERFORM WriteSectionEnd.

CheckOrphanResult.
    MOVE ResultStudentId TO CheckStudentId
    PERFORM LocateStudent
    IF NOT StudentOnArchive
       MOVE 3 TO CategoryIndex
       MOVE ResultStudentId TO DL-StudentId
       MOVE ResultCourseCode TO DL-CourseCode
       MOVE ResultTermCode TO DL-TermCode
       IF StudentOnMaster
          MOVE "NO ENROLL.DAT PAIRING" TO DL-Detail
       ELSE
          MOVE "NO PAIRING - STUDENT NOT ON MASTER OR ARCHIVE"
             TO DL-Detail
       END-IF
       PERFORM WriteException
    END-IF.

CheckContacts.
    MOVE "CONTACTS.DAT - CONTACT DETAILS FOR STUDENTS OFF THE MASTER"
       TO SH-Text
    PERFORM WriteSectionHeading
    OPEN INPUT ContactFile
    IF NOT ContactFileOk
       MOVE "CONTACTS.DAT" TO NCL-FileName
       WRITE IntegrityPrintLine FROM NotCheckedLine AFTER ADVANCING 1
    ELSE
       READ ContactFile NEXT RECORD
           AT END SET EndOfContactFile TO TRUE
       END-READ
       PERFORM UNTIL EndOfContactFile
          MOVE ContStudentId TO CheckStudentId
          PERFORM LocateStudent
          IF NOT StudentOnMaster
             MOVE 4 TO CategoryIndex
             MOVE ContStudentId TO DL-StudentId
             MOVE SPACES TO DL-CourseCode
             MOVE SPACES TO DL-TermCode
             IF StudentOnArchive
                MOVE "STUDENT PURGED - SHOULD BE ON CONTARCH.DAT"
                   TO DL-Detail
             ELSE
                MOVE "STUDENT NOT ON MASTER OR ARCHIVE" TO DL-Detail
             END-IF
             PERFORM WriteException
          END-IF
          READ ContactFile NEXT RECORD
              AT END SET EndOfContactFile TO TRUE
          END-READ
       END-PERFORM
       CLOSE ContactFile
    END-IF
    PERFORM WriteSectionEnd.

*> An entry is stale once the student holds a seat in the course -
*> a current-term or blank-term pairing, the same rule as the seat
*> count; an earlier term's pairing is history, not a seat.
CheckWaitlist.
    MOVE "WAITLIST.DAT - STALE WAITING-LIST ENTRIES" TO SH-Text
    PERFORM WriteSectionHeading
    OPEN INPUT WaitlistFile
    IF NOT WaitlistFileOk
       MOVE "WAITLIST.DAT" TO NCL-FileName
       WRITE IntegrityPrintLine FROM NotCheckedLine AFTER ADVANCING 1
    ELSE
       READ WaitlistFile
           AT END SET EndOfWaitlistFile TO TRUE
       END-READ
       PERFORM UNTIL EndOfWaitlistFile
          PERFORM CheckOneWaitEntry
          READ WaitlistFile
              AT END SET EndOfWaitlistFile TO TRUE
          END-READ
       END-PERFORM
       CLOSE WaitlistFile
    END-IF
    PERFORM WriteSectionEnd.

CheckOneWaitEntry.
    MOVE WaitStudentId TO DL-StudentId
    MOVE WaitCourseCode TO DL-CourseCode
    MOVE SPACES TO DL-TermCode
    MOVE WaitCourseCode TO CourseCode OF CourseRec
    READ CourseFile
       INVALID KEY
          MOVE 6 TO CategoryIndex
          MOVE "COURSE NOT ON COURSE.DAT" TO DL-Detail
          PERFORM WriteException
    END-READ
    MOVE WaitStudentId TO EnrollStudentId
    MOVE WaitCourseCode TO EnrollCourseCode
    READ EnrollFile
       INVALID KEY
          CONTINUE
       NOT INVALID KEY
          IF CurrentTermCode = SPACES
             OR EnrollTermCode = SPACES
             OR EnrollTermCode = CurrentTermCode
             MOVE 5 TO CategoryIndex
             MOVE EnrollTermCode TO DL-TermCode
             MOVE "ALREADY ENROLLED - ENTRY SHOULD BE REMOVED"
                TO DL-Detail
             PERFORM WriteException
          END-IF
    END-READ.

*> A purged student can still owe money or have paid it, so only a
*> StudentId on neither the master nor the archive is an exception.
CheckInvoices.
    MOVE "INVOICE.DAT - INVOICES FOR UNKNOWN STUDENTS" TO SH-Text
    PERFORM WriteSectionHeading
    OPEN INPUT InvoiceFile
    IF NOT InvoiceFileOk
       MOVE "INVOICE.DAT" TO NCL-FileName
       WRITE IntegrityPrintLine FROM NotCheckedLine AFTER ADVANCING 1
    ELSE
       READ InvoiceFile
           AT END SET EndOfInvoiceFile TO TRUE
       END-READ
       PERFORM UNTIL EndOfInvoiceFile
          MOVE InvStudentId TO CheckStudentId
          PERFORM LocateStudent
          IF StudentUnknown
             MOVE 7 TO CategoryIndex
             MOVE InvStudentId TO DL-StudentId
             MOVE SPACES TO DL-CourseCode
             MOVE SPACES TO DL-TermCode
             MOVE SPACES TO DL-Detail
             STRING "INVOICED " InvDate
                DELIMITED BY SIZE INTO DL-Detail
             END-STRING
             PERFORM WriteException
          END-IF
          READ InvoiceFile
              AT END SET EndOfInvoiceFile TO TRUE
          END-READ
       END-PERFORM
       CLOSE InvoiceFile
    END-IF
    PERFORM WriteSectionEnd.

CheckPayments.
    MOVE "PAYMENTS.DAT - RECEIPTS FOR UNKNOWN STUDENTS" TO SH-Text
    PERFORM WriteSectionHeading
    OPEN INPUT PaymentFile
    IF NOT PaymentFileOk
       MOVE "PAYMENTS.DAT" TO NCL-FileName
       WRITE IntegrityPrintLine FROM NotCheckedLine AFTER ADVANCING 1
    ELSE
       READ PaymentFile
           AT END SET EndOfPaymentFile TO TRUE
       END-READ
       PERFORM UNTIL EndOfPaymentFile
          MOVE PayStudentId TO CheckStudentId
          PERFORM LocateStudent
          IF StudentUnknown
             MOVE 8 TO CategoryIndex
             MOVE PayStudentId TO DL-StudentId
             MOVE SPACES TO DL-CourseCode
             MOVE SPACES TO DL-TermCode
             MOVE SPACES TO DL-Detail
             STRING "PAID " PayDate " REF " PayReference
                DELIMITED BY SIZE INTO DL-Detail
             END-STRING
             PERFORM WriteException
          END-IF
          READ PaymentFile
              AT END SET EndOfPaymentFile TO TRUE
          END-READ
       END-PERFORM
       CLOSE PaymentFile
    END-IF
    PERFORM WriteSectionEnd.

*> Only courses carrying a numeric count are compared: one that
*> never carried a count is seeded by CourseRecount, which is also
*> the cure for any drift reported here.
CheckCourseCounts.
    MOVE "COURSE.DAT - ENROLLED COUNTS AGAINST CURRENT-TERM PAIRINGS"
       TO SH-Text
    PERFORM WriteSectionHeading
    CLOSE CourseFile
    OPEN INPUT CourseFile
    IF NOT CourseFileOk
       DISPLAY "UNABLE TO REOPEN COURSE.DAT - STATUS " CourseFileStatus
       STOP RUN
    END-IF
    READ CourseFile NEXT RECORD
        AT END SET EndOfCourseFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfCourseFile
       IF CourseEnrolled NUMERIC
          PERFORM CompareCourseCount
       END-IF
       READ CourseFile NEXT RECORD
           AT END SET EndOfCourseFile TO TRUE
       END-READ
    END-PERFORM
    PERFORM WriteSectionEnd.

CompareCourseCount.
    MOVE ZERO TO TalliedCount
    PERFORM VARYING TableIndex FROM 1 BY 1
       UNTIL TableIndex > CourseTallyCount
       IF CTT-CourseCode(TableIndex) = CourseCode OF CourseRec
          MOVE CTT-Count(TableIndex) TO TalliedCount
       END-IF
    END-PERFORM
    IF CourseEnrolled NOT = TalliedCount
       MOVE 9 TO CategoryIndex
       MOVE SPACES TO DL-StudentId
       MOVE CourseCode OF CourseRec TO DL-CourseCode
       MOVE CurrentTermCode TO DL-TermCode
       MOVE SPACES TO DL-Detail
       MOVE CourseEnrolled TO ShowCarried
       MOVE TalliedCount TO ShowCounted
       STRING "CARRIED " ShowCarried "  PAIRINGS " ShowCounted
          DELIMITED BY SIZE INTO DL-Detail
       END-STRING
       PERFORM WriteException
    END-IF.

*> Master first - the usual answer - then a pass over the archive,
*> which is line sequential and only read for the rare id that is
*> not on the master.
LocateStudent.
    MOVE CheckStudentId TO StudentId
    READ StudentFile
       INVALID KEY
          MOVE "U" TO StudentWhereSwitch
       NOT INVALID KEY
          MOVE "M" TO StudentWhereSwitch
    END-READ
    IF StudentUnknown AND ArchivePresent
       OPEN INPUT ArchiveFile
       READ ArchiveFile
           AT END SET ArchEndOfFile TO TRUE
       END-READ
       PERFORM UNTIL ArchEndOfFile OR StudentOnArchive
          IF ArchStudentId = CheckStudentId
             MOVE "A" TO StudentWhereSwitch
          ELSE
             READ ArchiveFile
                 AT END SET ArchEndOfFile TO TRUE
             END-READ
          END-IF
       END-PERFORM
       CLOSE ArchiveFile
    END-IF.

WriteSectionHeading.
    MOVE ZERO TO SectionExceptions
    WRITE IntegrityPrintLine FROM BlankLine AFTER ADVANCING 1
    WRITE IntegrityPrintLine FROM SectionHeading AFTER ADVANCING 1
    WRITE IntegrityPrintLine FROM ColumnHeadingLine AFTER ADVANCING 1.

WriteSectionEnd.
    IF SectionExceptions = ZERO
       WRITE IntegrityPrintLine FROM NoneFoundLine AFTER ADVANCING 1
    END-IF.

*> The caller sets CategoryIndex and the detail line; the line goes
*> out under the category's severity and is counted against it.
WriteException.
    ADD 1 TO CategoryCount(CategoryIndex)
    ADD 1 TO SectionExceptions
    IF CAT-Serious(CategoryIndex)
       ADD 1 TO SeriousCount
    ELSE
       ADD 1 TO WarningCount
    END-IF
    WRITE IntegrityPrintLine FROM DetailLine AFTER ADVANCING 1.

WriteSummary.
    WRITE IntegrityPrintLine FROM BlankLine AFTER ADVANCING 2
    WRITE IntegrityPrintLine FROM SummaryHeading AFTER ADVANCING 1
    PERFORM VARYING CategoryIndex FROM 1 BY 1 UNTIL CategoryIndex > 9
       MOVE CAT-Title(CategoryIndex) TO SL-Title
       IF CAT-Serious(CategoryIndex)
          MOVE "SERIOUS" TO SL-Severity
       ELSE
          MOVE "WARNING" TO SL-Severity
       END-IF
       MOVE CategoryCount(CategoryIndex) TO SL-Count
       WRITE IntegrityPrintLine FROM SummaryLine AFTER ADVANCING 1
    END-PERFORM
    WRITE IntegrityPrintLine FROM BlankLine AFTER ADVANCING 1
    IF SeriousCount > ZERO
       MOVE "SERIOUS EXCEPTIONS FOUND - END-OF-DAY STREAM STOPPED"
          TO OL-Text
    ELSE
       MOVE "NO SERIOUS EXCEPTIONS" TO OL-Text
    END-IF
    WRITE IntegrityPrintLine FROM OutcomeLine AFTER ADVANCING 1.

COPY curterm.
