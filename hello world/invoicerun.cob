*> A pairing whose course is missing from COURSE.DAT, or whose
*> course carries no fee, is listed at zero so the bursar can see
*> it was considered, not silently skipped.
*> Each invoice carries an invoice reference - the run date and the
*> StudentId run together, which is exactly the INVOICE.DAT entry
*> it becomes - for the payer to quote on a bank transfer, so
*> RemitImport can match the transfer even when no StudentId was
*> given.
*> A student with a sponsor on SPONSLNK.DAT is billed only what the
*> sponsor does not pay: each charge is split by the sponsor's
*> percentage, within its cap for the term, and the sponsored share
*> shown as paid by the sponsor on the student's invoice.  The
*> shares are gathered up and, once every student is done, each
*> sponsor gets one consolidated invoice (SPONINV.PRT) listing every
*> student and course it is paying for, and the total is appended to
*> the sponsor ledger (SPONLEDG.DAT).  A credit for a dropped course
*> is split back the same way.  With no SPONSORS.DAT the run bills
*> every charge to the student, as it always has.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    COPY enrfctl.
    COPY crdfctl.
    COPY invfctl.
    COPY trmfctl.
    COPY spnfctl.
    COPY slkfctl.
    COPY slgfctl.
    SELECT SponsorWorkFile ASSIGN TO "SPONINV.WRK"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SponsorSortFile ASSIGN TO "SPONINV.SRT".
    SELECT SponsorPrintFile ASSIGN TO "SPONINV.PRT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT CreditWorkFile ASSIGN TO "CREDITS.WRK"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT InvoicePrintFile ASSIGN TO "INVOICES.PRT"
FD InvoiceFile.
COPY invoice.

FD TermFile.
COPY term.

FD SponsorFile.
COPY sponsor.

FD SponsorLinkFile.
COPY sponlink.

FD SponsorLedgerFile.
COPY sponledg.

*> One sponsored share per line, gathered while the students are
*> billed and sorted into sponsor order for the sponsor invoices.
FD SponsorWorkFile.
01  SponsorShareRec.
    02  ShrSponsorId           PIC X(6).
    02  ShrStudentId           PIC 9(7).
    02  ShrCourseCode          PIC X(4).
    02  ShrAmount              PIC S9(5)V99.

SD SponsorSortFile.
01  SortShareRec.
    88  SortShareEndOfFile     VALUE HIGH-VALUES.
    02  SortShrSponsorId       PIC X(6).
    02  SortShrStudentId       PIC 9(7).
    02  SortShrCourseCode      PIC X(4).
    02  SortShrAmount          PIC S9(5)V99.

FD SponsorPrintFile.
01  SponsorPrintLine           PIC X(80).

FD CreditWorkFile.
01  WorkCreditRec              PIC X(26).

COPY enrstat.
COPY crdstat.
COPY invstat.
COPY trmstat.
COPY termws.
COPY spnstat.
COPY slkstat.
COPY slgstat.

01  RunDate                    PIC 9(8) VALUE ZERO.
01  CurrentStudentId           PIC 9(7) VALUE ZERO.
    02  InvoicesPrinted        PIC 9(5) VALUE ZERO.
    02  PairingsBilled         PIC 9(5) VALUE ZERO.
    02  CreditsApplied         PIC 9(5) VALUE ZERO.
    02  SponsorSharesBilled    PIC 9(5) VALUE ZERO.
    02  SponsorInvoicesPrinted PIC 9(5) VALUE ZERO.

01  SponsorsOnFileSwitch       PIC X    VALUE "N".
    88  SponsorsOnFile                  VALUE "Y".

*> The current student's sponsor links, loaded as the student is
*> started and written back when they are finished, so the cap a
*> term has used builds up across all their pairings.  Links to a
*> sponsor that is closed or not on SPONSORS.DAT are left out.
01  SponsorLinkTable.
    02  SponsorLinkEntry OCCURS 20 TIMES.
        03  SLT-CourseCode     PIC X(4).
        03  SLT-SponsorId      PIC X(6).
        03  SLT-Percent        PIC 9(3)V99.
        03  SLT-TermCap        PIC 9(6)V99.
        03  SLT-CapTermCode    PIC X(6).
        03  SLT-CapUsed        PIC 9(6)V99.
        03  SLT-ChangedSwitch  PIC X.
01  SponsorLinkCount           PIC 9(2) VALUE ZERO.
01  LinkIndex                  PIC 9(2) VALUE ZERO.
01  OwnLinksSwitch             PIC X    VALUE "N".
    88  PairingHasOwnLinks              VALUE "Y".
01  LinkAppliesSwitch          PIC X    VALUE "N".
    88  LinkApplies                     VALUE "Y".
01  ShareCourseCode            PIC X(4) VALUE SPACES.
01  ChargeTermCode             PIC X(6) VALUE SPACES.
01  ShareBase                  PIC 9(5)V99 VALUE ZERO.
01  UnsponsoredAmount          PIC 9(5)V99 VALUE ZERO.
01  ShareAmount                PIC 9(5)V99 VALUE ZERO.
01  CapLeft                    PIC 9(6)V99 VALUE ZERO.

*> Sponsor invoice work fields.
01  SponsorOpenSwitch          PIC X    VALUE "N".
    88  SponsorOpen                     VALUE "Y".
01  CurrentSponsorId           PIC X(6) VALUE SPACES.
01  PriorShareStudentId        PIC 9(7) VALUE ZERO.
01  SponsorTotal               PIC S9(7)V99 VALUE ZERO.
01  SponsorStudentCount        PIC 9(4) VALUE ZERO.
01  SponsorFirstPageSwitch     PIC X    VALUE "Y".
    88  IsFirstSponsorPage              VALUE "Y".

*> CREDITS.DAT loaded once up front; each entry is flagged as it is
*> pulled onto its student's invoice, and entries left over (the
    02  FILLER                 PIC X     VALUE SPACE.
    02  SHL-Initials           PIC XX.

01  InvoiceRefLine.
    02  FILLER                 PIC X(13) VALUE "INVOICE REF: ".
    02  IRL-RunDate            PIC 9(8).
    02  IRL-StudentId          PIC 9(7).
    02  FILLER                 PIC X(36) VALUE
        "  - PLEASE QUOTE WITH ANY PAYMENT".

01  ColumnHeadingLine.
    02  FILLER                 PIC X(6)  VALUE "CODE".
    02  FILLER                 PIC X(32) VALUE "TITLE".
    02  FILLER                 PIC X(2)  VALUE ": ".
    02  TOT-Amount             PIC ZZZZZ9.99-.

01  SponsorTitleLine.
    02  FILLER                 PIC X(16) VALUE "SPONSOR INVOICE".
    02  FILLER                 PIC X(10) VALUE "RUN DATE: ".
    02  STL-RunDate            PIC 9(8).

01  SponsorHeadingLine.
    02  FILLER                 PIC X(9)  VALUE "SPONSOR: ".
    02  SPH-SponsorId          PIC X(6).
    02  FILLER                 PIC X(2)  VALUE SPACES.
    02  SPH-Name               PIC X(30).

01  SponsorAddressLine.
    02  FILLER                 PIC X(17) VALUE SPACES.
    02  SAL-Text               PIC X(30).

01  SponsorRefLine.
    02  FILLER                 PIC X(13) VALUE "INVOICE REF: ".
    02  SRL-Reference          PIC X(10).
    02  FILLER                 PIC X(36) VALUE
        "  - PLEASE QUOTE WITH ANY PAYMENT".

01  SponsorColumnLine.
    02  FILLER                 PIC X(9)  VALUE "STUDENT".
    02  FILLER                 PIC X(12) VALUE "NAME".
    02  FILLER                 PIC X(6)  VALUE "CODE".
    02  FILLER                 PIC X(26) VALUE "DETAIL".
    02  FILLER                 PIC X(10) VALUE "AMOUNT".

01  SponsorDetailLine.
    02  SDL-StudentId          PIC 9(7).
    02  FILLER                 PIC X(2)  VALUE SPACES.
    02  SDL-Surname            PIC X(8).
    02  FILLER                 PIC X     VALUE SPACE.
    02  SDL-Initials           PIC XX.
    02  FILLER                 PIC X     VALUE SPACE.
    02  SDL-CourseCode         PIC X(4).
    02  FILLER                 PIC X(2)  VALUE SPACES.
    02  SDL-Detail             PIC X(24).
    02  FILLER                 PIC X(2)  VALUE SPACES.
    02  SDL-Amount             PIC ZZZZZ9.99-.

01  SponsorTotalLine.
    02  FILLER                 PIC X(18) VALUE "STUDENTS COVERED: ".
    02  STT-StudentCount       PIC ZZZ9.
    02  FILLER                 PIC X(6)  VALUE SPACES.
    02  FILLER                 PIC X(20) VALUE "TOTAL DUE: ".
    02  STT-Amount             PIC ZZZZZZ9.99-.

01  CreditNoteLine.
    02  FILLER                 PIC X(42) VALUE
        "A NEGATIVE TOTAL IS A CREDIT OWED TO YOU".
       DISPLAY "UNABLE TO OPEN COURSE.DAT - STATUS " CourseFileStatus
       STOP RUN
    END-IF
    PERFORM FindCurrentTerm
    PERFORM OpenSponsorFiles
    PERFORM LoadCreditTable
    PERFORM OpenInvoiceFileForAppend
    OPEN OUTPUT InvoicePrintFile
          MOVE EnrollStudentId TO CurrentStudentId
          MOVE "N" TO InvoiceOpenSwitch
          MOVE ZERO TO InvoiceTotal
          PERFORM LoadStudentLinks
       END-IF
       PERFORM BillOnePairing
       READ EnrollFile NEXT RECORD

    PERFORM SweepLeftoverCredits
    PERFORM EmptyCreditFile
    IF SponsorsOnFile
       PERFORM RunSponsorInvoices
    END-IF

    CLOSE EnrollFile
    CLOSE StudentFile
    DISPLAY "INVOICES PRINTED: " InvoicesPrinted
    DISPLAY "PAIRINGS BILLED:  " PairingsBilled
    DISPLAY "CREDITS APPLIED:  " CreditsApplied
    IF SponsorsOnFile
       DISPLAY "SPONSORED SHARES: " SponsorSharesBilled
       DISPLAY "SPONSOR INVOICES: " SponsorInvoicesPrinted
    END-IF
    STOP RUN.

LoadCreditTable.
       MOVE LineFee TO DL-Amount
       WRITE InvoicePrintLine FROM DetailLine AFTER ADVANCING 1
       ADD LineFee TO InvoiceTotal
       IF SponsorLinkCount > ZERO AND LineFee > ZERO
          MOVE EnrollCourseCode TO ShareCourseCode
          IF EnrollTermCode = SPACES
             MOVE CurrentTermCode TO ChargeTermCode
          ELSE
             MOVE EnrollTermCode TO ChargeTermCode
          END-IF
          MOVE LineFee TO ShareBase
          PERFORM SplitSponsoredCharge
       END-IF
       ADD 1 TO PairingsBilled
       MOVE RunDate TO EnrollBilledDate
       REWRITE EnrollRec
    END-READ
    WRITE InvoicePrintLine FROM StudentHeadingLine
       AFTER ADVANCING 1
    MOVE RunDate TO IRL-RunDate
    MOVE CurrentStudentId TO IRL-StudentId
    WRITE InvoicePrintLine FROM InvoiceRefLine
       AFTER ADVANCING 1
    WRITE InvoicePrintLine FROM BlankLine AFTER ADVANCING 1
    WRITE InvoicePrintLine FROM ColumnHeadingLine
       AFTER ADVANCING 1.
    PERFORM ApplyStudentCredits
    IF InvoiceOpen
       PERFORM CloseOutInvoice
    END-IF
    PERFORM SaveStudentLinks.

ApplyStudentCredits.
    PERFORM VARYING CreditIndex FROM 1 BY 1
    END-COMPUTE
    WRITE InvoicePrintLine FROM DetailLine AFTER ADVANCING 1
    SUBTRACT CRT-Amount(CreditIndex) FROM InvoiceTotal
    ADD 1 TO CreditsApplied
    IF SponsorLinkCount > ZERO
       MOVE CRT-CourseCode(CreditIndex) TO ShareCourseCode
       MOVE CRT-Amount(CreditIndex) TO ShareBase
       PERFORM SplitSponsoredCredit
    END-IF.

CloseOutInvoice.
    MOVE "N" TO InvoiceOpenSwitch
          MOVE CRT-StudentId(CreditIndex) TO CurrentStudentId
          MOVE "N" TO InvoiceOpenSwitch
          MOVE ZERO TO InvoiceTotal
          PERFORM LoadStudentLinks
          PERFORM ApplyStudentCredits
          PERFORM CloseOutInvoice
          PERFORM SaveStudentLinks
       END-IF
    END-PERFORM.

    IF InvoiceFileNotFound
       OPEN OUTPUT InvoiceFile
    END-IF.

*> Sponsorship only runs when both the sponsor master and the link
*> file exist; a shop that has not set sponsors up bills exactly as
*> before.
OpenSponsorFiles.
    OPEN INPUT SponsorFile
    IF SponsorFileOk
       OPEN I-O SponsorLinkFile
       IF SponsorLinkFileOk
          MOVE "Y" TO SponsorsOnFileSwitch
          OPEN OUTPUT SponsorWorkFile
       ELSE
          CLOSE SponsorFile
       END-IF
    END-IF.

LoadStudentLinks.
    MOVE ZERO TO SponsorLinkCount
    IF SponsorsOnFile
       MOVE CurrentStudentId TO SlkStudentId
       MOVE LOW-VALUES TO SlkCourseCode
       MOVE LOW-VALUES TO SlkSponsorId
       START SponsorLinkFile KEY IS NOT LESS THAN SlkKey
          INVALID KEY
             CONTINUE
       END-START
       IF SponsorLinkFileOk
          PERFORM ReadNextLink
          PERFORM UNTIL EndOfSponsorLinkFile
             OR SlkStudentId NOT = CurrentStudentId
             PERFORM KeepLinkIfSponsorActive
             PERFORM ReadNextLink
          END-PERFORM
       END-IF
    END-IF.

ReadNextLink.
    READ SponsorLinkFile NEXT RECORD
        AT END SET EndOfSponsorLinkFile TO TRUE
    END-READ.

KeepLinkIfSponsorActive.
    MOVE SlkSponsorId TO SponsorId
    READ SponsorFile
       INVALID KEY
          DISPLAY "STUDENT " SlkStudentId " LINKED TO SPONSOR "
             SlkSponsorId " NOT ON SPONSORS.DAT - IGNORED"
       NOT INVALID KEY
          IF SponsorActive
             PERFORM AddLinkToTable
          END-IF
    END-READ.

AddLinkToTable.
    IF SponsorLinkCount < 20
       ADD 1 TO SponsorLinkCount
       MOVE SlkCourseCode TO SLT-CourseCode(SponsorLinkCount)
       MOVE SlkSponsorId TO SLT-SponsorId(SponsorLinkCount)
       MOVE SlkPercent TO SLT-Percent(SponsorLinkCount)
       MOVE SlkTermCap TO SLT-TermCap(SponsorLinkCount)
       MOVE SlkCapTermCode TO SLT-CapTermCode(SponsorLinkCount)
       MOVE SlkCapUsed TO SLT-CapUsed(SponsorLinkCount)
       MOVE "N" TO SLT-ChangedSwitch(SponsorLinkCount)
    ELSE
       DISPLAY "SPONSORLINKTABLE FULL AT 20 LINKS - "
          SlkStudentId " SPONSOR " SlkSponsorId " NOT APPLIED"
    END-IF.

*> The cap used so far is written back for every link whose figures
*> moved, so the next run carries on from where this one stopped.
SaveStudentLinks.
    PERFORM VARYING LinkIndex FROM 1 BY 1
       UNTIL LinkIndex > SponsorLinkCount
       IF SLT-ChangedSwitch(LinkIndex) = "Y"
          PERFORM SaveOneLink
       END-IF
    END-PERFORM
    MOVE ZERO TO SponsorLinkCount.

SaveOneLink.
    MOVE CurrentStudentId TO SlkStudentId
    MOVE SLT-CourseCode(LinkIndex) TO SlkCourseCode
    MOVE SLT-SponsorId(LinkIndex) TO SlkSponsorId
    READ SponsorLinkFile
       INVALID KEY
          DISPLAY "UNABLE TO UPDATE SPONSOR LINK " SlkStudentId " "
             SlkSponsorId
       NOT INVALID KEY
          MOVE SLT-CapTermCode(LinkIndex) TO SlkCapTermCode
          MOVE SLT-CapUsed(LinkIndex) TO SlkCapUsed
          REWRITE SponsorLinkRec
             INVALID KEY
                DISPLAY "UNABLE TO UPDATE SPONSOR LINK " SlkStudentId
                   " " SlkSponsorId
          END-REWRITE
    END-READ.

*> A pairing with links naming its own course is split by those
*> links alone; any other pairing by the student-wide links.
CheckPairingOwnLinks.
    MOVE "N" TO OwnLinksSwitch
    PERFORM VARYING LinkIndex FROM 1 BY 1
       UNTIL LinkIndex > SponsorLinkCount
       IF SLT-CourseCode(LinkIndex) = ShareCourseCode
          MOVE "Y" TO OwnLinksSwitch
       END-IF
    END-PERFORM.

CheckLinkApplies.
    MOVE "N" TO LinkAppliesSwitch
    IF PairingHasOwnLinks
       IF SLT-CourseCode(LinkIndex) = ShareCourseCode
          MOVE "Y" TO LinkAppliesSwitch
       END-IF
    ELSE
       IF SLT-CourseCode(LinkIndex) = SPACES
          MOVE "Y" TO LinkAppliesSwitch
       END-IF
    END-IF.

*> Each sponsor in turn takes its percentage of the charge, cut back
*> to what is left of its cap for the term and to what is left of
*> the charge, so two sponsors can never pay more than the fee.
SplitSponsoredCharge.
    MOVE ShareBase TO UnsponsoredAmount
    PERFORM CheckPairingOwnLinks
    PERFORM VARYING LinkIndex FROM 1 BY 1
       UNTIL LinkIndex > SponsorLinkCount
       PERFORM CheckLinkApplies
       IF LinkApplies
          PERFORM ChargeOneSponsor
       END-IF
    END-PERFORM.

ChargeOneSponsor.
    COMPUTE ShareAmount ROUNDED =
        ShareBase * SLT-Percent(LinkIndex) / 100
    END-COMPUTE
    IF SLT-TermCap(LinkIndex) > ZERO
       IF SLT-CapTermCode(LinkIndex) NOT = ChargeTermCode
          MOVE ChargeTermCode TO SLT-CapTermCode(LinkIndex)
          MOVE ZERO TO SLT-CapUsed(LinkIndex)
          MOVE "Y" TO SLT-ChangedSwitch(LinkIndex)
       END-IF
       IF SLT-CapUsed(LinkIndex) >= SLT-TermCap(LinkIndex)
          MOVE ZERO TO CapLeft
       ELSE
          COMPUTE CapLeft =
              SLT-TermCap(LinkIndex) - SLT-CapUsed(LinkIndex)
          END-COMPUTE
       END-IF
       IF ShareAmount > CapLeft
          MOVE CapLeft TO ShareAmount
       END-IF
    END-IF
    IF ShareAmount > UnsponsoredAmount
       MOVE UnsponsoredAmount TO ShareAmount
    END-IF
    IF ShareAmount > ZERO
       SUBTRACT ShareAmount FROM UnsponsoredAmount
       IF SLT-TermCap(LinkIndex) > ZERO
          ADD ShareAmount TO SLT-CapUsed(LinkIndex)
          MOVE "Y" TO SLT-ChangedSwitch(LinkIndex)
       END-IF
       MOVE ShareAmount TO ShrAmount
       PERFORM WriteSponsorShare
       MOVE ShareCourseCode TO DL-CourseCode
       MOVE SPACES TO DL-Title
       STRING "PAID BY SPONSOR " SLT-SponsorId(LinkIndex)
          DELIMITED BY SIZE INTO DL-Title
       END-STRING
       COMPUTE DL-Amount = 0 - ShareAmount
       END-COMPUTE
       WRITE InvoicePrintLine FROM DetailLine AFTER ADVANCING 1
       SUBTRACT ShareAmount FROM InvoiceTotal
       ADD 1 TO SponsorSharesBilled
    END-IF.

*> A credit for a dropped course is split back by the same links:
*> the sponsor's share is credited on the sponsor's invoice (and
*> given back to its cap), and only the rest is credited to the
*> student.
SplitSponsoredCredit.
    MOVE ShareBase TO UnsponsoredAmount
    PERFORM CheckPairingOwnLinks
    PERFORM VARYING LinkIndex FROM 1 BY 1
       UNTIL LinkIndex > SponsorLinkCount
       PERFORM CheckLinkApplies
       IF LinkApplies
          PERFORM CreditOneSponsor
       END-IF
    END-PERFORM.

CreditOneSponsor.
    COMPUTE ShareAmount ROUNDED =
        ShareBase * SLT-Percent(LinkIndex) / 100
    END-COMPUTE
    IF SLT-TermCap(LinkIndex) > ZERO
       IF ShareAmount > SLT-CapUsed(LinkIndex)
          MOVE SLT-CapUsed(LinkIndex) TO ShareAmount
       END-IF
    END-IF
    IF ShareAmount > UnsponsoredAmount
       MOVE UnsponsoredAmount TO ShareAmount
    END-IF
    IF ShareAmount > ZERO
       SUBTRACT ShareAmount FROM UnsponsoredAmount
       IF SLT-TermCap(LinkIndex) > ZERO
          SUBTRACT ShareAmount FROM SLT-CapUsed(LinkIndex)
          MOVE "Y" TO SLT-ChangedSwitch(LinkIndex)
       END-IF
       COMPUTE ShrAmount = 0 - ShareAmount
       END-COMPUTE
       PERFORM WriteSponsorShare
       MOVE ShareCourseCode TO DL-CourseCode
       MOVE SPACES TO DL-Title
       STRING "CREDITED TO SPONSOR " SLT-SponsorId(LinkIndex)
          DELIMITED BY SIZE INTO DL-Title
       END-STRING
       MOVE ShareAmount TO DL-Amount
       WRITE InvoicePrintLine FROM DetailLine AFTER ADVANCING 1
       ADD ShareAmount TO InvoiceTotal
    END-IF.

WriteSponsorShare.
    MOVE SLT-SponsorId(LinkIndex) TO ShrSponsorId
    MOVE CurrentStudentId TO ShrStudentId
    MOVE ShareCourseCode TO ShrCourseCode
    WRITE SponsorShareRec.

*> Every share gathered is sorted into sponsor and student order and
*> printed as one invoice per sponsor, one page each.
RunSponsorInvoices.
    CLOSE SponsorWorkFile
    PERFORM OpenSponsorLedgerForAppend
    OPEN OUTPUT SponsorPrintFile
    MOVE RunDate TO STL-RunDate
    SORT SponsorSortFile
        ON ASCENDING KEY SortShrSponsorId SortShrStudentId
                         SortShrCourseCode
        USING SponsorWorkFile
        OUTPUT PROCEDURE IS PrintSponsorInvoices
    CLOSE SponsorPrintFile
    CLOSE SponsorLedgerFile
    CLOSE SponsorFile
    CLOSE SponsorLinkFile.

PrintSponsorInvoices.
    RETURN SponsorSortFile
        AT END SET SortShareEndOfFile TO TRUE
    END-RETURN
    PERFORM UNTIL SortShareEndOfFile
       IF SponsorOpen
          AND SortShrSponsorId NOT = CurrentSponsorId
          PERFORM FinishSponsorInvoice
       END-IF
       IF NOT SponsorOpen
          PERFORM StartSponsorInvoice
       END-IF
       PERFORM WriteSponsorShareLine
       RETURN SponsorSortFile
           AT END SET SortShareEndOfFile TO TRUE
       END-RETURN
    END-PERFORM
    IF SponsorOpen
       PERFORM FinishSponsorInvoice
    END-IF.

StartSponsorInvoice.
    MOVE "Y" TO SponsorOpenSwitch
    MOVE SortShrSponsorId TO CurrentSponsorId
    MOVE ZERO TO SponsorTotal
    MOVE ZERO TO SponsorStudentCount
    MOVE ZERO TO PriorShareStudentId
    IF IsFirstSponsorPage
       MOVE "N" TO SponsorFirstPageSwitch
       WRITE SponsorPrintLine FROM SponsorTitleLine
    ELSE
       WRITE SponsorPrintLine FROM SponsorTitleLine
          AFTER ADVANCING PAGE
    END-IF
    MOVE CurrentSponsorId TO SPH-SponsorId
    MOVE CurrentSponsorId TO SponsorId
    READ SponsorFile
       INVALID KEY
          MOVE "*GONE*" TO SPH-Name
          MOVE SPACES TO SponsorAddress1
          MOVE SPACES TO SponsorAddress2
          MOVE SPACES TO SponsorAddress3
       NOT INVALID KEY
          MOVE SponsorName TO SPH-Name
    END-READ
    WRITE SponsorPrintLine FROM SponsorHeadingLine
       AFTER ADVANCING 1
    MOVE SponsorAddress1 TO SAL-Text
    WRITE SponsorPrintLine FROM SponsorAddressLine AFTER ADVANCING 1
    MOVE SponsorAddress2 TO SAL-Text
    WRITE SponsorPrintLine FROM SponsorAddressLine AFTER ADVANCING 1
    MOVE SponsorAddress3 TO SAL-Text
    WRITE SponsorPrintLine FROM SponsorAddressLine AFTER ADVANCING 1
    MOVE SPACES TO SRL-Reference
    STRING "SI" RunDate DELIMITED BY SIZE INTO SRL-Reference
    END-STRING
    WRITE SponsorPrintLine FROM SponsorRefLine AFTER ADVANCING 1
    WRITE SponsorPrintLine FROM BlankLine AFTER ADVANCING 1
    WRITE SponsorPrintLine FROM SponsorColumnLine AFTER ADVANCING 1.

WriteSponsorShareLine.
    IF SortShrStudentId NOT = PriorShareStudentId
       ADD 1 TO SponsorStudentCount
       MOVE SortShrStudentId TO PriorShareStudentId
    END-IF
    MOVE SortShrStudentId TO SDL-StudentId
    MOVE SortShrStudentId TO StudentId
    READ StudentFile
       INVALID KEY
          MOVE "*GONE*" TO SDL-Surname
          MOVE SPACES TO SDL-Initials
       NOT INVALID KEY
          MOVE Surname TO SDL-Surname
          MOVE Initials TO SDL-Initials
    END-READ
    MOVE SortShrCourseCode TO SDL-CourseCode
    IF SortShrAmount < ZERO
       MOVE "CREDIT - COURSE DROPPED" TO SDL-Detail
    ELSE
       MOVE "TUITION" TO SDL-Detail
    END-IF
    MOVE SortShrAmount TO SDL-Amount
    WRITE SponsorPrintLine FROM SponsorDetailLine AFTER ADVANCING 1
    ADD SortShrAmount TO SponsorTotal.

FinishSponsorInvoice.
    MOVE "N" TO SponsorOpenSwitch
    MOVE SponsorStudentCount TO STT-StudentCount
    MOVE SponsorTotal TO STT-Amount
    WRITE SponsorPrintLine FROM BlankLine AFTER ADVANCING 1
    WRITE SponsorPrintLine FROM SponsorTotalLine AFTER ADVANCING 1
    IF SponsorTotal < ZERO
       WRITE SponsorPrintLine FROM CreditNoteLine AFTER ADVANCING 1
    END-IF
    ADD 1 TO SponsorInvoicesPrinted
    MOVE CurrentSponsorId TO SlgSponsorId
    MOVE RunDate TO SlgDate
    SET SlgInvoice TO TRUE
    MOVE SponsorTotal TO SlgAmount
    MOVE SRL-Reference TO SlgReference
    WRITE SponsorLedgerRec.

*> SPONLEDG.DAT accumulates across runs so sponsor balances can be
*> aged; OPEN EXTEND fails status 35 the first time the file
*> doesn't exist yet, so fall back to OPEN OUTPUT to create it.
OpenSponsorLedgerForAppend.
    OPEN EXTEND SponsorLedgerFile
    IF SponsorLedgerFileNotFound
       OPEN OUTPUT SponsorLedgerFile
    END-IF.

COPY curterm.
