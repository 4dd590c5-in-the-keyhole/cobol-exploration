*> debt the same way a receipt does.  Students whose balance has
*> reached zero, or who are in credit, are left off the page - the
*> report is a chase list, not a statement run.
*> Run in H)OLDS mode, the report also keeps finance holds on
*> HOLDS.DAT in step with the money: a student with anything in the
*> over-90 band is given a finance hold (unless one is already
*> open), and a finance hold this run placed is released once the
*> student's balance is cleared.  A finance hold placed by hand
*> through HoldMaint is never released here.  Each hold placed or
*> released is logged to STUDENTS.AUDIT under the signed-on
*> operator (see holdset.cpy), and the debtor line shows HOLD for
*> every student with a finance hold open.
*> What sponsors owe is aged the same way in a section of its own
*> after the students: the sponsor ledger (SPONLEDG.DAT) is sorted by
*> sponsor and date, each sponsor's receipts are applied to its
*> oldest consolidated invoices first, and what is left is banded.
*> A student's sponsored share is billed to the sponsor, never to
*> the student, so a slow-paying employer shows here once rather
*> than as every student it pays for.  Holds are never placed for
*> a sponsor's debt.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    COPY stufctl.
    COPY invfctl.
    COPY payfctl.
    COPY hldfctl.
    COPY audfctl.
    COPY opfctl.
    COPY spnfctl.
    COPY slgfctl.
    SELECT AgedPrintFile ASSIGN TO "AGEDRECV.PRT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SortWorkFile ASSIGN TO "INVOICE.SRT".
    SELECT SponsorSortFile ASSIGN TO "SPONLEDG.SRT".

DATA DIVISION.
FILE SECTION.
FD PaymentFile.
COPY payment.

FD HoldFile.
COPY hold.

FD AuditFile.
COPY audit.

FD OperatorFile.
COPY operator.

SD SortWorkFile.
COPY invoice REPLACING InvoiceRec   BY SortInvoiceRec
                        InvStudentId BY SortInvStudentId
                        InvDate      BY SortInvDate
                        InvAmount    BY SortInvAmount.

FD SponsorFile.
COPY sponsor.

FD SponsorLedgerFile.
COPY sponledg.

SD SponsorSortFile.
01  SortSponsorLedgerRec.
    02  SortSlgSponsorId       PIC X(6).
    02  SortSlgDate            PIC 9(8).
    02  SortSlgEntryType       PIC X.
        88  SortSlgPayment             VALUE "P".
    02  SortSlgAmount          PIC S9(7)V99.
    02  SortSlgReference       PIC X(10).

FD AgedPrintFile.
01  AgedPrintLine              PIC X(90).

COPY stustat.
COPY invstat.
COPY paystat.
COPY hldstat.
COPY audstat.
COPY opstat.
COPY operws.
COPY holdws.
COPY spnstat.
COPY slgstat.

01  RunModeReply               PIC X    VALUE SPACE.
01  HoldModeSwitch             PIC X    VALUE "N".
    88  HoldMode                        VALUE "Y".
01  HoldsPlaced                PIC 9(5) VALUE ZERO.
01  HoldsReleased              PIC 9(5) VALUE ZERO.

01  EndOfSortSwitch            PIC X    VALUE "N".
    88  EndOfSortFile                   VALUE "Y".
01  GrandOwed                  PIC 9(8)V99 VALUE ZERO.
01  DebtorsListed              PIC 9(5) VALUE ZERO.

01  SponsorLedgerSwitch        PIC X    VALUE "N".
    88  SponsorLedgerOnFile             VALUE "Y".
01  SponsorNamesSwitch         PIC X    VALUE "N".
    88  SponsorNamesOnFile              VALUE "Y".
01  EndOfSponsorSortSwitch     PIC X    VALUE "N".
    88  EndOfSponsorSort                VALUE "Y".
01  CurrentSponsorId           PIC X(6) VALUE SPACES.
01  SponsorOpenSwitch          PIC X    VALUE "N".
    88  SponsorOpen                     VALUE "Y".
01  PotAfterEntry              PIC S9(8)V99 VALUE ZERO.
01  SponsorsListed             PIC 9(5) VALUE ZERO.
01  SponsorGrandBands.
    02  SponsorGrandCurrent    PIC 9(8)V99 VALUE ZERO.
    02  SponsorGrand31To60     PIC 9(8)V99 VALUE ZERO.
    02  SponsorGrand61To90     PIC 9(8)V99 VALUE ZERO.
    02  SponsorGrandOver90     PIC 9(8)V99 VALUE ZERO.
01  SponsorGrandOwed           PIC 9(8)V99 VALUE ZERO.

01  BlankLine                  PIC X(90) VALUE SPACES.

01  TitleLine.
    02  DL-61To90              PIC ZZZZZZ9.99.
    02  FILLER                 PIC X(2)  VALUE SPACES.
    02  DL-Over90              PIC ZZZZZZ9.99.
    02  FILLER                 PIC X(2)  VALUE SPACES.
    02  DL-HoldMark            PIC X(4).

01  SponsorSectionLine.
    02  FILLER                 PIC X(16) VALUE "SPONSOR BALANCES".

01  SponsorColumnLine.
    02  FILLER                 PIC X(8)  VALUE "SPONSOR".
    02  FILLER                 PIC X(10) VALUE "NAME".
    02  FILLER                 PIC X(12) VALUE "     OWED".
    02  FILLER                 PIC X(12) VALUE "   CURRENT".
    02  FILLER                 PIC X(12) VALUE "    31-60".
    02  FILLER                 PIC X(12) VALUE "    61-90".
    02  FILLER                 PIC X(12) VALUE "  OVER 90".

01  SponsorDebtorLine.
    02  SDL-SponsorId          PIC X(6).
    02  FILLER                 PIC X(2)  VALUE SPACES.
    02  SDL-Name               PIC X(8).
    02  FILLER                 PIC X     VALUE SPACE.
    02  SDL-Owed               PIC ZZZZZZ9.99.
    02  FILLER                 PIC X(2)  VALUE SPACES.
    02  SDL-Current            PIC ZZZZZZ9.99.
    02  FILLER                 PIC X(2)  VALUE SPACES.
    02  SDL-31To60             PIC ZZZZZZ9.99.
    02  FILLER                 PIC X(2)  VALUE SPACES.
    02  SDL-61To90             PIC ZZZZZZ9.99.
    02  FILLER                 PIC X(2)  VALUE SPACES.
    02  SDL-Over90             PIC ZZZZZZ9.99.

01  NoSponsorDebtLine.
    02  FILLER                 PIC X(32) VALUE
        "NO OUTSTANDING SPONSOR BALANCES".

01  SponsorCountLine.
    02  FILLER                 PIC X(17) VALUE "SPONSORS LISTED: ".
    02  SCL-Count              PIC ZZZZ9.

01  NoDebtorLine.
    02  FILLER                 PIC X(24) VALUE
    02  FILLER                 PIC X(17) VALUE "DEBTORS LISTED:  ".
    02  DCL-Count              PIC ZZZZ9.

01  HoldCountLine.
    02  HCL-Text               PIC X(23).
    02  HCL-Count              PIC ZZZZ9.

PROCEDURE DIVISION.
Begin.
    PERFORM SignOnOperator
    PERFORM UNTIL RunModeReply = "R" OR RunModeReply = "H"
       DISPLAY "R)EPORT ONLY OR H)OLDS - PLACE AND RELEASE FINANCE"
          " HOLDS?"
       ACCEPT RunModeReply
    END-PERFORM
    IF RunModeReply = "H"
       IF SignedOnCanUpdate
          MOVE "Y" TO HoldModeSwitch
       ELSE
          DISPLAY "HOLDS NEED UPDATE ACCESS - REPORT ONLY RUN"
       END-IF
    END-IF
    *> SORT USING opens InvoiceFile itself, so probe it first with
    *> a plain OPEN/CLOSE to give a clear message if INVOICE.DAT is
    *> missing, instead of letting the SORT statement fail outright.
       STOP RUN
    END-IF
    PERFORM LoadPaymentTotals
    IF HoldMode
       PERFORM OpenHoldFileForUpdate
       PERFORM OpenAuditFileForAppend
    ELSE
       PERFORM OpenHoldFile
    END-IF
    OPEN OUTPUT AgedPrintFile
    ACCEPT RunDateFields FROM DATE YYYYMMDD
    MOVE RunDateFields TO TL-RunDate
    WRITE AgedPrintLine FROM GrandTotalLine AFTER ADVANCING 1
    MOVE DebtorsListed TO DCL-Count
    WRITE AgedPrintLine FROM DebtorCountLine AFTER ADVANCING 1
    IF HoldMode
       MOVE "FINANCE HOLDS PLACED:  " TO HCL-Text
       MOVE HoldsPlaced TO HCL-Count
       WRITE AgedPrintLine FROM HoldCountLine AFTER ADVANCING 1
       MOVE "FINANCE HOLDS RELEASED:" TO HCL-Text
       MOVE HoldsReleased TO HCL-Count
       WRITE AgedPrintLine FROM HoldCountLine AFTER ADVANCING 1
       CLOSE AuditFile
    END-IF
    PERFORM ReportSponsorBalances

    CLOSE StudentFile
    PERFORM CloseHoldFile
    CLOSE AgedPrintFile
    DISPLAY "DEBTORS LISTED: " DebtorsListed
    IF HoldMode
       DISPLAY "FINANCE HOLDS PLACED:   " HoldsPlaced
       DISPLAY "FINANCE HOLDS RELEASED: " HoldsReleased
    END-IF
    IF SponsorLedgerOnFile
       DISPLAY "SPONSORS LISTED: " SponsorsListed
    END-IF
    STOP RUN.

*> A brand-new installation has no HOLDS.DAT yet, so fall back to
*> OPEN OUTPUT to create it; otherwise open I-O to preserve the
*> holds already placed.
OpenHoldFileForUpdate.
    OPEN I-O HoldFile
    IF HoldFileNotFound
       OPEN OUTPUT HoldFile
    END-IF
    IF NOT HoldFileOk
       DISPLAY "UNABLE TO OPEN HOLDS.DAT - STATUS " HoldFileStatus
       STOP RUN
    END-IF
    MOVE "Y" TO HoldsOnFileSwitch.

*> STUDENTS.AUDIT accumulates across runs so earlier change history
*> is never lost; OPEN EXTEND fails status 35 the first time the
*> file doesn't exist yet, so fall back to OPEN OUTPUT to create it.
OpenAuditFileForAppend.
    OPEN EXTEND AuditFile
    IF AuditFileNotFound
       OPEN OUTPUT AuditFile
    END-IF.

*> No PAYMENTS.DAT just means nothing has been receipted yet; the
*> report then shows every invoiced amount still open.
LoadPaymentTotals.
       UNTIL InvoiceIndex > StudentInvoiceCount
       PERFORM AgeOneInvoice
    END-PERFORM
    IF HoldMode
       PERFORM ReviewFinanceHold
    END-IF
    IF StudentOwed > ZERO
       PERFORM WriteDebtorLine
    END-IF.

*> Money in the over-90 band earns a finance hold; a balance cleared
*> by PAYMENTS.DAT (or by credits) releases the one this run placed.
*> A student still owing, but with nothing over 90 days, keeps
*> whatever hold they have until the balance is clear.
ReviewFinanceHold.
    MOVE CurrentStudentId TO HoldStudentId
    SET HoldFinance TO TRUE
    IF BandOver90 > ZERO
       READ HoldFile
          INVALID KEY
             PERFORM PlaceArrearsHold
          NOT INVALID KEY
             IF NOT HoldOpen
                PERFORM PlaceArrearsHold
             END-IF
       END-READ
    ELSE
       IF StudentOwed = ZERO
          READ HoldFile
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                IF HoldOpen AND HoldPlacedByAgedRun
                   PERFORM ReleaseArrearsHold
                END-IF
          END-READ
       END-IF
    END-IF.

PlaceArrearsHold.
    MOVE CurrentStudentId TO HoldSetStudentId
    MOVE "F" TO HoldSetType
    MOVE "A" TO HoldSetSource
    MOVE "OVER 90 DAYS IN ARREARS" TO HoldSetReason
    PERFORM PlaceStudentHold
    IF HoldSetDone
       ADD 1 TO HoldsPlaced
    END-IF.

ReleaseArrearsHold.
    MOVE CurrentStudentId TO HoldSetStudentId
    MOVE "F" TO HoldSetType
    PERFORM ReleaseStudentHold
    IF HoldSetDone
       ADD 1 TO HoldsReleased
    END-IF.

*> HOLD on the debtor line for a student whose finance hold is open
*> once this run has placed and released what it will.
SetHoldMark.
    MOVE SPACES TO DL-HoldMark
    IF HoldsOnFile
       MOVE CurrentStudentId TO HoldStudentId
       SET HoldFinance TO TRUE
       READ HoldFile
          INVALID KEY
             CONTINUE
          NOT INVALID KEY
             IF HoldOpen
                MOVE "HOLD" TO DL-HoldMark
             END-IF
       END-READ
    END-IF.

AgeOneInvoice.
    IF PaymentPot >= SIT-Amount(InvoiceIndex)
       MOVE SIT-Amount(InvoiceIndex) TO AppliedAmount
    MOVE Band31To60 TO DL-31To60
    MOVE Band61To90 TO DL-61To90
    MOVE BandOver90 TO DL-Over90
    PERFORM SetHoldMark
    WRITE AgedPrintLine FROM DetailLine AFTER ADVANCING 1
    ADD StudentOwed TO GrandOwed
    ADD BandCurrent TO GrandCurrent
    ADD Band31To60 TO Grand31To60
    ADD Band61To90 TO Grand61To90
    ADD BandOver90 TO GrandOver90.

*> No SPONLEDG.DAT means no sponsor has ever been invoiced, and the
*> section is left off altogether.  SORT USING opens the ledger
*> itself, so it is probed first as INVOICE.DAT is.
ReportSponsorBalances.
    OPEN INPUT SponsorLedgerFile
    IF SponsorLedgerFileOk
       CLOSE SponsorLedgerFile
       MOVE "Y" TO SponsorLedgerSwitch
       OPEN INPUT SponsorFile
       IF SponsorFileOk
          MOVE "Y" TO SponsorNamesSwitch
       END-IF
       WRITE AgedPrintLine FROM BlankLine AFTER ADVANCING 1
       WRITE AgedPrintLine FROM SponsorSectionLine AFTER ADVANCING 2
       WRITE AgedPrintLine FROM BlankLine AFTER ADVANCING 1
       WRITE AgedPrintLine FROM SponsorColumnLine AFTER ADVANCING 1
       SORT SponsorSortFile
           ON ASCENDING KEY SortSlgSponsorId SortSlgDate
           USING SponsorLedgerFile
           OUTPUT PROCEDURE IS AgeSortedSponsorLedger
       IF SponsorsListed = ZERO
          WRITE AgedPrintLine FROM NoSponsorDebtLine AFTER ADVANCING 1
       END-IF
       WRITE AgedPrintLine FROM BlankLine AFTER ADVANCING 1
       MOVE SponsorGrandOwed TO GTL-Owed
       MOVE SponsorGrandCurrent TO GTL-Current
       MOVE SponsorGrand31To60 TO GTL-31To60
       MOVE SponsorGrand61To90 TO GTL-61To90
       MOVE SponsorGrandOver90 TO GTL-Over90
       WRITE AgedPrintLine FROM GrandTotalLine AFTER ADVANCING 1
       MOVE SponsorsListed TO SCL-Count
       WRITE AgedPrintLine FROM SponsorCountLine AFTER ADVANCING 1
       IF SponsorNamesOnFile
          CLOSE SponsorFile
       END-IF
    END-IF.

AgeSortedSponsorLedger.
    RETURN SponsorSortFile
        AT END MOVE "Y" TO EndOfSponsorSortSwitch
    END-RETURN
    PERFORM UNTIL EndOfSponsorSort
       IF SponsorOpen
          AND SortSlgSponsorId NOT = CurrentSponsorId
          PERFORM FinishSponsorAging
       END-IF
       IF NOT SponsorOpen
          MOVE "Y" TO SponsorOpenSwitch
          MOVE SortSlgSponsorId TO CurrentSponsorId
          MOVE ZERO TO StudentInvoiceCount
          MOVE ZERO TO PaymentPot
       END-IF
       PERFORM TakeOneSponsorEntry
       RETURN SponsorSortFile
           AT END MOVE "Y" TO EndOfSponsorSortSwitch
       END-RETURN
    END-PERFORM
    IF SponsorOpen
       PERFORM FinishSponsorAging
    END-IF.

*> A receipt goes into the pot (a reversed one comes back out of it,
*> never below nothing); a consolidated invoice in credit pays down
*> the debt like a receipt, and any other invoice is aged.
TakeOneSponsorEntry.
    IF SortSlgPayment OR SortSlgAmount < ZERO
       IF SortSlgPayment
          COMPUTE PotAfterEntry = PaymentPot + SortSlgAmount
          END-COMPUTE
       ELSE
          COMPUTE PotAfterEntry = PaymentPot - SortSlgAmount
          END-COMPUTE
       END-IF
       IF PotAfterEntry < ZERO
          MOVE ZERO TO PaymentPot
       ELSE
          MOVE PotAfterEntry TO PaymentPot
       END-IF
    ELSE
       IF StudentInvoiceCount < 100
          ADD 1 TO StudentInvoiceCount
          MOVE SortSlgDate TO SIT-Date(StudentInvoiceCount)
          MOVE SortSlgAmount TO SIT-Amount(StudentInvoiceCount)
       ELSE
          DISPLAY "STUDENTINVOICETABLE FULL AT 100 INVOICES - SPONSOR "
             CurrentSponsorId " ENTRY NOT AGED"
       END-IF
    END-IF.

FinishSponsorAging.
    MOVE "N" TO SponsorOpenSwitch
    MOVE ZERO TO BandCurrent
    MOVE ZERO TO Band31To60
    MOVE ZERO TO Band61To90
    MOVE ZERO TO BandOver90
    MOVE ZERO TO StudentOwed
    PERFORM VARYING InvoiceIndex FROM 1 BY 1
       UNTIL InvoiceIndex > StudentInvoiceCount
       PERFORM AgeOneInvoice
    END-PERFORM
    IF StudentOwed > ZERO
       PERFORM WriteSponsorDebtorLine
    END-IF.

WriteSponsorDebtorLine.
    ADD 1 TO SponsorsListed
    MOVE CurrentSponsorId TO SDL-SponsorId
    MOVE "*GONE*" TO SDL-Name
    IF SponsorNamesOnFile
       MOVE CurrentSponsorId TO SponsorId
       READ SponsorFile
          INVALID KEY
             CONTINUE
          NOT INVALID KEY
             MOVE SponsorName TO SDL-Name
       END-READ
    END-IF
    MOVE StudentOwed TO SDL-Owed
    MOVE BandCurrent TO SDL-Current
    MOVE Band31To60 TO SDL-31To60
    MOVE Band61To90 TO SDL-61To90
    MOVE BandOver90 TO SDL-Over90
    WRITE AgedPrintLine FROM SponsorDebtorLine AFTER ADVANCING 1
    ADD StudentOwed TO SponsorGrandOwed
    ADD BandCurrent TO SponsorGrandCurrent
    ADD Band31To60 TO SponsorGrand31To60
    ADD Band61To90 TO SponsorGrand61To90
    ADD BandOver90 TO SponsorGrandOver90.

COPY holdchk.

COPY holdset.

COPY signon.
