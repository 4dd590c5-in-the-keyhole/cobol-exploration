IDENTIFICATION DIVISION.
PROGRAM-ID. RemitImport.
AUTHOR. Michael Coughlan.

*> Imports the bank's daily remittance file (BANKREM.DAT) onto the
*> payments ledger.  The file is first balanced against the bank's
*> own trailer - item count and file total - and a file that does
*> not balance, or that has been imported before (BANKREM.LOG), is
*> refused before anything is posted.  Each transfer is then matched
*> to a student: on the StudentId the payer quoted if it is on the
*> master, failing that on the invoice reference if it names an
*> invoice on INVOICE.DAT, failing that on the payer's surname
*> through the master's Surname index - but only when it picks out
*> exactly one student (narrowed by initials when the bank gave
*> them).  A matched transfer is appended to PAYMENTS.DAT as a
*> receipt dated the day the money arrived, carrying the bank's
*> transaction reference.  Anything that cannot be matched with
*> confidence, or is too large for one receipt, is held on
*> SUSPENSE.DAT for the bursar to allocate and post through
*> SuspenseMaint.  The control report (REMIT.PRT) lists every item
*> and where it went, and proves the bank's file total equals the
*> amount posted plus the amount held in suspense; a run that does
*> not prove out sets a non-zero return code and is not entered on
*> BANKREM.LOG, so the file can be corrected and fed in again.
*> Items are numbered on from the last item of any earlier file for
*> the same banking day - logged, or left off the log out of balance
*> with items already held - so a second file for a day, or a
*> corrected one fed in again, never reuses the suspense key of an
*> item already held.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY remfctl.
    COPY stufctl.
    COPY invfctl.
    COPY payfctl.
    COPY susfctl.
    SELECT ImportLogFile ASSIGN TO "BANKREM.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ImportLogFileStatus.
    SELECT RemitPrintFile ASSIGN TO "REMIT.PRT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD RemittanceFile.
COPY remit.

FD StudentFile.
COPY student.

FD InvoiceFile.
COPY invoice.

FD PaymentFile.
COPY payment.

FD SuspenseFile.
COPY suspense.

*> One line per bank file imported, so the same file fed in twice
*> is refused rather than posted twice.
FD ImportLogFile.
01  ImportLogRec.
    02  IlgFileId              PIC X(10).
    02  IlgBankDate            PIC 9(8).
    02  IlgRunDate             PIC 9(8).
    02  IlgItemCount           PIC 9(6).
    02  IlgFileTotal           PIC 9(9)V99.

FD RemitPrintFile.
01  RemitPrintLine             PIC X(80).

WORKING-STORAGE SECTION.
COPY remstat.
COPY stustat.
COPY invstat.
COPY paystat.
COPY susstat.
01  ImportLogFileStatus        PIC XX.
    88  ImportLogFileOk                 VALUE "00".
    88  ImportLogFileNotFound           VALUE "35".

01  RunDate                    PIC 9(8)  VALUE ZERO.
01  BankFileId                 PIC X(10) VALUE SPACES.
01  BankDate                   PIC 9(8)  VALUE ZERO.
01  ItemNo                     PIC 9(6)  VALUE ZERO.
01  ItemNoBase                 PIC 9(6)  VALUE ZERO.
01  PastBankDateSwitch         PIC X     VALUE "N".
    88  PastBankDate                     VALUE "Y".
01  InBalanceSwitch            PIC X     VALUE "N".
    88  ImportInBalance                  VALUE "Y".

*> Balancing work fields: what the first pass over the file counted
*> and totalled, against what the bank's trailer says it holds.
01  FileDetailCount            PIC 9(6)     VALUE ZERO.
01  FileDetailTotal            PIC 9(9)V99  VALUE ZERO.
01  TrailerItemCount           PIC 9(6)     VALUE ZERO.
01  TrailerFileTotal           PIC 9(9)V99  VALUE ZERO.
01  HeaderSeenSwitch           PIC X     VALUE "N".
    88  HeaderSeen                       VALUE "Y".
01  TrailerSeenSwitch          PIC X     VALUE "N".
    88  TrailerSeen                      VALUE "Y".
01  EndOfImportLogSwitch       PIC X     VALUE "N".
    88  EndOfImportLog                   VALUE "Y".

01  RunTotals.
    02  PostedCount            PIC 9(6)     VALUE ZERO.
    02  PostedTotal            PIC 9(9)V99  VALUE ZERO.
    02  SuspenseCount          PIC 9(6)     VALUE ZERO.
    02  SuspenseTotal          PIC 9(9)V99  VALUE ZERO.
    02  AccountedCount         PIC 9(6)     VALUE ZERO.
    02  AccountedTotal         PIC 9(9)V99  VALUE ZERO.
    02  MatchedOnId            PIC 9(6)     VALUE ZERO.
    02  MatchedOnInvoice       PIC 9(6)     VALUE ZERO.
    02  MatchedOnName          PIC 9(6)     VALUE ZERO.
    02  SuspenseWriteFailures  PIC 9(6)     VALUE ZERO.

*> The largest amount one PAYMENTS.DAT receipt can carry; a bigger
*> transfer goes to suspense so the bursar can post it in parts.
01  ReceiptLimit               PIC 9(5)V99  VALUE 99999.99.

01  MatchFoundSwitch           PIC X     VALUE "N".
    88  MatchFound                       VALUE "Y".
01  MatchedStudentId           PIC 9(7)  VALUE ZERO.
01  MatchMethod                PIC X(11) VALUE SPACES.
01  SuspenseReasonCode         PIC X     VALUE SPACE.
01  EndOfInvoiceSwitch         PIC X     VALUE "N".
    88  EndOfInvoiceFile                 VALUE "Y".

*> Surname index search: every student filed under the payer's
*> surname is counted, and separately those whose initials also
*> agree with the bank's; only a count of exactly one is trusted.
01  NameKey                    PIC X(8)  VALUE SPACES.
01  PastNameSwitch             PIC X     VALUE "N".
    88  PastName                         VALUE "Y".
01  SurnameHits                PIC 9(4)  VALUE ZERO.
01  SurnameHitId               PIC 9(7)  VALUE ZERO.
01  InitialsHits               PIC 9(4)  VALUE ZERO.
01  InitialsHitId              PIC 9(7)  VALUE ZERO.

01  BlankLine                  PIC X(80) VALUE SPACES.

01  TitleLine.
    02  FILLER                 PIC X(29) VALUE
        "BANK REMITTANCE IMPORT".
    02  FILLER                 PIC X(10) VALUE "RUN DATE: ".
    02  TL-RunDate             PIC 9(8).

01  FileHeadingLine.
    02  FILLER                 PIC X(11) VALUE "BANK FILE: ".
    02  FHL-FileId             PIC X(10).
    02  FILLER                 PIC X(4)  VALUE SPACES.
    02  FILLER                 PIC X(13) VALUE "BANKING DAY: ".
    02  FHL-BankDate           PIC 9(8).

01  ColumnHeadingLine.
    02  FILLER                 PIC X(8)  VALUE "ITEM".
    02  FILLER                 PIC X(13) VALUE "     AMOUNT".
    02  FILLER                 PIC X(12) VALUE "BANK REF".
    02  FILLER                 PIC X(9)  VALUE "STUDENT".
    02  FILLER                 PIC X(30) VALUE "DISPOSITION".

01  DetailLine.
    02  DL-ItemNo              PIC ZZZZZ9.
    02  FILLER                 PIC X(2)  VALUE SPACES.
    02  DL-Amount              PIC Z,ZZZ,ZZ9.99.
    02  FILLER                 PIC X     VALUE SPACE.
    02  DL-BankRef             PIC X(10).
    02  FILLER                 PIC X(2)  VALUE SPACES.
    02  DL-StudentId           PIC X(7).
    02  FILLER                 PIC X(2)  VALUE SPACES.
    02  DL-Disposition         PIC X(30).

01  ControlLine.
    02  CL-Label               PIC X(30).
    02  CL-Count               PIC ZZZZZ9.
    02  FILLER                 PIC X(4)  VALUE SPACES.
    02  CL-Amount              PIC ZZZ,ZZZ,ZZ9.99.

01  BalanceLine.
    02  BL-Text                PIC X(60).

PROCEDURE DIVISION.
Begin.
    PERFORM BalanceRemittanceFile
    PERFORM CheckNotImportedBefore
    OPEN INPUT StudentFile
    IF NOT StudentFileOk
       DISPLAY "UNABLE TO OPEN STUDENTS.DAT - STATUS " StudentFileStatus
       STOP RUN
    END-IF
    PERFORM OpenSuspenseFileForUpdate
    PERFORM FindLastSuspenseItem
    PERFORM OpenPaymentFileForAppend
    OPEN OUTPUT RemitPrintFile
    ACCEPT RunDate FROM DATE YYYYMMDD
    PERFORM WriteReportHeading

    MOVE ItemNoBase TO ItemNo
    OPEN INPUT RemittanceFile
    READ RemittanceFile
        AT END SET EndOfRemittanceFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfRemittanceFile
       IF RemDetail
          ADD 1 TO ItemNo
          PERFORM ImportOneItem
       END-IF
       READ RemittanceFile
           AT END SET EndOfRemittanceFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE RemittanceFile

    PERFORM WriteControlTotals
    IF ImportInBalance
       PERFORM LogImportedFile
    ELSE
       DISPLAY "BANK FILE " BankFileId " NOT ENTERED ON BANKREM.LOG"
    END-IF

    CLOSE StudentFile
    CLOSE SuspenseFile
    CLOSE PaymentFile
    CLOSE RemitPrintFile
    DISPLAY "ITEMS ON BANK FILE:     " TrailerItemCount
    DISPLAY "POSTED TO PAYMENTS:     " PostedCount
    DISPLAY "  MATCHED ON STUDENT ID:" MatchedOnId
    DISPLAY "  MATCHED ON INVOICE:   " MatchedOnInvoice
    DISPLAY "  MATCHED ON SURNAME:   " MatchedOnName
    DISPLAY "HELD IN SUSPENSE:       " SuspenseCount
    STOP RUN.

*> First pass over the file: count and total the details, then hold
*> them against the bank's trailer.  A file that does not balance -
*> or has no header or trailer, or an amount that is not a number -
*> stops the run before anything is posted, so a truncated or
*> garbled transmission is sent back to the bank, not half-loaded.
BalanceRemittanceFile.
    OPEN INPUT RemittanceFile
    IF NOT RemittanceFileOk
       DISPLAY "UNABLE TO OPEN BANKREM.DAT - STATUS "
          RemittanceFileStatus
       STOP RUN
    END-IF
    READ RemittanceFile
        AT END SET EndOfRemittanceFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfRemittanceFile
       EVALUATE TRUE
          WHEN RemHeader
             MOVE "Y" TO HeaderSeenSwitch
             MOVE RemFileId TO BankFileId
             MOVE RemBankDate TO BankDate
          WHEN RemDetail
             ADD 1 TO FileDetailCount
             IF RemAmount NOT NUMERIC
                DISPLAY "BANKREM.DAT ITEM " FileDetailCount
                   " AMOUNT IS NOT NUMERIC - RUN STOPPED"
                STOP RUN
             END-IF
             ADD RemAmount TO FileDetailTotal
          WHEN RemTrailer
             MOVE "Y" TO TrailerSeenSwitch
             MOVE RemItemCount TO TrailerItemCount
             MOVE RemFileTotal TO TrailerFileTotal
       END-EVALUATE
       READ RemittanceFile
           AT END SET EndOfRemittanceFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE RemittanceFile
    IF NOT HeaderSeen
       DISPLAY "BANKREM.DAT HAS NO FILE HEADER - RUN STOPPED"
       STOP RUN
    END-IF
    IF NOT TrailerSeen
       DISPLAY "BANKREM.DAT HAS NO TRAILER - POSSIBLY"
          " TRUNCATED - RUN STOPPED"
       STOP RUN
    END-IF
    IF BankDate NOT NUMERIC
       DISPLAY "BANKREM.DAT HEADER HAS NO BANKING DAY - RUN STOPPED"
       STOP RUN
    END-IF
    IF FileDetailCount NOT = TrailerItemCount
       DISPLAY "BANKREM.DAT OUT OF BALANCE - TRAILER SAYS "
          TrailerItemCount " ITEMS BUT " FileDetailCount
          " READ - RUN STOPPED"
       STOP RUN
    END-IF
    IF FileDetailTotal NOT = TrailerFileTotal
       DISPLAY "BANKREM.DAT TOTAL OUT OF BALANCE - RUN STOPPED"
       STOP RUN
    END-IF
    DISPLAY "BANKREM.DAT IN BALANCE - " FileDetailCount " ITEMS".

*> The bank resends a file when asked, and the same file must never
*> be posted twice; BANKREM.LOG names every file already imported.
*> The items of any other file already imported for the same banking
*> day are counted so this file's items are numbered on after them.
CheckNotImportedBefore.
    OPEN INPUT ImportLogFile
    IF ImportLogFileOk
       READ ImportLogFile
           AT END MOVE "Y" TO EndOfImportLogSwitch
       END-READ
       PERFORM UNTIL EndOfImportLog
          IF IlgFileId = BankFileId AND IlgBankDate = BankDate
             DISPLAY "BANK FILE " BankFileId " FOR " BankDate
                " WAS IMPORTED ON " IlgRunDate " - RUN STOPPED"
             CLOSE ImportLogFile
             STOP RUN
          END-IF
          IF IlgBankDate = BankDate
             ADD IlgItemCount TO ItemNoBase
          END-IF
          READ ImportLogFile
              AT END MOVE "Y" TO EndOfImportLogSwitch
          END-READ
       END-PERFORM
       CLOSE ImportLogFile
    END-IF.

*> A run that did not prove out is not on BANKREM.LOG, but the items
*> it held are on SUSPENSE.DAT under the banking day; numbering
*> starts after the highest of those if that is past the log count.
*> Any status but "00" from the START or a READ ends the scan, so a
*> file that cannot be read cannot hold the loop on a stale record.
FindLastSuspenseItem.
    MOVE BankDate TO SusBankDate
    MOVE ZERO TO SusItemNo
    START SuspenseFile KEY IS NOT LESS THAN SusKey
       INVALID KEY
          MOVE "Y" TO PastBankDateSwitch
    END-START
    IF NOT SuspenseFileOk
       MOVE "Y" TO PastBankDateSwitch
    END-IF
    PERFORM UNTIL PastBankDate
       READ SuspenseFile NEXT RECORD
           AT END MOVE "Y" TO PastBankDateSwitch
       END-READ
       IF NOT SuspenseFileOk
          MOVE "Y" TO PastBankDateSwitch
       END-IF
       IF NOT PastBankDate
          IF SusBankDate = BankDate
             IF SusItemNo > ItemNoBase
                MOVE SusItemNo TO ItemNoBase
             END-IF
          ELSE
             MOVE "Y" TO PastBankDateSwitch
          END-IF
       END-IF
    END-PERFORM
    IF ItemNoBase > ZERO
       DISPLAY "EARLIER ITEMS FOR " BankDate " ON FILE - ITEMS"
          " NUMBERED ON AFTER ITEM " ItemNoBase
    END-IF.

*> A transfer too large for one receipt goes straight to suspense;
*> anything else is tried against the quoted StudentId, then the
*> invoice reference, then the surname, stopping at the first that
*> gives a confident match.
ImportOneItem.
    MOVE "N" TO MatchFoundSwitch
    MOVE SPACES TO MatchMethod
    MOVE "N" TO SuspenseReasonCode
    IF RemAmount > ReceiptLimit
       MOVE "L" TO SuspenseReasonCode
    ELSE
       PERFORM MatchOnStudentId
       IF NOT MatchFound
          PERFORM MatchOnInvoiceRef
       END-IF
       IF NOT MatchFound
          PERFORM MatchOnSurname
       END-IF
    END-IF
    IF MatchFound
       PERFORM PostMatchedItem
    ELSE
       PERFORM WriteSuspenseItem
    END-IF.

MatchOnStudentId.
    IF RemQuotedStudentId NUMERIC
       MOVE RemQuotedStudentId TO StudentId
       READ StudentFile
          INVALID KEY
             CONTINUE
          NOT INVALID KEY
             MOVE StudentId TO MatchedStudentId
             MOVE "STUDENT ID" TO MatchMethod
             MOVE "Y" TO MatchFoundSwitch
             ADD 1 TO MatchedOnId
       END-READ
    END-IF.

*> The reference is only trusted if it names an invoice actually on
*> the ledger - a student who has since been purged still owes what
*> they were invoiced, so the master is not consulted here.
MatchOnInvoiceRef.
    IF RemInvoiceRef NUMERIC
       OPEN INPUT InvoiceFile
       IF InvoiceFileOk
          MOVE "N" TO EndOfInvoiceSwitch
          READ InvoiceFile
              AT END MOVE "Y" TO EndOfInvoiceSwitch
          END-READ
          PERFORM UNTIL EndOfInvoiceFile OR MatchFound
             IF InvStudentId = RemRefStudentId
                AND InvDate = RemRefInvDate
                MOVE InvStudentId TO MatchedStudentId
                MOVE "INVOICE REF" TO MatchMethod
                MOVE "Y" TO MatchFoundSwitch
                ADD 1 TO MatchedOnInvoice
             ELSE
                READ InvoiceFile
                    AT END MOVE "Y" TO EndOfInvoiceSwitch
                END-READ
             END-IF
          END-PERFORM
          CLOSE InvoiceFile
       END-IF
    END-IF.

*> The master holds only the first eight characters of a surname, so
*> that is what is looked up.  One student under the name is a match
*> unless the bank's initials say it is someone else; several are a
*> match only if the initials pick out exactly one of them.  A name
*> that fits but not uniquely goes to suspense marked ambiguous.
MatchOnSurname.
    IF RemPayerSurname NOT = SPACES
       MOVE RemPayerSurname TO NameKey
       MOVE ZERO TO SurnameHits
       MOVE ZERO TO InitialsHits
       MOVE "N" TO PastNameSwitch
       MOVE NameKey TO Surname
       START StudentFile KEY IS EQUAL TO Surname
          INVALID KEY
             MOVE "Y" TO PastNameSwitch
       END-START
       PERFORM UNTIL PastName
          READ StudentFile NEXT RECORD
              AT END MOVE "Y" TO PastNameSwitch
          END-READ
          IF NOT PastName
             IF Surname = NameKey
                PERFORM CountSurnameHit
             ELSE
                MOVE "Y" TO PastNameSwitch
             END-IF
          END-IF
       END-PERFORM
       PERFORM JudgeSurnameHits
    END-IF.

CountSurnameHit.
    ADD 1 TO SurnameHits
    MOVE StudentId TO SurnameHitId
    IF RemPayerInitials NOT = SPACES
       AND Initials = RemPayerInitials
       ADD 1 TO InitialsHits
       MOVE StudentId TO InitialsHitId
    END-IF.

JudgeSurnameHits.
    IF RemPayerInitials = SPACES
       IF SurnameHits = 1
          MOVE SurnameHitId TO MatchedStudentId
          MOVE "Y" TO MatchFoundSwitch
       END-IF
    ELSE
       IF InitialsHits = 1
          MOVE InitialsHitId TO MatchedStudentId
          MOVE "Y" TO MatchFoundSwitch
       END-IF
    END-IF
    IF MatchFound
       MOVE "SURNAME" TO MatchMethod
       ADD 1 TO MatchedOnName
    ELSE
       IF SurnameHits > ZERO
          MOVE "A" TO SuspenseReasonCode
       END-IF
    END-IF.

*> The receipt is dated the day the money reached the account; a
*> detail the bank sent without a usable value date takes the
*> banking day from the file header.
PostMatchedItem.
    MOVE MatchedStudentId TO PayStudentId
    IF RemValueDate NUMERIC AND RemValueDate NOT = ZERO
       MOVE RemValueDate TO PayDate
    ELSE
       MOVE BankDate TO PayDate
    END-IF
    MOVE RemAmount TO PayAmount
    MOVE RemBankRef TO PayReference
    WRITE PayRec
    ADD 1 TO PostedCount
    ADD RemAmount TO PostedTotal
    MOVE MatchedStudentId TO DL-StudentId
    MOVE SPACES TO DL-Disposition
    STRING "POSTED - " DELIMITED BY SIZE
           MatchMethod DELIMITED BY SIZE
       INTO DL-Disposition
    END-STRING
    PERFORM WriteDetailLine.

WriteSuspenseItem.
    MOVE BankDate TO SusBankDate
    MOVE ItemNo TO SusItemNo
    MOVE RemValueDate TO SusValueDate
    MOVE RemAmount TO SusAmount
    MOVE RemQuotedStudentId TO SusQuotedStudentId
    MOVE RemInvoiceRef TO SusInvoiceRef
    MOVE RemPayerSurname TO SusPayerSurname
    MOVE RemPayerInitials TO SusPayerInitials
    MOVE RemBankRef TO SusBankRef
    MOVE SuspenseReasonCode TO SusReason
    SET SusOpen TO TRUE
    MOVE SPACE TO SusAllocTo
    MOVE ZERO TO SusAllocStudentId
    MOVE SPACES TO SusAllocSponsorId
    MOVE SPACES TO SusAllocBy
    MOVE ZERO TO SusAllocDate
    MOVE SPACES TO SusPostedBy
    MOVE ZERO TO SusPostedDate
    MOVE SPACES TO DL-StudentId
    WRITE SuspenseRec
       INVALID KEY
          DISPLAY "SUSPENSE WRITE FAILED FOR ITEM " ItemNo
             " - STATUS " SuspenseFileStatus
          ADD 1 TO SuspenseWriteFailures
          MOVE "*** SUSPENSE WRITE FAILED ***" TO DL-Disposition
       NOT INVALID KEY
          ADD 1 TO SuspenseCount
          ADD RemAmount TO SuspenseTotal
          EVALUATE TRUE
             WHEN SusTooLarge
                MOVE "SUSPENSE - OVER RECEIPT LIMIT" TO DL-Disposition
             WHEN SusAmbiguousName
                MOVE "SUSPENSE - NAME NOT UNIQUE" TO DL-Disposition
             WHEN OTHER
                MOVE "SUSPENSE - NO MATCH" TO DL-Disposition
          END-EVALUATE
    END-WRITE
    PERFORM WriteDetailLine.

WriteDetailLine.
    MOVE ItemNo TO DL-ItemNo
    MOVE RemAmount TO DL-Amount
    MOVE RemBankRef TO DL-BankRef
    WRITE RemitPrintLine FROM DetailLine AFTER ADVANCING 1.

WriteReportHeading.
    MOVE RunDate TO TL-RunDate
    MOVE BankFileId TO FHL-FileId
    MOVE BankDate TO FHL-BankDate
    WRITE RemitPrintLine FROM TitleLine
    WRITE RemitPrintLine FROM FileHeadingLine AFTER ADVANCING 2
    WRITE RemitPrintLine FROM BlankLine AFTER ADVANCING 1
    WRITE RemitPrintLine FROM ColumnHeadingLine AFTER ADVANCING 1
    WRITE RemitPrintLine FROM BlankLine AFTER ADVANCING 1.

*> The proof: what the bank says it sent against what was posted
*> plus what is held in suspense.  Any difference - a suspense write
*> that failed, say - is printed and sets the return code, so the
*> run cannot be mistaken for a clean one, and leaves the file off
*> BANKREM.LOG.  The receipts the run did post stand, so the file
*> fed in again must carry only the items that were not accounted
*> for.
WriteControlTotals.
    COMPUTE AccountedCount = PostedCount + SuspenseCount
    END-COMPUTE
    COMPUTE AccountedTotal = PostedTotal + SuspenseTotal
    END-COMPUTE
    WRITE RemitPrintLine FROM BlankLine AFTER ADVANCING 1
    MOVE "BANK FILE TOTAL (TRAILER)" TO CL-Label
    MOVE TrailerItemCount TO CL-Count
    MOVE TrailerFileTotal TO CL-Amount
    WRITE RemitPrintLine FROM ControlLine AFTER ADVANCING 2
    MOVE "POSTED TO PAYMENTS.DAT" TO CL-Label
    MOVE PostedCount TO CL-Count
    MOVE PostedTotal TO CL-Amount
    WRITE RemitPrintLine FROM ControlLine AFTER ADVANCING 2
    MOVE "HELD IN SUSPENSE" TO CL-Label
    MOVE SuspenseCount TO CL-Count
    MOVE SuspenseTotal TO CL-Amount
    WRITE RemitPrintLine FROM ControlLine AFTER ADVANCING 1
    MOVE "POSTED PLUS SUSPENSE" TO CL-Label
    MOVE AccountedCount TO CL-Count
    MOVE AccountedTotal TO CL-Amount
    WRITE RemitPrintLine FROM ControlLine AFTER ADVANCING 1
    IF AccountedCount = TrailerItemCount
       AND AccountedTotal = TrailerFileTotal
       MOVE "*** IN BALANCE - EVERY ITEM POSTED OR HELD ***"
          TO BL-Text
       MOVE "Y" TO InBalanceSwitch
       DISPLAY "REMITTANCE IMPORT IN BALANCE"
    ELSE
       MOVE "*** OUT OF BALANCE - SEE SUSPENSE WRITE FAILURES ***"
          TO BL-Text
       DISPLAY "REMITTANCE IMPORT OUT OF BALANCE - "
          SuspenseWriteFailures " SUSPENSE WRITE FAILURES"
       MOVE 8 TO RETURN-CODE
    END-IF
    WRITE RemitPrintLine FROM BalanceLine AFTER ADVANCING 2
    IF NOT ImportInBalance
       MOVE "FILE NOT LOGGED - RE-IMPORT ONLY THE ITEMS NOT ACCOUNTED FOR"
          TO BL-Text
       WRITE RemitPrintLine FROM BalanceLine AFTER ADVANCING 1
    END-IF.

LogImportedFile.
    OPEN EXTEND ImportLogFile
    IF ImportLogFileNotFound
       OPEN OUTPUT ImportLogFile
    END-IF
    MOVE BankFileId TO IlgFileId
    MOVE BankDate TO IlgBankDate
    MOVE RunDate TO IlgRunDate
    MOVE TrailerItemCount TO IlgItemCount
    MOVE TrailerFileTotal TO IlgFileTotal
    WRITE ImportLogRec
    CLOSE ImportLogFile.

*> A brand-new installation has no SUSPENSE.DAT yet, so fall back
*> to OPEN OUTPUT to create it, then reopen it I-O the same as an
*> existing file, since FindLastSuspenseItem STARTs and READs it;
*> otherwise open I-O to keep the items earlier imports left for the
*> bursar.
OpenSuspenseFileForUpdate.
    OPEN I-O SuspenseFile
    IF SuspenseFileNotFound
       OPEN OUTPUT SuspenseFile
       IF SuspenseFileOk
          CLOSE SuspenseFile
          OPEN I-O SuspenseFile
       END-IF
    END-IF
    IF NOT SuspenseFileOk
       DISPLAY "UNABLE TO OPEN SUSPENSE.DAT - STATUS "
          SuspenseFileStatus
       STOP RUN
    END-IF.

*> PAYMENTS.DAT accumulates across runs so earlier receipts are
*> never lost; OPEN EXTEND fails status 35 the first time the file
*> doesn't exist yet, so fall back to OPEN OUTPUT to create it.
OpenPaymentFileForAppend.
    OPEN EXTEND PaymentFile
    IF PaymentFileNotFound
       OPEN OUTPUT PaymentFile
    END-IF.
