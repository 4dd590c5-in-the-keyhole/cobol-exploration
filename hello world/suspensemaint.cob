IDENTIFICATION DIVISION.
PROGRAM-ID. SuspenseMaint.
AUTHOR. Michael Coughlan.

*> Works the remittance suspense file (SUSPENSE.DAT) that RemitImport
*> leaves behind: bank transfers it could not match to a student
*> with confidence.  L)IST shows every item not yet posted with all
*> the payer quoted.  A)LLOCATE gives an item to a student once the
*> bursar has worked out who paid - a student missing from the
*> master is allowed on confirmation, as at PaymentEntry, since a
*> purged graduate can still be settling up - and an allocated item
*> may be re-allocated until it is posted.  A transfer from an
*> employer or scheme paying a sponsor invoice is allocated to the
*> sponsor instead.  P)OST then appends every allocated item to
*> PAYMENTS.DAT, or to the sponsor ledger (SPONLEDG.DAT), dated the
*> day the money arrived and carrying the bank's reference; a
*> student's transfer that is more than one receipt can carry is
*> split into several receipts.  Posting is kept apart from
*> allocating: allocating needs update access, posting a
*> supervisor.  Every allocation, re-allocation and posting for a
*> student is logged to STUDENTS.AUDIT against the student; for a
*> sponsor the suspense item itself records who allocated and
*> posted it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY susfctl.
    COPY stufctl.
    COPY payfctl.
    COPY spnfctl.
    COPY slgfctl.
    COPY audfctl.
    COPY opfctl.

DATA DIVISION.
FILE SECTION.
FD SuspenseFile.
COPY suspense.

FD StudentFile.
COPY student.

FD PaymentFile.
COPY payment.

FD SponsorFile.
COPY sponsor.

FD SponsorLedgerFile.
COPY sponledg.

FD AuditFile.
COPY audit.

FD OperatorFile.
COPY operator.

WORKING-STORAGE SECTION.
COPY susstat.
COPY stustat.
COPY paystat.
COPY spnstat.
COPY slgstat.
COPY audstat.
COPY opstat.
COPY operws.

01  ContinueSwitch         PIC X     VALUE "Y".
    88  KeepGoing                    VALUE "Y".
01  MaintAction            PIC X.
01  EntryValidSwitch       PIC X     VALUE "Y".
    88  EntryValid                   VALUE "Y".
01  ConfirmReply           PIC X     VALUE SPACE.
01  SearchBankDate         PIC 9(8).
01  SearchItemNo           PIC 9(6).
01  AllocToReply           PIC X     VALUE SPACE.
01  AllocStudentId         PIC 9(7).
01  AllocSponsorId         PIC X(6).
01  PriorAllocStudentId    PIC 9(7)  VALUE ZERO.
01  SponsorsOnFileSwitch   PIC X     VALUE "N".
    88  SponsorsOnFile               VALUE "Y".
01  ListedCount            PIC 9(5)  VALUE ZERO.
01  RunDate                PIC 9(8)  VALUE ZERO.

*> The largest amount one PAYMENTS.DAT receipt can carry; a larger
*> transfer is posted as several receipts under the same reference.
01  ReceiptLimit           PIC 9(5)V99  VALUE 99999.99.
01  RemainingAmount        PIC 9(7)V99  VALUE ZERO.
01  ItemsPosted            PIC 9(5)     VALUE ZERO.
01  ReceiptsWritten        PIC 9(5)     VALUE ZERO.
01  AmountPosted           PIC 9(9)V99  VALUE ZERO.

01  ItemKeyText.
    02  IKT-BankDate       PIC 9(8).
    02  FILLER             PIC X     VALUE "/".
    02  IKT-ItemNo         PIC 9(6).
01  AmountText.
    02  FILLER             PIC X(7)  VALUE "AMOUNT ".
    02  AT-Amount          PIC ZZZZZZ9.99.
01  MovedToText.
    02  FILLER             PIC X(3)  VALUE "TO ".
    02  MTT-StudentId      PIC 9(7).

01  DisplayAmount          PIC Z,ZZZ,ZZ9.99.
01  ReasonText             PIC X(16) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    PERFORM SignOnOperator
    OPEN INPUT StudentFile
    IF NOT StudentFileOk
       DISPLAY "UNABLE TO OPEN STUDENTS.DAT - STATUS " StudentFileStatus
       STOP RUN
    END-IF
    OPEN I-O SuspenseFile
    IF NOT SuspenseFileOk
       DISPLAY "UNABLE TO OPEN SUSPENSE.DAT - STATUS "
          SuspenseFileStatus
       STOP RUN
    END-IF
    PERFORM OpenAuditFileForAppend
    OPEN INPUT SponsorFile
    IF SponsorFileOk
       MOVE "Y" TO SponsorsOnFileSwitch
    END-IF
    ACCEPT RunDate FROM DATE YYYYMMDD

    PERFORM UNTIL NOT KeepGoing
       DISPLAY " "
       DISPLAY "L)IST  A)LLOCATE  P)OST ALLOCATED  Q)UIT"
       ACCEPT MaintAction
       EVALUATE MaintAction
          WHEN "L"  PERFORM ListUnpostedItems
          WHEN "A"
             IF SignedOnCanUpdate
                PERFORM AllocateItem
             ELSE
                DISPLAY "ALLOCATE NEEDS UPDATE ACCESS - NOT ALLOWED"
             END-IF
          WHEN "P"
             IF SignedOnCanDelete
                PERFORM PostAllocatedItems
             ELSE
                DISPLAY "POSTING NEEDS SUPERVISOR ACCESS - NOT ALLOWED"
             END-IF
          WHEN "Q"  MOVE "N" TO ContinueSwitch
          WHEN OTHER  DISPLAY "INVALID OPTION"
       END-EVALUATE
    END-PERFORM

    CLOSE SuspenseFile
    CLOSE StudentFile
    CLOSE AuditFile
    IF SponsorsOnFile
       CLOSE SponsorFile
    END-IF
    STOP RUN.

*> STUDENTS.AUDIT accumulates across runs so earlier change history is
*> never lost; OPEN EXTEND fails status 35 the first time the file
*> doesn't exist yet, so fall back to OPEN OUTPUT to create it.
OpenAuditFileForAppend.
    OPEN EXTEND AuditFile
    IF AuditFileNotFound
       OPEN OUTPUT AuditFile
    END-IF.

*> PAYMENTS.DAT accumulates across runs so earlier receipts are
*> never lost; OPEN EXTEND fails status 35 the first time the file
*> doesn't exist yet, so fall back to OPEN OUTPUT to create it.
OpenPaymentFileForAppend.
    OPEN EXTEND PaymentFile
    IF PaymentFileNotFound
       OPEN OUTPUT PaymentFile
    END-IF.

ListUnpostedItems.
    MOVE ZERO TO ListedCount
    PERFORM StartAtFirstItem
    PERFORM UNTIL EndOfSuspenseFile
       IF NOT SusPosted
          ADD 1 TO ListedCount
          PERFORM ShowOneItem
       END-IF
       PERFORM ReadNextItem
    END-PERFORM
    IF ListedCount = ZERO
       DISPLAY "NOTHING IN SUSPENSE"
    ELSE
       DISPLAY "ITEMS NOT YET POSTED: " ListedCount
    END-IF.

ShowOneItem.
    MOVE SusAmount TO DisplayAmount
    EVALUATE TRUE
       WHEN SusTooLarge       MOVE "OVER LIMIT" TO ReasonText
       WHEN SusAmbiguousName  MOVE "NAME NOT UNIQUE" TO ReasonText
       WHEN OTHER             MOVE "NO MATCH" TO ReasonText
    END-EVALUATE
    DISPLAY SusBankDate "/" SusItemNo " " DisplayAmount
       " VALUE " SusValueDate " REF " SusBankRef " " ReasonText
    DISPLAY "     QUOTED ID " SusQuotedStudentId
       " INVOICE " SusInvoiceRef
       " PAYER " SusPayerSurname " " SusPayerInitials
    IF SusAllocated
       IF SusToSponsor
          DISPLAY "     ALLOCATED TO SPONSOR " SusAllocSponsorId
             " BY " SusAllocBy " ON " SusAllocDate
       ELSE
          DISPLAY "     ALLOCATED TO " SusAllocStudentId
             " BY " SusAllocBy " ON " SusAllocDate
       END-IF
    END-IF.

KeyItem.
    DISPLAY "ENTER BANKING DAY (YYYYMMDD)"
    ACCEPT SearchBankDate
    DISPLAY "ENTER ITEM NUMBER"
    ACCEPT SearchItemNo
    MOVE SearchBankDate TO SusBankDate
    MOVE SearchItemNo TO SusItemNo
    READ SuspenseFile
       INVALID KEY
          DISPLAY "NO SUCH ITEM IN SUSPENSE"
          MOVE "N" TO EntryValidSwitch
    END-READ
    IF EntryValid AND SusPosted
       DISPLAY "ITEM WAS POSTED ON " SusPostedDate
          " - IT CANNOT BE ALLOCATED AGAIN"
       MOVE "N" TO EntryValidSwitch
    END-IF.

AllocateItem.
    MOVE "Y" TO EntryValidSwitch
    PERFORM KeyItem
    IF EntryValid
       PERFORM ShowOneItem
       MOVE SPACE TO AllocToReply
       PERFORM UNTIL AllocToReply = "S" OR AllocToReply = "P"
          DISPLAY "ALLOCATE TO S)TUDENT OR P)SPONSOR?"
          ACCEPT AllocToReply
       END-PERFORM
       IF AllocToReply = "P"
          PERFORM AllocateToSponsor
       ELSE
          PERFORM AllocateToStudent
       END-IF
    END-IF.

AllocateToStudent.
    DISPLAY "ALLOCATE TO STUDENT ID"
    ACCEPT AllocStudentId
    MOVE AllocStudentId TO StudentId
    READ StudentFile
       INVALID KEY
          PERFORM ConfirmOffMasterAllocation
       NOT INVALID KEY
          DISPLAY "STUDENT " StudentId " " Surname " " Initials
    END-READ
    IF EntryValid
       IF SusAllocated AND SusToStudent
          AND SusAllocStudentId = AllocStudentId
          DISPLAY "ALREADY ALLOCATED TO " AllocStudentId
          MOVE "N" TO EntryValidSwitch
       END-IF
    END-IF
    IF EntryValid
       MOVE ZERO TO PriorAllocStudentId
       IF SusAllocated AND SusToStudent
          MOVE SusAllocStudentId TO PriorAllocStudentId
       END-IF
       SET SusAllocated TO TRUE
       SET SusToStudent TO TRUE
       MOVE AllocStudentId TO SusAllocStudentId
       MOVE SPACES TO SusAllocSponsorId
       PERFORM RewriteAllocation
    END-IF
    IF EntryValid
       PERFORM AuditAllocation
       DISPLAY "ITEM ALLOCATED TO " AllocStudentId
          " - POST TO PUT IT ON THE LEDGER"
    END-IF.

*> Only a sponsor on SPONSORS.DAT can be given the money; a transfer
*> taken off a student to give to a sponsor is logged against the
*> student it was taken from.
AllocateToSponsor.
    IF NOT SponsorsOnFile
       DISPLAY "NO SPONSORS.DAT - CANNOT ALLOCATE TO A SPONSOR"
       MOVE "N" TO EntryValidSwitch
    ELSE
       DISPLAY "ALLOCATE TO SPONSOR ID"
       ACCEPT AllocSponsorId
       MOVE AllocSponsorId TO SponsorId
       READ SponsorFile
          INVALID KEY
             DISPLAY "SPONSOR NOT ON FILE - NOT ALLOCATED"
             MOVE "N" TO EntryValidSwitch
          NOT INVALID KEY
             DISPLAY "SPONSOR " SponsorId " " SponsorName
       END-READ
    END-IF
    IF EntryValid
       MOVE ZERO TO PriorAllocStudentId
       IF SusAllocated AND SusToStudent
          MOVE SusAllocStudentId TO PriorAllocStudentId
       END-IF
       SET SusAllocated TO TRUE
       SET SusToSponsor TO TRUE
       MOVE ZERO TO SusAllocStudentId
       MOVE AllocSponsorId TO SusAllocSponsorId
       PERFORM RewriteAllocation
    END-IF
    IF EntryValid
       IF PriorAllocStudentId NOT = ZERO
          MOVE SusBankDate TO IKT-BankDate
          MOVE SusItemNo TO IKT-ItemNo
          MOVE PriorAllocStudentId TO AuditStudentId
          MOVE "SUSPENSE MOVED" TO AuditFieldName
          MOVE ItemKeyText TO AuditOldValue
          MOVE SPACES TO AuditNewValue
          STRING "SPONSOR " AllocSponsorId DELIMITED BY SIZE
             INTO AuditNewValue
          END-STRING
          PERFORM WriteSuspenseAuditEntry
       END-IF
       DISPLAY "ITEM ALLOCATED TO SPONSOR " AllocSponsorId
          " - POST TO PUT IT ON THE SPONSOR LEDGER"
    END-IF.

RewriteAllocation.
    MOVE SignedOnOperator TO SusAllocBy
    MOVE RunDate TO SusAllocDate
    REWRITE SuspenseRec
       INVALID KEY
          DISPLAY "SUSPENSE REWRITE FAILED - STATUS "
             SuspenseFileStatus
          MOVE "N" TO EntryValidSwitch
    END-REWRITE.

*> A payer missing from the master is usually a mis-keyed id, but it
*> can also be a graduate settling up after the purge archived them
*> - their debt is still on the invoice ledger.  The bursar decides.
ConfirmOffMasterAllocation.
    DISPLAY "STUDENT NOT ON MASTER - ALLOCATE ANYWAY? (Y/N)"
    ACCEPT ConfirmReply
    IF ConfirmReply NOT = "Y"
       DISPLAY "NOT ALLOCATED"
       MOVE "N" TO EntryValidSwitch
    END-IF.

*> The allocation is logged against the student the money now
*> belongs to; a re-allocation is logged against the student it was
*> taken away from as well, so neither history has a gap.
AuditAllocation.
    MOVE SusBankDate TO IKT-BankDate
    MOVE SusItemNo TO IKT-ItemNo
    MOVE SusAmount TO AT-Amount
    IF PriorAllocStudentId NOT = ZERO
       MOVE PriorAllocStudentId TO AuditStudentId
       MOVE "SUSPENSE MOVED" TO AuditFieldName
       MOVE ItemKeyText TO AuditOldValue
       MOVE AllocStudentId TO MTT-StudentId
       MOVE MovedToText TO AuditNewValue
       PERFORM WriteSuspenseAuditEntry
    END-IF
    MOVE AllocStudentId TO AuditStudentId
    MOVE "SUSPENSE ALLOC" TO AuditFieldName
    MOVE ItemKeyText TO AuditOldValue
    MOVE AmountText TO AuditNewValue
    PERFORM WriteSuspenseAuditEntry.

WriteSuspenseAuditEntry.
    MOVE SignedOnOperator TO AuditOperatorId
    ACCEPT AuditRunDate FROM DATE YYYYMMDD
    ACCEPT AuditRunTime FROM TIME
    WRITE AuditRec.

*> Posts every allocated item in one pass and marks it posted, so
*> an item can only ever reach the ledger once.
PostAllocatedItems.
    MOVE ZERO TO ItemsPosted
    MOVE ZERO TO ReceiptsWritten
    MOVE ZERO TO AmountPosted
    PERFORM OpenPaymentFileForAppend
    PERFORM OpenSponsorLedgerForAppend
    PERFORM StartAtFirstItem
    PERFORM UNTIL EndOfSuspenseFile
       IF SusAllocated
          IF SusToSponsor
             PERFORM PostOneSponsorItem
          ELSE
             PERFORM PostOneItem
          END-IF
       END-IF
       PERFORM ReadNextItem
    END-PERFORM
    CLOSE PaymentFile
    CLOSE SponsorLedgerFile
    MOVE AmountPosted TO DisplayAmount
    DISPLAY "ITEMS POSTED:     " ItemsPosted
    DISPLAY "RECEIPTS WRITTEN: " ReceiptsWritten
    DISPLAY "AMOUNT POSTED:    " DisplayAmount.

PostOneItem.
    MOVE SusAllocStudentId TO PayStudentId
    IF SusValueDate NUMERIC AND SusValueDate NOT = ZERO
       MOVE SusValueDate TO PayDate
    ELSE
       MOVE SusBankDate TO PayDate
    END-IF
    MOVE SusBankRef TO PayReference
    MOVE SusAmount TO RemainingAmount
    PERFORM UNTIL RemainingAmount = ZERO
       IF RemainingAmount > ReceiptLimit
          MOVE ReceiptLimit TO PayAmount
       ELSE
          MOVE RemainingAmount TO PayAmount
       END-IF
       WRITE PayRec
       ADD 1 TO ReceiptsWritten
       SUBTRACT PayAmount FROM RemainingAmount
    END-PERFORM
    SET SusPosted TO TRUE
    MOVE SignedOnOperator TO SusPostedBy
    MOVE RunDate TO SusPostedDate
    REWRITE SuspenseRec
       INVALID KEY
          DISPLAY "UNABLE TO MARK " SusBankDate "/" SusItemNo
             " POSTED - STATUS " SuspenseFileStatus
    END-REWRITE
    ADD 1 TO ItemsPosted
    ADD SusAmount TO AmountPosted
    MOVE SusBankDate TO IKT-BankDate
    MOVE SusItemNo TO IKT-ItemNo
    MOVE SusAmount TO AT-Amount
    MOVE SusAllocStudentId TO AuditStudentId
    MOVE "SUSPENSE POST" TO AuditFieldName
    MOVE ItemKeyText TO AuditOldValue
    MOVE AmountText TO AuditNewValue
    PERFORM WriteSuspenseAuditEntry
    DISPLAY "POSTED " SusBankDate "/" SusItemNo " TO "
       SusAllocStudentId.

*> A sponsor's transfer goes onto the sponsor ledger whole - the
*> ledger amount is wide enough for anything the bank can send.
PostOneSponsorItem.
    MOVE SusAllocSponsorId TO SlgSponsorId
    IF SusValueDate NUMERIC AND SusValueDate NOT = ZERO
       MOVE SusValueDate TO SlgDate
    ELSE
       MOVE SusBankDate TO SlgDate
    END-IF
    SET SlgPayment TO TRUE
    MOVE SusAmount TO SlgAmount
    MOVE SusBankRef TO SlgReference
    WRITE SponsorLedgerRec
    SET SusPosted TO TRUE
    MOVE SignedOnOperator TO SusPostedBy
    MOVE RunDate TO SusPostedDate
    REWRITE SuspenseRec
       INVALID KEY
          DISPLAY "UNABLE TO MARK " SusBankDate "/" SusItemNo
             " POSTED - STATUS " SuspenseFileStatus
    END-REWRITE
    ADD 1 TO ItemsPosted
    ADD SusAmount TO AmountPosted
    DISPLAY "POSTED " SusBankDate "/" SusItemNo " TO SPONSOR "
       SusAllocSponsorId.

*> SPONLEDG.DAT accumulates across runs; OPEN EXTEND fails status 35
*> the first time the file doesn't exist yet, so fall back to OPEN
*> OUTPUT to create it.
OpenSponsorLedgerForAppend.
    OPEN EXTEND SponsorLedgerFile
    IF SponsorLedgerFileNotFound
       OPEN OUTPUT SponsorLedgerFile
    END-IF.

StartAtFirstItem.
    MOVE LOW-VALUES TO SusKey
    START SuspenseFile KEY IS NOT LESS THAN SusKey
       INVALID KEY
          SET EndOfSuspenseFile TO TRUE
    END-START
    IF SuspenseFileOk
       PERFORM ReadNextItem
    END-IF.

ReadNextItem.
    READ SuspenseFile NEXT RECORD
        AT END SET EndOfSuspenseFile TO TRUE
    END-READ.

COPY signon.
