*> Record layout for the remittance suspense file (SUSPENSE.DAT), one
*> record per bank transfer RemitImport could not match to a student
*> with confidence.  The remittance details are carried over as the
*> bank sent them so the bursar has everything the payer quoted.  An
*> item is open until the bursar allocates it - to a student, or to
*> a sponsor paying for students (SusAllocTo) - and allocated until
*> it is posted to PAYMENTS.DAT or the sponsor ledger; posted items
*> stay on file as the record of where the money went.  Item
*> numbers run on across every file imported for the same banking
*> day - after the items of files on BANKREM.LOG and after the
*> highest item already held here for the day, whichever is later -
*> so the banking day and item number name one item alone.
01  SuspenseRec.
    88  EndOfSuspenseFile           VALUE HIGH-VALUES.
    02  SusKey.
        03  SusBankDate        PIC 9(8).
        03  SusItemNo          PIC 9(6).
    02  SusValueDate           PIC 9(8).
    02  SusAmount              PIC 9(7)V99.
    02  SusQuotedStudentId     PIC X(7).
    02  SusInvoiceRef          PIC X(15).
    02  SusPayerSurname        PIC X(20).
    02  SusPayerInitials       PIC XX.
    02  SusBankRef             PIC X(10).
*> Why the import could not post it: nothing quoted led to a
*> student, the surname fitted more than one student, or the amount
*> is more than one PAYMENTS.DAT receipt can carry.
    02  SusReason              PIC X.
        88  SusNoMatch              VALUE "N".
        88  SusAmbiguousName        VALUE "A".
        88  SusTooLarge             VALUE "L".
    02  SusStatus              PIC X.
        88  SusOpen                 VALUE "O".
        88  SusAllocated            VALUE "A".
        88  SusPosted               VALUE "P".
    02  SusAllocTo             PIC X.
        88  SusToStudent            VALUE "S".
        88  SusToSponsor            VALUE "P".
    02  SusAllocStudentId      PIC 9(7).
    02  SusAllocSponsorId      PIC X(6).
    02  SusAllocBy             PIC X(8).
    02  SusAllocDate           PIC 9(8).
    02  SusPostedBy            PIC X(8).
    02  SusPostedDate          PIC 9(8).
