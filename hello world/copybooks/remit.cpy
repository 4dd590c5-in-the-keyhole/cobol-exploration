*> Record layout for the bank's remittance file (BANKREM.DAT).  Every
*> line carries a record type, the same way the intake batches do:
*> the "H" header names the file and the banking day it covers, each
*> "D" line is one transfer received, and the final "T" trailer
*> carries the bank's item count and file total, which RemitImport
*> balances the file against before anything is posted.
*> On a detail the payer may have quoted a StudentId, the invoice
*> reference printed on their invoice (the invoice run date and
*> StudentId run together - see InvoiceRun), both or neither; the
*> payer's surname and initials are whatever the bank captured from
*> the account name.  RemBankRef is the bank's own transaction
*> reference and becomes the PayReference of the receipt.
01  RemitRec.
    88  EndOfRemittanceFile         VALUE HIGH-VALUES.
    02  RemRecType             PIC X.
        88  RemHeader               VALUE "H".
        88  RemDetail               VALUE "D".
        88  RemTrailer              VALUE "T".
    02  RemDetailData.
        03  RemValueDate       PIC 9(8).
        03  RemAmount          PIC 9(7)V99.
        03  RemQuotedStudentId PIC X(7).
        03  RemInvoiceRef      PIC X(15).
        03  RemInvoiceRefParts REDEFINES RemInvoiceRef.
            04  RemRefInvDate      PIC 9(8).
            04  RemRefStudentId    PIC 9(7).
        03  RemPayerSurname    PIC X(20).
        03  RemPayerInitials   PIC XX.
        03  RemBankRef         PIC X(10).
    02  RemHeaderData REDEFINES RemDetailData.
        03  RemFileId          PIC X(10).
        03  RemBankDate        PIC 9(8).
        03  FILLER             PIC X(53).
    02  RemControlData REDEFINES RemDetailData.
        03  RemItemCount       PIC 9(6).
        03  RemFileTotal       PIC 9(9)V99.
        03  FILLER             PIC X(54).
