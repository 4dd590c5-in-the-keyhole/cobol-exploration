*> per receipt the bursar's office keys, in keying order.  The file
*> is only ever appended to - a mis-keyed receipt is corrected by
*> keying a reversing receipt, never by editing the ledger.
*> PayReference is the receipt book reference the bursar quotes,
*> or for a bank transfer posted by RemitImport or SuspenseMaint the
*> bank's own transaction reference.
01  PayRec.
    02  PayStudentId           PIC 9(7).
    02  PayDate                PIC 9(8).
