*> Record layout for the sponsor ledger (SPONLEDG.DAT): what each
*> sponsor has been invoiced and what it has paid, in the order it
*> happened.  An "I" entry is one consolidated sponsor invoice - a
*> negative one means credits for dropped courses outweighed the
*> charges that run.  A "P" entry is a receipt from the sponsor,
*> keyed through SponsorMaint or allocated out of remittance
*> suspense; a negative one reverses a receipt keyed in error.
*> Like PAYMENTS.DAT the file is only ever appended to.
01  SponsorLedgerRec.
    02  SlgSponsorId            PIC X(6).
    02  SlgDate                 PIC 9(8).
    02  SlgEntryType            PIC X.
        88  SlgInvoice                  VALUE "I".
        88  SlgPayment                  VALUE "P".
    02  SlgAmount               PIC S9(7)V99.
    02  SlgReference            PIC X(10).
