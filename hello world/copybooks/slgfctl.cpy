*> FILE-CONTROL entry for the sponsor ledger.  The invoice run
*> appends each consolidated sponsor invoice and sponsor receipts
*> are appended as they arrive; the aged-receivables report nets
*> the two per sponsor.
    SELECT SponsorLedgerFile ASSIGN TO "SPONLEDG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SponsorLedgerFileStatus.
