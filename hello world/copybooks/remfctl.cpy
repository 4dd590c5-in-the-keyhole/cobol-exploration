*> FILE-CONTROL entry for the bank's daily remittance file.  The
*> bank sends one file per banking day; RemitImport balances it
*> against its own trailer, posts what it can match to PAYMENTS.DAT
*> and holds the rest on SUSPENSE.DAT.
    SELECT RemittanceFile ASSIGN TO "BANKREM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RemittanceFileStatus.
