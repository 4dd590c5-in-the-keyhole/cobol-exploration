*> FILE STATUS item for SponsorLedgerFile.
01  SponsorLedgerFileStatus    PIC XX.
    88  SponsorLedgerFileOk             VALUE "00".
    88  SponsorLedgerFileNotFound       VALUE "35".
