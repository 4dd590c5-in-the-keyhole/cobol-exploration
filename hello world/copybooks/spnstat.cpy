*> FILE STATUS item for SponsorFile, COPYed into WORKING-STORAGE by
*> every program that names SponsorFileStatus in its FILE-CONTROL
*> entry (see spnfctl.cpy).
01  SponsorFileStatus          PIC XX.
    88  SponsorFileOk                   VALUE "00".
    88  SponsorFileEndOfFile            VALUE "10".
    88  SponsorFileDuplicateKey         VALUE "22".
    88  SponsorFileNoRecord             VALUE "23".
    88  SponsorFileNotFound             VALUE "35".
