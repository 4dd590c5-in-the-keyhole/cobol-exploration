*> FILE STATUS item for SponsorLinkFile, COPYed into WORKING-STORAGE
*> by every program that names SponsorLinkFileStatus in its
*> FILE-CONTROL entry (see slkfctl.cpy).
01  SponsorLinkFileStatus      PIC XX.
    88  SponsorLinkFileOk               VALUE "00".
    88  SponsorLinkFileEndOfFile        VALUE "10".
    88  SponsorLinkFileDuplicateKey     VALUE "22".
    88  SponsorLinkFileNoRecord         VALUE "23".
    88  SponsorLinkFileNotFound         VALUE "35".
