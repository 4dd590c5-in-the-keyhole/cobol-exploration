*> FILE STATUS item for ApplicantFile, COPYed into WORKING-STORAGE by
*> every program that names ApplicantFileStatus in its FILE-CONTROL
*> entry (see aplfctl.cpy).
01  ApplicantFileStatus        PIC XX.
    88  ApplicantFileOk                 VALUE "00".
    88  ApplicantFileEndOfFile          VALUE "10".
    88  ApplicantFileDuplicateKey       VALUE "22".
    88  ApplicantFileNoRecord           VALUE "23".
    88  ApplicantFileNotFound           VALUE "35".
