*> FILE STATUS item for PrereqFile, COPYed into WORKING-STORAGE by
*> every program that names PrereqFileStatus in its FILE-CONTROL
*> entry (see prqfctl.cpy).
01  PrereqFileStatus           PIC XX.
    88  PrereqFileOk                    VALUE "00".
    88  PrereqFileEndOfFile             VALUE "10".
    88  PrereqFileDuplicateKey          VALUE "22".
    88  PrereqFileNoRecord              VALUE "23".
    88  PrereqFileNotFound              VALUE "35".
