*> FILE STATUS item for AssessFile, COPYed into WORKING-STORAGE by
*> every program that names AssessFileStatus in its FILE-CONTROL
*> entry (see asmfctl.cpy).
01  AssessFileStatus           PIC XX.
    88  AssessFileOk                    VALUE "00".
    88  AssessFileEndOfFile             VALUE "10".
    88  AssessFileDuplicateKey          VALUE "22".
    88  AssessFileNoRecord              VALUE "23".
    88  AssessFileNotFound              VALUE "35".
