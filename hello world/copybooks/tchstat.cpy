*> FILE STATUS item for TeachFile, COPYed into WORKING-STORAGE by
*> every program that names TeachFileStatus in its FILE-CONTROL
*> entry (see tchfctl.cpy).
01  TeachFileStatus            PIC XX.
    88  TeachFileOk                     VALUE "00".
    88  TeachFileEndOfFile              VALUE "10".
    88  TeachFileDuplicateKey           VALUE "22".
    88  TeachFileNoRecord               VALUE "23".
    88  TeachFileNotFound               VALUE "35".
