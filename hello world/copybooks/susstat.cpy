*> FILE STATUS item for SuspenseFile, COPYed into WORKING-STORAGE by
*> every program that names SuspenseFileStatus in its FILE-CONTROL
*> entry (see susfctl.cpy).
01  SuspenseFileStatus         PIC XX.
    88  SuspenseFileOk                  VALUE "00".
    88  SuspenseFileEndOfFile           VALUE "10".
    88  SuspenseFileDuplicateKey        VALUE "22".
    88  SuspenseFileNoRecord            VALUE "23".
    88  SuspenseFileNotFound            VALUE "35".
