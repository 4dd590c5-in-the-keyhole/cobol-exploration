*> FILE STATUS item for BoundaryFile, COPYed into WORKING-STORAGE by
*> every program that names BoundaryFileStatus in its FILE-CONTROL
*> entry (see gbdfctl.cpy).
01  BoundaryFileStatus         PIC XX.
    88  BoundaryFileOk                  VALUE "00".
    88  BoundaryFileEndOfFile           VALUE "10".
    88  BoundaryFileDuplicateKey        VALUE "22".
    88  BoundaryFileNoRecord            VALUE "23".
    88  BoundaryFileNotFound            VALUE "35".
