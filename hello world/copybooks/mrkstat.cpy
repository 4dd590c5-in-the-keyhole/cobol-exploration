*> FILE STATUS item for MarkFile, COPYed into WORKING-STORAGE by
*> every program that names MarkFileStatus in its FILE-CONTROL
*> entry (see mrkfctl.cpy).
01  MarkFileStatus             PIC XX.
    88  MarkFileOk                      VALUE "00".
    88  MarkFileEndOfFile               VALUE "10".
    88  MarkFileDuplicateKey            VALUE "22".
    88  MarkFileNoRecord                VALUE "23".
    88  MarkFileNotFound                VALUE "35".
