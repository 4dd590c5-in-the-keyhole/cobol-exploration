*> FILE STATUS item for HoldFile, COPYed into WORKING-STORAGE by
*> every program that names HoldFileStatus in its FILE-CONTROL entry
*> (see hldfctl.cpy).
01  HoldFileStatus             PIC XX.
    88  HoldFileOk                      VALUE "00".
    88  HoldFileEndOfFile               VALUE "10".
    88  HoldFileDuplicateKey            VALUE "22".
    88  HoldFileNoRecord                VALUE "23".
    88  HoldFileNotFound                VALUE "35".
