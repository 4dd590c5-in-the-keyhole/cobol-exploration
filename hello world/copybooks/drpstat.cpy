*> FILE STATUS item for DropHistFile.
01  DropHistFileStatus         PIC XX.
    88  DropHistFileOk                  VALUE "00".
    88  DropHistFileNotFound            VALUE "35".
