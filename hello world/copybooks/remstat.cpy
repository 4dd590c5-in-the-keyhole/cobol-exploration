*> FILE STATUS item for RemittanceFile.
01  RemittanceFileStatus       PIC XX.
    88  RemittanceFileOk                VALUE "00".
    88  RemittanceFileNotFound          VALUE "35".
