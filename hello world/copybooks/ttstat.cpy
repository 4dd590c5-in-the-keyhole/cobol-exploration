*> FILE STATUS item for TimetableFile, COPYed into WORKING-STORAGE by
*> every program that names TimetableFileStatus in its FILE-CONTROL
*> entry (see ttfctl.cpy).
01  TimetableFileStatus        PIC XX.
    88  TimetableFileOk                 VALUE "00".
    88  TimetableFileEndOfFile          VALUE "10".
    88  TimetableFileDuplicateKey       VALUE "22".
    88  TimetableFileNoRecord           VALUE "23".
    88  TimetableFileNotFound           VALUE "35".
