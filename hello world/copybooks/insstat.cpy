*> FILE STATUS item for InstructorFile, COPYed into WORKING-STORAGE
*> by every program that names InstructorFileStatus in its
*> FILE-CONTROL entry (see insfctl.cpy).
01  InstructorFileStatus       PIC XX.
    88  InstructorFileOk                VALUE "00".
    88  InstructorFileEndOfFile         VALUE "10".
    88  InstructorFileDuplicateKey      VALUE "22".
    88  InstructorFileNoRecord          VALUE "23".
    88  InstructorFileNotFound          VALUE "35".
