*> FILE-CONTROL entry for the instructor master, indexed on
*> InstructorId so an assignment or a report can fetch one
*> instructor with a direct random READ.
    SELECT InstructorFile ASSIGN TO "INSTRUCT.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS InstructorId
        FILE STATUS IS InstructorFileStatus.
