*> FILE-CONTROL entry for the teaching assignments, indexed on term,
*> course and instructor so one assignment can be READ/WRITE/
*> DELETEd directly and a course's instructors for a term can be
*> walked with START on the term-and-course portion of the key.
    SELECT TeachFile ASSIGN TO "TEACHING.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TeachKey
        FILE STATUS IS TeachFileStatus.
