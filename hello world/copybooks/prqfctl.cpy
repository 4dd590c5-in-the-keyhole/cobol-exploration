*> FILE-CONTROL entry for the course prerequisite file, indexed on
*> the course plus the required course so one prerequisite can be
*> READ/WRITE/DELETEd directly, and a course's prerequisites can be
*> walked with START on the course portion of the key.
    SELECT PrereqFile ASSIGN TO "PREREQ.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PrereqKey
        FILE STATUS IS PrereqFileStatus.
