*> FILE-CONTROL entry for the assessment components file, indexed on
*> the course plus the component so one component can be READ/
*> WRITE/DELETEd directly, and a course's components can be walked
*> with START on the course portion of the key.
    SELECT AssessFile ASSIGN TO "ASSESS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AssessKey
        FILE STATUS IS AssessFileStatus.
