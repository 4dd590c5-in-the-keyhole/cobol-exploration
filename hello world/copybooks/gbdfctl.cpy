*> FILE-CONTROL entry for the per-course grade boundaries, indexed on
*> the course plus the letter grade so a course's boundaries can be
*> walked with START on the course portion of the key.
    SELECT BoundaryFile ASSIGN TO "GRADEBND.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BoundaryKey
        FILE STATUS IS BoundaryFileStatus.
