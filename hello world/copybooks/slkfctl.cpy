*> FILE-CONTROL entry for the sponsor link file, indexed on StudentId
*> + CourseCode + SponsorId so one link can be READ/REWRITE/DELETE
*> directly and all of a student's links can be walked with START
*> on the StudentId portion of the key.
    SELECT SponsorLinkFile ASSIGN TO "SPONSLNK.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SlkKey
        FILE STATUS IS SponsorLinkFileStatus.
