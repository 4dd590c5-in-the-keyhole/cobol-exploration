*> FILE-CONTROL entry for the student holds file, indexed on the
*> StudentId + hold type pairing so one hold can be READ/REWRITE
*> directly, and a student's holds can be walked with START on the
*> StudentId portion of the key.
    SELECT HoldFile ASSIGN TO "HOLDS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HoldKey
        FILE STATUS IS HoldFileStatus.
