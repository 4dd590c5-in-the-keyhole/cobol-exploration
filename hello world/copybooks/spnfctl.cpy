*> FILE-CONTROL entry for the sponsor master, indexed on SponsorId
*> so the invoice run and the link maintenance can validate a
*> sponsor with a direct random READ.
    SELECT SponsorFile ASSIGN TO "SPONSORS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SponsorId
        FILE STATUS IS SponsorFileStatus.
