*> FILE-CONTROL entry for the coursework marks file, indexed on the
*> pairing plus the component so a re-keyed mark can REWRITE the
*> earlier one and the grade calculation can read each pairing's
*> marks together.
    SELECT MarkFile ASSIGN TO "MARKS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MarkKey
        FILE STATUS IS MarkFileStatus.
