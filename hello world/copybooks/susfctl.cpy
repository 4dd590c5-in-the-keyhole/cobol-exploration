*> FILE-CONTROL entry for the remittance suspense file, indexed on
*> the banking day + item number of the remittance it came from, so
*> the bursar can READ/REWRITE one item directly when allocating it.
    SELECT SuspenseFile ASSIGN TO "SUSPENSE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SusKey
        FILE STATUS IS SuspenseFileStatus.
