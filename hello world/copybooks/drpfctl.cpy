*> FILE-CONTROL entry for the drop history.  EnrollMaint appends
*> every drop; the file is never rewritten, so it accumulates
*> across terms for the enrollment trend report.
    SELECT DropHistFile ASSIGN TO "DROPHIST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DropHistFileStatus.
