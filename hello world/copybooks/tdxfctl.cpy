*> FILE-CONTROL entry for the enrollment trend extract.
    SELECT TrendExtractFile ASSIGN TO "ENRTREND.EXT"
        ORGANIZATION IS LINE SEQUENTIAL.
