*> FILE STATUS item for ApplicantAuditFile.
01  ApplicantAuditFileStatus   PIC XX.
    88  ApplicantAuditFileOk            VALUE "00".
    88  ApplicantAuditFileNotFound      VALUE "35".
