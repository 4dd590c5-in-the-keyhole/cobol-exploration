*> FILE-CONTROL entry for the applicant change-audit log.  Every
*> status an application takes and every detail corrected by
*> ApplicantMaint is appended here, as is the StudentId and batch
*> AdmitBatch gives an accepted applicant.
    SELECT ApplicantAuditFile ASSIGN TO "APPLICNT.AUDIT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ApplicantAuditFileStatus.
