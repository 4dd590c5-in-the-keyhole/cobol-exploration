*> FILE-CONTROL entry for the admissions applicant file, indexed on
*> ApplicantId so one application can be read and its status moved
*> on directly.
    SELECT ApplicantFile ASSIGN TO "APPLICNT.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ApplicantId
        FILE STATUS IS ApplicantFileStatus.
