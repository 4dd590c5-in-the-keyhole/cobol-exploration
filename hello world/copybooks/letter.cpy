*> promotion notice when PromoteFromWaitlist enrolls them into a
*> freed seat, an enrollment confirmation for each new ENROLL.DAT
*> pairing, and a withdrawal acknowledgement when maintenance sets
*> their status to W.  Admissions queues an offer letter when an
*> applicant is offered a place and a rejection letter when an
*> application is declined; for those two LtrStudentId carries the
*> ApplicantId (see applicnt.cpy), since an applicant has no
*> StudentId yet.  The letters run prints the queue and then
*> empties it, so every letter goes out exactly once.
01  LetterRec.
    02  LtrType                PIC X.
        88  LtrPromotion            VALUE "P".
        88  LtrEnrollment           VALUE "E".
        88  LtrWithdrawal           VALUE "W".
        88  LtrOffer                VALUE "O".
        88  LtrRejection            VALUE "R".
        88  LtrToApplicant          VALUES "O" "R".
    02  LtrStudentId           PIC 9(7).
    02  LtrCourseCode          PIC X(4).
    02  LtrDate                PIC 9(8).
