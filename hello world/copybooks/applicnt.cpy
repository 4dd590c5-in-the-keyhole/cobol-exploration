*> Record layout for the admissions applicant file (APPLICNT.DAT),
*> one record per application.  The name, date of birth and gender
*> are held exactly as StudentRec holds them, so an accepted
*> applicant goes onto an intake batch without being keyed again.
*> ApplicantId is the admissions office's own number, not a
*> StudentId; the student id is given out only when the accepted
*> applicant is written to an intake batch (see AdmitBatch), and is
*> kept here with the batch id so nobody is batched twice.  The
*> address lines are for the offer and rejection letters.
*> The offer and acceptance dates stay set whatever happens later,
*> so the funnel report can still count an offer that was then
*> withdrawn.
01  ApplicantRec.
    88  EndOfApplicantFile      VALUE HIGH-VALUES.
    02  ApplicantId             PIC 9(7).
    02  ApplStudentName.
        03  ApplSurname         PIC X(8).
        03  ApplInitials        PIC XX.
    02  ApplDateOfBirth.
        03  ApplYOBirth         PIC 9(4).
        03  ApplMOBirth         PIC 9(2).
        03  ApplDOBirth         PIC 9(2).
    02  ApplGender              PIC X.
    02  ApplCourseCode          PIC X(4).
    02  ApplAppliedDate         PIC 9(8).
*> Applied, offered, accepted (the applicant took up the offer),
*> declined (we turned the application down - a rejection letter
*> goes out) or withdrawn (the applicant pulled out, before or
*> after an offer).  Declined and withdrawn are final.
    02  ApplStatus              PIC X.
        88  ApplApplied                 VALUE "A".
        88  ApplOffered                 VALUE "O".
        88  ApplAccepted                VALUE "C".
        88  ApplDeclined                VALUE "D".
        88  ApplWithdrawn               VALUE "W".
        88  ApplValidStatus             VALUES "A" "O" "C" "D" "W".
        88  ApplClosed                  VALUES "D" "W".
    02  ApplStatusDate          PIC 9(8).
    02  ApplOfferedDate         PIC 9(8).
    02  ApplAcceptedDate        PIC 9(8).
    02  ApplAddress1            PIC X(25).
    02  ApplAddress2            PIC X(25).
    02  ApplAddress3            PIC X(25).
    02  ApplStudentId           PIC 9(7).
    02  ApplBatchId             PIC X(8).
