*> Record layout for the applicant change-audit log (APPLICNT.AUDIT).
*> One entry per change made to an application: which applicant,
*> what changed, the old and new values, the date/time the change
*> was applied, and which operator applied it - the same shape
*> STUDENTS.AUDIT gives student changes.  Kept apart from
*> STUDENTS.AUDIT because ApplicantIds are numbered in the same
*> range as StudentIds, and an applicant's history must never be
*> read as a student's.
01  ApplAuditRec.
    02  AAudApplicantId         PIC 9(7).
    02  AAudFieldName           PIC X(15).
    02  AAudOldValue            PIC X(20).
    02  AAudNewValue            PIC X(20).
    02  AAudRunDate             PIC 9(8).
    02  AAudRunTime             PIC 9(8).
    02  AAudOperatorId          PIC X(8).
