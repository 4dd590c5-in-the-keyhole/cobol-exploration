*> Record layout for the per-student results file (RESULTS.DAT),
*> one record per student-course result loaded back from the
*> registrar each term, or calculated from our own coursework marks
*> by GradeCalc.  Keyed on StudentId plus CourseCode, the same
*> pairing key the enrollment file uses, so a transcript can walk
*> one student's results with START on the StudentId portion.
01  ResultRec.
    88  EndOfResultFile         VALUE HIGH-VALUES.
    02  ResultKey.
    02  ResultGrade             PIC X(2).
    02  ResultCompDate          PIC 9(8).
*> Term the result was earned in, stamped from the TERMS.DAT term
*> flagged current when the registrar's file was loaded or the
*> grades were calculated.  Results loaded before terms were
*> carried have spaces here; the transcript prints those under
*> their own undated group.
    02  ResultTermCode          PIC X(6).
