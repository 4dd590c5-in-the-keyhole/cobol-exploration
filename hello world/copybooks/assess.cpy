*> Record layout for the assessment components file (ASSESS.DAT),
*> one record per piece of assessment a course is graded on - for
*> example coursework weighted 40 and an exam weighted 60.  The
*> weights of a course's components must total 100 before the grade
*> calculation will grade it.  AssessMaxMark is the most the piece
*> is marked out of; marks entry refuses anything higher.
01  AssessRec.
    88  EndOfAssessFile         VALUE HIGH-VALUES.
    02  AssessKey.
        03  AssessCourseCode    PIC X(4).
        03  AssessComponent     PIC X(2).
    02  AssessTitle             PIC X(20).
    02  AssessWeight            PIC 9(3).
    02  AssessMaxMark           PIC 9(3).
