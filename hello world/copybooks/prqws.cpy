*> WORKING-STORAGE items for the shared prerequisite check (see
*> prqcheck.cpy and prqovrd.cpy).  COPYed by every program that
*> writes ENROLL.DAT pairings.  The caller moves the student and the
*> course into the two PrereqCheck fields before the check; on a
*> failure PrereqShortCourse/PrereqShortGrade name the first
*> prerequisite the student does not hold, for the message and the
*> audit entry.
01  PrereqCheckStudentId   PIC 9(7)  VALUE ZERO.
01  PrereqCheckCourseCode  PIC X(4)  VALUE SPACES.
01  PrereqShortCourse      PIC X(4)  VALUE SPACES.
01  PrereqShortGrade       PIC X(2)  VALUE SPACES.
01  PrereqMinPoints        PIC 9V99  VALUE ZERO.
01  PrereqMetSwitch        PIC X     VALUE "Y".
    88  PrereqsMet                   VALUE "Y".
01  MinGradeValuedSwitch   PIC X     VALUE "N".
    88  MinGradeValued               VALUE "Y".
01  PrereqsOnFileSwitch    PIC X     VALUE "N".
    88  PrereqsOnFile                VALUE "Y".
01  ResultsOnFileSwitch    PIC X     VALUE "N".
    88  ResultsOnFile                VALUE "Y".
01  GradeSchemeSwitch      PIC X     VALUE "N".
    88  GradeSchemeOnFile            VALUE "Y".
01  PrereqOverrideReply    PIC X     VALUE "N".
