*> Record layout for the course prerequisite file (PREREQ.DAT), one
*> record per course a student must already have passed before they
*> can take PrereqCourseCode.  PrereqMinGrade is the lowest grade on
*> the GRADEPTS.DAT scheme that counts as qualifying; spaces mean any
*> result on RESULTS.DAT for the required course will do.  A course
*> with no records here has no prerequisites.
01  PrereqRec.
    88  EndOfPrereqFile         VALUE HIGH-VALUES.
    02  PrereqKey.
        03  PrereqCourseCode    PIC X(4).
        03  PrereqRequiredCode  PIC X(4).
    02  PrereqMinGrade          PIC X(2).
