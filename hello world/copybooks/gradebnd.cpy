*> Record layout for the per-course grade boundaries (GRADEBND.DAT),
*> one record per letter grade a course can award from its own
*> marks: the lowest weighted percentage that earns the grade.  The
*> letter must be on the GRADEPTS.DAT scheme so a calculated grade
*> averages like a registrar's one.  A weighted total below every
*> boundary a course has is awarded the course's lowest grade.
01  BoundaryRec.
    88  EndOfBoundaryFile       VALUE HIGH-VALUES.
    02  BoundaryKey.
        03  BoundaryCourseCode  PIC X(4).
        03  BoundaryGrade       PIC X(2).
    02  BoundaryMinPercent      PIC 9(3)V9.
