*> WORKING-STORAGE items for the shared timetable clash check (see
*> clashchk.cpy).  COPYed by every program that enrolls or promotes
*> a student into a course.  The caller moves the student and the
*> course into the two ClashCheck fields before the check.  The
*> course's current-term slots are loaded into CandidateSlotTable (a
*> course meets at most nine times a week - the slot number is one
*> digit); the first overlap found against another of the student's
*> courses is kept for the message.
01  ClashCheckStudentId    PIC 9(7)  VALUE ZERO.
01  ClashCheckCourseCode   PIC X(4)  VALUE SPACES.
01  TimetableSwitch        PIC X     VALUE "N".
    88  TimetableOnFile              VALUE "Y".
01  ClashFoundSwitch       PIC X     VALUE "N".
    88  ClashFound                   VALUE "Y".
01  CandidateSlotCount     PIC 9     VALUE ZERO.
01  CandidateSlotIdx       PIC 9     VALUE ZERO.
01  CandidateSlotTable.
    02  CandidateSlot OCCURS 9 TIMES.
        03  CandSlotDay        PIC 9.
        03  CandSlotStart      PIC 9(4).
        03  CandSlotEnd        PIC 9(4).
01  ClashCourseCode        PIC X(4).
01  ClashDay               PIC 9.
01  ClashStartTime         PIC 9(4).
01  ClashEndTime           PIC 9(4).
