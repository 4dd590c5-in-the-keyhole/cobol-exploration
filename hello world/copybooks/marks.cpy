*> Record layout for the coursework marks file (MARKS.DAT), one
*> record per student per assessment component.  The key starts
*> with the same StudentId + CourseCode pairing ENROLL.DAT uses, so
*> one pairing's marks can be walked with START on that portion.
*> MarkScore is out of the component's AssessMaxMark (see
*> assess.cpy), to one decimal place.
01  MarkRec.
    88  EndOfMarkFile           VALUE HIGH-VALUES.
    02  MarkKey.
        03  MarkStudentId       PIC 9(7).
        03  MarkCourseCode      PIC X(4).
        03  MarkComponent       PIC X(2).
    02  MarkScore               PIC 9(3)V9.
    02  MarkEnteredBy           PIC X(8).
    02  MarkEnteredDate         PIC 9(8).
