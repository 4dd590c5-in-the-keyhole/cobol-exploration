*> Record layout for the teaching assignments (TEACHING.DAT), one
*> record per instructor teaching a course in a term.  A course
*> taught jointly has one record per instructor, and each of them
*> gets the grade sheet and is chased for its missing grades.
*> TeachTermCode is a term on TERMS.DAT; the assignment is dated
*> and carries the operator who keyed it.
01  TeachRec.
    88  EndOfTeachFile          VALUE HIGH-VALUES.
    02  TeachKey.
        03  TeachTermCode       PIC X(6).
        03  TeachCourseCode     PIC X(4).
        03  TeachInstructorId   PIC X(6).
    02  TeachAssignedDate       PIC 9(8).
    02  TeachAssignedBy         PIC X(8).
