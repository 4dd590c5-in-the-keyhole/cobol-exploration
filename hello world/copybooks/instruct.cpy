*> Record layout for the instructor master (INSTRUCT.DAT): who
*> teaches, which department they belong to and how to reach them,
*> so a grade sheet can be addressed and a missing grade chased.
*> An instructor who leaves is marked L rather than deleted, so
*> their past teaching assignments still have a name; no new
*> assignment is made to an instructor who has left.
01  InstructorRec.
    88  EndOfInstructorFile     VALUE HIGH-VALUES.
    02  InstructorId            PIC X(6).
    02  InstructorName          PIC X(30).
    02  InstructorDept          PIC X(20).
    02  InstructorPhone         PIC X(15).
    02  InstructorEmail         PIC X(30).
    02  InstructorStatus        PIC X.
        88  InstructorActive            VALUE "A".
        88  InstructorLeft              VALUE "L".
