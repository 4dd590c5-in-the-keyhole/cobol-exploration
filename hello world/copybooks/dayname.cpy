*> Day-of-week names for the timetable programs, indexed by TtDay
*> (1 for Monday through 7 for Sunday - see timetabl.cpy).
01  DayNameValues.
    02  FILLER             PIC X(3)  VALUE "MON".
    02  FILLER             PIC X(3)  VALUE "TUE".
    02  FILLER             PIC X(3)  VALUE "WED".
    02  FILLER             PIC X(3)  VALUE "THU".
    02  FILLER             PIC X(3)  VALUE "FRI".
    02  FILLER             PIC X(3)  VALUE "SAT".
    02  FILLER             PIC X(3)  VALUE "SUN".
01  FILLER REDEFINES DayNameValues.
    02  DayName OCCURS 7 TIMES PIC X(3).
