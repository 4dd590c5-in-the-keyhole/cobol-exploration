*> Record layout for the class timetable (TIMETABL.DAT), one record
*> per weekly meeting slot a course has in a term: the day (1 for
*> Monday through 7 for Sunday), the start and end times on the
*> 24-hour clock as HHMM, and the room.  Keyed on the course, the
*> TermCode from TERMS.DAT and a slot number, so a course meeting
*> three times a week has slots 1, 2 and 3 for the term.  A slot
*> runs from its start time up to, not including, its end time, so
*> one class ending at 1000 and the next starting at 1000 in the
*> same room do not clash.
01  TimetableRec.
    88  EndOfTimetableFile      VALUE HIGH-VALUES.
    02  TtKey.
        03  TtCourseCode        PIC X(4).
        03  TtTermCode          PIC X(6).
        03  TtSlotNo            PIC 9.
    02  TtDay                   PIC 9.
        88  TtValidDay                  VALUES 1 THRU 7.
    02  TtStartTime             PIC 9(4).
    02  TtEndTime               PIC 9(4).
    02  TtRoom                  PIC X(6).
