*> FILE-CONTROL entry for the class timetable, indexed on course,
*> term and slot number so one meeting slot can be READ/WRITE/
*> DELETEd directly, and a course's slots for a term can be walked
*> with START on the course-and-term portion of the key.
    SELECT TimetableFile ASSIGN TO "TIMETABL.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TtKey
        FILE STATUS IS TimetableFileStatus.
