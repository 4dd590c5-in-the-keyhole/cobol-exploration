*> FILE-CONTROL entry for the course change-audit log.  Every
*> change the catalog feed applies is appended here, as is every
*> prerequisite added, changed or deleted by PrereqMaint, every
*> timetable slot added, changed or deleted by TimetableMaint,
*> every assessment component and grade boundary AssessMaint keys,
*> and every teaching assignment InstructorMaint makes or removes.
    SELECT CourseAuditFile ASSIGN TO "COURSE.AUDIT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CourseAuditFileStatus.
