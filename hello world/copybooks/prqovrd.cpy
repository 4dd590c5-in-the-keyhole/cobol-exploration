*> Shared supervisor override of a failed prerequisite check (see
*> prqcheck.cpy).  Only a supervisor is offered the override; one
*> who takes it sets PrereqsMet again and the override is logged to
*> STUDENTS.AUDIT against the student, naming the prerequisite that
*> was waived and the course let into, so the registrar can see who
*> let an unqualified student through and when.  The COPYing
*> program signs the operator on (signon.cpy), declares AuditFile
*> and has it open for append before this is PERFORMed.
OfferPrereqOverride.
    DISPLAY "STUDENT " PrereqCheckStudentId " LACKS PREREQUISITE "
       PrereqShortCourse " (MINIMUM GRADE " PrereqShortGrade ") FOR "
       PrereqCheckCourseCode
    IF SignedOnCanDelete
       DISPLAY "OVERRIDE PREREQUISITE? (Y/N)"
       ACCEPT PrereqOverrideReply
       IF PrereqOverrideReply = "Y"
          MOVE "Y" TO PrereqMetSwitch
          MOVE PrereqCheckStudentId TO AuditStudentId
          MOVE "PREREQ OVERRIDE" TO AuditFieldName
          MOVE SPACES TO AuditOldValue
          STRING PrereqShortCourse " MIN " PrereqShortGrade
             DELIMITED BY SIZE INTO AuditOldValue
          END-STRING
          MOVE PrereqCheckCourseCode TO AuditNewValue
          MOVE SignedOnOperator TO AuditOperatorId
          ACCEPT AuditRunDate FROM DATE YYYYMMDD
          ACCEPT AuditRunTime FROM TIME
          WRITE AuditRec
          DISPLAY "PREREQUISITE OVERRIDDEN BY " SignedOnOperator
       END-IF
    END-IF.
