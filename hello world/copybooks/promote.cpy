*> this (PromoteFromWaitlist re-checks the capacity), and
*> declares LetterQueueFile with ltrqueue COPYed alongside - a
*> promoted student is told by letter, not just by the DISPLAY on
*> the operator's screen.  The course's prerequisites are checked
*> the same way the enrollment paths check them, so the program
*> COPYs prqcheck and opens the prerequisite files at start-up too.
*> A student on hold is passed over the same way, so the program
*> also COPYs holdchk and PERFORMs OpenHoldFile at start-up, and so
*> is a student the course would put in two places at once, so the
*> program COPYs clashchk and PERFORMs OpenTimetableFile as well.
*>
*> The capacity is re-checked before anyone is promoted: a legacy
*> over-enrolled course - the state CourseRecon exists to report,
*> A candidate who has left the master, has left the course of
*> study, or is somehow already enrolled is dropped from the list
*> rather than promoted, and the search moves on to the next
*> waitlisted student for the course.  A candidate who is on an
*> enrollment hold, who does not hold the course's prerequisites,
*> or whose timetable the course clashes with, is skipped but keeps
*> their place on the list - the hold may be released, a result
*> still to come from the registrar may qualify them, or they may
*> drop the clashing course, before the next seat opens.
TryPromoteCandidate.
    MOVE WaitStudentId TO StudentId
    READ StudentFile
          CONTINUE
       NOT INVALID KEY
          IF NOT StudentLeft
             MOVE WaitStudentId TO HoldCheckStudentId
             SET HoldCheckEnrollment TO TRUE
             PERFORM CheckStudentHolds
             IF HoldBlocks
                MOVE WaitRec TO WorkWaitRec
                WRITE WorkWaitRec
                DISPLAY "SKIPPED " WaitStudentId " FOR "
                   PromoteCourseCode " - OPEN " HoldTypeName " HOLD"
             ELSE
                PERFORM TryQualifiedCandidate
             END-IF
          END-IF
    END-READ.

TryQualifiedCandidate.
    MOVE WaitStudentId TO PrereqCheckStudentId
    MOVE PromoteCourseCode TO PrereqCheckCourseCode
    PERFORM CheckPrerequisites
    IF PrereqsMet
       PERFORM TryClashFreeCandidate
    ELSE
       MOVE WaitRec TO WorkWaitRec
       WRITE WorkWaitRec
       DISPLAY "SKIPPED " WaitStudentId " FOR "
          PromoteCourseCode " - LACKS PREREQUISITE "
          PrereqShortCourse
    END-IF.

TryClashFreeCandidate.
    MOVE WaitStudentId TO ClashCheckStudentId
    MOVE PromoteCourseCode TO ClashCheckCourseCode
    PERFORM CheckTimetableClash
    IF ClashFound
       MOVE WaitRec TO WorkWaitRec
       WRITE WorkWaitRec
       DISPLAY "SKIPPED " WaitStudentId " FOR "
          PromoteCourseCode " - TIMETABLE CLASH WITH "
          ClashCourseCode
    ELSE
       PERFORM PromoteCandidate
    END-IF.

PromoteCandidate.
    MOVE WaitStudentId TO EnrollStudentId
    MOVE PromoteCourseCode TO EnrollCourseCode
    ACCEPT EnrollDate FROM DATE YYYYMMDD
    MOVE CurrentTermCode TO EnrollTermCode
    MOVE ZERO TO EnrollBilledDate
    WRITE EnrollRec
       INVALID KEY
          CONTINUE
       NOT INVALID KEY
          MOVE "Y" TO PromotionDoneSwitch
          MOVE PromoteCourseCode TO CountCourseCode
          PERFORM BumpCourseEnrollment
          SET LtrPromotion TO TRUE
          MOVE WaitStudentId TO LtrStudentId
          MOVE PromoteCourseCode TO LtrCourseCode
          PERFORM WriteLetterRequest
          DISPLAY "PROMOTED " WaitStudentId " INTO "
             PromoteCourseCode " FROM WAITLIST"
    END-WRITE.

RewriteWaitlistFile.
    OPEN INPUT WaitlistWorkFile
    OPEN OUTPUT WaitlistFile
