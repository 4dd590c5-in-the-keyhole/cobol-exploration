*> CourseCapacity - a student who would overfill the course goes on
*> WAITLIST.DAT in arrival order instead of into the course, and a
*> drop promotes the next waitlisted student into the freed seat.
*> Every drop is logged to DROPHIST.DAT for the trend report.
*> The student must also hold the course's prerequisites from
*> PREREQ.DAT on RESULTS.DAT (see prqcheck.cpy) before they are
*> enrolled or waitlisted; a supervisor may override a failed check,
*> and the override is logged to STUDENTS.AUDIT.
*> A student with an open finance, disciplinary or missing-documents
*> hold on HOLDS.DAT is refused outright (see holdchk.cpy).
*> When the course has slots on TIMETABL.DAT for the current term,
*> they are compared with the slots of every course the student is
*> already taking this term; an enrollment that would put the
*> student in two places at once is refused; if the course is full
*> anyway the operator may confirm putting them on its waiting list
*> instead, and promotion checks the clash again (see clashchk.cpy).
*> The B)UILD option seeds ENROLL.DAT from the CourseCode already
*> carried on each master record, for first-time conversion of a
*> master that predates the enrollment file.
    COPY wtlfctl.
    COPY trmfctl.
    COPY crdfctl.
    COPY drpfctl.
    COPY ltrfctl.
    COPY opfctl.
    COPY prqfctl.
    COPY rsltfctl.
    COPY gpfctl.
    COPY audfctl.
    COPY ttfctl.
    COPY hldfctl.
    SELECT WaitlistWorkFile ASSIGN TO "WAITLIST.WRK"
        ORGANIZATION IS LINE SEQUENTIAL.

FD CreditFile.
COPY credit.

FD DropHistFile.
COPY drophist.

FD LetterQueueFile.
COPY letter.

FD OperatorFile.
COPY operator.

FD PrereqFile.
COPY prereq.

FD ResultFile.
COPY result.

FD GradeFile.
COPY gradept.

FD AuditFile.
COPY audit.

FD TimetableFile.
COPY timetabl.

FD HoldFile.
COPY hold.

FD WaitlistWorkFile.
01  WorkWaitRec            PIC X(19).

COPY wtlstat.
COPY trmstat.
COPY crdstat.
COPY drpstat.
COPY ltrstat.
COPY opstat.
COPY operws.
COPY prqstat.
COPY rsltstat.
COPY gpstat.
COPY audstat.
COPY ttstat.
COPY hldstat.
COPY dayname.
01  ContinueSwitch         PIC X     VALUE "Y".
    88  KeepGoing                    VALUE "Y".
01  MaintAction            PIC X.
01  SeededCount            PIC 9(5)  VALUE ZERO.
01  DropRunDate            PIC 9(8)  VALUE ZERO.

01  ClashWaitReply         PIC X.

*> Shared capacity-check and waitlist-promotion work fields (see
*> capacity.cpy and promote.cpy).
COPY waitws.
COPY termws.
COPY crscntws.
COPY prqws.
COPY holdws.
COPY clashws.

PROCEDURE DIVISION.
Begin.
       STOP RUN
    END-IF
    PERFORM OpenEnrollFileForUpdate
    PERFORM OpenPrereqFiles
    PERFORM OpenHoldFile
    PERFORM OpenAuditFileForAppend
    PERFORM FindCurrentTerm
    PERFORM OpenTimetableFile

    PERFORM UNTIL NOT KeepGoing
       DISPLAY " "
    CLOSE StudentFile
    CLOSE CourseFile
    CLOSE EnrollFile
    PERFORM ClosePrereqFiles
    PERFORM CloseHoldFile
    CLOSE AuditFile
    PERFORM CloseTimetableFile
    STOP RUN.

*> A brand-new installation has no ENROLL.DAT yet, so fall back to
             DISPLAY "STUDENT " SearchStudentId " HAS LEFT (STATUS "
                StudentStatus ") - NOT ENROLLED"
          ELSE
             PERFORM EnrollUnlessHeld
          END-IF
    END-READ.

EnrollUnlessHeld.
    MOVE SearchStudentId TO HoldCheckStudentId
    SET HoldCheckEnrollment TO TRUE
    PERFORM CheckStudentHolds
    IF HoldBlocks
       DISPLAY "STUDENT " SearchStudentId " HAS AN OPEN " HoldTypeName
          " HOLD - NOT ENROLLED"
       DISPLAY "  REASON: " HoldBlockingReason
    ELSE
       PERFORM EnrollInCourse
    END-IF.

EnrollInCourse.
    DISPLAY "ENTER COURSE CODE"
    ACCEPT SearchCourseCode
       INVALID KEY
          DISPLAY "UNKNOWN COURSE CODE - NOT ENROLLED"
       NOT INVALID KEY
          MOVE SearchStudentId TO PrereqCheckStudentId
          MOVE SearchCourseCode TO PrereqCheckCourseCode
          PERFORM CheckPrerequisites
          IF NOT PrereqsMet
             PERFORM OfferPrereqOverride
          END-IF
          IF PrereqsMet
             MOVE SearchStudentId TO ClashCheckStudentId
             MOVE SearchCourseCode TO ClashCheckCourseCode
             PERFORM CheckTimetableClash
             IF ClashFound
                PERFORM OfferClashWaitlist
             ELSE
                PERFORM PlaceInCourse
             END-IF
          ELSE
             DISPLAY "PREREQUISITES NOT MET - NOT ENROLLED"
          END-IF
    END-READ.

*> A student who qualifies is either enrolled or, when the course is
*> full, waitlisted - the prerequisite check comes first so nobody
*> queues for a seat they could not take.
PlaceInCourse.
    MOVE SearchStudentId TO CandidateStudentId
    MOVE SearchCourseCode TO CandidateCourseCode
    PERFORM CheckCourseCapacity
    IF CourseFull
       PERFORM WriteWaitlistRecord
       DISPLAY "COURSE " SearchCourseCode " IS FULL - "
          SearchStudentId " WAITLISTED"
    ELSE
       PERFORM WriteEnrollmentRecord
    END-IF.

*> A clashing enrollment is never written.  When the course is full
*> the operator may instead put the student on its waiting list - by
*> the time a seat opens their own timetable may have changed - but
*> only on a confirmed Y.  Promotion checks the clash again (see
*> promote.cpy), so a student still clashing keeps their place
*> rather than being put into the course.  A course with free seats
*> has nothing to wait for, so the enrollment is simply refused.
OfferClashWaitlist.
    DISPLAY "TIMETABLE CLASH - " SearchCourseCode " OVERLAPS "
       ClashCourseCode " ON " DayName(ClashDay) " " ClashStartTime
       "-" ClashEndTime
    MOVE SearchStudentId TO CandidateStudentId
    MOVE SearchCourseCode TO CandidateCourseCode
    PERFORM CheckCourseCapacity
    IF CourseFull
       DISPLAY "COURSE IS FULL - PUT ON WAITING LIST INSTEAD? (Y/N)"
       ACCEPT ClashWaitReply
       IF ClashWaitReply = "Y"
          PERFORM WriteWaitlistRecord
          DISPLAY SearchStudentId " WAITLISTED FOR " SearchCourseCode
       ELSE
          DISPLAY "TIMETABLE CLASH - NOT ENROLLED"
       END-IF
    ELSE
       DISPLAY "TIMETABLE CLASH - NOT ENROLLED"
    END-IF.

WriteEnrollmentRecord.
    MOVE CandidateStudentId TO EnrollStudentId
    MOVE CandidateCourseCode TO EnrollCourseCode
          DISPLAY "NO SUCH ENROLLMENT"
       NOT INVALID KEY
          PERFORM WriteDropCredit
          PERFORM WriteDropHistory
          IF EnrollTermCode = CurrentTermCode
             OR EnrollTermCode = SPACES
             MOVE SearchCourseCode TO CountCourseCode
       END-READ
    END-IF.

*> Every drop goes on DROPHIST.DAT, credited or not, for the
*> enrollment trend report.  OPEN EXTEND fails status 35 the first
*> time the file doesn't exist yet, so fall back to OPEN OUTPUT.
WriteDropHistory.
    OPEN EXTEND DropHistFile
    IF DropHistFileNotFound
       OPEN OUTPUT DropHistFile
    END-IF
    MOVE SearchStudentId TO DropStudentId
    MOVE SearchCourseCode TO DropCourseCode
    IF EnrollTermCode = SPACES
       MOVE CurrentTermCode TO DropTermCode
    ELSE
       MOVE EnrollTermCode TO DropTermCode
    END-IF
    MOVE DropRunDate TO DropDate
    WRITE DropRec
    CLOSE DropHistFile.

COPY capacity.

COPY promote.

COPY crscount.

COPY prqcheck.

COPY prqovrd.

COPY holdchk.

COPY clashchk.

*> STUDENTS.AUDIT accumulates across runs so earlier change history is
*> never lost; OPEN EXTEND fails status 35 the first time the file
*> doesn't exist yet, so fall back to OPEN OUTPUT to create it.
OpenAuditFileForAppend.
    OPEN EXTEND AuditFile
    IF AuditFileNotFound
       OPEN OUTPUT AuditFile
    END-IF.

*> One-time conversion: every master record that carries a CourseCode
*> gets a matching pairing on ENROLL.DAT.  A pairing already recorded
*> is left as it is, so the build can be rerun safely.  No
*> confirmation letters are queued here, and no prerequisites are
*> checked - these pairings are history being recorded, not new
*> enrollments to announce or to vet.
BuildFromMaster.
    MOVE ZERO TO SeededCount
    MOVE LOW-VALUES TO StudentRec
