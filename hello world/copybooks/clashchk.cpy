*> Shared timetable clash paragraphs: before ClashCheckStudentId is
*> put into ClashCheckCourseCode, the course's slots on TIMETABL.DAT
*> for the current term are compared with the slots of every other
*> course the student is taking this term, and ClashFound is set by
*> the first pair on the same day with overlapping times, which is
*> left in ClashCourseCode, ClashDay, ClashStartTime and
*> ClashEndTime for the caller's message.  The check only runs when
*> there is a timetable and a current term to check against; a
*> course with no slots this term cannot clash with anything.  A
*> pairing with a blank term code is treated as current, as the
*> capacity count treats it.
*> The COPYing program declares TimetableFile and EnrollFile, COPYs
*> ttstat, termws and clashws into WORKING-STORAGE, COPYs capacity
*> alongside this (for ReadNextEnrollment), PERFORMs FindCurrentTerm
*> and OpenTimetableFile at start-up and CloseTimetableFile at the
*> end, so the rule only ever has to change in one place (see
*> prqcheck.cpy for the same arrangement).
OpenTimetableFile.
    MOVE "N" TO TimetableSwitch
    OPEN INPUT TimetableFile
    IF TimetableFileOk
       MOVE "Y" TO TimetableSwitch
    END-IF.

CloseTimetableFile.
    IF TimetableOnFile
       CLOSE TimetableFile
    END-IF.

CheckTimetableClash.
    MOVE "N" TO ClashFoundSwitch
    IF TimetableOnFile AND CurrentTermCode NOT = SPACES
       PERFORM LoadCandidateSlots
       IF CandidateSlotCount > ZERO
          MOVE ClashCheckStudentId TO EnrollStudentId
          MOVE LOW-VALUES TO EnrollCourseCode
          START EnrollFile KEY IS NOT LESS THAN EnrollKey
             INVALID KEY
                CONTINUE
          END-START
          IF EnrollFileOk
             PERFORM ReadNextEnrollment
             PERFORM UNTIL EndOfEnrollFile
                OR EnrollStudentId NOT = ClashCheckStudentId
                OR ClashFound
                IF EnrollCourseCode NOT = ClashCheckCourseCode
                   AND (EnrollTermCode = CurrentTermCode
                      OR EnrollTermCode = SPACES)
                   PERFORM CheckPairingSlots
                END-IF
                PERFORM ReadNextEnrollment
             END-PERFORM
          END-IF
       END-IF
    END-IF.

LoadCandidateSlots.
    MOVE ZERO TO CandidateSlotCount
    MOVE ClashCheckCourseCode TO TtCourseCode
    MOVE CurrentTermCode TO TtTermCode
    MOVE ZERO TO TtSlotNo
    START TimetableFile KEY IS NOT LESS THAN TtKey
       INVALID KEY
          CONTINUE
    END-START
    IF TimetableFileOk
       PERFORM ReadNextSlot
       PERFORM UNTIL EndOfTimetableFile
          OR TtCourseCode NOT = ClashCheckCourseCode
          OR TtTermCode NOT = CurrentTermCode
          OR CandidateSlotCount = 9
          ADD 1 TO CandidateSlotCount
          MOVE TtDay TO CandSlotDay(CandidateSlotCount)
          MOVE TtStartTime TO CandSlotStart(CandidateSlotCount)
          MOVE TtEndTime TO CandSlotEnd(CandidateSlotCount)
          PERFORM ReadNextSlot
       END-PERFORM
    END-IF.

*> Each of the other course's slots this term against each slot of
*> the course being checked: same day and overlapping times is a
*> clash (a slot runs up to, not including, its end time).
CheckPairingSlots.
    MOVE EnrollCourseCode TO TtCourseCode
    MOVE CurrentTermCode TO TtTermCode
    MOVE ZERO TO TtSlotNo
    START TimetableFile KEY IS NOT LESS THAN TtKey
       INVALID KEY
          CONTINUE
    END-START
    IF TimetableFileOk
       PERFORM ReadNextSlot
       PERFORM UNTIL EndOfTimetableFile
          OR TtCourseCode NOT = EnrollCourseCode
          OR TtTermCode NOT = CurrentTermCode
          OR ClashFound
          PERFORM VARYING CandidateSlotIdx FROM 1 BY 1
             UNTIL CandidateSlotIdx > CandidateSlotCount
                OR ClashFound
             IF TtDay = CandSlotDay(CandidateSlotIdx)
                AND TtStartTime < CandSlotEnd(CandidateSlotIdx)
                AND CandSlotStart(CandidateSlotIdx) < TtEndTime
                MOVE "Y" TO ClashFoundSwitch
                MOVE TtCourseCode TO ClashCourseCode
                MOVE TtDay TO ClashDay
                MOVE TtStartTime TO ClashStartTime
                MOVE TtEndTime TO ClashEndTime
             END-IF
          END-PERFORM
          PERFORM ReadNextSlot
       END-PERFORM
    END-IF.

ReadNextSlot.
    READ TimetableFile NEXT RECORD
        AT END SET EndOfTimetableFile TO TRUE
    END-READ.
