IDENTIFICATION DIVISION.
PROGRAM-ID. TimetableMaint.
AUTHOR. Michael Coughlan.

*> Add/Change/Delete against TIMETABL.DAT, the class timetable - one
*> record per weekly meeting slot a course has in a term (see
*> timetabl.cpy).  The course must be on COURSE.DAT and the term on
*> TERMS.DAT, the day must be 1 (Monday) to 7 (Sunday), the times
*> must be real HHMM clock times with the end after the start, and
*> a room must be given.  A slot is refused when its room is
*> already booked by any other slot in the same term on the same
*> day at an overlapping time, so a room can never be double-booked
*> through this program.  Every slot added, changed or deleted is
*> logged to COURSE.AUDIT against its course, the way PrereqMaint
*> logs prerequisites.  L)IST shows one course's slots for a term.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY ttfctl.
    COPY crsfctl.
    COPY trmfctl.
    COPY caudfctl.
    COPY opfctl.

DATA DIVISION.
FILE SECTION.
FD TimetableFile.
COPY timetabl.

FD CourseFile.
COPY course.

FD TermFile.
COPY term.

FD CourseAuditFile.
COPY caudit.

FD OperatorFile.
COPY operator.

WORKING-STORAGE SECTION.
COPY ttstat.
COPY crsstat.
COPY trmstat.
COPY caudstat.
COPY opstat.
COPY operws.
COPY dayname.

01  ContinueSwitch         PIC X     VALUE "Y".
    88  KeepGoing                    VALUE "Y".
01  MaintAction            PIC X.
01  EntryValidSwitch       PIC X     VALUE "Y".
    88  EntryValid                   VALUE "Y".
01  RoomClashSwitch        PIC X     VALUE "N".
    88  RoomClashFound               VALUE "Y".
01  ListedCount            PIC 9(3)  VALUE ZERO.

*> The slot being keyed, held apart from the record area because the
*> room-booking scan reads every other slot through it.
01  NewSlot.
    02  NewSlotKey.
        03  NewCourseCode  PIC X(4).
        03  NewTermCode    PIC X(6).
        03  NewSlotNo      PIC 9.
    02  NewDay             PIC 9.
        88  NewValidDay              VALUES 1 THRU 7.
    02  NewStartTime       PIC 9(4).
    02  NewStartClock REDEFINES NewStartTime.
        03  NewStartHH     PIC 99.
        03  NewStartMM     PIC 99.
    02  NewEndTime         PIC 9(4).
    02  NewEndClock REDEFINES NewEndTime.
        03  NewEndHH       PIC 99.
        03  NewEndMM       PIC 99.
    02  NewRoom            PIC X(6).

*> The booking the room scan tripped over, for the refusal message.
01  ClashCourseCode        PIC X(4).
01  ClashSlotNo            PIC 9.
01  ClashStartTime         PIC 9(4).
01  ClashEndTime           PIC 9(4).

*> The slot as it reads on the audit trail - the term and slot number
*> in the field-name column, the day, times and room in one
*> 20-character value column.
01  SlotAuditName.
    02  FILLER             PIC X(5)  VALUE "SLOT ".
    02  SAN-TermCode       PIC X(6).
    02  FILLER             PIC X     VALUE SPACE.
    02  SAN-SlotNo         PIC 9.
    02  FILLER             PIC X(2)  VALUE SPACES.
01  SlotAuditText.
    02  SAT-Day            PIC X(3).
    02  FILLER             PIC X     VALUE SPACE.
    02  SAT-StartTime      PIC 9(4).
    02  FILLER             PIC X     VALUE "-".
    02  SAT-EndTime        PIC 9(4).
    02  FILLER             PIC X     VALUE SPACE.
    02  SAT-Room           PIC X(6).

PROCEDURE DIVISION.
Begin.
    PERFORM SignOnOperator
    OPEN INPUT CourseFile
    IF NOT CourseFileOk
       DISPLAY "UNABLE TO OPEN COURSE.DAT - STATUS " CourseFileStatus
       STOP RUN
    END-IF
    OPEN INPUT TermFile
    IF NOT TermFileOk
       DISPLAY "UNABLE TO OPEN TERMS.DAT - STATUS " TermFileStatus
       STOP RUN
    END-IF
    PERFORM OpenTimetableFileForUpdate
    PERFORM OpenCourseAuditForAppend

    PERFORM UNTIL NOT KeepGoing
       DISPLAY " "
       DISPLAY "A)DD  C)HANGE  D)ELETE  L)IST  Q)UIT"
       ACCEPT MaintAction
       EVALUATE MaintAction
          WHEN "A"
             IF SignedOnCanUpdate
                PERFORM AddSlot
             ELSE
                DISPLAY "ADD NEEDS UPDATE ACCESS - NOT ALLOWED"
             END-IF
          WHEN "C"
             IF SignedOnCanUpdate
                PERFORM ChangeSlot
             ELSE
                DISPLAY "CHANGE NEEDS UPDATE ACCESS - NOT ALLOWED"
             END-IF
          WHEN "D"
             IF SignedOnCanDelete
                PERFORM DeleteSlot
             ELSE
                DISPLAY "DELETE NEEDS SUPERVISOR ACCESS - NOT ALLOWED"
             END-IF
          WHEN "L"  PERFORM ListSlots
          WHEN "Q"  MOVE "N" TO ContinueSwitch
          WHEN OTHER  DISPLAY "INVALID OPTION"
       END-EVALUATE
    END-PERFORM

    CLOSE TimetableFile
    CLOSE CourseFile
    CLOSE TermFile
    CLOSE CourseAuditFile
    STOP RUN.

*> A brand-new installation has no TIMETABL.DAT yet, so fall back to
*> OPEN OUTPUT to create it; otherwise open I-O to preserve the
*> slots already keyed.
OpenTimetableFileForUpdate.
    OPEN I-O TimetableFile
    IF TimetableFileNotFound
       OPEN OUTPUT TimetableFile
    END-IF
    IF NOT TimetableFileOk
       DISPLAY "UNABLE TO OPEN TIMETABL.DAT - STATUS "
          TimetableFileStatus
       STOP RUN
    END-IF.

*> COURSE.AUDIT accumulates across runs so earlier change history is
*> never lost; OPEN EXTEND fails status 35 the first time the file
*> doesn't exist yet, so fall back to OPEN OUTPUT to create it.
OpenCourseAuditForAppend.
    OPEN EXTEND CourseAuditFile
    IF CourseAuditFileNotFound
       OPEN OUTPUT CourseAuditFile
    END-IF.

KeySlotKey.
    DISPLAY "ENTER COURSE CODE"
    ACCEPT NewCourseCode
    DISPLAY "ENTER TERM CODE"
    ACCEPT NewTermCode
    DISPLAY "ENTER SLOT NUMBER (1-9)"
    ACCEPT NewSlotNo
    MOVE NewSlotKey TO TtKey.

AddSlot.
    PERFORM KeySlotKey
    MOVE "Y" TO EntryValidSwitch
    MOVE NewCourseCode TO CourseCode OF CourseRec
    READ CourseFile
       INVALID KEY
          DISPLAY "UNKNOWN COURSE CODE - NOT ADDED"
          MOVE "N" TO EntryValidSwitch
    END-READ
    IF EntryValid
       MOVE NewTermCode TO TermCode
       READ TermFile
          INVALID KEY
             DISPLAY "TERM " NewTermCode " NOT ON TERMS.DAT - NOT ADDED"
             MOVE "N" TO EntryValidSwitch
       END-READ
    END-IF
    IF EntryValid AND NewSlotNo = ZERO
       DISPLAY "SLOT NUMBER MUST BE 1 TO 9 - NOT ADDED"
       MOVE "N" TO EntryValidSwitch
    END-IF
    IF EntryValid
       READ TimetableFile
          INVALID KEY
             CONTINUE
          NOT INVALID KEY
             DISPLAY "SLOT ALREADY ON FILE - USE CHANGE"
             MOVE "N" TO EntryValidSwitch
       END-READ
    END-IF
    IF EntryValid
       PERFORM KeySlotDetails
    END-IF
    IF EntryValid
       PERFORM CheckRoomBooking
    END-IF
    IF EntryValid
       MOVE NewSlot TO TimetableRec
       WRITE TimetableRec
          INVALID KEY
             DISPLAY "SLOT ALREADY ON FILE - USE CHANGE"
          NOT INVALID KEY
             MOVE SPACES TO CAudOldValue
             PERFORM SetSlotAuditText
             MOVE SlotAuditText TO CAudNewValue
             PERFORM WriteCourseAuditEntry
             DISPLAY "SLOT " NewSlotNo " ADDED TO " NewCourseCode
                " FOR " NewTermCode
       END-WRITE
    END-IF.

*> Day, times and room for the slot, each checked as it is keyed;
*> the first bad entry stops the rest being asked for.
KeySlotDetails.
    DISPLAY "DAY (1=MON 2=TUE 3=WED 4=THU 5=FRI 6=SAT 7=SUN)"
    ACCEPT NewDay
    IF NOT NewValidDay
       DISPLAY "DAY MUST BE 1 TO 7 - NOT ACCEPTED"
       MOVE "N" TO EntryValidSwitch
    END-IF
    IF EntryValid
       DISPLAY "START TIME (HHMM, 24-HOUR)"
       ACCEPT NewStartTime
       IF NewStartHH > 23 OR NewStartMM > 59
          DISPLAY "START TIME " NewStartTime " IS NOT A CLOCK TIME"
             " - NOT ACCEPTED"
          MOVE "N" TO EntryValidSwitch
       END-IF
    END-IF
    IF EntryValid
       DISPLAY "END TIME (HHMM, 24-HOUR)"
       ACCEPT NewEndTime
       IF NewEndHH > 24 OR NewEndMM > 59
          OR (NewEndHH = 24 AND NewEndMM NOT = ZERO)
          DISPLAY "END TIME " NewEndTime " IS NOT A CLOCK TIME"
             " - NOT ACCEPTED"
          MOVE "N" TO EntryValidSwitch
       ELSE
          IF NewEndTime NOT > NewStartTime
             DISPLAY "END TIME MUST BE AFTER START TIME"
                " - NOT ACCEPTED"
             MOVE "N" TO EntryValidSwitch
          END-IF
       END-IF
    END-IF
    IF EntryValid
       DISPLAY "ROOM"
       ACCEPT NewRoom
       IF NewRoom = SPACES
          DISPLAY "A ROOM MUST BE GIVEN - NOT ACCEPTED"
          MOVE "N" TO EntryValidSwitch
       END-IF
    END-IF.

*> Every slot on file is compared with the one being keyed: the same
*> room in the same term on the same day is a double booking when
*> the two time ranges overlap.  The slot's own record is skipped
*> so a change that keeps its room and times does not clash with
*> itself.  The scan reads through the record area, so the caller
*> keeps the slot in NewSlot and READs back before any REWRITE.
CheckRoomBooking.
    MOVE "N" TO RoomClashSwitch
    MOVE LOW-VALUES TO TtKey
    START TimetableFile KEY IS NOT LESS THAN TtKey
       INVALID KEY
          CONTINUE
    END-START
    IF TimetableFileOk
       PERFORM ReadNextSlot
       PERFORM UNTIL EndOfTimetableFile OR RoomClashFound
          IF TtKey NOT = NewSlotKey
             AND TtTermCode = NewTermCode
             AND TtRoom = NewRoom
             AND TtDay = NewDay
             AND TtStartTime < NewEndTime
             AND NewStartTime < TtEndTime
             MOVE "Y" TO RoomClashSwitch
             MOVE TtCourseCode TO ClashCourseCode
             MOVE TtSlotNo TO ClashSlotNo
             MOVE TtStartTime TO ClashStartTime
             MOVE TtEndTime TO ClashEndTime
          END-IF
          PERFORM ReadNextSlot
       END-PERFORM
    END-IF
    IF RoomClashFound
       DISPLAY "ROOM " NewRoom " ALREADY BOOKED " DayName(NewDay) " "
          ClashStartTime "-" ClashEndTime " BY " ClashCourseCode
          " SLOT " ClashSlotNo " - NOT ACCEPTED"
       MOVE "N" TO EntryValidSwitch
    END-IF.

ChangeSlot.
    PERFORM KeySlotKey
    READ TimetableFile
       INVALID KEY
          DISPLAY "NO SUCH SLOT"
       NOT INVALID KEY
          PERFORM ApplySlotChange
    END-READ.

ApplySlotChange.
    DISPLAY "CURRENT: " DayName(TtDay) " " TtStartTime "-" TtEndTime
       " ROOM " TtRoom
    PERFORM SetSlotAuditTextFromRecord
    MOVE SlotAuditText TO CAudOldValue
    MOVE "Y" TO EntryValidSwitch
    PERFORM KeySlotDetails
    IF EntryValid
       PERFORM CheckRoomBooking
    END-IF
    IF EntryValid
       MOVE NewSlotKey TO TtKey
       READ TimetableFile
          INVALID KEY
             DISPLAY "SLOT NO LONGER ON FILE - NOT CHANGED"
             MOVE "N" TO EntryValidSwitch
       END-READ
    END-IF
    IF EntryValid
       MOVE NewSlot TO TimetableRec
       REWRITE TimetableRec
          INVALID KEY
             DISPLAY "REWRITE FAILED"
          NOT INVALID KEY
             PERFORM SetSlotAuditText
             MOVE SlotAuditText TO CAudNewValue
             PERFORM WriteCourseAuditEntry
             DISPLAY "SLOT CHANGED"
       END-REWRITE
    END-IF.

DeleteSlot.
    PERFORM KeySlotKey
    READ TimetableFile
       INVALID KEY
          DISPLAY "NO SUCH SLOT"
       NOT INVALID KEY
          PERFORM SetSlotAuditTextFromRecord
          MOVE SlotAuditText TO CAudOldValue
          MOVE "DELETED" TO CAudNewValue
          DELETE TimetableFile
             INVALID KEY
                DISPLAY "DELETE FAILED"
             NOT INVALID KEY
                PERFORM WriteCourseAuditEntry
                DISPLAY "SLOT " NewSlotNo " REMOVED FROM "
                   NewCourseCode " FOR " NewTermCode
          END-DELETE
    END-READ.

ListSlots.
    DISPLAY "ENTER COURSE CODE"
    ACCEPT NewCourseCode
    DISPLAY "ENTER TERM CODE"
    ACCEPT NewTermCode
    MOVE ZERO TO ListedCount
    MOVE NewCourseCode TO TtCourseCode
    MOVE NewTermCode TO TtTermCode
    MOVE ZERO TO TtSlotNo
    START TimetableFile KEY IS NOT LESS THAN TtKey
       INVALID KEY
          CONTINUE
    END-START
    IF TimetableFileOk
       PERFORM ReadNextSlot
       PERFORM UNTIL EndOfTimetableFile
          OR TtCourseCode NOT = NewCourseCode
          OR TtTermCode NOT = NewTermCode
          ADD 1 TO ListedCount
          DISPLAY "  SLOT " TtSlotNo "  " DayName(TtDay) " "
             TtStartTime "-" TtEndTime "  ROOM " TtRoom
          PERFORM ReadNextSlot
       END-PERFORM
    END-IF
    IF ListedCount = ZERO
       DISPLAY "NO SLOTS FOR " NewCourseCode " IN " NewTermCode
    END-IF.

ReadNextSlot.
    READ TimetableFile NEXT RECORD
        AT END SET EndOfTimetableFile TO TRUE
    END-READ.

SetSlotAuditText.
    MOVE DayName(NewDay) TO SAT-Day
    MOVE NewStartTime TO SAT-StartTime
    MOVE NewEndTime TO SAT-EndTime
    MOVE NewRoom TO SAT-Room.

SetSlotAuditTextFromRecord.
    MOVE DayName(TtDay) TO SAT-Day
    MOVE TtStartTime TO SAT-StartTime
    MOVE TtEndTime TO SAT-EndTime
    MOVE TtRoom TO SAT-Room.

WriteCourseAuditEntry.
    MOVE NewCourseCode TO CAudCourseCode
    MOVE NewTermCode TO SAN-TermCode
    MOVE NewSlotNo TO SAN-SlotNo
    MOVE SlotAuditName TO CAudFieldName
    ACCEPT CAudRunDate FROM DATE YYYYMMDD
    ACCEPT CAudRunTime FROM TIME
    WRITE CrsAuditRec.

COPY signon.
