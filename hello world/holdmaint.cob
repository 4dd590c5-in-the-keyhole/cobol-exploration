IDENTIFICATION DIVISION.
PROGRAM-ID. HoldMaint.
AUTHOR. Michael Coughlan.

*> Places and releases student holds on HOLDS.DAT by hand: finance,
*> library, disciplinary or missing documents (see hold.cpy).  A
*> hold can only be placed on a student who is on the master, and
*> must be given a reason; the signed-on operator and the date are
*> recorded with it.  While a hold is open the enrollment, waitlist
*> promotion, transcript and graduation paths refuse the student
*> (see holdchk.cpy for which holds stop what).  Placing and
*> releasing need update access; a disciplinary hold is released
*> by a supervisor only.  Every hold placed or released is logged
*> to STUDENTS.AUDIT.  L)IST shows a student's holds, open and
*> released.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY hldfctl.
    COPY stufctl.
    COPY audfctl.
    COPY opfctl.

DATA DIVISION.
FILE SECTION.
FD HoldFile.
COPY hold.

FD StudentFile.
COPY student.

FD AuditFile.
COPY audit.

FD OperatorFile.
COPY operator.

WORKING-STORAGE SECTION.
COPY hldstat.
COPY stustat.
COPY audstat.
COPY opstat.
COPY operws.
COPY holdws.

01  ContinueSwitch         PIC X     VALUE "Y".
    88  KeepGoing                    VALUE "Y".
01  MaintAction            PIC X.
01  SearchStudentId        PIC 9(7).
01  EntryValidSwitch       PIC X     VALUE "Y".
    88  EntryValid                   VALUE "Y".
01  ListedCount            PIC 9(3)  VALUE ZERO.

PROCEDURE DIVISION.
Begin.
    PERFORM SignOnOperator
    OPEN INPUT StudentFile
    IF NOT StudentFileOk
       DISPLAY "UNABLE TO OPEN STUDENTS.DAT - STATUS " StudentFileStatus
       STOP RUN
    END-IF
    PERFORM OpenHoldFileForUpdate
    PERFORM OpenAuditFileForAppend

    PERFORM UNTIL NOT KeepGoing
       DISPLAY " "
       DISPLAY "P)LACE HOLD  R)ELEASE HOLD  L)IST  Q)UIT"
       ACCEPT MaintAction
       EVALUATE MaintAction
          WHEN "P"
             IF SignedOnCanUpdate
                PERFORM PlaceHold
             ELSE
                DISPLAY "PLACE NEEDS UPDATE ACCESS - NOT ALLOWED"
             END-IF
          WHEN "R"
             IF SignedOnCanUpdate
                PERFORM ReleaseHold
             ELSE
                DISPLAY "RELEASE NEEDS UPDATE ACCESS - NOT ALLOWED"
             END-IF
          WHEN "L"  PERFORM ListHolds
          WHEN "Q"  MOVE "N" TO ContinueSwitch
          WHEN OTHER  DISPLAY "INVALID OPTION"
       END-EVALUATE
    END-PERFORM

    CLOSE HoldFile
    CLOSE StudentFile
    CLOSE AuditFile
    STOP RUN.

*> A brand-new installation has no HOLDS.DAT yet, so fall back to
*> OPEN OUTPUT to create it; otherwise open I-O to preserve the
*> holds already placed.
OpenHoldFileForUpdate.
    OPEN I-O HoldFile
    IF HoldFileNotFound
       OPEN OUTPUT HoldFile
    END-IF
    IF NOT HoldFileOk
       DISPLAY "UNABLE TO OPEN HOLDS.DAT - STATUS " HoldFileStatus
       STOP RUN
    END-IF
    MOVE "Y" TO HoldsOnFileSwitch.

*> STUDENTS.AUDIT accumulates across runs so earlier change history is
*> never lost; OPEN EXTEND fails status 35 the first time the file
*> doesn't exist yet, so fall back to OPEN OUTPUT to create it.
OpenAuditFileForAppend.
    OPEN EXTEND AuditFile
    IF AuditFileNotFound
       OPEN OUTPUT AuditFile
    END-IF.

KeyHoldType.
    DISPLAY "HOLD TYPE - F)INANCE L)IBRARY D)ISCIPLINARY"
       " M)ISSING DOCUMENTS"
    ACCEPT HoldSetType
    MOVE HoldSetType TO HoldType
    IF NOT HoldValidType
       DISPLAY "HOLD TYPE MUST BE F, L, D OR M - NOT ACCEPTED"
       MOVE "N" TO EntryValidSwitch
    END-IF.

PlaceHold.
    MOVE "Y" TO EntryValidSwitch
    DISPLAY "ENTER STUDENT ID"
    ACCEPT SearchStudentId
    MOVE SearchStudentId TO StudentId
    READ StudentFile
       INVALID KEY
          DISPLAY "STUDENT NOT ON MASTER - NO HOLD PLACED"
          MOVE "N" TO EntryValidSwitch
    END-READ
    IF EntryValid
       PERFORM KeyHoldType
    END-IF
    IF EntryValid
       DISPLAY "REASON"
       ACCEPT HoldSetReason
       IF HoldSetReason = SPACES
          DISPLAY "A REASON MUST BE GIVEN - NO HOLD PLACED"
          MOVE "N" TO EntryValidSwitch
       END-IF
    END-IF
    IF EntryValid
       MOVE SearchStudentId TO HoldSetStudentId
       MOVE "M" TO HoldSetSource
       PERFORM PlaceStudentHold
       IF HoldSetDone
          DISPLAY HoldTypeName " HOLD PLACED ON " SearchStudentId
       END-IF
    END-IF.

ReleaseHold.
    MOVE "Y" TO EntryValidSwitch
    DISPLAY "ENTER STUDENT ID"
    ACCEPT SearchStudentId
    PERFORM KeyHoldType
    IF EntryValid
       IF HoldDisciplinary AND NOT SignedOnCanDelete
          DISPLAY "DISCIPLINARY RELEASE NEEDS SUPERVISOR ACCESS"
             " - NOT ALLOWED"
          MOVE "N" TO EntryValidSwitch
       END-IF
    END-IF
    IF EntryValid
       MOVE SearchStudentId TO HoldSetStudentId
       PERFORM ReleaseStudentHold
       IF HoldSetDone
          DISPLAY HoldTypeName " HOLD RELEASED FOR " SearchStudentId
       END-IF
    END-IF.

ListHolds.
    DISPLAY "ENTER STUDENT ID"
    ACCEPT SearchStudentId
    MOVE ZERO TO ListedCount
    MOVE SearchStudentId TO HoldStudentId
    MOVE LOW-VALUES TO HoldType
    START HoldFile KEY IS NOT LESS THAN HoldKey
       INVALID KEY
          CONTINUE
    END-START
    IF HoldFileOk
       PERFORM ReadNextHold
       PERFORM UNTIL EndOfHoldFile
          OR HoldStudentId NOT = SearchStudentId
          ADD 1 TO ListedCount
          PERFORM ShowOneHold
          PERFORM ReadNextHold
       END-PERFORM
    END-IF
    IF ListedCount = ZERO
       DISPLAY "NO HOLDS ON FILE FOR " SearchStudentId
    END-IF.

ShowOneHold.
    PERFORM SetHoldTypeName
    IF HoldOpen
       DISPLAY "  " HoldTypeName " OPEN     PLACED " HoldPlacedDate
          " BY " HoldPlacedBy
    ELSE
       DISPLAY "  " HoldTypeName " RELEASED " HoldReleasedDate
          " BY " HoldReleasedBy
    END-IF
    DISPLAY "     REASON: " HoldReason.

ReadNextHold.
    READ HoldFile NEXT RECORD
        AT END SET EndOfHoldFile TO TRUE
    END-READ.

COPY holdchk.

COPY holdset.

COPY signon.
