*> Shared hold placing and releasing.  PlaceStudentHold opens a hold
*> of HoldSetType on HoldSetStudentId for HoldSetReason, marked as
*> placed by hand or by the aged-receivables run (HoldSetSource),
*> reopening a released hold of the same type; ReleaseStudentHold
*> releases an open one.  HoldSetDone says whether anything changed
*> - placing a hold already open, or releasing one that is not, is
*> refused with a message.  Every hold placed or released is logged
*> to STUDENTS.AUDIT under the signed-on operator: the field name is
*> "HOLD " and the type, the placing entry carries the reason as its
*> new value and the releasing entry carries it as its old value.
*> The COPYing program signs the operator on (signon.cpy), has
*> HoldFile open I-O and AuditFile open for append, and COPYs
*> holdchk for SetHoldTypeName.
PlaceStudentHold.
    MOVE "N" TO HoldSetDoneSwitch
    MOVE HoldSetStudentId TO HoldStudentId
    MOVE HoldSetType TO HoldType
    READ HoldFile
       INVALID KEY
          MOVE "NONE" TO AuditOldValue
          PERFORM FillPlacedHold
          WRITE HoldRec
             INVALID KEY
                DISPLAY "HOLD WRITE FAILED FOR " HoldSetStudentId
             NOT INVALID KEY
                MOVE "Y" TO HoldSetDoneSwitch
          END-WRITE
       NOT INVALID KEY
          IF HoldOpen
             PERFORM SetHoldTypeName
             DISPLAY "STUDENT " HoldSetStudentId " ALREADY HAS AN OPEN "
                HoldTypeName " HOLD"
          ELSE
             MOVE "RELEASED" TO AuditOldValue
             PERFORM FillPlacedHold
             REWRITE HoldRec
                INVALID KEY
                   DISPLAY "HOLD REWRITE FAILED FOR " HoldSetStudentId
                NOT INVALID KEY
                   MOVE "Y" TO HoldSetDoneSwitch
             END-REWRITE
          END-IF
    END-READ
    IF HoldSetDone
       MOVE HoldReason TO AuditNewValue
       PERFORM WriteHoldAuditEntry
    END-IF.

FillPlacedHold.
    MOVE HoldSetStudentId TO HoldStudentId
    MOVE HoldSetType TO HoldType
    SET HoldOpen TO TRUE
    MOVE HoldSetSource TO HoldSource
    MOVE HoldSetReason TO HoldReason
    MOVE SignedOnOperator TO HoldPlacedBy
    ACCEPT HoldPlacedDate FROM DATE YYYYMMDD
    MOVE SPACES TO HoldReleasedBy
    MOVE ZERO TO HoldReleasedDate.

ReleaseStudentHold.
    MOVE "N" TO HoldSetDoneSwitch
    MOVE HoldSetStudentId TO HoldStudentId
    MOVE HoldSetType TO HoldType
    READ HoldFile
       INVALID KEY
          DISPLAY "NO SUCH HOLD"
       NOT INVALID KEY
          IF HoldOpen
             SET HoldReleased TO TRUE
             MOVE SignedOnOperator TO HoldReleasedBy
             ACCEPT HoldReleasedDate FROM DATE YYYYMMDD
             REWRITE HoldRec
                INVALID KEY
                   DISPLAY "HOLD REWRITE FAILED FOR " HoldSetStudentId
                NOT INVALID KEY
                   MOVE "Y" TO HoldSetDoneSwitch
             END-REWRITE
          ELSE
             DISPLAY "HOLD IS NOT OPEN - NOTHING TO RELEASE"
          END-IF
    END-READ
    IF HoldSetDone
       MOVE HoldReason TO AuditOldValue
       MOVE "RELEASED" TO AuditNewValue
       PERFORM WriteHoldAuditEntry
    END-IF.

WriteHoldAuditEntry.
    PERFORM SetHoldTypeName
    MOVE HoldSetStudentId TO AuditStudentId
    MOVE SPACES TO AuditFieldName
    STRING "HOLD " HoldTypeName DELIMITED BY SIZE
       INTO AuditFieldName
    END-STRING
    MOVE SignedOnOperator TO AuditOperatorId
    ACCEPT AuditRunDate FROM DATE YYYYMMDD
    ACCEPT AuditRunTime FROM TIME
    WRITE AuditRec.
