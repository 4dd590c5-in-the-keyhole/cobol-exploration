*> Shared student hold check.  HoldCheckStudentId's holds on
*> HOLDS.DAT are walked, and HoldBlocks is set by the first open
*> hold relevant to HoldCheckPurpose, with its type, reason and
*> type name left in HoldBlockingType, HoldBlockingReason and
*> HoldTypeName for the refusal message.  Which holds stop what:
*>    enrollment (and waitlist promotion) - finance, disciplinary,
*>                                           missing documents
*>    transcript                          - finance, library,
*>                                           disciplinary
*>    graduation                          - every hold
*> A library hold does not stop a student enrolling, and missing
*> documents do not stop them getting a transcript of what they
*> have already earned.  No HOLDS.DAT means nobody is on hold.
*> The COPYing program declares HoldFile (see hldfctl.cpy), COPYs
*> hldstat and holdws into WORKING-STORAGE, and PERFORMs
*> OpenHoldFile at start-up - unless it opens HOLDS.DAT I-O itself
*> to place holds, in which case it sets HoldsOnFile.
OpenHoldFile.
    MOVE "N" TO HoldsOnFileSwitch
    OPEN INPUT HoldFile
    IF HoldFileOk
       MOVE "Y" TO HoldsOnFileSwitch
    END-IF.

CloseHoldFile.
    IF HoldsOnFile
       CLOSE HoldFile
    END-IF.

CheckStudentHolds.
    MOVE "N" TO HoldBlocksSwitch
    MOVE SPACE TO HoldBlockingType
    MOVE SPACES TO HoldBlockingReason
    MOVE SPACES TO HoldTypeName
    IF HoldsOnFile
       MOVE "N" TO PastHoldsSwitch
       MOVE HoldCheckStudentId TO HoldStudentId
       MOVE LOW-VALUES TO HoldType
       START HoldFile KEY IS NOT LESS THAN HoldKey
          INVALID KEY
             MOVE "Y" TO PastHoldsSwitch
       END-START
       PERFORM UNTIL PastHolds OR HoldBlocks
          READ HoldFile NEXT RECORD
              AT END MOVE "Y" TO PastHoldsSwitch
          END-READ
          IF NOT PastHolds
             IF HoldStudentId = HoldCheckStudentId
                PERFORM JudgeOneHold
             ELSE
                MOVE "Y" TO PastHoldsSwitch
             END-IF
          END-IF
       END-PERFORM
    END-IF.

JudgeOneHold.
    IF HoldOpen
       EVALUATE TRUE
          WHEN HoldCheckGraduation
             MOVE "Y" TO HoldBlocksSwitch
          WHEN HoldCheckEnrollment AND NOT HoldLibrary
             MOVE "Y" TO HoldBlocksSwitch
          WHEN HoldCheckTranscript AND NOT HoldDocuments
             MOVE "Y" TO HoldBlocksSwitch
          WHEN OTHER
             CONTINUE
       END-EVALUATE
       IF HoldBlocks
          MOVE HoldType TO HoldBlockingType
          MOVE HoldReason TO HoldBlockingReason
          PERFORM SetHoldTypeName
       END-IF
    END-IF.

*> The type of the hold in the record area, as a word for messages
*> and for the audit trail's field-name column.
SetHoldTypeName.
    EVALUATE TRUE
       WHEN HoldFinance       MOVE "FINANCE" TO HoldTypeName
       WHEN HoldLibrary       MOVE "LIBRARY" TO HoldTypeName
       WHEN HoldDisciplinary  MOVE "DISCIPLINE" TO HoldTypeName
       WHEN HoldDocuments     MOVE "DOCUMENTS" TO HoldTypeName
       WHEN OTHER             MOVE "UNKNOWN" TO HoldTypeName
    END-EVALUATE.
