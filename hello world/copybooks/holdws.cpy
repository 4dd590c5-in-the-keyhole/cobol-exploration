*> WORKING-STORAGE items for the shared hold check and the shared
*> place/release paragraphs (see holdchk.cpy and holdset.cpy).
*> COPYed by every program that refuses work for a student on hold
*> or places and releases holds.
01  HoldCheckStudentId     PIC 9(7)  VALUE ZERO.
01  HoldCheckPurpose       PIC X     VALUE SPACE.
    88  HoldCheckEnrollment          VALUE "E".
    88  HoldCheckTranscript          VALUE "T".
    88  HoldCheckGraduation          VALUE "G".
01  HoldsOnFileSwitch      PIC X     VALUE "N".
    88  HoldsOnFile                  VALUE "Y".
01  HoldBlocksSwitch       PIC X     VALUE "N".
    88  HoldBlocks                   VALUE "Y".
01  PastHoldsSwitch        PIC X     VALUE "N".
    88  PastHolds                    VALUE "Y".
01  HoldBlockingType       PIC X     VALUE SPACE.
01  HoldBlockingReason     PIC X(30) VALUE SPACES.
01  HoldTypeName           PIC X(10) VALUE SPACES.

01  HoldSetStudentId       PIC 9(7)  VALUE ZERO.
01  HoldSetType            PIC X     VALUE SPACE.
01  HoldSetSource          PIC X     VALUE SPACE.
01  HoldSetReason          PIC X(30) VALUE SPACES.
01  HoldSetDoneSwitch      PIC X     VALUE "N".
    88  HoldSetDone                  VALUE "Y".
