
*> End-of-day stream driver.  Runs the nightly close in the one
*> order that is safe - MasterUnload, MasterVerify, StudentExport,
*> ClassListSort, FileIntegrity - so no operator can forget the
*> verify between the unload and everything that relies on it.
*> FileIntegrity runs last: it changes nothing, and a serious
*> cross-file exception fails it like any other step, so the
*> morning report shows the night did not close clean.  Each step's start
*> and outcome is appended to the run log (RUNLOG.DAT) the moment
*> it happens, and the stream stops dead on the first failure: a
*> step that sets a non-zero return code is logged FAILED here,
    02  FILLER                 PIC X(13) VALUE "MasterVerify".
    02  FILLER                 PIC X(13) VALUE "StudentExport".
    02  FILLER                 PIC X(13) VALUE "ClassListSort".
    02  FILLER                 PIC X(13) VALUE "FileIntegrity".
01  FILLER REDEFINES StepNameTable.
    02  StepProgram OCCURS 5 TIMES PIC X(13).
01  StepCount                  PIC 9(2) VALUE 5.
01  StepIndex                  PIC 9(2) VALUE ZERO.
01  StepsDone                  PIC 9(2) VALUE ZERO.

*> The night's own log entries, kept for the operations report so
*> it shows just this run, not the whole history on RUNLOG.DAT.
01  NightLogTable.
    02  NightLogEntry OCCURS 14 TIMES.
        03  NLT-Time           PIC 9(8).
        03  NLT-Step           PIC X(13).
        03  NLT-Event          PIC X(8).
    MOVE CurrentStepName TO RlgStep
    WRITE RunLogRec
    CLOSE RunLogFile
    IF NightLogCount < 14
       ADD 1 TO NightLogCount
       MOVE RlgTime TO NLT-Time(NightLogCount)
       MOVE RlgStep TO NLT-Step(NightLogCount)
