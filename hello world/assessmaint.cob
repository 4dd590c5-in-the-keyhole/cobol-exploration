IDENTIFICATION DIVISION.
PROGRAM-ID. AssessMaint.
AUTHOR. Michael Coughlan.

*> Maintains how our own courses are graded: the assessment
*> components on ASSESS.DAT (what each piece is called, its weight
*> in the final mark and the most it is marked out of) and the
*> per-course grade boundaries on GRADEBND.DAT (the lowest weighted
*> percentage that earns each letter).  A course's weights may never
*> total more than 100, and the grade calculation will not grade a
*> course until they total exactly 100.  A boundary's letter must
*> be on the GRADEPTS.DAT scheme, so a calculated grade averages the
*> same as one loaded from the registrar.  Every component and
*> boundary added, changed or deleted is logged to COURSE.AUDIT
*> against the course, the way PrereqMaint logs prerequisites.
*> L)IST shows one course's components, their weight total and its
*> boundaries as they stand.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY asmfctl.
    COPY gbdfctl.
    COPY crsfctl.
    COPY gpfctl.
    COPY caudfctl.
    COPY opfctl.

DATA DIVISION.
FILE SECTION.
FD AssessFile.
COPY assess.

FD BoundaryFile.
COPY gradebnd.

FD CourseFile.
COPY course.

FD GradeFile.
COPY gradept.

FD CourseAuditFile.
COPY caudit.

FD OperatorFile.
COPY operator.

WORKING-STORAGE SECTION.
COPY asmstat.
COPY gbdstat.
COPY crsstat.
COPY gpstat.
COPY caudstat.
COPY opstat.
COPY operws.

01  ContinueSwitch         PIC X     VALUE "Y".
    88  KeepGoing                    VALUE "Y".
01  MaintAction            PIC X.
01  SearchCourseCode       PIC X(4).
01  SearchComponent        PIC X(2).
01  SearchGrade            PIC X(2).
01  NewAssessTitle         PIC X(20).
01  EntryValidSwitch       PIC X     VALUE "Y".
    88  EntryValid                   VALUE "Y".
01  ListedCount            PIC 9(3)  VALUE ZERO.
01  OtherWeightTotal       PIC 9(4)  VALUE ZERO.
01  CourseWeightTotal      PIC 9(4)  VALUE ZERO.

*> The keyed templates broken into typed fields, so a weight, a
*> maximum and a percentage with its implied decimal are checked
*> NUMERIC before they reach the file.
01  ComponentEntry.
    02  CE-Weight          PIC 9(3).
    02  CE-MaxMark         PIC 9(3).
01  BoundaryEntry.
    02  BE-MinPercent      PIC 9(3)V9.

*> A component or boundary as it reads on the audit trail, in one
*> 20-character value column.
01  AssessAuditText.
    02  AAT-Component      PIC X(2).
    02  FILLER             PIC X(3)  VALUE " W ".
    02  AAT-Weight         PIC 9(3).
    02  FILLER             PIC X(5)  VALUE " MAX ".
    02  AAT-MaxMark        PIC 9(3).
    02  FILLER             PIC X(4)  VALUE SPACES.
01  BoundaryAuditText.
    02  BAT-Grade          PIC X(2).
    02  FILLER             PIC X(6)  VALUE " FROM ".
    02  BAT-MinPercent     PIC ZZ9.9.
    02  FILLER             PIC X(7)  VALUE SPACES.

01  ListPercent            PIC ZZ9.9.

PROCEDURE DIVISION.
Begin.
    PERFORM SignOnOperator
    OPEN INPUT CourseFile
    IF NOT CourseFileOk
       DISPLAY "UNABLE TO OPEN COURSE.DAT - STATUS " CourseFileStatus
       STOP RUN
    END-IF
    OPEN INPUT GradeFile
    IF NOT GradeFileOk
       DISPLAY "UNABLE TO OPEN GRADEPTS.DAT - STATUS " GradeFileStatus
       STOP RUN
    END-IF
    PERFORM OpenAssessFileForUpdate
    PERFORM OpenBoundaryFileForUpdate
    PERFORM OpenCourseAuditForAppend

    PERFORM UNTIL NOT KeepGoing
       DISPLAY " "
       DISPLAY "A)DD  C)HANGE  D)ELETE COMPONENT  B)OUNDARY"
          "  R)EMOVE BOUNDARY  L)IST  Q)UIT"
       ACCEPT MaintAction
       EVALUATE MaintAction
          WHEN "A"
             IF SignedOnCanUpdate
                PERFORM AddComponent
             ELSE
                DISPLAY "ADD NEEDS UPDATE ACCESS - NOT ALLOWED"
             END-IF
          WHEN "C"
             IF SignedOnCanUpdate
                PERFORM ChangeComponent
             ELSE
                DISPLAY "CHANGE NEEDS UPDATE ACCESS - NOT ALLOWED"
             END-IF
          WHEN "D"
             IF SignedOnCanDelete
                PERFORM DeleteComponent
             ELSE
                DISPLAY "DELETE NEEDS SUPERVISOR ACCESS - NOT ALLOWED"
             END-IF
          WHEN "B"
             IF SignedOnCanUpdate
                PERFORM SetBoundary
             ELSE
                DISPLAY "BOUNDARY NEEDS UPDATE ACCESS - NOT ALLOWED"
             END-IF
          WHEN "R"
             IF SignedOnCanDelete
                PERFORM RemoveBoundary
             ELSE
                DISPLAY "REMOVE NEEDS SUPERVISOR ACCESS - NOT ALLOWED"
             END-IF
          WHEN "L"  PERFORM ListCourseAssessment
          WHEN "Q"  MOVE "N" TO ContinueSwitch
          WHEN OTHER  DISPLAY "INVALID OPTION"
       END-EVALUATE
    END-PERFORM

    CLOSE AssessFile
    CLOSE BoundaryFile
    CLOSE CourseFile
    CLOSE GradeFile
    CLOSE CourseAuditFile
    STOP RUN.

*> A brand-new installation has no ASSESS.DAT yet, so fall back to
*> OPEN OUTPUT to create it; otherwise open I-O to preserve the
*> components already keyed.
OpenAssessFileForUpdate.
    OPEN I-O AssessFile
    IF AssessFileNotFound
       OPEN OUTPUT AssessFile
    END-IF
    IF NOT AssessFileOk
       DISPLAY "UNABLE TO OPEN ASSESS.DAT - STATUS " AssessFileStatus
       STOP RUN
    END-IF.

*> Likewise GRADEBND.DAT.
OpenBoundaryFileForUpdate.
    OPEN I-O BoundaryFile
    IF BoundaryFileNotFound
       OPEN OUTPUT BoundaryFile
    END-IF
    IF NOT BoundaryFileOk
       DISPLAY "UNABLE TO OPEN GRADEBND.DAT - STATUS "
          BoundaryFileStatus
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

KeyCourse.
    MOVE "Y" TO EntryValidSwitch
    DISPLAY "ENTER COURSE CODE"
    ACCEPT SearchCourseCode
    MOVE SearchCourseCode TO CourseCode OF CourseRec
    READ CourseFile
       INVALID KEY
          DISPLAY "UNKNOWN COURSE CODE"
          MOVE "N" TO EntryValidSwitch
    END-READ.

KeyComponent.
    DISPLAY "ENTER COMPONENT CODE (E.G. CW, EX)"
    ACCEPT SearchComponent
    IF SearchComponent = SPACES
       DISPLAY "A COMPONENT CODE MUST BE GIVEN"
       MOVE "N" TO EntryValidSwitch
    END-IF
    MOVE SearchCourseCode TO AssessCourseCode
    MOVE SearchComponent TO AssessComponent.

*> Weight and maximum come in on one template; a maximum of zero
*> could never be marked against, so it is refused.
KeyWeightAndMaximum.
    DISPLAY "WEIGHT (PERCENT) THEN MAXIMUM MARK"
    DISPLAY "WWWMMM"
    ACCEPT ComponentEntry
    IF CE-Weight NOT NUMERIC
       OR CE-MaxMark NOT NUMERIC
       DISPLAY "INVALID WEIGHT OR MAXIMUM - NOT ACCEPTED"
       MOVE "N" TO EntryValidSwitch
    ELSE
       IF CE-Weight = ZERO OR CE-MaxMark = ZERO
          DISPLAY "WEIGHT AND MAXIMUM MUST BE ABOVE ZERO"
             " - NOT ACCEPTED"
          MOVE "N" TO EntryValidSwitch
       END-IF
    END-IF
    IF EntryValid
       PERFORM SumOtherWeights
       IF OtherWeightTotal + CE-Weight > 100
          DISPLAY "WEIGHTS WOULD TOTAL " OtherWeightTotal
             " + " CE-Weight " - OVER 100, NOT ACCEPTED"
          MOVE "N" TO EntryValidSwitch
       END-IF
    END-IF.

*> Total of the course's other components, leaving out the one being
*> keyed so a change can restate its own weight.  The walk moves the
*> record area, so the component is re-positioned afterwards.
SumOtherWeights.
    MOVE ZERO TO OtherWeightTotal
    MOVE SearchCourseCode TO AssessCourseCode
    MOVE LOW-VALUES TO AssessComponent
    START AssessFile KEY IS NOT LESS THAN AssessKey
       INVALID KEY
          CONTINUE
    END-START
    IF AssessFileOk
       PERFORM ReadNextAssess
       PERFORM UNTIL EndOfAssessFile
          OR AssessCourseCode NOT = SearchCourseCode
          IF AssessComponent NOT = SearchComponent
             ADD AssessWeight TO OtherWeightTotal
          END-IF
          PERFORM ReadNextAssess
       END-PERFORM
    END-IF
    MOVE SearchCourseCode TO AssessCourseCode
    MOVE SearchComponent TO AssessComponent.

AddComponent.
    PERFORM KeyCourse
    IF EntryValid
       PERFORM KeyComponent
    END-IF
    IF EntryValid
       READ AssessFile
          INVALID KEY
             CONTINUE
          NOT INVALID KEY
             DISPLAY "COMPONENT ALREADY ON FILE - USE CHANGE"
             MOVE "N" TO EntryValidSwitch
       END-READ
    END-IF
    IF EntryValid
       DISPLAY "COMPONENT TITLE"
       ACCEPT NewAssessTitle
       PERFORM KeyWeightAndMaximum
    END-IF
    IF EntryValid
       MOVE SearchCourseCode TO AssessCourseCode
       MOVE SearchComponent TO AssessComponent
       MOVE NewAssessTitle TO AssessTitle
       MOVE CE-Weight TO AssessWeight
       MOVE CE-MaxMark TO AssessMaxMark
       WRITE AssessRec
          INVALID KEY
             DISPLAY "COMPONENT ALREADY ON FILE - USE CHANGE"
          NOT INVALID KEY
             MOVE SPACES TO CAudOldValue
             PERFORM SetAssessAuditText
             MOVE AssessAuditText TO CAudNewValue
             PERFORM WriteAssessAuditEntry
             COMPUTE CourseWeightTotal = OtherWeightTotal + CE-Weight
             DISPLAY "COMPONENT " SearchComponent " ADDED TO "
                SearchCourseCode " - WEIGHTS NOW TOTAL "
                CourseWeightTotal
       END-WRITE
    END-IF.

*> Lowering a maximum below marks already keyed does not touch the
*> marks; the grade calculation lists any such mark as an exception
*> rather than grading on it.
ChangeComponent.
    PERFORM KeyCourse
    IF EntryValid
       PERFORM KeyComponent
    END-IF
    IF EntryValid
       READ AssessFile
          INVALID KEY
             DISPLAY "NO SUCH COMPONENT"
          NOT INVALID KEY
             PERFORM ApplyComponentChange
       END-READ
    END-IF.

ApplyComponentChange.
    DISPLAY "CURRENT: " AssessTitle " WEIGHT " AssessWeight
       " MAXIMUM " AssessMaxMark
    PERFORM SetAssessAuditText
    MOVE AssessAuditText TO CAudOldValue
    MOVE AssessTitle TO NewAssessTitle
    DISPLAY "NEW TITLE (NO DATA TO KEEP)"
    ACCEPT NewAssessTitle
    IF NewAssessTitle = SPACES
       MOVE AssessTitle TO NewAssessTitle
    END-IF
    PERFORM KeyWeightAndMaximum
    IF EntryValid
       READ AssessFile
          INVALID KEY
             DISPLAY "COMPONENT NO LONGER ON FILE"
             MOVE "N" TO EntryValidSwitch
       END-READ
    END-IF
    IF EntryValid
       MOVE NewAssessTitle TO AssessTitle
       MOVE CE-Weight TO AssessWeight
       MOVE CE-MaxMark TO AssessMaxMark
       REWRITE AssessRec
          INVALID KEY
             DISPLAY "REWRITE FAILED"
          NOT INVALID KEY
             PERFORM SetAssessAuditText
             MOVE AssessAuditText TO CAudNewValue
             PERFORM WriteAssessAuditEntry
             COMPUTE CourseWeightTotal = OtherWeightTotal + CE-Weight
             DISPLAY "COMPONENT CHANGED - WEIGHTS NOW TOTAL "
                CourseWeightTotal
       END-REWRITE
    END-IF.

*> Marks already keyed against a deleted component stay on MARKS.DAT
*> but no longer count; the calculation only reads the components
*> the course has now.
DeleteComponent.
    PERFORM KeyCourse
    IF EntryValid
       PERFORM KeyComponent
    END-IF
    IF EntryValid
       READ AssessFile
          INVALID KEY
             DISPLAY "NO SUCH COMPONENT"
          NOT INVALID KEY
             PERFORM SetAssessAuditText
             MOVE AssessAuditText TO CAudOldValue
             MOVE "DELETED" TO CAudNewValue
             DELETE AssessFile
                INVALID KEY
                   DISPLAY "DELETE FAILED"
                NOT INVALID KEY
                   PERFORM WriteAssessAuditEntry
                   DISPLAY "COMPONENT " SearchComponent
                      " REMOVED FROM " SearchCourseCode
             END-DELETE
       END-READ
    END-IF.

*> Adds a boundary, or restates one already on file.
SetBoundary.
    PERFORM KeyCourse
    IF EntryValid
       DISPLAY "ENTER GRADE"
       ACCEPT SearchGrade
       MOVE SearchGrade TO GradeLetter
       READ GradeFile
          INVALID KEY
             DISPLAY "GRADE " SearchGrade " NOT ON GRADEPTS.DAT"
                " - NOT ACCEPTED"
             MOVE "N" TO EntryValidSwitch
       END-READ
    END-IF
    IF EntryValid
       DISPLAY "LOWEST WEIGHTED PERCENT FOR THIS GRADE, ONE DECIMAL"
       DISPLAY "PPPP"
       ACCEPT BoundaryEntry
       IF BE-MinPercent NOT NUMERIC
          OR BE-MinPercent > 100
          DISPLAY "PERCENT MUST BE 000.0 TO 100.0 - NOT ACCEPTED"
          MOVE "N" TO EntryValidSwitch
       END-IF
    END-IF
    IF EntryValid
       MOVE SearchCourseCode TO BoundaryCourseCode
       MOVE SearchGrade TO BoundaryGrade
       READ BoundaryFile
          INVALID KEY
             PERFORM AddBoundary
          NOT INVALID KEY
             PERFORM ChangeBoundary
       END-READ
    END-IF.

AddBoundary.
    MOVE SearchCourseCode TO BoundaryCourseCode
    MOVE SearchGrade TO BoundaryGrade
    MOVE BE-MinPercent TO BoundaryMinPercent
    WRITE BoundaryRec
       INVALID KEY
          DISPLAY "BOUNDARY ALREADY ON FILE"
       NOT INVALID KEY
          MOVE SPACES TO CAudOldValue
          PERFORM SetBoundaryAuditText
          MOVE BoundaryAuditText TO CAudNewValue
          PERFORM WriteBoundaryAuditEntry
          DISPLAY "BOUNDARY FOR " SearchGrade " ADDED TO "
             SearchCourseCode
    END-WRITE.

ChangeBoundary.
    PERFORM SetBoundaryAuditText
    MOVE BoundaryAuditText TO CAudOldValue
    MOVE BE-MinPercent TO BoundaryMinPercent
    REWRITE BoundaryRec
       INVALID KEY
          DISPLAY "REWRITE FAILED"
       NOT INVALID KEY
          PERFORM SetBoundaryAuditText
          MOVE BoundaryAuditText TO CAudNewValue
          PERFORM WriteBoundaryAuditEntry
          DISPLAY "BOUNDARY FOR " SearchGrade " CHANGED"
    END-REWRITE.

RemoveBoundary.
    PERFORM KeyCourse
    IF EntryValid
       DISPLAY "ENTER GRADE"
       ACCEPT SearchGrade
       MOVE SearchCourseCode TO BoundaryCourseCode
       MOVE SearchGrade TO BoundaryGrade
       READ BoundaryFile
          INVALID KEY
             DISPLAY "NO SUCH BOUNDARY"
          NOT INVALID KEY
             PERFORM SetBoundaryAuditText
             MOVE BoundaryAuditText TO CAudOldValue
             MOVE "DELETED" TO CAudNewValue
             DELETE BoundaryFile
                INVALID KEY
                   DISPLAY "DELETE FAILED"
                NOT INVALID KEY
                   PERFORM WriteBoundaryAuditEntry
                   DISPLAY "BOUNDARY FOR " SearchGrade
                      " REMOVED FROM " SearchCourseCode
             END-DELETE
       END-READ
    END-IF.

ListCourseAssessment.
    DISPLAY "ENTER COURSE CODE"
    ACCEPT SearchCourseCode
    MOVE ZERO TO ListedCount
    MOVE ZERO TO CourseWeightTotal
    MOVE SearchCourseCode TO AssessCourseCode
    MOVE LOW-VALUES TO AssessComponent
    START AssessFile KEY IS NOT LESS THAN AssessKey
       INVALID KEY
          CONTINUE
    END-START
    IF AssessFileOk
       PERFORM ReadNextAssess
       PERFORM UNTIL EndOfAssessFile
          OR AssessCourseCode NOT = SearchCourseCode
          ADD 1 TO ListedCount
          ADD AssessWeight TO CourseWeightTotal
          DISPLAY "  " AssessComponent "  " AssessTitle
             "  WEIGHT " AssessWeight "  MAXIMUM " AssessMaxMark
          PERFORM ReadNextAssess
       END-PERFORM
    END-IF
    IF ListedCount = ZERO
       DISPLAY "NO COMPONENTS FOR " SearchCourseCode
    ELSE
       DISPLAY "  WEIGHTS TOTAL " CourseWeightTotal
       IF CourseWeightTotal NOT = 100
          DISPLAY "  NOT 100 - THE COURSE WILL NOT BE GRADED"
       END-IF
    END-IF
    MOVE ZERO TO ListedCount
    MOVE SearchCourseCode TO BoundaryCourseCode
    MOVE LOW-VALUES TO BoundaryGrade
    START BoundaryFile KEY IS NOT LESS THAN BoundaryKey
       INVALID KEY
          CONTINUE
    END-START
    IF BoundaryFileOk
       PERFORM ReadNextBoundary
       PERFORM UNTIL EndOfBoundaryFile
          OR BoundaryCourseCode NOT = SearchCourseCode
          ADD 1 TO ListedCount
          MOVE BoundaryMinPercent TO ListPercent
          DISPLAY "  GRADE " BoundaryGrade " FROM " ListPercent "%"
          PERFORM ReadNextBoundary
       END-PERFORM
    END-IF
    IF ListedCount = ZERO
       DISPLAY "NO GRADE BOUNDARIES FOR " SearchCourseCode
    END-IF.

ReadNextAssess.
    READ AssessFile NEXT RECORD
        AT END SET EndOfAssessFile TO TRUE
    END-READ.

ReadNextBoundary.
    READ BoundaryFile NEXT RECORD
        AT END SET EndOfBoundaryFile TO TRUE
    END-READ.

SetAssessAuditText.
    MOVE AssessComponent TO AAT-Component
    MOVE AssessWeight TO AAT-Weight
    MOVE AssessMaxMark TO AAT-MaxMark.

SetBoundaryAuditText.
    MOVE BoundaryGrade TO BAT-Grade
    MOVE BoundaryMinPercent TO BAT-MinPercent.

WriteAssessAuditEntry.
    MOVE SearchCourseCode TO CAudCourseCode
    MOVE "ASSESSMENT" TO CAudFieldName
    ACCEPT CAudRunDate FROM DATE YYYYMMDD
    ACCEPT CAudRunTime FROM TIME
    WRITE CrsAuditRec.

WriteBoundaryAuditEntry.
    MOVE SearchCourseCode TO CAudCourseCode
    MOVE "GRADE BOUNDARY" TO CAudFieldName
    ACCEPT CAudRunDate FROM DATE YYYYMMDD
    ACCEPT CAudRunTime FROM TIME
    WRITE CrsAuditRec.

COPY signon.
