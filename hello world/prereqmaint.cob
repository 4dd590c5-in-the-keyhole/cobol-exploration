IDENTIFICATION DIVISION.
PROGRAM-ID. PrereqMaint.
AUTHOR. Michael Coughlan.

*> Add/Change/Delete against PREREQ.DAT, the course prerequisite
*> file the enrollment paths check before a pairing is written (see
*> prqcheck.cpy).  Each entry names a course, a course the student
*> must already have on RESULTS.DAT, and the minimum grade on the
*> GRADEPTS.DAT scheme that qualifies (no data for any result).
*> Both courses must be on COURSE.DAT and must differ, and a minimum
*> grade must be on the grade scheme, or the check could never be
*> passed.  Every prerequisite added, changed or deleted is logged
*> to COURSE.AUDIT against the course it governs, the way the
*> catalog feed logs course changes.  L)IST shows one course's
*> prerequisites as they stand.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY prqfctl.
    COPY crsfctl.
    COPY gpfctl.
    COPY caudfctl.
    COPY opfctl.

DATA DIVISION.
FILE SECTION.
FD PrereqFile.
COPY prereq.

FD CourseFile.
COPY course.

FD GradeFile.
COPY gradept.

FD CourseAuditFile.
COPY caudit.

FD OperatorFile.
COPY operator.

WORKING-STORAGE SECTION.
COPY prqstat.
COPY crsstat.
COPY gpstat.
COPY caudstat.
COPY opstat.
COPY operws.

01  ContinueSwitch         PIC X     VALUE "Y".
    88  KeepGoing                    VALUE "Y".
01  MaintAction            PIC X.
01  SearchCourseCode       PIC X(4).
01  SearchRequiredCode     PIC X(4).
01  NewMinGrade            PIC X(2).
01  GradeSchemeSwitch      PIC X     VALUE "N".
    88  GradeSchemeOnFile            VALUE "Y".
01  EntryValidSwitch       PIC X     VALUE "Y".
    88  EntryValid                   VALUE "Y".
01  ListedCount            PIC 9(3)  VALUE ZERO.

*> The prerequisite as it reads on the audit trail - the required
*> course and its minimum grade in one 20-character value column.
01  PrereqAuditText.
    02  PAT-RequiredCode   PIC X(4).
    02  FILLER             PIC X(5)  VALUE " MIN ".
    02  PAT-MinGrade       PIC X(2).
    02  FILLER             PIC X(9)  VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    PERFORM SignOnOperator
    OPEN INPUT CourseFile
    IF NOT CourseFileOk
       DISPLAY "UNABLE TO OPEN COURSE.DAT - STATUS " CourseFileStatus
       STOP RUN
    END-IF
    PERFORM OpenPrereqFileForUpdate
    PERFORM OpenCourseAuditForAppend
    OPEN INPUT GradeFile
    IF GradeFileOk
       MOVE "Y" TO GradeSchemeSwitch
    END-IF

    PERFORM UNTIL NOT KeepGoing
       DISPLAY " "
       DISPLAY "A)DD  C)HANGE  D)ELETE  L)IST  Q)UIT"
       ACCEPT MaintAction
       EVALUATE MaintAction
          WHEN "A"
             IF SignedOnCanUpdate
                PERFORM AddPrereq
             ELSE
                DISPLAY "ADD NEEDS UPDATE ACCESS - NOT ALLOWED"
             END-IF
          WHEN "C"
             IF SignedOnCanUpdate
                PERFORM ChangePrereq
             ELSE
                DISPLAY "CHANGE NEEDS UPDATE ACCESS - NOT ALLOWED"
             END-IF
          WHEN "D"
             IF SignedOnCanDelete
                PERFORM DeletePrereq
             ELSE
                DISPLAY "DELETE NEEDS SUPERVISOR ACCESS - NOT ALLOWED"
             END-IF
          WHEN "L"  PERFORM ListPrereqs
          WHEN "Q"  MOVE "N" TO ContinueSwitch
          WHEN OTHER  DISPLAY "INVALID OPTION"
       END-EVALUATE
    END-PERFORM

    CLOSE PrereqFile
    CLOSE CourseFile
    CLOSE CourseAuditFile
    IF GradeSchemeOnFile
       CLOSE GradeFile
    END-IF
    STOP RUN.

*> A brand-new installation has no PREREQ.DAT yet, so fall back to
*> OPEN OUTPUT to create it; otherwise open I-O to preserve the
*> prerequisites already keyed.
OpenPrereqFileForUpdate.
    OPEN I-O PrereqFile
    IF PrereqFileNotFound
       OPEN OUTPUT PrereqFile
    END-IF
    IF NOT PrereqFileOk
       DISPLAY "UNABLE TO OPEN PREREQ.DAT - STATUS " PrereqFileStatus
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

KeyPrereqPairing.
    DISPLAY "ENTER COURSE CODE"
    ACCEPT SearchCourseCode
    DISPLAY "ENTER PREREQUISITE COURSE CODE"
    ACCEPT SearchRequiredCode
    MOVE SearchCourseCode TO PrereqCourseCode
    MOVE SearchRequiredCode TO PrereqRequiredCode.

AddPrereq.
    PERFORM KeyPrereqPairing
    MOVE "Y" TO EntryValidSwitch
    IF SearchCourseCode = SearchRequiredCode
       DISPLAY "A COURSE CANNOT BE ITS OWN PREREQUISITE - NOT ADDED"
       MOVE "N" TO EntryValidSwitch
    END-IF
    IF EntryValid
       MOVE SearchCourseCode TO CourseCode OF CourseRec
       READ CourseFile
          INVALID KEY
             DISPLAY "UNKNOWN COURSE CODE - NOT ADDED"
             MOVE "N" TO EntryValidSwitch
       END-READ
    END-IF
    IF EntryValid
       MOVE SearchRequiredCode TO CourseCode OF CourseRec
       READ CourseFile
          INVALID KEY
             DISPLAY "UNKNOWN PREREQUISITE COURSE - NOT ADDED"
             MOVE "N" TO EntryValidSwitch
       END-READ
    END-IF
    IF EntryValid
       PERFORM KeyMinimumGrade
    END-IF
    IF EntryValid
       MOVE SearchCourseCode TO PrereqCourseCode
       MOVE SearchRequiredCode TO PrereqRequiredCode
       MOVE NewMinGrade TO PrereqMinGrade
       WRITE PrereqRec
          INVALID KEY
             DISPLAY "PREREQUISITE ALREADY ON FILE - USE CHANGE"
          NOT INVALID KEY
             MOVE SPACES TO CAudOldValue
             PERFORM SetPrereqAuditText
             MOVE PrereqAuditText TO CAudNewValue
             PERFORM WriteCourseAuditEntry
             DISPLAY "PREREQUISITE " SearchRequiredCode " ADDED TO "
                SearchCourseCode
       END-WRITE
    END-IF.

*> No data keyed means any result for the required course qualifies;
*> a grade keyed must be one the scheme can value.
KeyMinimumGrade.
    DISPLAY "MINIMUM GRADE (NO DATA FOR ANY RESULT)"
    ACCEPT NewMinGrade
    IF NewMinGrade NOT = SPACES
       IF GradeSchemeOnFile
          MOVE NewMinGrade TO GradeLetter
          READ GradeFile
             INVALID KEY
                DISPLAY "GRADE " NewMinGrade " NOT ON GRADEPTS.DAT"
                   " - NOT ACCEPTED"
                MOVE "N" TO EntryValidSwitch
          END-READ
       ELSE
          DISPLAY "NO GRADEPTS.DAT - A MINIMUM GRADE CANNOT BE"
             " VALUED - NOT ACCEPTED"
          MOVE "N" TO EntryValidSwitch
       END-IF
    END-IF.

ChangePrereq.
    PERFORM KeyPrereqPairing
    READ PrereqFile
       INVALID KEY
          DISPLAY "NO SUCH PREREQUISITE"
       NOT INVALID KEY
          PERFORM ApplyGradeChange
    END-READ.

ApplyGradeChange.
    DISPLAY "CURRENT MINIMUM GRADE: " PrereqMinGrade
    PERFORM SetPrereqAuditText
    MOVE PrereqAuditText TO CAudOldValue
    MOVE "Y" TO EntryValidSwitch
    PERFORM KeyMinimumGrade
    IF EntryValid
       MOVE NewMinGrade TO PrereqMinGrade
       REWRITE PrereqRec
          INVALID KEY
             DISPLAY "REWRITE FAILED"
          NOT INVALID KEY
             PERFORM SetPrereqAuditText
             MOVE PrereqAuditText TO CAudNewValue
             PERFORM WriteCourseAuditEntry
             DISPLAY "PREREQUISITE CHANGED"
       END-REWRITE
    END-IF.

DeletePrereq.
    PERFORM KeyPrereqPairing
    READ PrereqFile
       INVALID KEY
          DISPLAY "NO SUCH PREREQUISITE"
       NOT INVALID KEY
          PERFORM SetPrereqAuditText
          MOVE PrereqAuditText TO CAudOldValue
          MOVE "DELETED" TO CAudNewValue
          DELETE PrereqFile
             INVALID KEY
                DISPLAY "DELETE FAILED"
             NOT INVALID KEY
                PERFORM WriteCourseAuditEntry
                DISPLAY "PREREQUISITE " SearchRequiredCode
                   " REMOVED FROM " SearchCourseCode
          END-DELETE
    END-READ.

ListPrereqs.
    DISPLAY "ENTER COURSE CODE"
    ACCEPT SearchCourseCode
    MOVE ZERO TO ListedCount
    MOVE SearchCourseCode TO PrereqCourseCode
    MOVE LOW-VALUES TO PrereqRequiredCode
    START PrereqFile KEY IS NOT LESS THAN PrereqKey
       INVALID KEY
          CONTINUE
    END-START
    IF PrereqFileOk
       PERFORM ReadNextPrereq
       PERFORM UNTIL EndOfPrereqFile
          OR PrereqCourseCode NOT = SearchCourseCode
          ADD 1 TO ListedCount
          DISPLAY "  " PrereqRequiredCode "  MINIMUM GRADE "
             PrereqMinGrade
          PERFORM ReadNextPrereq
       END-PERFORM
    END-IF
    IF ListedCount = ZERO
       DISPLAY "NO PREREQUISITES FOR " SearchCourseCode
    END-IF.

ReadNextPrereq.
    READ PrereqFile NEXT RECORD
        AT END SET EndOfPrereqFile TO TRUE
    END-READ.

SetPrereqAuditText.
    MOVE PrereqRequiredCode TO PAT-RequiredCode
    MOVE PrereqMinGrade TO PAT-MinGrade.

WriteCourseAuditEntry.
    MOVE SearchCourseCode TO CAudCourseCode
    MOVE "PREREQUISITE" TO CAudFieldName
    ACCEPT CAudRunDate FROM DATE YYYYMMDD
    ACCEPT CAudRunTime FROM TIME
    WRITE CrsAuditRec.

COPY signon.
