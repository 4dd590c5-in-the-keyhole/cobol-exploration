*> Shared course-prerequisite paragraphs: before a pairing for
*> PrereqCheckCourseCode is written, every prerequisite PREREQ.DAT
*> lists for the course must be on RESULTS.DAT for
*> PrereqCheckStudentId with a grade worth at least the points of
*> the prerequisite's minimum grade on the GRADEPTS.DAT scheme.
*> The first prerequisite not held clears PrereqsMet and is left in
*> PrereqShortCourse/PrereqShortGrade for the caller's message.
*> No PREREQ.DAT built yet means no course has prerequisites, so a
*> shop that has not keyed any keeps enrolling as before.  A result
*> grade or minimum grade that is not on the scheme cannot be valued
*> and does not qualify - the student is sent to the registrar
*> rather than let through on a guess.
*> The COPYing program declares PrereqFile, ResultFile and
*> GradeFile, COPYs prqstat, rsltstat, gpstat and prqws into
*> WORKING-STORAGE, and PERFORMs OpenPrereqFiles at start-up and
*> ClosePrereqFiles at the end, so the rules only ever have to
*> change in one place (see capacity.cpy for the same arrangement).
OpenPrereqFiles.
    OPEN INPUT PrereqFile
    IF PrereqFileOk
       MOVE "Y" TO PrereqsOnFileSwitch
    END-IF
    OPEN INPUT ResultFile
    IF ResultFileOk
       MOVE "Y" TO ResultsOnFileSwitch
    END-IF
    OPEN INPUT GradeFile
    IF GradeFileOk
       MOVE "Y" TO GradeSchemeSwitch
    END-IF.

ClosePrereqFiles.
    IF PrereqsOnFile
       CLOSE PrereqFile
    END-IF
    IF ResultsOnFile
       CLOSE ResultFile
    END-IF
    IF GradeSchemeOnFile
       CLOSE GradeFile
    END-IF.

CheckPrerequisites.
    MOVE "Y" TO PrereqMetSwitch
    MOVE SPACES TO PrereqShortCourse
    MOVE SPACES TO PrereqShortGrade
    IF PrereqsOnFile
       MOVE PrereqCheckCourseCode TO PrereqCourseCode
       MOVE LOW-VALUES TO PrereqRequiredCode
       START PrereqFile KEY IS NOT LESS THAN PrereqKey
          INVALID KEY
             CONTINUE
       END-START
       IF PrereqFileOk
          PERFORM ReadNextPrereq
          PERFORM UNTIL EndOfPrereqFile
             OR PrereqCourseCode NOT = PrereqCheckCourseCode
             OR NOT PrereqsMet
             PERFORM CheckOnePrereq
             PERFORM ReadNextPrereq
          END-PERFORM
       END-IF
    END-IF.

ReadNextPrereq.
    READ PrereqFile NEXT RECORD
        AT END SET EndOfPrereqFile TO TRUE
    END-READ.

CheckOnePrereq.
    MOVE "N" TO PrereqMetSwitch
    IF ResultsOnFile
       MOVE PrereqCheckStudentId TO ResultStudentId
       MOVE PrereqRequiredCode TO ResultCourseCode
       READ ResultFile
          INVALID KEY
             CONTINUE
          NOT INVALID KEY
             PERFORM JudgePrereqGrade
       END-READ
    END-IF
    IF NOT PrereqsMet
       MOVE PrereqRequiredCode TO PrereqShortCourse
       MOVE PrereqMinGrade TO PrereqShortGrade
    END-IF.

*> The minimum grade is valued first and the result's grade second,
*> both off the one GradeRec, so the minimum's points are held in
*> PrereqMinPoints across the second READ.
JudgePrereqGrade.
    IF PrereqMinGrade = SPACES
       MOVE "Y" TO PrereqMetSwitch
    ELSE
       MOVE "N" TO MinGradeValuedSwitch
       IF GradeSchemeOnFile
          MOVE PrereqMinGrade TO GradeLetter
          READ GradeFile
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                MOVE GradePoints TO PrereqMinPoints
                MOVE "Y" TO MinGradeValuedSwitch
          END-READ
       END-IF
       IF MinGradeValued
          MOVE ResultGrade TO GradeLetter
          READ GradeFile
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                IF GradePoints >= PrereqMinPoints
                   MOVE "Y" TO PrereqMetSwitch
                END-IF
          END-READ
       END-IF
    END-IF.
