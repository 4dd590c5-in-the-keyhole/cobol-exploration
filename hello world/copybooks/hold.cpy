*> Record layout for the student holds file (HOLDS.DAT), one record
*> per student per kind of hold: finance, library, disciplinary or
*> missing documents.  A hold is placed open with the operator who
*> placed it (the signed-on id from signon.cpy), the date and a
*> reason, and is released - never deleted - so the record shows
*> who last placed and released it; the full history of every hold
*> placed and released is on STUDENTS.AUDIT.  A hold placed again
*> after release reopens the same record.  HoldSource tells a hold
*> the aged-receivables run placed for over-90-day arrears, which
*> that run releases itself once the balance clears, from one an
*> operator placed by hand, which only an operator releases.
01  HoldRec.
    88  EndOfHoldFile           VALUE HIGH-VALUES.
    02  HoldKey.
        03  HoldStudentId       PIC 9(7).
        03  HoldType            PIC X.
            88  HoldFinance             VALUE "F".
            88  HoldLibrary             VALUE "L".
            88  HoldDisciplinary        VALUE "D".
            88  HoldDocuments           VALUE "M".
            88  HoldValidType           VALUES "F" "L" "D" "M".
    02  HoldStatus              PIC X.
        88  HoldOpen                    VALUE "O".
        88  HoldReleased                VALUE "R".
    02  HoldSource              PIC X.
        88  HoldPlacedByHand            VALUE "M".
        88  HoldPlacedByAgedRun         VALUE "A".
    02  HoldReason              PIC X(30).
    02  HoldPlacedBy            PIC X(8).
    02  HoldPlacedDate          PIC 9(8).
    02  HoldReleasedBy          PIC X(8).
    02  HoldReleasedDate        PIC 9(8).
