*> student's name comes from the master (or the archive, for a
*> student already purged), the address block from CONTACTS.DAT
*> when they have details on file, and the course title from
*> COURSE.DAT.  Offer and rejection letters queued by admissions
*> go to an applicant, not a student: the name and address block
*> come from APPLICNT.DAT and the foot carries the applicant ref.
*> The queue is emptied once printed, so running the letters twice
*> never posts anybody the same letter twice.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    COPY cntfctl.
    COPY archfctl.
    COPY ltrfctl.
    COPY aplfctl.
    SELECT LetterPrintFile ASSIGN TO "LETTERS.PRT"
        ORGANIZATION IS LINE SEQUENTIAL.

FD LetterQueueFile.
COPY letter.

FD ApplicantFile.
COPY applicnt.

FD LetterPrintFile.
01  LetterPrintLine            PIC X(80).

COPY cntstat.
COPY archstat.
COPY ltrstat.
COPY aplstat.

01  EndOfQueueSwitch           PIC X    VALUE "N".
    88  EndOfQueueFile                  VALUE "Y".
    88  IsFirstPage                     VALUE "Y".
01  ArchFoundSwitch            PIC X    VALUE "N".
    88  ArchFound                       VALUE "Y".
01  ApplicantsOnFileSwitch     PIC X    VALUE "N".
    88  ApplicantsOnFile                VALUE "Y".
01  ApplicantFoundSwitch       PIC X    VALUE "N".
    88  ApplicantFound                  VALUE "Y".

01  FoundSurname               PIC X(8)  VALUE SPACES.
01  FoundInitials              PIC XX    VALUE SPACES.
    02  PromotionsPrinted      PIC 9(5) VALUE ZERO.
    02  ConfirmationsPrinted   PIC 9(5) VALUE ZERO.
    02  WithdrawalsPrinted     PIC 9(5) VALUE ZERO.
    02  OffersPrinted          PIC 9(5) VALUE ZERO.
    02  RejectionsPrinted      PIC 9(5) VALUE ZERO.

01  BlankLine                  PIC X(80) VALUE SPACES.

    02  FILLER                 PIC X(13) VALUE "STUDENT REF: ".
    02  SRL-StudentId          PIC 9(7).

01  ApplicantRefLine.
    02  FILLER                 PIC X(15) VALUE "APPLICANT REF: ".
    02  ARL-ApplicantId        PIC 9(7).

PROCEDURE DIVISION.
Begin.
    OPEN INPUT LetterQueueFile
    IF ContactFileOk
       MOVE "Y" TO ContactsOnFileSwitch
    END-IF
    OPEN INPUT ApplicantFile
    IF ApplicantFileOk
       MOVE "Y" TO ApplicantsOnFileSwitch
    END-IF
    OPEN OUTPUT LetterPrintFile

    READ LetterQueueFile
    IF ContactsOnFile
       CLOSE ContactFile
    END-IF
    IF ApplicantsOnFile
       CLOSE ApplicantFile
    END-IF
    CLOSE LetterPrintFile

    DISPLAY "LETTERS PRINTED:       " LettersPrinted
    DISPLAY "  PROMOTION NOTICES:   " PromotionsPrinted
    DISPLAY "  CONFIRMATIONS:       " ConfirmationsPrinted
    DISPLAY "  WITHDRAWAL ACKS:     " WithdrawalsPrinted
    DISPLAY "  OFFER LETTERS:       " OffersPrinted
    DISPLAY "  REJECTION LETTERS:   " RejectionsPrinted
    STOP RUN.

PrintOneLetter.
    IF LtrToApplicant
       PERFORM FindApplicant
    ELSE
       PERFORM FindStudentName
    END-IF
    PERFORM FindCourseTitle
    PERFORM StartLetterPage
    IF LtrToApplicant
       PERFORM WriteApplicantAddressBlock
    ELSE
       PERFORM WriteAddressBlock
    END-IF
    MOVE FoundInitials TO NL-Initials
    MOVE FoundSurname TO NL-Surname
    WRITE LetterPrintLine FROM NameLine AFTER ADVANCING 1
          MOVE "THIS ACKNOWLEDGES YOUR WITHDRAWAL, RECORDED"
             TO BodyLine1
          MOVE "AGAINST THE COURSE SHOWN ABOVE." TO BodyLine2
       WHEN LtrOffer
          ADD 1 TO OffersPrinted
          MOVE "WE ARE PLEASED TO OFFER YOU A PLACE ON THE COURSE"
             TO BodyLine1
          MOVE "SHOWN ABOVE. PLEASE LET US KNOW IF YOU ACCEPT."
             TO BodyLine2
       WHEN LtrRejection
          ADD 1 TO RejectionsPrinted
          MOVE "WE REGRET THAT WE ARE UNABLE TO OFFER YOU A PLACE"
             TO BodyLine1
          MOVE "ON THE COURSE SHOWN ABOVE." TO BodyLine2
       WHEN OTHER
          MOVE "PLEASE CONTACT THE REGISTRY ABOUT YOUR"
             TO BodyLine1
    WRITE LetterPrintLine FROM BodyLine2 AFTER ADVANCING 1
    WRITE LetterPrintLine FROM BlankLine AFTER ADVANCING 1
    WRITE LetterPrintLine FROM SignOffLine AFTER ADVANCING 1
    IF LtrToApplicant
       MOVE LtrStudentId TO ARL-ApplicantId
       WRITE LetterPrintLine FROM ApplicantRefLine AFTER ADVANCING 1
    ELSE
       MOVE LtrStudentId TO SRL-StudentId
       WRITE LetterPrintLine FROM StudentRefLine AFTER ADVANCING 1
    END-IF
    ADD 1 TO LettersPrinted.

StartLetterPage.
       CLOSE ArchiveFile
    END-IF.

FindApplicant.
    MOVE "ENQUIRER" TO FoundSurname
    MOVE SPACES TO FoundInitials
    MOVE "N" TO ApplicantFoundSwitch
    IF ApplicantsOnFile
       MOVE LtrStudentId TO ApplicantId
       READ ApplicantFile
          INVALID KEY
             CONTINUE
          NOT INVALID KEY
             MOVE "Y" TO ApplicantFoundSwitch
             MOVE ApplSurname TO FoundSurname
             MOVE ApplInitials TO FoundInitials
       END-READ
    END-IF.

FindCourseTitle.
    MOVE LtrCourseCode TO CourseCode OF CourseRec
    READ CourseFile
       END-READ
    END-IF.

WriteApplicantAddressBlock.
    IF ApplicantFound
       AND ApplAddress1 NOT = SPACES
       MOVE ApplAddress1 TO AddressLine
       WRITE LetterPrintLine FROM AddressLine AFTER ADVANCING 1
       MOVE ApplAddress2 TO AddressLine
       WRITE LetterPrintLine FROM AddressLine AFTER ADVANCING 1
       MOVE ApplAddress3 TO AddressLine
       WRITE LetterPrintLine FROM AddressLine AFTER ADVANCING 1
       WRITE LetterPrintLine FROM BlankLine AFTER ADVANCING 1
    END-IF.

*> Every queued letter is now on paper; the queue is recreated
*> empty so the next run prints only what tomorrow's processing
*> owes.
