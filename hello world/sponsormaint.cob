IDENTIFICATION DIVISION.
PROGRAM-ID. SponsorMaint.
AUTHOR. Michael Coughlan.

*> Keeps the sponsor master (SPONSORS.DAT) and the links saying which
*> students each sponsor pays for (SPONSLNK.DAT), and keys sponsor
*> receipts onto the sponsor ledger (SPONLEDG.DAT).  A)DD and
*> C)HANGE maintain the sponsor's name and invoicing address; a
*> sponsor that stops paying is closed through C)HANGE, never
*> deleted, so its ledger keeps a name.  L)INK puts a sponsor onto a
*> student - every course, or one course only - at a percentage of
*> each charge and, optionally, no more than a cap per term;
*> U)NLINK takes it off.  Both are logged to STUDENTS.AUDIT against
*> the student.  S)HOW lists a sponsor's details, the students it
*> covers and its ledger balance.  R)ECEIPT keys a cheque or other
*> payment from a sponsor; transfers that arrive through the bank
*> are allocated to the sponsor in SuspenseMaint instead.  Every
*> option but S)HOW needs update access.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY spnfctl.
    COPY slkfctl.
    COPY slgfctl.
    COPY stufctl.
    COPY crsfctl.
    COPY audfctl.
    COPY opfctl.

DATA DIVISION.
FILE SECTION.
FD SponsorFile.
COPY sponsor.

FD SponsorLinkFile.
COPY sponlink.

FD SponsorLedgerFile.
COPY sponledg.

FD StudentFile.
COPY student.

FD CourseFile.
COPY course.

FD AuditFile.
COPY audit.

FD OperatorFile.
COPY operator.

WORKING-STORAGE SECTION.
COPY spnstat.
COPY slkstat.
COPY slgstat.
COPY stustat.
COPY crsstat.
COPY audstat.
COPY opstat.
COPY operws.

01  ContinueSwitch         PIC X     VALUE "Y".
    88  KeepGoing                    VALUE "Y".
01  MaintAction            PIC X.
01  MaintFieldChoice       PIC 9     VALUE ZERO.
01  EntryValidSwitch       PIC X     VALUE "Y".
    88  EntryValid                   VALUE "Y".
01  SearchSponsorId        PIC X(6).
01  SearchStudentId        PIC 9(7).
01  SearchCourseCode       PIC X(4).
01  NewStatus              PIC X.
01  ReversalReply          PIC X     VALUE SPACE.
01  ListedCount            PIC 9(5)  VALUE ZERO.
01  EndOfLedgerSwitch      PIC X     VALUE "N".
    88  EndOfLedgerFile              VALUE "Y".
01  SponsorBalance         PIC S9(8)V99 VALUE ZERO.
01  DisplayBalance         PIC ZZZZZZZ9.99-.
01  DisplayPercent         PIC ZZ9.99.
01  DisplayCap             PIC ZZZZZ9.99.

*> The sharing terms keyed against a flat template, as the bursar's
*> receipts are, so the implied decimals land aligned.
01  ShareTermsEntry.
    02  StePercent         PIC 9(3)V99.
    02  SteTermCap         PIC 9(6)V99.

*> A sponsor receipt keyed against the template: date, amount
*> (seven digits, two implied decimals) and the sponsor's reference.
01  SponsorReceiptEntry.
    02  SreDate            PIC X(8).
    02  SreAmount          PIC 9(7)V99.
    02  SreReference       PIC X(10).

01  LinkAuditText.
    02  LAT-SponsorId      PIC X(6).
    02  FILLER             PIC X     VALUE SPACE.
    02  LAT-CourseCode     PIC X(4).
    02  FILLER             PIC X     VALUE SPACE.
    02  LAT-Percent        PIC 9(3).
    02  FILLER             PIC X     VALUE "%".
    02  LAT-CapMark        PIC X(4).

PROCEDURE DIVISION.
Begin.
    PERFORM SignOnOperator
    OPEN INPUT StudentFile
    IF NOT StudentFileOk
       DISPLAY "UNABLE TO OPEN STUDENTS.DAT - STATUS " StudentFileStatus
       STOP RUN
    END-IF
    OPEN INPUT CourseFile
    IF NOT CourseFileOk
       DISPLAY "UNABLE TO OPEN COURSE.DAT - STATUS " CourseFileStatus
       STOP RUN
    END-IF
    PERFORM OpenSponsorFileForUpdate
    PERFORM OpenSponsorLinkFileForUpdate
    PERFORM OpenAuditFileForAppend

    PERFORM UNTIL NOT KeepGoing
       DISPLAY " "
       DISPLAY "A)DD  C)HANGE  S)HOW  L)INK  U)NLINK  R)ECEIPT  Q)UIT"
       ACCEPT MaintAction
       EVALUATE MaintAction
          WHEN "S"  PERFORM ShowSponsor
          WHEN "A" WHEN "C" WHEN "L" WHEN "U" WHEN "R"
             IF SignedOnCanUpdate
                PERFORM RunUpdateAction
             ELSE
                DISPLAY "OPTION NEEDS UPDATE ACCESS - NOT ALLOWED"
             END-IF
          WHEN "Q"  MOVE "N" TO ContinueSwitch
          WHEN OTHER  DISPLAY "INVALID OPTION"
       END-EVALUATE
    END-PERFORM

    CLOSE SponsorFile
    CLOSE SponsorLinkFile
    CLOSE StudentFile
    CLOSE CourseFile
    CLOSE AuditFile
    STOP RUN.

RunUpdateAction.
    EVALUATE MaintAction
       WHEN "A"  PERFORM AddSponsor
       WHEN "C"  PERFORM ChangeSponsor
       WHEN "L"  PERFORM LinkSponsor
       WHEN "U"  PERFORM UnlinkSponsor
       WHEN "R"  PERFORM KeySponsorReceipt
    END-EVALUATE.

*> A brand-new installation has no SPONSORS.DAT or SPONSLNK.DAT yet,
*> so fall back to OPEN OUTPUT to create them; otherwise open I-O to
*> preserve what is already on file.
OpenSponsorFileForUpdate.
    OPEN I-O SponsorFile
    IF SponsorFileNotFound
       OPEN OUTPUT SponsorFile
    END-IF
    IF NOT SponsorFileOk
       DISPLAY "UNABLE TO OPEN SPONSORS.DAT - STATUS "
          SponsorFileStatus
       STOP RUN
    END-IF.

OpenSponsorLinkFileForUpdate.
    OPEN I-O SponsorLinkFile
    IF SponsorLinkFileNotFound
       OPEN OUTPUT SponsorLinkFile
    END-IF
    IF NOT SponsorLinkFileOk
       DISPLAY "UNABLE TO OPEN SPONSLNK.DAT - STATUS "
          SponsorLinkFileStatus
       STOP RUN
    END-IF.

*> STUDENTS.AUDIT accumulates across runs so earlier change history is
*> never lost; OPEN EXTEND fails status 35 the first time the file
*> doesn't exist yet, so fall back to OPEN OUTPUT to create it.
OpenAuditFileForAppend.
    OPEN EXTEND AuditFile
    IF AuditFileNotFound
       OPEN OUTPUT AuditFile
    END-IF.

*> SPONLEDG.DAT accumulates across runs; OPEN EXTEND fails status 35
*> the first time the file doesn't exist yet, so fall back to OPEN
*> OUTPUT to create it.
OpenSponsorLedgerForAppend.
    OPEN EXTEND SponsorLedgerFile
    IF SponsorLedgerFileNotFound
       OPEN OUTPUT SponsorLedgerFile
    END-IF.

AddSponsor.
    DISPLAY "ENTER NEW SPONSOR ID"
    ACCEPT SearchSponsorId
    IF SearchSponsorId = SPACES
       DISPLAY "A SPONSOR ID MUST BE GIVEN - NOT ADDED"
    ELSE
       MOVE SearchSponsorId TO SponsorId
       DISPLAY "SPONSOR NAME"
       ACCEPT SponsorName
       DISPLAY "CONTACT NAME"
       ACCEPT SponsorContact
       DISPLAY "ADDRESS LINE 1"
       ACCEPT SponsorAddress1
       DISPLAY "ADDRESS LINE 2"
       ACCEPT SponsorAddress2
       DISPLAY "ADDRESS LINE 3"
       ACCEPT SponsorAddress3
       DISPLAY "PHONE"
       ACCEPT SponsorPhone
       SET SponsorActive TO TRUE
       IF SponsorName = SPACES
          DISPLAY "A SPONSOR NAME MUST BE GIVEN - NOT ADDED"
       ELSE
          WRITE SponsorRec
             INVALID KEY
                DISPLAY "SPONSOR ALREADY ON FILE - USE CHANGE"
             NOT INVALID KEY
                DISPLAY "SPONSOR " SearchSponsorId " ADDED"
          END-WRITE
       END-IF
    END-IF.

ChangeSponsor.
    DISPLAY "ENTER SPONSOR ID TO CHANGE"
    ACCEPT SearchSponsorId
    MOVE SearchSponsorId TO SponsorId
    READ SponsorFile
       INVALID KEY
          DISPLAY "SPONSOR NOT ON FILE"
       NOT INVALID KEY
          PERFORM ApplySponsorChange
    END-READ.

ApplySponsorChange.
    PERFORM ShowSponsorDetails
    DISPLAY "1=NAME 2=CONTACT 3=ADDRESS1 4=ADDRESS2 5=ADDRESS3"
       " 6=PHONE 7=STATUS"
    ACCEPT MaintFieldChoice
    MOVE "Y" TO EntryValidSwitch
    EVALUATE MaintFieldChoice
       WHEN 1
          DISPLAY "NEW SPONSOR NAME"
          ACCEPT SponsorName
          IF SponsorName = SPACES
             DISPLAY "A SPONSOR NAME MUST BE GIVEN - NOT CHANGED"
             MOVE "N" TO EntryValidSwitch
          END-IF
       WHEN 2
          DISPLAY "NEW CONTACT NAME"
          ACCEPT SponsorContact
       WHEN 3
          DISPLAY "NEW ADDRESS LINE 1"
          ACCEPT SponsorAddress1
       WHEN 4
          DISPLAY "NEW ADDRESS LINE 2"
          ACCEPT SponsorAddress2
       WHEN 5
          DISPLAY "NEW ADDRESS LINE 3"
          ACCEPT SponsorAddress3
       WHEN 6
          DISPLAY "NEW PHONE"
          ACCEPT SponsorPhone
       WHEN 7
          DISPLAY "NEW STATUS - A)CTIVE OR C)LOSED"
          ACCEPT NewStatus
          IF NewStatus = "A" OR NewStatus = "C"
             MOVE NewStatus TO SponsorStatus
          ELSE
             DISPLAY "STATUS MUST BE A OR C - NOT CHANGED"
             MOVE "N" TO EntryValidSwitch
          END-IF
       WHEN OTHER
          DISPLAY "INVALID FIELD CHOICE"
          MOVE "N" TO EntryValidSwitch
    END-EVALUATE
    IF EntryValid
       REWRITE SponsorRec
          INVALID KEY
             DISPLAY "REWRITE FAILED"
          NOT INVALID KEY
             DISPLAY "SPONSOR " SponsorId " CHANGED"
       END-REWRITE
    END-IF.

ShowSponsorDetails.
    DISPLAY SponsorId " " SponsorName " STATUS " SponsorStatus
    DISPLAY "CONTACT: " SponsorContact "  PHONE: " SponsorPhone
    DISPLAY "ADDR: " SponsorAddress1 " / " SponsorAddress2
       " / " SponsorAddress3.

*> The link file is keyed by student, so finding every student one
*> sponsor covers is a pass over the whole file; the ledger balance
*> is what the sponsor has been invoiced less what it has paid.
ShowSponsor.
    DISPLAY "ENTER SPONSOR ID"
    ACCEPT SearchSponsorId
    MOVE SearchSponsorId TO SponsorId
    READ SponsorFile
       INVALID KEY
          DISPLAY "SPONSOR NOT ON FILE"
       NOT INVALID KEY
          PERFORM ShowSponsorDetails
          PERFORM ListSponsorLinks
          PERFORM ShowSponsorBalance
    END-READ.

ListSponsorLinks.
    MOVE ZERO TO ListedCount
    MOVE LOW-VALUES TO SlkKey
    START SponsorLinkFile KEY IS NOT LESS THAN SlkKey
       INVALID KEY
          SET EndOfSponsorLinkFile TO TRUE
    END-START
    IF SponsorLinkFileOk
       PERFORM ReadNextLink
    END-IF
    PERFORM UNTIL EndOfSponsorLinkFile
       IF SlkSponsorId = SearchSponsorId
          ADD 1 TO ListedCount
          PERFORM ShowOneLink
       END-IF
       PERFORM ReadNextLink
    END-PERFORM
    DISPLAY "STUDENTS LINKED: " ListedCount.

ShowOneLink.
    MOVE SlkPercent TO DisplayPercent
    MOVE SlkTermCap TO DisplayCap
    IF SlkCourseCode = SPACES
       DISPLAY "  " SlkStudentId " ALL COURSES " DisplayPercent
          "%  TERM CAP " DisplayCap
    ELSE
       DISPLAY "  " SlkStudentId " COURSE " SlkCourseCode "  "
          DisplayPercent "%  TERM CAP " DisplayCap
    END-IF.

ReadNextLink.
    READ SponsorLinkFile NEXT RECORD
        AT END SET EndOfSponsorLinkFile TO TRUE
    END-READ.

ShowSponsorBalance.
    MOVE ZERO TO SponsorBalance
    MOVE "N" TO EndOfLedgerSwitch
    OPEN INPUT SponsorLedgerFile
    IF SponsorLedgerFileOk
       READ SponsorLedgerFile
           AT END MOVE "Y" TO EndOfLedgerSwitch
       END-READ
       PERFORM UNTIL EndOfLedgerFile
          IF SlgSponsorId = SearchSponsorId
             IF SlgPayment
                SUBTRACT SlgAmount FROM SponsorBalance
             ELSE
                ADD SlgAmount TO SponsorBalance
             END-IF
          END-IF
          READ SponsorLedgerFile
              AT END MOVE "Y" TO EndOfLedgerSwitch
          END-READ
       END-PERFORM
       CLOSE SponsorLedgerFile
    END-IF
    MOVE SponsorBalance TO DisplayBalance
    DISPLAY "LEDGER BALANCE OWED: " DisplayBalance.

*> A link needs a student on the master, an active sponsor, and - if
*> it is for one course - a course on COURSE.DAT.  A percentage of
*> zero or over 100 is refused; a cap of zero means no cap.
LinkSponsor.
    MOVE "Y" TO EntryValidSwitch
    DISPLAY "ENTER STUDENT ID"
    ACCEPT SearchStudentId
    MOVE SearchStudentId TO StudentId
    READ StudentFile
       INVALID KEY
          DISPLAY "STUDENT NOT ON MASTER - NOT LINKED"
          MOVE "N" TO EntryValidSwitch
    END-READ
    IF EntryValid
       DISPLAY "ENTER SPONSOR ID"
       ACCEPT SearchSponsorId
       MOVE SearchSponsorId TO SponsorId
       READ SponsorFile
          INVALID KEY
             DISPLAY "SPONSOR NOT ON FILE - NOT LINKED"
             MOVE "N" TO EntryValidSwitch
          NOT INVALID KEY
             IF SponsorClosed
                DISPLAY "SPONSOR IS CLOSED - NOT LINKED"
                MOVE "N" TO EntryValidSwitch
             END-IF
       END-READ
    END-IF
    IF EntryValid
       DISPLAY "COURSE CODE (NO DATA FOR ALL COURSES)"
       ACCEPT SearchCourseCode
       IF SearchCourseCode NOT = SPACES
          MOVE SearchCourseCode TO CourseCode OF CourseRec
          READ CourseFile
             INVALID KEY
                DISPLAY "COURSE NOT ON COURSE.DAT - NOT LINKED"
                MOVE "N" TO EntryValidSwitch
          END-READ
       END-IF
    END-IF
    IF EntryValid
       PERFORM KeyShareTerms
    END-IF
    IF EntryValid
       MOVE SearchStudentId TO SlkStudentId
       MOVE SearchCourseCode TO SlkCourseCode
       MOVE SearchSponsorId TO SlkSponsorId
       MOVE StePercent TO SlkPercent
       MOVE SteTermCap TO SlkTermCap
       MOVE SPACES TO SlkCapTermCode
       MOVE ZERO TO SlkCapUsed
       WRITE SponsorLinkRec
          INVALID KEY
             DISPLAY "SPONSOR ALREADY LINKED - UNLINK IT FIRST"
          NOT INVALID KEY
             MOVE "NONE" TO AuditOldValue
             PERFORM FillLinkAuditText
             MOVE LinkAuditText TO AuditNewValue
             PERFORM WriteLinkAuditEntry
             DISPLAY "SPONSOR " SearchSponsorId " LINKED TO "
                SearchStudentId
       END-WRITE
    END-IF.

KeyShareTerms.
    DISPLAY "PERCENT AND TERM CAP (ALL ZERO CAP FOR NONE)"
    DISPLAY "PPPPPCCCCCCCC"
    ACCEPT ShareTermsEntry
    IF StePercent NOT NUMERIC OR SteTermCap NOT NUMERIC
       DISPLAY "PERCENT AND CAP MUST BE DIGITS - NOT LINKED"
       MOVE "N" TO EntryValidSwitch
    ELSE
       IF StePercent = ZERO OR StePercent > 100
          DISPLAY "PERCENT MUST BE OVER 0 AND NO MORE THAN 100"
             " - NOT LINKED"
          MOVE "N" TO EntryValidSwitch
       END-IF
    END-IF.

UnlinkSponsor.
    DISPLAY "ENTER STUDENT ID"
    ACCEPT SearchStudentId
    DISPLAY "ENTER SPONSOR ID"
    ACCEPT SearchSponsorId
    DISPLAY "COURSE CODE (NO DATA FOR THE ALL-COURSES LINK)"
    ACCEPT SearchCourseCode
    MOVE SearchStudentId TO SlkStudentId
    MOVE SearchCourseCode TO SlkCourseCode
    MOVE SearchSponsorId TO SlkSponsorId
    READ SponsorLinkFile
       INVALID KEY
          DISPLAY "NO SUCH SPONSOR LINK"
       NOT INVALID KEY
          PERFORM FillLinkAuditText
          DELETE SponsorLinkFile
             INVALID KEY
                DISPLAY "DELETE FAILED"
             NOT INVALID KEY
                MOVE LinkAuditText TO AuditOldValue
                MOVE "REMOVED" TO AuditNewValue
                PERFORM WriteLinkAuditEntry
                DISPLAY "SPONSOR " SearchSponsorId
                   " UNLINKED FROM " SearchStudentId
          END-DELETE
    END-READ.

FillLinkAuditText.
    MOVE SlkSponsorId TO LAT-SponsorId
    IF SlkCourseCode = SPACES
       MOVE "ALL" TO LAT-CourseCode
    ELSE
       MOVE SlkCourseCode TO LAT-CourseCode
    END-IF
    MOVE SlkPercent TO LAT-Percent
    IF SlkTermCap = ZERO
       MOVE SPACES TO LAT-CapMark
    ELSE
       MOVE " CAP" TO LAT-CapMark
    END-IF.

WriteLinkAuditEntry.
    MOVE SearchStudentId TO AuditStudentId
    MOVE "SPONSOR LINK" TO AuditFieldName
    MOVE SignedOnOperator TO AuditOperatorId
    ACCEPT AuditRunDate FROM DATE YYYYMMDD
    ACCEPT AuditRunTime FROM TIME
    WRITE AuditRec.

KeySponsorReceipt.
    DISPLAY "ENTER SPONSOR ID"
    ACCEPT SearchSponsorId
    MOVE SearchSponsorId TO SponsorId
    READ SponsorFile
       INVALID KEY
          DISPLAY "SPONSOR NOT ON FILE - NOT RECORDED"
       NOT INVALID KEY
          PERFORM KeySponsorReceiptDetails
    END-READ.

*> Like the student ledger, the sponsor ledger is only appended to; a
*> mis-keyed receipt is put right by keying a reversal of it, which
*> goes on the ledger as a negative receipt, never by editing.
KeySponsorReceiptDetails.
    DISPLAY "RECEIPT FOR " SponsorName
    DISPLAY "Enter receipt using template below."
    DISPLAY "DDDDDDDDAAAAAAAAARRRRRRRRRR"
    ACCEPT SponsorReceiptEntry
    IF SreDate NOT NUMERIC OR SreAmount NOT NUMERIC
       DISPLAY "INVALID DATE OR AMOUNT - NOT RECORDED"
    ELSE
       DISPLAY "REVERSAL OF AN EARLIER RECEIPT? (Y/N)"
       ACCEPT ReversalReply
       PERFORM OpenSponsorLedgerForAppend
       MOVE SearchSponsorId TO SlgSponsorId
       MOVE SreDate TO SlgDate
       SET SlgPayment TO TRUE
       IF ReversalReply = "Y"
          COMPUTE SlgAmount = 0 - SreAmount
          END-COMPUTE
       ELSE
          MOVE SreAmount TO SlgAmount
       END-IF
       MOVE SreReference TO SlgReference
       WRITE SponsorLedgerRec
       CLOSE SponsorLedgerFile
       DISPLAY "RECORDED " SlgSponsorId " " SlgReference
    END-IF.

COPY signon.
