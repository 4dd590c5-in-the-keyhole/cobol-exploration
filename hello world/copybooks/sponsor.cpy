*> Record layout for the sponsor master (SPONSORS.DAT): the employers
*> and funding schemes that pay some or all of a student's tuition.
*> The name and address are what the consolidated sponsor invoice is
*> sent to.  A sponsor that has stopped paying for anyone is closed
*> rather than deleted, so its ledger history still has a name; the
*> invoice run bills nothing to a closed sponsor.
01  SponsorRec.
    88  EndOfSponsorFile        VALUE HIGH-VALUES.
    02  SponsorId               PIC X(6).
    02  SponsorName             PIC X(30).
    02  SponsorContact          PIC X(20).
    02  SponsorAddress1         PIC X(25).
    02  SponsorAddress2         PIC X(25).
    02  SponsorAddress3         PIC X(25).
    02  SponsorPhone            PIC X(15).
    02  SponsorStatus           PIC X.
        88  SponsorActive               VALUE "A".
        88  SponsorClosed               VALUE "C".
