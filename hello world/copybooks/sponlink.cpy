*> Record layout for the sponsor link file (SPONSLNK.DAT), one record
*> per sponsor paying towards a student.  A link with SlkCourseCode
*> at spaces covers every course the student takes; one naming a
*> course covers that pairing only, and where a pairing has links of
*> its own the student-wide links do not apply to it.
*> The sponsor pays SlkPercent of each charge; a non-zero SlkTermCap
*> also limits what the sponsor pays for the student in any one
*> term (a cap-only sponsor is simply 100 percent up to the cap).
*> SlkCapTermCode and SlkCapUsed are kept by the invoice run: how
*> much of the cap the term named has already used.  They start
*> again from zero when a charge for a new term comes through.
01  SponsorLinkRec.
    88  EndOfSponsorLinkFile    VALUE HIGH-VALUES.
    02  SlkKey.
        03  SlkStudentId        PIC 9(7).
        03  SlkCourseCode       PIC X(4).
        03  SlkSponsorId        PIC X(6).
    02  SlkPercent              PIC 9(3)V99.
    02  SlkTermCap              PIC 9(6)V99.
    02  SlkCapTermCode          PIC X(6).
    02  SlkCapUsed              PIC 9(6)V99.
