*> Record layout for the enrollment trend extract (ENRTREND.EXT),
*> one 49-byte line per course per term on TERMS.DAT, in course
*> then term order, for planning to load into their spreadsheets.
*> The two flags are the course's, repeated on each of its lines.
*>
*>   Positions  Length  Field           Notes
*>   ---------  ------  --------------  --------------------------
*>   01-04      4       Course code
*>   05-10      6       Term code
*>   11-18      8       Term start      CCYYMMDD
*>   19-22      4       Capacity        CourseCapacity today
*>   23-27      5       Headcount       pairings for the term
*>   28-31      4       Fill percent    one implied decimal
*>   32-36      5       Waitlisted      still waiting for a seat
*>   37-41      5       Drops           from DROPHIST.DAT
*>   42-47      6       Change          on the previous term, sign
*>                                      leading (+/-); zero for the
*>                                      first term on file
*>   48-48      1       Capacity flag   Y = turning students away
*>                                      in consecutive terms
*>   49-49      1       Cancel flag     Y = under the fill threshold
01  TrendExtractRec.
    02  TX-CourseCode          PIC X(4).
    02  TX-TermCode            PIC X(6).
    02  TX-TermStart           PIC 9(8).
    02  TX-Capacity            PIC 9(4).
    02  TX-Headcount           PIC 9(5).
    02  TX-FillPercent         PIC 9(3)V9.
    02  TX-Waitlisted          PIC 9(5).
    02  TX-Drops               PIC 9(5).
    02  TX-Change              PIC S9(5) SIGN LEADING SEPARATE.
    02  TX-CapacityFlag        PIC X.
    02  TX-CancelFlag          PIC X.
