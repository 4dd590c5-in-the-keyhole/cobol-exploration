*> Record layout for the drop history (DROPHIST.DAT), one record
*> per pairing dropped through EnrollMaint, whenever it happens and
*> whether or not it earns a credit.  CREDITS.DAT cannot serve as
*> the history: it only carries billed drops made before the term
*> starts, and the invoice run consumes it.  DropTermCode is the
*> dropped pairing's own term (a blank-term pairing is logged under
*> the term current at the drop), so the enrollment trend report
*> can count drops per course per term.
01  DropRec.
    02  DropStudentId          PIC 9(7).
    02  DropCourseCode         PIC X(4).
    02  DropTermCode           PIC X(6).
    02  DropDate               PIC 9(8).
