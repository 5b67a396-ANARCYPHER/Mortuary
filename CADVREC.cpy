      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * Shared cash-advance record layout for CASH-ADVANCE-FILE, the
      * indexed file PRG86 (death86.cobol) maintains - one record per
      * disbursement the home makes to a third party on the family's
      * behalf (clergy honorarium, obituary notice, death-certificate
      * copies, florist ...), keyed by the year-prefixed ROLLNO plus a
      * per-case sequence. PRG14 extracts each one to billing.dat
      * under charge code CASHAD so PRG54 can show them in their own
      * cash advance section, as the Funeral Rule requires, and PRG51
      * can journal them to the clearing account instead of revenue.
      *
      * Caller supplies the 01-level record name, e.g.:
      *     01 CASH-ADVANCE-RECORD.
      *         COPY CADVREC.
      *
           02 CADV-KEY.
               03 CADV-ROLLNO PIC 9(7).
               03 CADV-SEQ PIC 9(3).
           02 FILLER PIC X.
           02 CADV-TYPE PIC X(6).
      *    CADV-TYPE: CLERGY, OBIT, DCCOPY (death-certificate copies),
      *    FLORAL, or OTHER. PRG107 writes the OBIT advances for
      *    newspaper charges itself when the run is recorded.
           02 FILLER PIC X.
           02 CADV-PAYEE PIC X(25).
           02 FILLER PIC X.
           02 CADV-PAID-AMOUNT PIC 9(7)V99.
      *    CADV-PAID-AMOUNT: what the home paid out to CADV-PAYEE
           02 FILLER PIC X.
           02 CADV-CHECK-NO PIC X(8).
      *    CADV-CHECK-NO: number of the check the payee was paid with
           02 FILLER PIC X.
           02 CADV-BILLED-AMOUNT PIC 9(7)V99.
      *    CADV-BILLED-AMOUNT: what is passed on to the family; it is
      *    normally equal to the paid amount. PRG54 prints any advance
      *    where the two differ, with both amounts and the difference,
      *    under the statement's cash advance subtotal.
           02 FILLER PIC X.
           02 CADV-DATE PIC 9(8).
           02 FILLER PIC X.
           02 CADV-EMPID PIC 9(5).
      *    CADV-EMPID is the signed-on EMPID of the operator who
      *    recorded the advance.
           02 FILLER PIC X.
           02 CADV-SUP-CODE PIC X(10).
      *    CADV-SUP-CODE: the payee's SUPPLIER-MASTER code when the
      *    payee is set up there (clergy, musicians and the like who
      *    may need a 1099), so PRG98 can total the advances with the
      *    payee's AP payments; spaces for a one-off payee
