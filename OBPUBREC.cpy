      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * Shared obituary publication line layout for OBIT-PUBLICATION,
      * the indexed file PRG107 (death107.cobol) maintains - one
      * record per outlet an obituary (OBITREC.cpy) runs in, keyed
      * ROLLNO plus outlet code. A line records when the notice was
      * submitted, the visitation and service bookings it was
      * submitted with, the run dates and confirmation number the
      * publisher sent back, and what the publisher charged, which
      * PRG107 posts to the case as a CASH-ADVANCE-FILE advance
      * (CADVREC.cpy, type OBIT). PRG26 reads these lines to warn
      * when a booking on a case whose notice is already out is
      * moved or cancelled.
      *
      * Caller supplies the 01-level record name, e.g.:
      *     01 OBIT-PUB-RECORD.
      *         COPY OBPUBREC.
      *
           02 OP-KEY.
               03 OP-ROLLNO PIC 9(7).
               03 OP-OUTLET PIC X(10).
      *    OP-OUTLET: the publisher's SUP-CODE on SUPPLIER-MASTER, or
      *    WEBSITE for the home's own website (no publisher, no cost)
           02 FILLER PIC X.
           02 OP-SUBMIT-DATE PIC 9(8).
      *    OP-SUBMIT-DATE: zero until the notice is sent to the
      *    outlet; the date of the latest submission after that.
           02 FILLER PIC X.
           02 OP-VIS-DATE PIC 9(8).
           02 FILLER PIC X.
           02 OP-VIS-TIME PIC 9(4).
           02 FILLER PIC X.
           02 OP-VIS-ROOM PIC X(8).
           02 FILLER PIC X.
           02 OP-SVC-DATE PIC 9(8).
           02 FILLER PIC X.
           02 OP-SVC-TIME PIC 9(4).
           02 FILLER PIC X.
           02 OP-SVC-ROOM PIC X(8).
      *    OP-VIS-... / OP-SVC-...: the first viewing ('V') and first
      *    service ('S') booking on SCHEDULE-MASTER at submission -
      *    zero / spaces when none was booked. Compared with the
      *    calendar to catch a booking changed after submission.
           02 FILLER PIC X.
           02 OP-RUN-DATE-1 PIC 9(8).
           02 FILLER PIC X.
           02 OP-RUN-DATE-2 PIC 9(8).
      *    OP-RUN-DATE-1 / -2: the date(s) the notice ran, zero until
      *    the publisher confirms; a second run is optional.
           02 FILLER PIC X.
           02 OP-CONFIRM-NO PIC X(15).
           02 FILLER PIC X.
           02 OP-COST PIC 9(5)V99.
           02 FILLER PIC X.
           02 OP-CADV-SEQ PIC 9(3).
      *    OP-COST: the publisher's charge. OP-CADV-SEQ: the
      *    CADV-SEQ of the cash advance it was posted as, zero until
      *    posted - a posted cost is corrected in PRG86, not here.
           02 FILLER PIC X.
           02 OP-EMPID PIC 9(5).
      *    OP-EMPID: signed-on EMPID who last updated the line.
