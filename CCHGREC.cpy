      * billing line per charge alongside the part line, so the
      * extract reflects the whole invoice.
      *
      * A charge is normally priced off CHARGE-MASTER at extract
      * time. A memorial order (MONUMT, see MEMREC.cpy) has no list
      * price - PRG29 carries the order's quoted price on the line
      * in CCHG-PRICE, and PRG14 bills that instead.
      *
      * Caller supplies the 01-level record name, e.g.:
      *     01 CASE-CHARGE-RECORD.
      *         COPY CCHGREC.
           02 CCHG-OPERATOR PIC 9(5).
      *    CCHG-OPERATOR is the signed-on EMPID of the operator who
      *    posted the charge.
           02 FILLER PIC X.
           02 CCHG-PRICE PIC 9(5)V99.
      *    CCHG-PRICE: unit price fixed when the charge posted, zero
      *    for a charge priced off CHARGE-MASTER.
