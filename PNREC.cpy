      * into the intake record when the case arrives at need,
      * carrying the contracted disposition type, casket part, and
      * next-of-kin contact so the arrangement is honored exactly.
      * The selling counselor and the commission the sale earned
      * ride on the contract so a cancellation reverses exactly what
      * was paid.
      *
      * Caller supplies the 01-level record name, e.g.:
      *     01 PRE-NEED-RECORD.
           02 PN-NOK-NAME PIC A(8).
           02 FILLER PIC X.
           02 PN-STATUS PIC X.
      *    PN-STATUS: A - active, C - converted to a case by PRG4,
      *    X - cancelled (commission reversed)
      *    Full contract-holder name - PN-NAME's A(8) suffered the
      *    same truncation as the case record's STUNAME; the full
      *    fields live here, and PRG4's conversion carries them
           02 PN-NAME-LAST PIC X(20).
           02 FILLER PIC X.
           02 PN-NAME-FIRST PIC X(15).
           02 FILLER PIC X.
           02 PN-SELLER-EMPID PIC 9(5).
           02 FILLER PIC X.
           02 PN-COMMISSION PIC 9(7)V99.
      *    PN-SELLER-EMPID / PN-COMMISSION: the counselor who sold
      *    the contract and what it earned on COMMISSION-FILE
