      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * Shared sales-commission ledger entry layout for
      * COMMISSION-FILE (/user/employee/commissions, indexed on
      * COMM-KEY - the selling EMPID and a per-employee sequence).
      * PRG40 (death40.cobol) earns commission when a pre-need
      * contract is written and reverses it when the contract is
      * cancelled, deleted or repriced; PRG53 (death53.cobol) earns
      * it as each arrangement line posts at accept and reverses it
      * when an amendment takes the line off. PRG99 (death99.cobol)
      * prints the pay-period statement and PRG64 (death64.cobol)
      * pays the open net out on the gross-pay extract, stamping
      * COMM-PAID-PERIOD so nothing pays twice.
      *
      * Caller supplies the 01-level record name, e.g.:
      *     01 COMMISSION-RECORD.
      *         COPY COMMREC.
      *
           02 COMM-KEY.
               03 COMM-EMPID PIC 9(5).
               03 COMM-SEQ PIC 9(5).
           02 FILLER PIC X.
           02 COMM-DATE PIC 9(8).
           02 FILLER PIC X.
           02 COMM-ACTION PIC X.
               88 COMM-EARNED VALUE 'E'.
               88 COMM-REVERSED VALUE 'R'.
           02 FILLER PIC X.
           02 COMM-SOURCE PIC X.
      *    COMM-SOURCE: P - pre-need contract COMM-CONTRACT-NO,
      *    A - arrangement line COMM-ROLLNO / COMM-ARR-SEQ
           02 FILLER PIC X.
           02 COMM-CONTRACT-NO PIC 9(6).
           02 FILLER PIC X.
           02 COMM-ROLLNO PIC 9(7).
           02 FILLER PIC X.
           02 COMM-ARR-SEQ PIC 9(3).
           02 FILLER PIC X.
           02 COMM-CATEGORY PIC X(10).
           02 FILLER PIC X.
           02 COMM-SALE-AMOUNT PIC 9(7)V99.
           02 FILLER PIC X.
           02 COMM-RATE PIC 9(2)V99.
           02 FILLER PIC X.
           02 COMM-AMOUNT PIC 9(7)V99.
      *    COMM-AMOUNT is always positive - COMM-ACTION says which
      *    way it runs against the seller's net
           02 FILLER PIC X.
           02 COMM-OPERATOR PIC 9(5).
           02 FILLER PIC X.
           02 COMM-PAID-PERIOD PIC 9(8).
      *    COMM-PAID-PERIOD: zero until PRG64 puts the entry out on
      *    the gross-pay extract, then that pay period's end date
