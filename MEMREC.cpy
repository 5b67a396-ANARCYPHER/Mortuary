      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * Shared memorial order record layout for MEMORIAL-ORDER, the
      * indexed file PRG108 (death108.cobol) maintains - one record
      * per monument, headstone or marker ordered for a case, keyed
      * by the year-prefixed ROLLNO plus an order sequence (a family
      * may order a companion stone or a footstone later). The
      * vendor is a SUPPLIER-MASTER code, whose SUP-LEAD-DAYS is the
      * yardstick PRG108's open-orders report measures a stalled
      * order against.
      *
      * The order's price bills to the case as a PRG29 case charge
      * under charge code MONUMT at MO-PRICE; the deposit is taken in
      * PRG28 as an ordinary payment and applied to the order there.
      *
      * Caller supplies the 01-level record name, e.g.:
      *     01 MEMORIAL-RECORD.
      *         COPY MEMREC.
      *
           02 MO-KEY.
               03 MO-ROLLNO PIC 9(7).
               03 MO-SEQ PIC 9(2).
           02 FILLER PIC X.
           02 MO-VENDOR PIC X(10).
      *    MO-VENDOR: the monument company's SUP-CODE
           02 FILLER PIC X.
           02 MO-ITEM PIC X(30).
      *    MO-ITEM: what was ordered, e.g. GRAY GRANITE FLAT MARKER
           02 FILLER PIC X.
           02 MO-ORDER-DATE PIC 9(8).
           02 FILLER PIC X.
           02 MO-PROOF-SENT-DATE PIC 9(8).
           02 FILLER PIC X.
           02 MO-PROOF-APPROVED-DATE PIC 9(8).
           02 FILLER PIC X.
           02 MO-PERMIT-DATE PIC 9(8).
           02 FILLER PIC X.
           02 MO-EXPECTED-SET-DATE PIC 9(8).
           02 FILLER PIC X.
           02 MO-SET-DATE PIC 9(8).
      *    Stage dates are zero until reached: the inscription proof
      *    sent to the family, the family's approval of it, the
      *    cemetery's setting permit, and the day the stone was set.
      *    MO-EXPECTED-SET-DATE is the vendor's promised date, zero
      *    until the vendor gives one. Re-keying the inscription
      *    clears both proof dates - a new proof is needed.
           02 FILLER PIC X.
           02 MO-PRICE PIC 9(5)V99.
           02 FILLER PIC X.
           02 MO-DEPOSIT PIC 9(5)V99.
      *    MO-PRICE: the quoted price to the family. MO-DEPOSIT: the
      *    deposit asked for with the order, zero when none.
           02 FILLER PIC X.
           02 MO-CHARGE-SEQ PIC 9(3).
      *    MO-CHARGE-SEQ: the CCHG-SEQ of the PRG29 case charge that
      *    billed the price, zero until charged - an order is charged
      *    once.
           02 FILLER PIC X.
           02 MO-DEPOSIT-DATE PIC 9(8).
           02 FILLER PIC X.
           02 MO-DEPOSIT-PAID PIC 9(5)V99.
      *    MO-DEPOSIT-DATE / -PAID: the PRG28 payment applied as the
      *    deposit, zero until one is.
           02 FILLER PIC X.
           02 MO-EMPID PIC 9(5).
      *    MO-EMPID: signed-on EMPID who last updated the order.
           02 FILLER PIC X.
           02 MO-INSCRIPTION-LINES PIC 9.
           02 FILLER PIC X.
           02 MO-INSCRIPTION-LINE PIC X(40) OCCURS 6 TIMES.
      *    MO-INSCRIPTION-LINES: how many of the six lines are used.
