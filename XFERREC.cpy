      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * Shared inter-facility stock transfer record layout for
      * TRANSFER-FILE (/user/inventory/transfers, indexed on
      * XFER-NO), the file PRG94 (death94.cobol) maintains - one
      * record per transfer. Ship-out takes the quantity off the
      * source facility's part and leaves it here in transit;
      * receipt lands it on the destination facility's part. Both
      * halves write INV-AUDIT-LOG entries carrying XFER-NO, and
      * PRG44's valuation counts the stock still in transit so the
      * month-end figure does not dip while a truck is on the road.
      *
      * Caller supplies the 01-level record name, e.g.:
      *     01 TRANSFER-RECORD.
      *         COPY XFERREC.
      *
           02 XFER-NO PIC 9(6).
           02 FILLER PIC X.
           02 XFER-STATUS PIC X.
               88 XFER-IN-TRANSIT VALUE 'S'.
               88 XFER-RECEIVED VALUE 'R'.
      *    XFER-STATUS: S - shipped, in transit; R - received
           02 FILLER PIC X.
           02 XFER-FROM-PART PIC 9(6).
           02 FILLER PIC X.
           02 XFER-FROM-FACILITY PIC X(4).
           02 FILLER PIC X.
           02 XFER-TO-PART PIC 9(6).
           02 FILLER PIC X.
           02 XFER-TO-FACILITY PIC X(4).
      *    Facility codes as on INV-FACILITY - spaces is the original
      *    building.
           02 FILLER PIC X.
           02 XFER-QTY PIC 9(5).
           02 FILLER PIC X.
           02 XFER-UNIT-PRICE PIC 9(5)V99.
      *    XFER-UNIT-PRICE: source part's UNIT-PRICE at ship-out, what
      *    PRG44 values the stock at while it is in transit
           02 FILLER PIC X.
           02 XFER-SHIP-DATE PIC 9(8).
           02 FILLER PIC X.
           02 XFER-SHIPPED-BY PIC 9(5).
           02 FILLER PIC X.
           02 XFER-RECEIVE-DATE PIC 9(8).
           02 FILLER PIC X.
           02 XFER-RECEIVED-BY PIC 9(5).
      *    XFER-RECEIVE-*: zero until the destination receives it
