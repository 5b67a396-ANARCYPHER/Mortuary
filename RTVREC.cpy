      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * Shared return-to-vendor authorization record layout for
      * VENDOR-RETURN-FILE (/user/inventory/vendor-returns, indexed
      * on RTV-NO), the file PRG96 (death96.cobol) maintains - one
      * record per return of damaged or recalled merchandise against
      * a received PO line. Shipping the return posts an 'R'
      * transaction to PRG12's INV-TRAN-FILE, marks the serial units
      * returned on SERIAL-UNIT-FILE, and raises the debit memo
      * (DMEMREC.cpy) PRG60 nets against the supplier's vouchers.
      *
      * Caller supplies the 01-level record name, e.g.:
      *     01 VENDOR-RETURN-RECORD.
      *         COPY RTVREC.
      *
           02 RTV-NO PIC 9(6).
           02 FILLER PIC X.
           02 RTV-STATUS PIC X.
               88 RTV-AUTHORIZED VALUE 'A'.
               88 RTV-SHIPPED VALUE 'S'.
               88 RTV-CANCELLED VALUE 'C'.
      *    RTV-STATUS: A - authorized, waiting to ship; S - shipped,
      *    debit memo raised; C - cancelled before it shipped
           02 FILLER PIC X.
           02 RTV-SUP-CODE PIC X(10).
           02 FILLER PIC X.
           02 RTV-PO-NUMBER PIC 9(6).
           02 FILLER PIC X.
           02 RTV-PO-LINE PIC 9(3).
           02 FILLER PIC X.
           02 RTV-PART PIC 9(6).
           02 FILLER PIC X.
           02 RTV-QTY PIC 9(5).
           02 FILLER PIC X.
           02 RTV-UNIT-CREDIT PIC 9(5)V99.
      *    RTV-UNIT-CREDIT: what the vendor credits per unit -
      *    defaults to the part's UNIT-COST at authorization
           02 FILLER PIC X.
           02 RTV-REASON-CODE PIC X.
      *    RTV-REASON-CODE: D - damaged in transit, R - manufacturer
      *    recall, O - other
           02 FILLER PIC X.
           02 RTV-REASON PIC X(30).
           02 FILLER PIC X.
           02 RTV-RMA-NO PIC X(15).
      *    RTV-RMA-NO: the vendor's return authorization number
           02 FILLER PIC X.
           02 RTV-AUTH-DATE PIC 9(8).
           02 FILLER PIC X.
           02 RTV-AUTH-BY PIC 9(5).
           02 FILLER PIC X.
           02 RTV-SHIP-DATE PIC 9(8).
           02 FILLER PIC X.
           02 RTV-SHIPPED-BY PIC 9(5).
      *    RTV-SHIP-*: zero until the return leaves the building
           02 FILLER PIC X.
           02 RTV-SERIAL-COUNT PIC 9(2).
           02 RTV-SERIAL OCCURS 10 TIMES PIC X(15).
      *    RTV-SERIAL: SER-SERIAL of each serialized unit going back
      *    (SERIAL-UNIT-FILE); zero count for bulk parts
