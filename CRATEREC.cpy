      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * Shared commission-rate table layout for COMMISSION-RATE-FILE
      * (/user/employee/commission-rates, indexed on CR-KEY). PRG99
      * (death99.cobol) maintains it; PRG40 and PRG53 look a sale up
      * by contract type and product category - the part's ALTKEY2
      * on inventory-file, or SERVICES for an arrangement's service
      * lines. A row with a blank category is the contract type's
      * default for any category without a row of its own; with no
      * row at all the sale earns nothing.
      *
      * Caller supplies the 01-level record name, e.g.:
      *     01 COMMISSION-RATE-RECORD.
      *         COPY CRATEREC.
      *
           02 CR-KEY.
               03 CR-CONTRACT-TYPE PIC X.
      *        CR-CONTRACT-TYPE: P - pre-need contract (PRG40),
      *        A - at-need arrangement (PRG53)
               03 CR-CATEGORY PIC X(10).
           02 FILLER PIC X.
           02 CR-RATE PIC 9(2)V99.
      *    CR-RATE: percent of the sale price, e.g. 0500 = 5.00%
           02 FILLER PIC X.
           02 CR-OPERATOR PIC 9(5).
           02 FILLER PIC X.
           02 CR-CHANGED-DATE PIC 9(8).
