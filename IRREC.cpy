      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * Shared interment-rights sale record layout for
      * INTERMENT-RIGHTS, the indexed file PRG109 (death109.cobol)
      * maintains - one record per sale of columbarium niche rights,
      * keyed by a rights number PRG109 assigns. A sale may cover
      * several niches (a family buying side by side); each niche
      * sold carries the rights number on NICHE-MASTER (NICHEREC.cpy).
      * A sale made with a pre-need arrangement names its
      * PRE-NEED-MASTER contract (PRG40).
      *
      * Caller supplies the 01-level record name, e.g.:
      *     01 RIGHTS-RECORD.
      *         COPY IRREC.
      *
           02 IR-RIGHTS-NO PIC 9(6).
           02 FILLER PIC X.
           02 IR-PURCHASER-LAST PIC X(20).
           02 FILLER PIC X.
           02 IR-PURCHASER-FIRST PIC X(15).
           02 FILLER PIC X.
           02 IR-PHONE PIC X(12).
           02 FILLER PIC X.
           02 IR-CONTRACT-NO PIC 9(6).
      *    IR-CONTRACT-NO: the pre-need contract, zero when the
      *    rights were bought on their own.
           02 FILLER PIC X.
           02 IR-SALE-DATE PIC 9(8).
           02 FILLER PIC X.
           02 IR-NICHES-BOUGHT PIC 9(2).
           02 FILLER PIC X.
           02 IR-NICHES-USED PIC 9(2).
      *    IR-NICHES-USED: niches under this sale that have taken
      *    their first urn; bought less used is what the owner still
      *    holds unused.
           02 FILLER PIC X.
           02 IR-PRICE PIC 9(7)V99.
      *    IR-PRICE: total of the niche prices at the time of sale.
           02 FILLER PIC X.
           02 IR-EMPID PIC 9(5).
      *    IR-EMPID: signed-on EMPID who recorded the sale.
