      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * Shared vendor debit-memo record layout for DEBIT-MEMO-FILE
      * (/user/inventory/ap-debit-memos, indexed on DM-NO). PRG96
      * (death96.cobol) raises one memo when a return to the vendor
      * ships, numbered the same as the return authorization. PRG60
      * nets each open memo against the same supplier's matched
      * voucher lines on the payment-due extract until the memo is
      * used up.
      *
      * Caller supplies the 01-level record name, e.g.:
      *     01 DEBIT-MEMO-RECORD.
      *         COPY DMEMREC.
      *
           02 DM-NO PIC 9(6).
           02 FILLER PIC X.
           02 DM-STATUS PIC X.
               88 DM-OPEN VALUE 'O'.
               88 DM-APPLIED VALUE 'A'.
      *    DM-STATUS: O - open, credit left to take; A - applied in
      *    full against payment-due lines
           02 FILLER PIC X.
           02 DM-SUP-CODE PIC X(10).
           02 FILLER PIC X.
           02 DM-RMA-NO PIC X(15).
           02 FILLER PIC X.
           02 DM-DATE PIC 9(8).
           02 FILLER PIC X.
           02 DM-AMOUNT PIC 9(7)V99.
           02 FILLER PIC X.
           02 DM-APPLIED-AMOUNT PIC 9(7)V99.
      *    DM-APPLIED-AMOUNT: how much of DM-AMOUNT PRG60 has taken
      *    off payment-due lines so far
