      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * Shared accounts-payable voucher line layout for VOUCHER-FILE
      * (/user/inventory/ap-vouchers, indexed on VCH-KEY). PRG60
      * (death60.cobol) keys and loads the lines, matches them to
      * PO-MASTER and releases matched lines on the payment-due
      * extract; PRG97 (death97.cobol) pays released lines by cheque
      * and reopens them when a cheque is voided.
      *
      * Caller supplies the 01-level record name, e.g.:
      *     01 VOUCHER-RECORD.
      *         COPY VCHREC.
      *
           02 VCH-KEY.
               03 VCH-NUMBER PIC 9(6).
               03 VCH-LINE PIC 9(3).
           02 FILLER PIC X.
           02 VCH-SUP-CODE PIC X(10).
           02 FILLER PIC X.
           02 VCH-INVOICE-NO PIC X(12).
           02 FILLER PIC X.
           02 VCH-INVOICE-DATE PIC 9(8).
           02 FILLER PIC X.
           02 VCH-PO-NUMBER PIC 9(6).
           02 FILLER PIC X.
           02 VCH-PO-LINE PIC 9(3).
           02 FILLER PIC X.
           02 VCH-PART PIC 9(6).
           02 FILLER PIC X.
           02 VCH-QTY PIC 9(5).
           02 FILLER PIC X.
           02 VCH-UNIT-PRICE PIC 9(5)V99.
           02 FILLER PIC X.
           02 VCH-STATUS PIC X.
      *    VCH-STATUS: M - matched (payable), H - held for review
      *    (mismatch against the PO), P - released on the payment-due
      *    extract, awaiting its cheque, C - paid by cheque, R -
      *    rejected at review
           02 FILLER PIC X.
           02 VCH-HOLD-REASON PIC X(20).
           02 FILLER PIC X.
           02 VCH-OPERATOR PIC 9(5).
           02 FILLER PIC X.
           02 VCH-NET-AMOUNT PIC 9(9)V99.
           02 FILLER PIC X.
           02 VCH-MEMO-TAKEN PIC 9(9)V99.
      *    VCH-NET-AMOUNT / VCH-MEMO-TAKEN: set by the payment-due
      *    extract - what is owed after debit memos, and how much of
      *    the invoiced line the memos covered
           02 FILLER PIC X.
           02 VCH-CHECK-NO PIC 9(6).
           02 FILLER PIC X.
           02 VCH-PAID-DATE PIC 9(8).
      *    VCH-CHECK-NO / VCH-PAID-DATE: the cheque that paid the line
      *    and its date; zero cheque with a paid date means debit
      *    memos settled the line in full
