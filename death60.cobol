      * the wrong part, or for more than was ordered goes on hold
      * for review instead of getting paid. Carries the held-line
      * review with a supervised approve, an AP aging off invoice
      * dates, and the payment-due extract that releases matched
      * lines to PRG97's cheque run. Aging counts released lines at
      * their net owed until the cheque is written.
      * Voucher numbers come from ap-control.dat the same way PRG31
      * draws PO numbers from po-control.dat. Open debit memos PRG96
      * raises for merchandise returned to the vendor are netted
      * against that vendor's lines on the payment-due extract, so a
      * returned casket is never paid for in full.
      *
      * Invoices suppliers send electronically land in
      * /user/inventory/invoice-in.dat (H per invoice: vendor,
      * invoice number and date; D per line: PO number and line,
      * part, quantity, unit price in cents). The load gives each
      * invoice the next voucher number and runs every line through
      * the same PO matching and hold logic as a keyed line. A line
      * that does not parse - or belongs to an invoice whose header
      * did not - goes to /user/inventory/invoice-rejects.txt with
      * its line number and reason. The input file is cleared once
      * loaded, so a rerun does not voucher the same invoice twice.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRG60.
            SELECT PAYMENT-DUE-FILE ASSIGN TO WS-PAYMENT-DUE-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PAYMENT-DUE-STATUS.
            SELECT DEBIT-MEMO-FILE ASSIGN TO WS-DEBIT-MEMO-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DM-NO
                FILE STATUS IS WS-MEMO-STATUS.
            SELECT INVOICE-IN-FILE ASSIGN TO WS-INVOICE-IN-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-INVOICE-IN-STATUS.
            SELECT INVOICE-REJECT-REPORT ASSIGN TO WS-REJECT-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REJECT-STATUS.
            SELECT EMPLOYEE-MASTER ASSIGN TO WS-EMPLOYEE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
        FILE SECTION.
        FD  VOUCHER-FILE.
        01  VOUCHER-RECORD.
            COPY VCHREC.
      * Same PO-MASTER record PRG31 maintains - keep the two in
      * step.
        FD  PO-MASTER.
            02 PO-ORDER-DATE PIC 9(8).
            02 FILLER PIC X.
            02 PO-STATUS PIC X.
            02 FILLER PIC X.
            02 PO-XMIT-FLAG PIC X.
            02 FILLER PIC X.
            02 PO-XMIT-DATE PIC 9(8).
        FD  SUPPLIER-MASTER.
        01  SUPPLIER-RECORD.
            COPY SUPREC.
        FD  AP-CONTROL-FILE.
        01  AP-CONTROL-RECORD PIC 9(6).
        FD  PAYMENT-DUE-FILE.
        01  PAYMENT-DUE-RECORD PIC X(80).
        FD  DEBIT-MEMO-FILE.
        01  DEBIT-MEMO-RECORD.
            COPY DMEMREC.
        FD  INVOICE-IN-FILE.
        01  INVOICE-IN-RECORD PIC X(80).
        FD  INVOICE-REJECT-REPORT.
        01  INVOICE-REJECT-LINE PIC X(80).
        FD  EMPLOYEE-MASTER.
        01  EMPLOYEE-RECORD.
            COPY EMPREC.
        01 WS-PAYMENT-DUE-FILE PIC X(40)
            VALUE '/user/inventory/ap-payment-due.dat'.
        01 WS-PAYMENT-DUE-STATUS PIC XX.
        01 WS-DEBIT-MEMO-FILE PIC X(40)
            VALUE '/user/inventory/ap-debit-memos'.
        01 WS-MEMO-STATUS PIC XX.
        01 WS-INVOICE-IN-FILE PIC X(40)
            VALUE '/user/inventory/invoice-in.dat'.
        01 WS-INVOICE-IN-STATUS PIC XX.
        01 WS-REJECT-FILE PIC X(40)
            VALUE '/user/inventory/invoice-rejects.txt'.
        01 WS-REJECT-STATUS PIC XX.
        01 WS-EMPLOYEE-FILE PIC X(40) VALUE '/user/employee/master'.
        01 WS-EMP-STATUS PIC XX.
        01 WS-OPERATOR-EMPID PIC 9(5).
        01 WS-SIGN-ON-OK PIC X VALUE 'N'.
            88 SIGN-ON-VALID VALUE 'Y'.
        01 WS-SIGN-ON-DATE PIC 9(8).
        01 WS-EMPID-OK PIC X VALUE 'Y'.
            88 EMPID-VALID VALUE 'Y'.
        01 WS-EMPID-ALPHA PIC X(5).
            88 TRAN-APPROVE VALUE 'A'.
            88 TRAN-AGING VALUE 'G'.
            88 TRAN-PAY-EXTRACT VALUE 'P'.
            88 TRAN-IMPORT VALUE 'I'.
            88 TRAN-QUIT VALUE 'X'.
        01 WS-TODAY PIC 9(8).
        01 WS-TODAY-JULIAN PIC 9(7).
            02 WS-AP-60 PIC 9(11)V99 VALUE ZERO.
            02 WS-AP-90 PIC 9(11)V99 VALUE ZERO.
        01 WS-DISPLAY-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
        01 WS-LINE-OWED PIC 9(9)V99.
        01 WS-MEMO-TAKE PIC 9(9)V99.
        01 WS-MEMO-OPEN-TOTAL PIC 9(9)V99.
        01 WS-MEMO-SUB PIC 9(3).
        01 WS-MEMO-COUNT PIC 9(3) VALUE ZERO.
        01 WS-MEMO-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-MEMOS VALUE 'Y'.
      * Open debit memos for the extract run - what is left on each
      * and what this run takes off it, written back at the end.
        01 WS-MEMO-TABLE.
            02 WS-MEMO-ENTRY OCCURS 200 TIMES.
                03 ME-NO PIC 9(6).
                03 ME-SUP-CODE PIC X(10).
                03 ME-REMAINING PIC 9(7)V99.
                03 ME-TAKEN PIC 9(7)V99.
        01 WS-IN-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-INVOICE-FILE VALUE 'Y'.
        01 WS-HEADER-SWITCH PIC X VALUE 'N'.
            88 INVOICE-HEADER-OK VALUE 'Y'.
        01 WS-IN-LINE-NO PIC 9(5) VALUE ZERO.
        01 WS-IMPORT-LINES PIC 9(5) VALUE ZERO.
        01 WS-IMPORT-HELD PIC 9(5) VALUE ZERO.
        01 WS-IMPORT-REJECTS PIC 9(5) VALUE ZERO.
        01 WS-IMPORT-VOUCHERS PIC 9(5) VALUE ZERO.
        01 WS-REJECT-REASON PIC X(24).
      * Inbound supplier invoice record - 80 bytes, single-space
      * separated, record type first. Unit price is in cents.
        01 WS-INVOICE-IN.
            02 II-TYPE PIC X.
            02 FILLER PIC X(79).
        01 WS-INVOICE-IN-HEADER REDEFINES WS-INVOICE-IN.
            02 FILLER PIC X(2).
            02 IH-SUP-CODE PIC X(10).
            02 FILLER PIC X.
            02 IH-INVOICE-NO PIC X(12).
            02 FILLER PIC X.
            02 IH-INVOICE-DATE PIC 9(8).
            02 FILLER PIC X(46).
        01 WS-INVOICE-IN-DETAIL REDEFINES WS-INVOICE-IN.
            02 FILLER PIC X(2).
            02 ID-PO-NUMBER PIC 9(6).
            02 FILLER PIC X.
            02 ID-PO-LINE PIC 9(3).
            02 FILLER PIC X.
            02 ID-PART PIC 9(6).
            02 FILLER PIC X.
            02 ID-QTY PIC 9(5).
            02 FILLER PIC X.
            02 ID-PRICE-CENTS PIC 9(7).
            02 FILLER PIC X(47).
        01 WS-REJECT-HEADING PIC X(80)
            VALUE ' LINE REASON                   RECORD'.
        01 WS-REJECT-DETAIL.
            02 RJ-LINE-NO PIC ZZZZ9.
            02 FILLER PIC X VALUE SPACE.
            02 RJ-REASON PIC X(24).
            02 FILLER PIC X VALUE SPACE.
            02 RJ-RECORD PIC X(49).
      * One line per payable voucher on the payment-due extract -
      * vendor, invoice, and the extended amount owed.
        01 WS-PAYMENT-DUE-ENTRY.
            02 PD-LINE PIC 9(3).
            02 FILLER PIC X VALUE SPACE.
            02 PD-AMOUNT PIC 9(9)V99.
      *     PD-AMOUNT is what is owed after debit memos; PD-MEMO-TAKEN
      *     is how much of the invoiced line the memos covered.
            02 FILLER PIC X VALUE SPACE.
            02 PD-MEMO-TAKEN PIC 9(9)V99.
       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
                       'EMPLOYEE-MASTER: ' WS-OPERATOR-EMPID
               NOT INVALID KEY
                   PERFORM VALIDATE-EMPID
                   ACCEPT WS-SIGN-ON-DATE FROM DATE YYYYMMDD
                   IF EMP-TERM-DATE NOT = ZERO
                       AND EMP-TERM-DATE NOT > WS-SIGN-ON-DATE
                       DISPLAY 'SIGN-ON REFUSED - EMPID SEPARATED '
                           EMP-TERM-DATE ': ' WS-OPERATOR-EMPID
                   ELSE
                       IF EMPID-VALID
                           MOVE 'Y' TO WS-SIGN-ON-OK
                           DISPLAY 'SIGNED ON: ' EMPID ' ' EMPNAME
                       ELSE
                           DISPLAY 'SIGN-ON REFUSED - EMPID FAILS '
                               'CHECK-DIGIT TEST: ' WS-OPERATOR-EMPID
                       END-IF
                   END-IF
           END-READ.

               DISPLAY 'ERROR OPENING SUPPLIER-MASTER: '
                   WS-SUP-STATUS
               MOVE 'X' TO WS-TRAN-CODE
           END-IF
           OPEN I-O DEBIT-MEMO-FILE
           IF WS-MEMO-STATUS = '35'
               OPEN OUTPUT DEBIT-MEMO-FILE
               CLOSE DEBIT-MEMO-FILE
               OPEN I-O DEBIT-MEMO-FILE
           END-IF
           IF WS-MEMO-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DEBIT-MEMO-FILE: '
                   WS-MEMO-STATUS
               MOVE 'X' TO WS-TRAN-CODE
           END-IF.

       PROCESS-TRANSACTION.
           DISPLAY 'ENTER TRANSACTION (E-ENTER INVOICE H-HELD '
               'REVIEW A-APPROVE HELD G-AP AGING P-PAYMENT DUE '
               'I-IMPORT SUPPLIER INVOICES X-EXIT)'
           ACCEPT WS-TRAN-CODE
           EVALUATE TRUE
               WHEN TRAN-ENTER
                   PERFORM PRINT-AP-AGING
               WHEN TRAN-PAY-EXTRACT
                   PERFORM EXTRACT-PAYMENT-DUE
               WHEN TRAN-IMPORT
                   PERFORM IMPORT-SUPPLIER-INVOICES
               WHEN TRAN-QUIT
                   CONTINUE
               WHEN OTHER
           MOVE WS-INVOICE-NO TO VCH-INVOICE-NO
           MOVE WS-INVOICE-DATE TO VCH-INVOICE-DATE
           MOVE WS-OPERATOR-EMPID TO VCH-OPERATOR
           MOVE ZERO TO VCH-NET-AMOUNT
           MOVE ZERO TO VCH-MEMO-TAKEN
           MOVE ZERO TO VCH-CHECK-NO
           MOVE ZERO TO VCH-PAID-DATE
           WRITE VOUCHER-RECORD
               INVALID KEY
                   DISPLAY 'VOUCHER LINE NOT WRITTEN: ' VCH-KEY
                       VCH-STATUS
           END-WRITE.

      * Electronic invoice load - each H record opens an invoice on
      * the next voucher number, each D record under it becomes a
      * voucher line through MATCH-AGAINST-PO exactly as if keyed.
       IMPORT-SUPPLIER-INVOICES.
           OPEN INPUT INVOICE-IN-FILE
           IF WS-INVOICE-IN-STATUS NOT = '00'
               DISPLAY 'NO SUPPLIER INVOICE FILE TO LOAD: '
                   WS-INVOICE-IN-STATUS
           ELSE
               OPEN OUTPUT INVOICE-REJECT-REPORT
               WRITE INVOICE-REJECT-LINE FROM WS-REJECT-HEADING
               MOVE ZERO TO WS-IN-LINE-NO
               MOVE ZERO TO WS-IMPORT-LINES
               MOVE ZERO TO WS-IMPORT-HELD
               MOVE ZERO TO WS-IMPORT-REJECTS
               MOVE ZERO TO WS-IMPORT-VOUCHERS
               MOVE 'N' TO WS-HEADER-SWITCH
               MOVE 'N' TO WS-IN-EOF-SWITCH
               PERFORM LOAD-INVOICE-RECORD UNTIL END-OF-INVOICE-FILE
               PERFORM CLOSE-LOADED-INVOICE
               CLOSE INVOICE-IN-FILE
               CLOSE INVOICE-REJECT-REPORT
               PERFORM CLEAR-INVOICE-IN-FILE
               DISPLAY 'SUPPLIER INVOICES LOADED: ' WS-IMPORT-VOUCHERS
               DISPLAY 'INVOICE LINES LOADED: ' WS-IMPORT-LINES
                   ' HELD: ' WS-IMPORT-HELD
                   ' REJECTED: ' WS-IMPORT-REJECTS
           END-IF.

       LOAD-INVOICE-RECORD.
           READ INVOICE-IN-FILE INTO WS-INVOICE-IN
               AT END
                   MOVE 'Y' TO WS-IN-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-IN-LINE-NO
                   EVALUATE II-TYPE
                       WHEN 'H'
                           PERFORM CLOSE-LOADED-INVOICE
                           PERFORM OPEN-LOADED-INVOICE
                       WHEN 'D'
                           PERFORM LOAD-INVOICE-DETAIL
                       WHEN OTHER
                           MOVE 'UNKNOWN RECORD TYPE'
                               TO WS-REJECT-REASON
                           PERFORM WRITE-INVOICE-REJECT
                   END-EVALUATE
           END-READ.

      * A header that fails its checks leaves no invoice open, so
      * every detail line under it is rejected rather than
      * vouchered against the wrong vendor.
       OPEN-LOADED-INVOICE.
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN IH-SUP-CODE = SPACES
                   MOVE 'VENDOR CODE MISSING' TO WS-REJECT-REASON
               WHEN IH-INVOICE-NO = SPACES
                   MOVE 'INVOICE NUMBER MISSING' TO WS-REJECT-REASON
               WHEN IH-INVOICE-DATE NOT NUMERIC
                   OR IH-INVOICE-DATE = ZERO
                   MOVE 'INVOICE DATE INVALID' TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE IH-SUP-CODE TO SUP-CODE
                   READ SUPPLIER-MASTER
                       INVALID KEY
                           MOVE 'VENDOR NOT ON FILE'
                               TO WS-REJECT-REASON
                   END-READ
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               MOVE IH-SUP-CODE TO WS-SUP-CODE
               MOVE IH-INVOICE-NO TO WS-INVOICE-NO
               MOVE IH-INVOICE-DATE TO WS-INVOICE-DATE
               PERFORM READ-AP-CONTROL
               ADD 1 TO WS-NEXT-VOUCHER
               MOVE ZERO TO WS-LINE-COUNT
               MOVE 'Y' TO WS-HEADER-SWITCH
           ELSE
               PERFORM WRITE-INVOICE-REJECT
           END-IF.

      * The voucher number is only taken once the invoice has at
      * least one line, same as a keyed invoice.
       CLOSE-LOADED-INVOICE.
           IF INVOICE-HEADER-OK AND WS-LINE-COUNT > ZERO
               PERFORM WRITE-AP-CONTROL
               ADD 1 TO WS-IMPORT-VOUCHERS
               DISPLAY 'VOUCHER ' WS-NEXT-VOUCHER ' LOADED - '
                   'LINES: ' WS-LINE-COUNT
           END-IF
           MOVE 'N' TO WS-HEADER-SWITCH.

       LOAD-INVOICE-DETAIL.
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN NOT INVOICE-HEADER-OK
                   MOVE 'NO VALID INVOICE HEADER' TO WS-REJECT-REASON
               WHEN ID-PO-NUMBER NOT NUMERIC
                   OR ID-PO-LINE NOT NUMERIC
                   MOVE 'PO NUMBER/LINE INVALID' TO WS-REJECT-REASON
               WHEN ID-PART NOT NUMERIC
                   MOVE 'PART NUMBER INVALID' TO WS-REJECT-REASON
               WHEN ID-QTY NOT NUMERIC
                   OR ID-QTY = ZERO
                   MOVE 'QUANTITY INVALID' TO WS-REJECT-REASON
               WHEN ID-PRICE-CENTS NOT NUMERIC
                   MOVE 'UNIT PRICE INVALID' TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               MOVE ID-PO-NUMBER TO VCH-PO-NUMBER
               MOVE ID-PO-LINE TO VCH-PO-LINE
               MOVE ID-PART TO VCH-PART
               MOVE ID-QTY TO VCH-QTY
               COMPUTE VCH-UNIT-PRICE = ID-PRICE-CENTS / 100
               PERFORM MATCH-AGAINST-PO
               PERFORM WRITE-VOUCHER-LINE
               ADD 1 TO WS-IMPORT-LINES
               IF VCH-STATUS = 'H'
                   ADD 1 TO WS-IMPORT-HELD
               END-IF
           ELSE
               PERFORM WRITE-INVOICE-REJECT
           END-IF.

       WRITE-INVOICE-REJECT.
           MOVE WS-IN-LINE-NO TO RJ-LINE-NO
           MOVE WS-REJECT-REASON TO RJ-REASON
           MOVE INVOICE-IN-RECORD TO RJ-RECORD
           WRITE INVOICE-REJECT-LINE FROM WS-REJECT-DETAIL
           ADD 1 TO WS-IMPORT-REJECTS.

       CLEAR-INVOICE-IN-FILE.
           OPEN OUTPUT INVOICE-IN-FILE
           CLOSE INVOICE-IN-FILE.

       READ-AP-CONTROL.
           MOVE ZERO TO WS-NEXT-VOUCHER
           OPEN INPUT AP-CONTROL-FILE
           MOVE WS-AP-60 TO WS-DISPLAY-AMOUNT
           DISPLAY '61-90  : ' WS-DISPLAY-AMOUNT
           MOVE WS-AP-90 TO WS-DISPLAY-AMOUNT
           DISPLAY 'OVER-90: ' WS-DISPLAY-AMOUNT
           PERFORM LOAD-OPEN-DEBIT-MEMOS
           MOVE ZERO TO WS-MEMO-OPEN-TOTAL
           PERFORM TOTAL-ONE-OPEN-MEMO
               VARYING WS-MEMO-SUB FROM 1 BY 1
               UNTIL WS-MEMO-SUB > WS-MEMO-COUNT
           MOVE WS-MEMO-OPEN-TOTAL TO WS-DISPLAY-AMOUNT
           DISPLAY 'LESS OPEN DEBIT MEMOS: ' WS-DISPLAY-AMOUNT.

       TOTAL-ONE-OPEN-MEMO.
           ADD ME-REMAINING(WS-MEMO-SUB) TO WS-MEMO-OPEN-TOTAL.

       AGE-ONE-VOUCHER.
           READ VOUCHER-FILE NEXT RECORD
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF VCH-STATUS = 'M' OR VCH-STATUS = 'H'
                       OR VCH-STATUS = 'P'
                       IF VCH-STATUS = 'P'
                           MOVE VCH-NET-AMOUNT TO WS-EXTENDED
                       ELSE
                           COMPUTE WS-EXTENDED =
                               VCH-QTY * VCH-UNIT-PRICE
                       END-IF
                       COMPUTE WS-INVOICE-JULIAN =
                           FUNCTION
                           INTEGER-OF-DATE(VCH-INVOICE-DATE)
      * Payment-due extract - every matched, unpaid line goes out
      * for the cheque run and is flipped to 'P' so it cannot pay
      * twice. Held lines stay behind until review clears them.
      * The vendor's open debit memos come off each line first; a
      * memo left over after the run stays open for the next one.
      * The net owed is kept on the line itself for PRG97, which
      * writes the cheques and flips the line to 'C' once paid.
       EXTRACT-PAYMENT-DUE.
           OPEN EXTEND PAYMENT-DUE-FILE
           IF WS-PAYMENT-DUE-STATUS = '35'
               OPEN OUTPUT PAYMENT-DUE-FILE
           END-IF
           PERFORM LOAD-OPEN-DEBIT-MEMOS
           MOVE ZERO TO WS-DUE-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO VCH-KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM EXTRACT-ONE-DUE UNTIL END-OF-VOUCHERS
           PERFORM POST-ONE-MEMO-TAKEN
               VARYING WS-MEMO-SUB FROM 1 BY 1
               UNTIL WS-MEMO-SUB > WS-MEMO-COUNT
           CLOSE PAYMENT-DUE-FILE
           DISPLAY 'PAYMENT-DUE LINES EXTRACTED: ' WS-DUE-COUNT.

           MOVE VCH-INVOICE-DATE TO PD-INVOICE-DATE
           MOVE VCH-NUMBER TO PD-VOUCHER
           MOVE VCH-LINE TO PD-LINE
           COMPUTE WS-LINE-OWED = VCH-QTY * VCH-UNIT-PRICE
           MOVE ZERO TO PD-MEMO-TAKEN
           PERFORM NET-ONE-DEBIT-MEMO
               VARYING WS-MEMO-SUB FROM 1 BY 1
               UNTIL WS-MEMO-SUB > WS-MEMO-COUNT
               OR WS-LINE-OWED = ZERO
           MOVE WS-LINE-OWED TO PD-AMOUNT
           MOVE WS-LINE-OWED TO VCH-NET-AMOUNT
           MOVE PD-MEMO-TAKEN TO VCH-MEMO-TAKEN
           MOVE SPACES TO PAYMENT-DUE-RECORD
           MOVE WS-PAYMENT-DUE-ENTRY TO PAYMENT-DUE-RECORD
           WRITE PAYMENT-DUE-RECORD
           END-REWRITE
           ADD 1 TO WS-DUE-COUNT.

       NET-ONE-DEBIT-MEMO.
           IF ME-SUP-CODE(WS-MEMO-SUB) = VCH-SUP-CODE
               AND ME-REMAINING(WS-MEMO-SUB) > ZERO
               IF ME-REMAINING(WS-MEMO-SUB) < WS-LINE-OWED
                   MOVE ME-REMAINING(WS-MEMO-SUB) TO WS-MEMO-TAKE
               ELSE
                   MOVE WS-LINE-OWED TO WS-MEMO-TAKE
               END-IF
               SUBTRACT WS-MEMO-TAKE FROM WS-LINE-OWED
               SUBTRACT WS-MEMO-TAKE FROM ME-REMAINING(WS-MEMO-SUB)
               ADD WS-MEMO-TAKE TO ME-TAKEN(WS-MEMO-SUB)
               ADD WS-MEMO-TAKE TO PD-MEMO-TAKEN
           END-IF.

       LOAD-OPEN-DEBIT-MEMOS.
           MOVE ZERO TO WS-MEMO-COUNT
           MOVE 'N' TO WS-MEMO-EOF-SWITCH
           MOVE LOW-VALUES TO DM-NO
           START DEBIT-MEMO-FILE KEY IS NOT LESS THAN DM-NO
               INVALID KEY
                   MOVE 'Y' TO WS-MEMO-EOF-SWITCH
           END-START
           PERFORM LOAD-ONE-DEBIT-MEMO UNTIL END-OF-MEMOS.

       LOAD-ONE-DEBIT-MEMO.
           READ DEBIT-MEMO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MEMO-EOF-SWITCH
               NOT AT END
                   IF DM-OPEN
                       IF WS-MEMO-COUNT < 200
                           ADD 1 TO WS-MEMO-COUNT
                           MOVE DM-NO TO ME-NO(WS-MEMO-COUNT)
                           MOVE DM-SUP-CODE
                               TO ME-SUP-CODE(WS-MEMO-COUNT)
                           COMPUTE ME-REMAINING(WS-MEMO-COUNT) =
                               DM-AMOUNT - DM-APPLIED-AMOUNT
                           MOVE ZERO TO ME-TAKEN(WS-MEMO-COUNT)
                       ELSE
                           DISPLAY 'WARNING - OVER 200 OPEN DEBIT '
                               'MEMOS, HELD FOR NEXT RUN: ' DM-NO
                       END-IF
                   END-IF
           END-READ.

       POST-ONE-MEMO-TAKEN.
           IF ME-TAKEN(WS-MEMO-SUB) > ZERO
               MOVE ME-NO(WS-MEMO-SUB) TO DM-NO
               READ DEBIT-MEMO-FILE
                   INVALID KEY
                       DISPLAY 'WARNING - DEBIT MEMO NOT FOUND: '
                           DM-NO
                   NOT INVALID KEY
                       ADD ME-TAKEN(WS-MEMO-SUB) TO DM-APPLIED-AMOUNT
                       IF DM-APPLIED-AMOUNT NOT < DM-AMOUNT
                           MOVE 'A' TO DM-STATUS
                       END-IF
                       REWRITE DEBIT-MEMO-RECORD
                           INVALID KEY
                               DISPLAY 'WARNING - DEBIT MEMO NOT '
                                   'UPDATED: ' DM-NO
                           NOT INVALID KEY
                               MOVE ME-TAKEN(WS-MEMO-SUB)
                                   TO WS-DISPLAY-AMOUNT
                               DISPLAY 'DEBIT MEMO ' DM-NO ' NETTED '
                                   WS-DISPLAY-AMOUNT ' STATUS '
                                   DM-STATUS
                       END-REWRITE
               END-READ
           END-IF.

       CLOSE-FILES.
           CLOSE VOUCHER-FILE
           CLOSE PO-MASTER
           CLOSE SUPPLIER-MASTER
           CLOSE DEBIT-MEMO-FILE
           CLOSE EMPLOYEE-MASTER.
