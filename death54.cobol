      * (effective-dated rates, trade rates, tax); re-pricing at
      * today's SVC-RATE is exactly how the statement used to
      * disagree with PRG28's balance.
      *
      * Cash advances (PRG86, charge code CASHAD on billing.dat) are
      * money paid to third parties on the family's behalf, and the
      * Funeral Rule wants them itemized apart from the home's own
      * goods and services - so they are held out of the first
      * section and printed in their own CASH ADVANCE ITEMS section
      * with a subtotal. Both sections still add into TOTAL CHARGES,
      * so BALANCE DUE stays in agreement with PRG28.
      *
      * An advance billed at other than what was paid out (PRG86
      * lets the operator key a different billed amount) is
      * disclosed under the cash advance subtotal: CASH-ADVANCE-FILE
      * is read for the ROLLNO and each such advance is shown with
      * the amount paid to the payee, the amount billed, and the
      * difference.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRG54.
            SELECT ADJUSTMENT-FILE ASSIGN TO WS-ADJUSTMENT-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ADJUSTMENT-STATUS.
            SELECT CASH-ADVANCE-FILE ASSIGN TO WS-CADV-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CADV-KEY
                FILE STATUS IS WS-CADV-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  CASE-MASTER.
        01  STATEMENT-PRINT-RECORD PIC X(80).
        FD  ADJUSTMENT-FILE.
        01  ADJUSTMENT-FILE-RECORD PIC X(60).
        FD  CASH-ADVANCE-FILE.
        01  CASH-ADVANCE-RECORD.
            COPY CADVREC.
        WORKING-STORAGE SECTION.
        01 WS-CASE-FILE PIC X(40) VALUE '/user/mortuary/case-master'.
        01 WS-CASE-STATUS PIC XX.
        01 WS-PAY-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-PAYMENTS VALUE 'Y'.
        01 WS-CHARGE-TOTAL PIC 9(9)V99 VALUE ZERO.
        01 WS-GOODS-TOTAL PIC 9(9)V99 VALUE ZERO.
        01 WS-CADV-TOTAL PIC 9(9)V99 VALUE ZERO.
        01 WS-CADV-LINES PIC 9(5) VALUE ZERO.
        01 WS-CADV-FILE PIC X(40) VALUE '/user/billing/cash-advances'.
        01 WS-CADV-STATUS PIC XX.
        01 WS-CADV-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-CASH-ADVANCES VALUE 'Y'.
        01 WS-CADV-DIFF-LINES PIC 9(5) VALUE ZERO.
        01 WS-CADV-DISCLOSURE.
            02 FILLER PIC X(2) VALUE SPACES.
            02 CD-PAYEE PIC X(20).
            02 FILLER PIC X(6) VALUE ' PAID '.
            02 CD-PAID-AMOUNT PIC Z,ZZZ,ZZ9.99.
            02 FILLER PIC X(8) VALUE ' BILLED '.
            02 CD-BILLED-AMOUNT PIC Z,ZZZ,ZZ9.99.
            02 FILLER PIC X(6) VALUE ' DIFF '.
            02 CD-DIFFERENCE PIC -Z,ZZZ,ZZ9.99.
        01 WS-BILLING-PASS PIC X VALUE 'G'.
            88 GOODS-PASS VALUE 'G'.
            88 CASH-ADVANCE-PASS VALUE 'A'.
        01 WS-PAYMENT-TOTAL PIC 9(9)V99 VALUE ZERO.
        01 WS-BALANCE PIC S9(9)V99 VALUE ZERO.
        01 WS-LINE-COUNT PIC 9(5) VALUE ZERO.
            02 PAY-AMOUNT PIC 9(7)V99.
            02 FILLER PIC X.
            02 PAY-METHOD PIC X(6).
            02 FILLER PIC X.
            02 PAY-OPERATOR PIC 9(5).
      * Full decedent name for the statement heading - last, first
      * off the full fields, falling back to the legacy STUNAME on
      * a record from before the full fields existed (the same
           MOVE ZERO TO WS-CHARGE-TOTAL
           MOVE ZERO TO WS-PAYMENT-TOTAL
           MOVE ZERO TO WS-LINE-COUNT
           MOVE ZERO TO WS-GOODS-TOTAL
           MOVE ZERO TO WS-CADV-TOTAL
           MOVE ZERO TO WS-CADV-LINES
           MOVE 'G' TO WS-BILLING-PASS
           PERFORM WRITE-BILLING-LINES
           PERFORM WRITE-GOODS-SUBTOTAL
           MOVE 'A' TO WS-BILLING-PASS
           PERFORM WRITE-BILLING-LINES
           IF WS-CADV-LINES > ZERO
               PERFORM WRITE-CASH-ADVANCE-SUBTOTAL
               PERFORM WRITE-CASH-ADVANCE-DISCLOSURES
           END-IF
           PERFORM WRITE-PAYMENT-LINES
           PERFORM WRITE-ADJUSTMENT-LINES
           PERFORM WRITE-STATEMENT-TOTALS
      * it: part lines, service lines (BL-PART zero with the charge
      * code), and the computed sales-tax lines. Totalling the same
      * lines PRG28 totals is what keeps BALANCE DUE in agreement
      * with the aging. The extract is read twice: the goods pass
      * prints everything but the CASHAD lines, the cash advance
      * pass prints only those, under their own heading.
       WRITE-BILLING-LINES.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT BILLING-EXTRACT
               NOT AT END
                   MOVE BILLING-EXTRACT-RECORD TO WS-BILLING-LINE
                   IF BL-ROLLNO = WS-ROLLNO
                       IF GOODS-PASS AND BL-CHARGE-CODE NOT = 'CASHAD'
                           ADD BL-EXTENDED-PRICE TO WS-GOODS-TOTAL
                           PERFORM PRINT-BILLING-DETAIL
                       END-IF
                       IF CASH-ADVANCE-PASS
                           AND BL-CHARGE-CODE = 'CASHAD'
                           IF WS-CADV-LINES = ZERO
                               PERFORM WRITE-CASH-ADVANCE-HEADING
                           END-IF
                           ADD BL-EXTENDED-PRICE TO WS-CADV-TOTAL
                           ADD 1 TO WS-CADV-LINES
                           PERFORM PRINT-BILLING-DETAIL
                       END-IF
                   END-IF
           END-READ.

       PRINT-BILLING-DETAIL.
           ADD BL-EXTENDED-PRICE TO WS-CHARGE-TOTAL
           MOVE SPACES TO WS-STMT-DETAIL
           MOVE BL-CHARGE-DATE TO ST-DATE
           MOVE BL-DESC TO ST-DESC
           MOVE BL-QTY TO ST-QTY
           MOVE BL-EXTENDED-PRICE TO ST-AMOUNT
           WRITE STATEMENT-PRINT-RECORD FROM WS-STMT-DETAIL
           ADD 1 TO WS-LINE-COUNT.

       WRITE-GOODS-SUBTOTAL.
           MOVE SPACES TO WS-STMT-DETAIL
           MOVE WS-TODAY TO ST-DATE
           MOVE 'GOODS AND SERVICES' TO ST-DESC
           MOVE WS-GOODS-TOTAL TO ST-AMOUNT
           WRITE STATEMENT-PRINT-RECORD FROM WS-STMT-DETAIL.

       WRITE-CASH-ADVANCE-HEADING.
           MOVE SPACES TO STATEMENT-PRINT-RECORD
           WRITE STATEMENT-PRINT-RECORD
           MOVE 'CASH ADVANCE ITEMS - PAID TO OTHERS ON YOUR BEHALF'
               TO STATEMENT-PRINT-RECORD
           WRITE STATEMENT-PRINT-RECORD.

       WRITE-CASH-ADVANCE-SUBTOTAL.
           MOVE SPACES TO WS-STMT-DETAIL
           MOVE WS-TODAY TO ST-DATE
           MOVE 'CASH ADVANCES' TO ST-DESC
           MOVE WS-CADV-TOTAL TO ST-AMOUNT
           WRITE STATEMENT-PRINT-RECORD FROM WS-STMT-DETAIL
           MOVE SPACES TO STATEMENT-PRINT-RECORD
           WRITE STATEMENT-PRINT-RECORD.

      * The billing extract carries only the billed amount, so the
      * advances themselves are read back for the ROLLNO to find any
      * billed at other than what was paid out.
       WRITE-CASH-ADVANCE-DISCLOSURES.
           MOVE ZERO TO WS-CADV-DIFF-LINES
           MOVE 'N' TO WS-CADV-EOF-SWITCH
           OPEN INPUT CASH-ADVANCE-FILE
           IF WS-CADV-STATUS NOT = '00'
               DISPLAY 'NO CASH-ADVANCE-FILE - BILLED/PAID DIFFERENCES '
                   'NOT SHOWN: ' WS-CADV-STATUS
           ELSE
               MOVE WS-ROLLNO TO CADV-ROLLNO
               MOVE ZERO TO CADV-SEQ
               START CASH-ADVANCE-FILE KEY IS NOT LESS THAN CADV-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-CADV-EOF-SWITCH
               END-START
               PERFORM WRITE-ONE-CADV-DISCLOSURE
                   UNTIL END-OF-CASH-ADVANCES
               CLOSE CASH-ADVANCE-FILE
               IF WS-CADV-DIFF-LINES > ZERO
                   MOVE SPACES TO STATEMENT-PRINT-RECORD
                   WRITE STATEMENT-PRINT-RECORD
               END-IF
           END-IF.

       WRITE-ONE-CADV-DISCLOSURE.
           READ CASH-ADVANCE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CADV-EOF-SWITCH
               NOT AT END
                   IF CADV-ROLLNO NOT = WS-ROLLNO
                       MOVE 'Y' TO WS-CADV-EOF-SWITCH
                   ELSE
                   IF CADV-BILLED-AMOUNT NOT = CADV-PAID-AMOUNT
                       IF WS-CADV-DIFF-LINES = ZERO
                           MOVE 'BILLED OTHER THAN PAID OUT:'
                               TO STATEMENT-PRINT-RECORD
                           WRITE STATEMENT-PRINT-RECORD
                       END-IF
                       MOVE CADV-PAYEE TO CD-PAYEE
                       MOVE CADV-PAID-AMOUNT TO CD-PAID-AMOUNT
                       MOVE CADV-BILLED-AMOUNT TO CD-BILLED-AMOUNT
                       COMPUTE CD-DIFFERENCE = CADV-BILLED-AMOUNT
                           - CADV-PAID-AMOUNT
                       WRITE STATEMENT-PRINT-RECORD
                           FROM WS-CADV-DISCLOSURE
                       ADD 1 TO WS-CADV-DIFF-LINES
                   END-IF
                   END-IF
           END-READ.

