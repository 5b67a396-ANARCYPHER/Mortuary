      * Written to a line-sequential extract file for the billing
      * system to pick up, the same way the audit log (req 013) writes
      * a plain-text feed for downstream consumption.
      *
      * Cash advances recorded through PRG86 (CASH-ADVANCE-FILE) go
      * out as BL-PART zero lines under charge code CASHAD at the
      * amount billed to the family - no trade factor and no sales
      * tax, since the home only passes the money through. PRG54
      * prints them in their own section and PRG51 credits them to
      * the clearing account rather than revenue.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRG14.
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TRD-CODE
                FILE STATUS IS WS-TRADE-STATUS.
            SELECT CASH-ADVANCE-FILE ASSIGN TO WS-CADV-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CADV-KEY
                FILE STATUS IS WS-CADV-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  CASE-MASTER.
        FD  TRADE-ACCOUNT-FILE.
        01  TRADE-ACCOUNT-RECORD.
            COPY TRADEREC.
        FD  CASH-ADVANCE-FILE.
        01  CASH-ADVANCE-RECORD.
            COPY CADVREC.
        WORKING-STORAGE SECTION.
        01 WS-CASE-FILE PIC X(40) VALUE '/user/mortuary/case-master'.
        01 WS-FILE-STATUS PIC XX.
        01 WS-CASE-COUNT PIC 9(5) VALUE ZERO.
        01 WS-CHARGE-LINE-COUNT PIC 9(5) VALUE ZERO.
        01 WS-DETAIL-LINE-COUNT PIC 9(5) VALUE ZERO.
        01 WS-CADV-FILE PIC X(40) VALUE '/user/billing/cash-advances'.
        01 WS-CADV-STATUS PIC XX.
        01 WS-CADV-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-CASH-ADVANCES VALUE 'Y'.
        01 WS-CADV-LINE-COUNT PIC 9(5) VALUE ZERO.
        01 WS-EXTENDED-PRICE PIC 9(7)V99 VALUE ZERO.
        01 WS-TAX-RATE-FILE PIC X(30)
            VALUE '/user/billing/tax-rates.dat'.
               PERFORM EXTRACT-CASE UNTIL END-OF-CASES
               PERFORM EXTRACT-SERVICE-CHARGES
               PERFORM EXTRACT-ISSUED-PARTS
               PERFORM EXTRACT-CASH-ADVANCES
           END-IF
           DISPLAY 'CASES EXTRACTED FOR BILLING: ' WS-CASE-COUNT
           DISPLAY 'SERVICE CHARGE LINES EXTRACTED: '
               WS-DETAIL-LINE-COUNT
           DISPLAY 'SALES TAX LINES EXTRACTED: '
               WS-TAX-LINE-COUNT
           DISPLAY 'CASH ADVANCE LINES EXTRACTED: '
               WS-CADV-LINE-COUNT
           PERFORM CLOSE-FILES
           STOP RUN.

           IF WS-TRADE-STATUS NOT = '00'
               DISPLAY 'NO TRADE-ACCOUNT-FILE - TRADE CASES BILL '
                   'AT RETAIL: ' WS-TRADE-STATUS
           END-IF
           OPEN INPUT CASH-ADVANCE-FILE
           IF WS-CADV-STATUS NOT = '00'
               DISPLAY 'NO CASH-ADVANCE-FILE - NO CASH ADVANCE LINES: '
                   WS-CADV-STATUS
               MOVE 'Y' TO WS-CADV-EOF-SWITCH
           END-IF.

      * The billing factor for the case just read off CASE-MASTER -
           MOVE WS-EXTENDED-PRICE TO BL-EXTENDED-PRICE.

      * Service pricing at the rate in force on CCHG-DATE, same
      * fallback to the current SVC-RATE. A charge posted with its
      * own price (a memorial order) bills at that price as quoted,
      * with no trade factor.
       PRICE-SERVICE-LINE.
           IF CCHG-PRICE NOT = ZERO
               MOVE CCHG-PRICE TO BL-UNIT-PRICE
           ELSE
               PERFORM PRICE-LISTED-SERVICE
           END-IF
           MULTIPLY BL-QTY BY BL-UNIT-PRICE
               GIVING WS-EXTENDED-PRICE
           MOVE WS-EXTENDED-PRICE TO BL-EXTENDED-PRICE.

       PRICE-LISTED-SERVICE.
           MOVE 'S' TO WS-EFF-TYPE
           MOVE SPACES TO WS-EFF-KEY
           MOVE SVC-CODE TO WS-EFF-KEY(1:6)
           IF TRADE-CASE
               COMPUTE BL-UNIT-PRICE ROUNDED =
                   BL-UNIT-PRICE * WS-TRADE-FACTOR
           END-IF.

      * Service charges posted through PRG29 - one billing line per
      * case-charge record, priced off the charge master the way the
                   ADD 1 TO WS-CHARGE-LINE-COUNT
           END-READ.

      * Cash advances - one CASHAD line per PRG86 record at the
      * amount billed to the family, the payee standing in for the
      * description.
       EXTRACT-CASH-ADVANCES.
           IF NOT END-OF-CASH-ADVANCES
               MOVE LOW-VALUES TO CADV-KEY
               START CASH-ADVANCE-FILE KEY IS NOT LESS THAN CADV-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-CADV-EOF-SWITCH
               END-START
               PERFORM WRITE-CASH-ADVANCE-LINE
                   UNTIL END-OF-CASH-ADVANCES
           END-IF.

       WRITE-CASH-ADVANCE-LINE.
           READ CASH-ADVANCE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CADV-EOF-SWITCH
               NOT AT END
                   MOVE CADV-ROLLNO TO BL-ROLLNO
                   MOVE CADV-ROLLNO TO ROLLNO-KEY
                   READ CASE-MASTER
                       INVALID KEY
                           MOVE SPACES TO BL-STUNAME
                       NOT INVALID KEY
                           MOVE STUNAME TO BL-STUNAME
                   END-READ
                   MOVE ZERO TO BL-PART
                   MOVE CADV-PAYEE TO BL-DESC
                   MOVE 1 TO BL-QTY
                   MOVE CADV-BILLED-AMOUNT TO BL-UNIT-PRICE
                   MOVE CADV-BILLED-AMOUNT TO BL-EXTENDED-PRICE
                   MOVE CADV-DATE TO BL-CHARGE-DATE
                   MOVE 'CASHAD' TO BL-CHARGE-CODE
                   MOVE WS-BILLING-LINE TO BILLING-EXTRACT-RECORD
                   WRITE BILLING-EXTRACT-RECORD
                   ADD 1 TO WS-CADV-LINE-COUNT
           END-READ.

      * Parts issued after intake through PRG30 - one billing line
      * per detail record, priced off inventory-file like the intake
      * part line.
           CLOSE CHARGE-MASTER
           CLOSE CASE-CHARGE-FILE
           CLOSE CASE-PARTS-FILE
           CLOSE TRADE-ACCOUNT-FILE
           CLOSE CASH-ADVANCE-FILE.
