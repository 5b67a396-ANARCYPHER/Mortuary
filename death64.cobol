      * since the bureau carries their pay itself. An EMPID on the
      * timesheet but missing a pay rate lands on the exception list
      * instead of going out at zero.
      *
      * Sales commission goes out on the same file under its own
      * earnings code (COM, hours and rate zero) beside the hourly
      * REG lines. Each seller's open entries on COMMISSION-FILE -
      * those dated on or before the period end and not yet paid -
      * net earned against reversed; a positive net is paid and the
      * entries stamped with the period end, while a net at or below
      * zero stays open to come off the seller's next earnings.
      *
      * Approved paid leave (PRG101's LEAVE-REQUEST-FILE) not yet
      * paid and starting on or before the period end goes out as
      * leave hours under VAC or SCK, priced at EMP-PAY-RATE for
      * hourly staff. Salaried leave goes out with the hours only,
      * rate and gross zero, so the bureau can record the time off
      * against the salary it carries. Each request paid is stamped
      * with the period end so it never pays twice.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRG64.
            SELECT GROSS-PAY-FILE ASSIGN TO WS-GROSS-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-GROSS-STATUS.
            SELECT COMMISSION-FILE ASSIGN TO WS-COMMISSION-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS COMM-KEY
                FILE STATUS IS WS-COMM-STATUS.
            SELECT LEAVE-REQUEST-FILE ASSIGN TO WS-LEAVE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LR-KEY
                FILE STATUS IS WS-LEAVE-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  PAYROLL-EXTRACT.
        FD  GROSS-PAY-FILE.
      * The bureau's fixed ingest layout - contiguous columns, no
      * separators: EMPID(5) PERIOD-END(8) REG-HOURS(6 2-DEC)
      * OT-HOURS(6 2-DEC) RATE(5 2-DEC) GROSS(9 2-DEC)
      * EARN-CODE(3).
        01  GROSS-PAY-RECORD.
            02 GP-EMPID PIC 9(5).
            02 GP-PERIOD-END PIC 9(8).
            02 GP-OT-HOURS PIC 9(4)V99.
            02 GP-RATE PIC 9(3)V99.
            02 GP-GROSS PIC 9(7)V99.
            02 GP-EARN-CODE PIC X(3).
      *     GP-EARN-CODE: REG - hourly pay, COM - sales commission,
      *     VAC - paid vacation, SCK - paid sick leave
        FD  COMMISSION-FILE.
        01  COMMISSION-RECORD.
            COPY COMMREC.
        FD  LEAVE-REQUEST-FILE.
        01  LEAVE-REQUEST-RECORD.
            COPY LVREQREC.
        WORKING-STORAGE SECTION.
        01 WS-EXTRACT-FILE PIC X(40)
            VALUE '/user/employee/payroll-extract.dat'.
        01 WS-GROSS-FILE PIC X(40)
            VALUE '/user/employee/gross-pay.dat'.
        01 WS-GROSS-STATUS PIC XX.
        01 WS-COMMISSION-FILE PIC X(40)
            VALUE '/user/employee/commissions'.
        01 WS-COMM-STATUS PIC XX.
        01 WS-LEAVE-FILE PIC X(40)
            VALUE '/user/employee/leave-requests'.
        01 WS-LEAVE-STATUS PIC XX.
        01 WS-LEAVE-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-LEAVE VALUE 'Y'.
        01 WS-LEAVE-COUNT PIC 9(5) VALUE ZERO.
        01 WS-PERIOD-END PIC 9(8) VALUE ZERO.
        01 WS-COMM-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-COMMISSIONS VALUE 'Y'.
        01 WS-SELLER-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-SELLER-ENTRIES VALUE 'Y'.
        01 WS-SELLER-EMPID PIC 9(5).
        01 WS-COMM-EARNED PIC 9(7)V99.
        01 WS-COMM-REVERSED PIC 9(7)V99.
        01 WS-COMM-NET PIC 9(7)V99.
        01 WS-COMMISSION-COUNT PIC 9(5) VALUE ZERO.
        01 WS-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-EXTRACT VALUE 'Y'.
        01 WS-EXTRACTED-COUNT PIC 9(5) VALUE ZERO.
           END-IF
           OPEN OUTPUT GROSS-PAY-FILE
           PERFORM EXTRACT-ONE-EMPLOYEE UNTIL END-OF-EXTRACT
           PERFORM EXTRACT-COMMISSIONS
           PERFORM EXTRACT-LEAVE
           CLOSE PAYROLL-EXTRACT
           CLOSE EMPLOYEE-MASTER
           CLOSE GROSS-PAY-FILE
           DISPLAY 'GROSS PAY RECORDS: ' WS-EXTRACTED-COUNT
               ' SALARIED SKIPPED: ' WS-SKIPPED-COUNT
               ' EXCEPTIONS: ' WS-EXCEPTION-COUNT
           DISPLAY 'COMMISSION RECORDS: ' WS-COMMISSION-COUNT
           DISPLAY 'LEAVE RECORDS: ' WS-LEAVE-COUNT
           DISPLAY 'EXTRACT WRITTEN TO ' WS-GROSS-FILE
           STOP RUN.

                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE PAYROLL-EXTRACT-RECORD TO WS-TIMESHEET-ENTRY
                   MOVE PX-PERIOD-END TO WS-PERIOD-END
                   PERFORM PRICE-ONE-EMPLOYEE
           END-READ.

           MOVE WS-OT-HOURS TO GP-OT-HOURS
           MOVE EMP-PAY-RATE TO GP-RATE
           MOVE WS-GROSS-AMOUNT TO GP-GROSS
           MOVE 'REG' TO GP-EARN-CODE
           WRITE GROSS-PAY-RECORD
           ADD 1 TO WS-EXTRACTED-COUNT
           MOVE WS-GROSS-AMOUNT TO WS-DISPLAY-AMOUNT
           DISPLAY 'GROSS PAY - ' PX-EMPID ' ' WS-DISPLAY-AMOUNT.

      * Commission for the period the timesheet extract covers, or
      * through today when no timesheet came through. COMMISSION-FILE
      * is keyed by seller, so each EMPID's entries are read as a
      * group - once to net them, and again to stamp them paid.
       EXTRACT-COMMISSIONS.
           IF WS-PERIOD-END = ZERO
               ACCEPT WS-PERIOD-END FROM DATE YYYYMMDD
           END-IF
           OPEN I-O COMMISSION-FILE
           IF WS-COMM-STATUS NOT = '00'
               DISPLAY 'NO COMMISSION FILE - NO COMMISSION PAID'
           ELSE
               MOVE 'N' TO WS-COMM-EOF-SWITCH
               MOVE LOW-VALUES TO COMM-KEY
               START COMMISSION-FILE KEY IS NOT LESS THAN COMM-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-COMM-EOF-SWITCH
               END-START
               PERFORM PAY-NEXT-SELLER UNTIL END-OF-COMMISSIONS
               CLOSE COMMISSION-FILE
           END-IF.

       PAY-NEXT-SELLER.
           READ COMMISSION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-COMM-EOF-SWITCH
               NOT AT END
                   MOVE COMM-EMPID TO WS-SELLER-EMPID
                   PERFORM PAY-ONE-SELLER
                   MOVE WS-SELLER-EMPID TO COMM-EMPID
                   MOVE 99999 TO COMM-SEQ
                   START COMMISSION-FILE KEY IS GREATER THAN COMM-KEY
                       INVALID KEY
                           MOVE 'Y' TO WS-COMM-EOF-SWITCH
                   END-START
           END-READ.

       PAY-ONE-SELLER.
           MOVE ZERO TO WS-COMM-EARNED
           MOVE ZERO TO WS-COMM-REVERSED
           PERFORM START-SELLER-ENTRIES
           PERFORM NET-ONE-ENTRY UNTIL END-OF-SELLER-ENTRIES
           IF WS-COMM-EARNED > WS-COMM-REVERSED
               COMPUTE WS-COMM-NET = WS-COMM-EARNED - WS-COMM-REVERSED
               MOVE WS-SELLER-EMPID TO EMPID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       ADD 1 TO WS-EXCEPTION-COUNT
                       DISPLAY 'EXCEPTION - COMMISSION EMPID NOT ON '
                           'EMPLOYEE-MASTER: ' WS-SELLER-EMPID
                   NOT INVALID KEY
                       PERFORM WRITE-COMMISSION-PAY
                       PERFORM START-SELLER-ENTRIES
                       PERFORM STAMP-ONE-ENTRY
                           UNTIL END-OF-SELLER-ENTRIES
               END-READ
           END-IF.

       START-SELLER-ENTRIES.
           MOVE 'N' TO WS-SELLER-EOF-SWITCH
           MOVE WS-SELLER-EMPID TO COMM-EMPID
           MOVE ZERO TO COMM-SEQ
           START COMMISSION-FILE KEY IS NOT LESS THAN COMM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SELLER-EOF-SWITCH
           END-START.

       NET-ONE-ENTRY.
           READ COMMISSION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SELLER-EOF-SWITCH
               NOT AT END
                   IF COMM-EMPID NOT = WS-SELLER-EMPID
                       MOVE 'Y' TO WS-SELLER-EOF-SWITCH
                   ELSE
                       IF COMM-PAID-PERIOD = ZERO
                           AND COMM-DATE NOT > WS-PERIOD-END
                           IF COMM-REVERSED
                               ADD COMM-AMOUNT TO WS-COMM-REVERSED
                           ELSE
                               ADD COMM-AMOUNT TO WS-COMM-EARNED
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       STAMP-ONE-ENTRY.
           READ COMMISSION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SELLER-EOF-SWITCH
               NOT AT END
                   IF COMM-EMPID NOT = WS-SELLER-EMPID
                       MOVE 'Y' TO WS-SELLER-EOF-SWITCH
                   ELSE
                       IF COMM-PAID-PERIOD = ZERO
                           AND COMM-DATE NOT > WS-PERIOD-END
                           MOVE WS-PERIOD-END TO COMM-PAID-PERIOD
                           REWRITE COMMISSION-RECORD
                               INVALID KEY
                                   DISPLAY 'WARNING - COMMISSION NOT '
                                       'MARKED PAID: ' COMM-KEY
                           END-REWRITE
                       END-IF
                   END-IF
           END-READ.

       WRITE-COMMISSION-PAY.
           MOVE WS-SELLER-EMPID TO GP-EMPID
           MOVE WS-PERIOD-END TO GP-PERIOD-END
           MOVE ZERO TO GP-REG-HOURS
           MOVE ZERO TO GP-OT-HOURS
           MOVE ZERO TO GP-RATE
           MOVE WS-COMM-NET TO GP-GROSS
           MOVE 'COM' TO GP-EARN-CODE
           WRITE GROSS-PAY-RECORD
           ADD 1 TO WS-COMMISSION-COUNT
           MOVE WS-COMM-NET TO WS-DISPLAY-AMOUNT
           DISPLAY 'COMMISSION - ' WS-SELLER-EMPID ' '
               WS-DISPLAY-AMOUNT.

      * Paid leave for the same period end the commission used.
       EXTRACT-LEAVE.
           OPEN I-O LEAVE-REQUEST-FILE
           IF WS-LEAVE-STATUS NOT = '00'
               DISPLAY 'NO LEAVE REQUEST FILE - NO LEAVE PAID'
           ELSE
               MOVE 'N' TO WS-LEAVE-EOF-SWITCH
               MOVE LOW-VALUES TO LR-KEY
               START LEAVE-REQUEST-FILE KEY IS NOT LESS THAN LR-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-LEAVE-EOF-SWITCH
               END-START
               PERFORM PAY-NEXT-LEAVE UNTIL END-OF-LEAVE
               CLOSE LEAVE-REQUEST-FILE
           END-IF.

       PAY-NEXT-LEAVE.
           READ LEAVE-REQUEST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LEAVE-EOF-SWITCH
               NOT AT END
                   IF LR-APPROVED AND LR-PAID-PERIOD = ZERO
                       AND LR-START-DATE NOT > WS-PERIOD-END
                       PERFORM PRICE-ONE-LEAVE
                   END-IF
           END-READ.

       PRICE-ONE-LEAVE.
           MOVE LR-EMPID TO EMPID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   ADD 1 TO WS-EXCEPTION-COUNT
                   DISPLAY 'EXCEPTION - LEAVE EMPID NOT ON '
                       'EMPLOYEE-MASTER: ' LR-EMPID
               NOT INVALID KEY
                   IF EMP-PAY-CLASS NOT = 'S' AND EMP-PAY-RATE = ZERO
                       ADD 1 TO WS-EXCEPTION-COUNT
                       DISPLAY 'EXCEPTION - NO PAY RATE ON FILE FOR '
                           'LEAVE: ' LR-EMPID
                   ELSE
                       PERFORM WRITE-LEAVE-PAY
                   END-IF
           END-READ.

       WRITE-LEAVE-PAY.
           MOVE LR-EMPID TO GP-EMPID
           MOVE WS-PERIOD-END TO GP-PERIOD-END
           MOVE LR-HOURS TO GP-REG-HOURS
           MOVE ZERO TO GP-OT-HOURS
           IF EMP-PAY-CLASS = 'S'
               MOVE ZERO TO GP-RATE
               MOVE ZERO TO WS-GROSS-AMOUNT
           ELSE
               MOVE EMP-PAY-RATE TO GP-RATE
               COMPUTE WS-GROSS-AMOUNT ROUNDED =
                   LR-HOURS * EMP-PAY-RATE
           END-IF
           MOVE WS-GROSS-AMOUNT TO GP-GROSS
           IF LR-TYPE = 'S'
               MOVE 'SCK' TO GP-EARN-CODE
           ELSE
               MOVE 'VAC' TO GP-EARN-CODE
           END-IF
           WRITE GROSS-PAY-RECORD
           ADD 1 TO WS-LEAVE-COUNT
           MOVE WS-PERIOD-END TO LR-PAID-PERIOD
           REWRITE LEAVE-REQUEST-RECORD
               INVALID KEY
                   DISPLAY 'WARNING - LEAVE NOT MARKED PAID: ' LR-KEY
           END-REWRITE
           MOVE WS-GROSS-AMOUNT TO WS-DISPLAY-AMOUNT
           DISPLAY 'LEAVE PAY - ' LR-EMPID ' ' GP-EARN-CODE ' '
               WS-DISPLAY-AMOUNT.
