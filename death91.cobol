      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * Daily cash receipts journal and bank deposit reconciliation -
      * nothing used to balance what PRG28 (and PRG90's settlement
      * import) posted to payments.dat against what actually went
      * to the bank. The journal lists every payments.dat entry for
      * one payment date, subtotalled by payment method and by the
      * operator EMPID each entry is stamped with (entries posted
      * before payments carried an operator show as NOT RECORDED).
      * Deposit entry is where the bookkeeper keys the deposit slip
      * totals for a date, one amount per method, to deposits.dat;
      * it takes the same POST-PAYMENTS right on ROLE-MASTER that
      * PRG28 posting does, and a refusal goes to the security log.
      * A method keyed again for the same date supersedes the
      * earlier figure. The reconciliation sets each method's
      * deposited total against its posted total and prints the
      * over (deposit above receipts) or short by method; a day
      * balances only when every method comes to zero. The nightly
      * stream runs the reconciliation for the run date, and its
      * UNRECONCILED summary line is what PRG23 flags on the next
      * morning's end-of-day control report.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRG91.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PAYMENT-FILE ASSIGN TO WS-PAYMENT-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PAYMENT-STATUS.
            SELECT DEPOSIT-FILE ASSIGN TO WS-DEPOSIT-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DEPOSIT-STATUS.
            SELECT JOURNAL-REPORT ASSIGN TO WS-JOURNAL-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-JOURNAL-STATUS.
            SELECT RECON-REPORT ASSIGN TO WS-RECON-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RECON-STATUS.
            SELECT EMPLOYEE-MASTER ASSIGN TO WS-EMPLOYEE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EMPID
                ALTERNATE RECORD KEY IS ALPNUM
                FILE STATUS IS WS-EMP-STATUS.
            SELECT ROLE-MASTER ASSIGN TO WS-ROLE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ROLE-EMPID
                FILE STATUS IS WS-ROLE-STATUS.
            SELECT SECURITY-LOG ASSIGN TO WS-SECURITY-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SECURITY-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  PAYMENT-FILE.
        01  PAYMENT-FILE-RECORD PIC X(40).
        FD  DEPOSIT-FILE.
        01  DEPOSIT-FILE-RECORD PIC X(60).
        FD  JOURNAL-REPORT.
        01  JOURNAL-LINE PIC X(80).
        FD  RECON-REPORT.
        01  RECON-LINE PIC X(80).
        FD  EMPLOYEE-MASTER.
        01  EMPLOYEE-RECORD.
            COPY EMPREC.
        FD  ROLE-MASTER.
        01  ROLE-RECORD.
            COPY ROLEREC.
        FD  SECURITY-LOG.
        01  SECURITY-LOG-RECORD PIC X(60).
        WORKING-STORAGE SECTION.
        01 WS-PAYMENT-FILE PIC X(30)
            VALUE '/user/billing/payments.dat'.
        01 WS-PAYMENT-STATUS PIC XX.
        01 WS-DEPOSIT-FILE PIC X(30)
            VALUE '/user/billing/deposits.dat'.
        01 WS-DEPOSIT-STATUS PIC XX.
        01 WS-JOURNAL-FILE PIC X(40)
            VALUE '/user/billing/cash-receipts-journal.txt'.
        01 WS-JOURNAL-STATUS PIC XX.
        01 WS-RECON-FILE PIC X(40)
            VALUE '/user/billing/deposit-recon.txt'.
        01 WS-RECON-STATUS PIC XX.
        01 WS-EMPLOYEE-FILE PIC X(40) VALUE '/user/employee/master'.
        01 WS-EMP-STATUS PIC XX.
        01 WS-ROLE-FILE PIC X(40)
            VALUE '/user/employee/role-master'.
        01 WS-ROLE-STATUS PIC XX.
        01 WS-SECURITY-FILE PIC X(40)
            VALUE '/user/mortuary/security-refusals.log'.
        01 WS-SECURITY-STATUS PIC XX.
        01 WS-OPERATOR-EMPID PIC 9(5).
        01 WS-SIGN-ON-OK PIC X VALUE 'N'.
            88 SIGN-ON-VALID VALUE 'Y'.
        01 WS-SIGN-ON-DATE PIC 9(8).
        01 WS-EMPID-OK PIC X VALUE 'Y'.
            88 EMPID-VALID VALUE 'Y'.
        01 WS-EMPID-ALPHA PIC X(5).
        01 WS-EMPID-BASE PIC 9(4).
        01 WS-EMPID-CHECK PIC 9.
        01 WS-CHECK-SUM PIC 9(3).
        01 WS-CHECK-DIGIT PIC 9.
        01 WS-TIMESTAMP PIC X(21).
        01 WS-MAY-POST PIC X VALUE 'N'.
            88 OPERATOR-MAY-POST VALUE 'Y'.
      * Mirror of PRG81's WS-REFUSAL-ENTRY - keep the set in step.
        01 WS-REFUSAL-ENTRY.
            02 RF-EMPID PIC 9(5).
            02 FILLER PIC X VALUE SPACE.
            02 RF-PROGRAM PIC X(8).
            02 FILLER PIC X VALUE SPACE.
            02 RF-FUNCTION PIC X(12).
            02 FILLER PIC X VALUE SPACE.
            02 RF-TIMESTAMP PIC X(21).
        01 WS-TRAN-CODE PIC X VALUE SPACES.
            88 TRAN-JOURNAL VALUE 'J'.
            88 TRAN-DEPOSIT VALUE 'D'.
            88 TRAN-RECONCILE VALUE 'R'.
            88 TRAN-QUIT VALUE 'X'.
        01 WS-BUSINESS-DATE PIC 9(8).
        01 WS-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-FILE VALUE 'Y'.
        01 WS-ENTRY-COUNT PIC 9(5).
        01 WS-DAY-TOTAL PIC 9(9)V99.
        01 WS-DEPOSIT-CENTS PIC 9(9).
        01 WS-DISPLAY-AMOUNT PIC -ZZZ,ZZZ,ZZ9.99.
        01 WS-NET-AMOUNT PIC -Z,ZZZ,ZZ9.99.
        01 WS-OVER-SHORT PIC S9(9)V99.
        01 WS-NET-OVER-SHORT PIC S9(9)V99.
        01 WS-DAY-BALANCED PIC X VALUE 'Y'.
            88 DAY-RECONCILED VALUE 'Y'.
      * Payment methods PRG28 and PRG90 post under, in report order;
      * anything else on payments.dat lands in the OTHER slot.
        01 WS-METHOD-NAMES.
            02 FILLER PIC X(6) VALUE 'CASH'.
            02 FILLER PIC X(6) VALUE 'CHECK'.
            02 FILLER PIC X(6) VALUE 'CARD'.
            02 FILLER PIC X(6) VALUE 'INS'.
            02 FILLER PIC X(6) VALUE 'VA'.
            02 FILLER PIC X(6) VALUE 'OTHER'.
        01 WS-METHOD-LIST REDEFINES WS-METHOD-NAMES.
            02 ML-METHOD PIC X(6) OCCURS 6 TIMES.
        01 WS-METHOD-COUNT PIC 9 VALUE 6.
        01 WS-METHOD-SUB PIC 9.
        01 WS-METHOD-IDX PIC 9.
        01 WS-METHOD-TABLE.
            02 WS-METHOD-ENTRY OCCURS 6 TIMES.
                03 MT-COUNT PIC 9(5).
                03 MT-POSTED PIC 9(9)V99.
                03 MT-DEPOSITED PIC 9(9)V99.
                03 MT-KEYED PIC X.
      * Operators seen on the day's receipts - EMPID 00000 collects
      * entries posted before payments carried an operator.
        01 WS-OPER-COUNT PIC 9(2) VALUE ZERO.
        01 WS-OPER-SUB PIC 9(2).
        01 WS-OPER-IDX PIC 9(2).
        01 WS-OPER-EMPID PIC 9(5).
        01 WS-OPER-TABLE.
            02 WS-OPER-ENTRY OCCURS 50 TIMES.
                03 OT-EMPID PIC 9(5).
                03 OT-COUNT PIC 9(5).
                03 OT-TOTAL PIC 9(9)V99.
        01 WS-OPER-OVERFLOW PIC 9(5) VALUE ZERO.
      * Mirror of PRG28's WS-PAYMENT-ENTRY - keep the two in step.
        01 WS-PAYMENT-ENTRY.
            02 PAY-ROLLNO PIC 9(7).
            02 FILLER PIC X.
            02 PAY-DATE PIC 9(8).
            02 FILLER PIC X.
            02 PAY-AMOUNT PIC 9(7)V99.
            02 FILLER PIC X.
            02 PAY-METHOD PIC X(6).
            02 FILLER PIC X.
            02 PAY-OPERATOR PIC 9(5).
      * One deposit-slip figure per date and method, appended; the
      * last one keyed for a date and method is the one that counts.
        01 WS-DEPOSIT-ENTRY.
            02 DEP-DATE PIC 9(8).
            02 FILLER PIC X VALUE SPACE.
            02 DEP-METHOD PIC X(6).
            02 FILLER PIC X VALUE SPACE.
            02 DEP-AMOUNT PIC 9(7)V99.
            02 FILLER PIC X VALUE SPACE.
            02 DEP-EMPID PIC 9(5).
            02 FILLER PIC X VALUE SPACE.
            02 DEP-TIMESTAMP PIC X(21).
        01 WS-JOURNAL-DETAIL.
            02 JD-ROLLNO PIC 9(7).
            02 FILLER PIC X(2) VALUE SPACES.
            02 JD-METHOD PIC X(6).
            02 FILLER PIC X(2) VALUE SPACES.
            02 JD-OPERATOR PIC X(12).
            02 FILLER PIC X(2) VALUE SPACES.
            02 JD-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
        01 WS-SUBTOTAL-LINE.
            02 FILLER PIC X(2) VALUE SPACES.
            02 SL-KEY PIC X(6).
            02 FILLER PIC X VALUE SPACE.
            02 SL-NAME PIC X(20).
            02 FILLER PIC X VALUE SPACE.
            02 SL-COUNT PIC ZZZZ9.
            02 FILLER PIC X(7) VALUE ' ITEMS '.
            02 SL-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
        01 WS-RECON-DETAIL.
            02 RD-METHOD PIC X(6).
            02 FILLER PIC X(2) VALUE SPACES.
            02 RD-POSTED PIC ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(2) VALUE SPACES.
            02 RD-DEPOSITED PIC ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(2) VALUE SPACES.
            02 RD-OVER-SHORT PIC -ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(2) VALUE SPACES.
            02 RD-NOTE PIC X(16).
       PROCEDURE DIVISION.
       MAIN-PARA.
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EMPLOYEE-MASTER: ' WS-EMP-STATUS
               STOP RUN
           END-IF
           PERFORM OPERATOR-SIGN-ON
           IF NOT SIGN-ON-VALID
               CLOSE EMPLOYEE-MASTER
               STOP RUN
           END-IF
           PERFORM LOAD-OPERATOR-ROLE
           PERFORM PROCESS-TRANSACTION UNTIL TRAN-QUIT
           CLOSE EMPLOYEE-MASTER
           STOP RUN.

      * Sign-on - a verified EMPID (on EMPLOYEE-MASTER, passing
      * PRG6's check-digit rule) is required before the day's money
      * is shown or a deposit keyed.
       OPERATOR-SIGN-ON.
           MOVE 'N' TO WS-SIGN-ON-OK
           DISPLAY 'OPERATOR EMPID:'
           ACCEPT WS-OPERATOR-EMPID
           MOVE WS-OPERATOR-EMPID TO EMPID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   DISPLAY 'SIGN-ON REFUSED - EMPID NOT ON '
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

      * Same mod-10 check-digit rule PRG6 applies to the roster.
       VALIDATE-EMPID.
           MOVE 'Y' TO WS-EMPID-OK
           MOVE EMPID TO WS-EMPID-ALPHA
           MOVE WS-EMPID-ALPHA(1:4) TO WS-EMPID-BASE
           MOVE WS-EMPID-ALPHA(5:1) TO WS-EMPID-CHECK
           COMPUTE WS-CHECK-SUM =
               FUNCTION NUMVAL(WS-EMPID-ALPHA(1:1)) +
               FUNCTION NUMVAL(WS-EMPID-ALPHA(2:1)) +
               FUNCTION NUMVAL(WS-EMPID-ALPHA(3:1)) +
               FUNCTION NUMVAL(WS-EMPID-ALPHA(4:1))
           DIVIDE WS-CHECK-SUM BY 10 GIVING WS-CHECK-DIGIT
               REMAINDER WS-CHECK-DIGIT
           IF WS-CHECK-DIGIT NOT = WS-EMPID-CHECK
               MOVE 'N' TO WS-EMPID-OK
           END-IF.

       LOAD-OPERATOR-ROLE.
           MOVE 'N' TO WS-MAY-POST
           OPEN INPUT ROLE-MASTER
           IF WS-ROLE-STATUS = '00'
               MOVE WS-OPERATOR-EMPID TO ROLE-EMPID
               READ ROLE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ROLE-POST-PAYMENTS TO WS-MAY-POST
               END-READ
               CLOSE ROLE-MASTER
           END-IF.

       WRITE-SECURITY-REFUSAL.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-OPERATOR-EMPID TO RF-EMPID
           MOVE 'PRG91' TO RF-PROGRAM
           MOVE 'DEPOSIT' TO RF-FUNCTION
           MOVE WS-TIMESTAMP TO RF-TIMESTAMP
           OPEN EXTEND SECURITY-LOG
           IF WS-SECURITY-STATUS = '35'
               OPEN OUTPUT SECURITY-LOG
           END-IF
           MOVE SPACES TO SECURITY-LOG-RECORD
           MOVE WS-REFUSAL-ENTRY TO SECURITY-LOG-RECORD
           WRITE SECURITY-LOG-RECORD
           CLOSE SECURITY-LOG.

       PROCESS-TRANSACTION.
           DISPLAY 'ENTER TRANSACTION (J-RECEIPTS JOURNAL D-DEPOSIT '
               'ENTRY R-RECONCILE X-EXIT)'
           ACCEPT WS-TRAN-CODE
           EVALUATE TRUE
               WHEN TRAN-JOURNAL
                   PERFORM PRINT-RECEIPTS-JOURNAL
               WHEN TRAN-DEPOSIT
                   PERFORM ENTER-DEPOSIT
               WHEN TRAN-RECONCILE
                   PERFORM RECONCILE-DEPOSIT
               WHEN TRAN-QUIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'INVALID TRANSACTION CODE'
           END-EVALUATE.

      * Receipts journal - one line per payment dated the business
      * date, in the order posted, then the method and operator
      * subtotals.
       PRINT-RECEIPTS-JOURNAL.
           DISPLAY 'PAYMENT DATE (YYYYMMDD):'
           ACCEPT WS-BUSINESS-DATE
           PERFORM CLEAR-DAY-TOTALS
           OPEN OUTPUT JOURNAL-REPORT
           MOVE SPACES TO JOURNAL-LINE
           STRING 'CASH RECEIPTS JOURNAL FOR ' DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO JOURNAL-LINE
           END-STRING
           WRITE JOURNAL-LINE
           MOVE 'ROLLNO   METHOD  OPERATOR              AMOUNT'
               TO JOURNAL-LINE
           WRITE JOURNAL-LINE
           OPEN INPUT PAYMENT-FILE
           IF WS-PAYMENT-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM JOURNAL-PAYMENT UNTIL END-OF-FILE
               CLOSE PAYMENT-FILE
           ELSE
               MOVE 'NO PAYMENTS ON FILE' TO JOURNAL-LINE
               WRITE JOURNAL-LINE
           END-IF
           MOVE SPACES TO JOURNAL-LINE
           WRITE JOURNAL-LINE
           MOVE 'SUBTOTALS BY METHOD' TO JOURNAL-LINE
           WRITE JOURNAL-LINE
           PERFORM WRITE-METHOD-SUBTOTAL
               VARYING WS-METHOD-SUB FROM 1 BY 1
               UNTIL WS-METHOD-SUB > WS-METHOD-COUNT
           MOVE SPACES TO JOURNAL-LINE
           WRITE JOURNAL-LINE
           MOVE 'SUBTOTALS BY OPERATOR' TO JOURNAL-LINE
           WRITE JOURNAL-LINE
           PERFORM WRITE-OPERATOR-SUBTOTAL
               VARYING WS-OPER-SUB FROM 1 BY 1
               UNTIL WS-OPER-SUB > WS-OPER-COUNT
           IF WS-OPER-OVERFLOW > ZERO
               MOVE SPACES TO JOURNAL-LINE
               STRING '  MORE THAN 50 OPERATORS - ' DELIMITED BY SIZE
                   WS-OPER-OVERFLOW DELIMITED BY SIZE
                   ' ITEMS NOT SUBTOTALLED' DELIMITED BY SIZE
                   INTO JOURNAL-LINE
               END-STRING
               WRITE JOURNAL-LINE
           END-IF
           MOVE SPACES TO JOURNAL-LINE
           WRITE JOURNAL-LINE
           MOVE WS-DAY-TOTAL TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO JOURNAL-LINE
           STRING 'DAY TOTAL ' DELIMITED BY SIZE
               WS-ENTRY-COUNT DELIMITED BY SIZE
               ' ITEMS ' DELIMITED BY SIZE
               WS-DISPLAY-AMOUNT DELIMITED BY SIZE
               INTO JOURNAL-LINE
           END-STRING
           WRITE JOURNAL-LINE
           CLOSE JOURNAL-REPORT
           DISPLAY 'RECEIPTS FOR ' WS-BUSINESS-DATE ': '
               WS-ENTRY-COUNT ' ITEMS ' WS-DISPLAY-AMOUNT
           DISPLAY 'JOURNAL WRITTEN TO ' WS-JOURNAL-FILE.

       CLEAR-DAY-TOTALS.
           MOVE ZERO TO WS-ENTRY-COUNT
           MOVE ZERO TO WS-DAY-TOTAL
           MOVE ZERO TO WS-OPER-COUNT
           MOVE ZERO TO WS-OPER-OVERFLOW
           PERFORM CLEAR-METHOD-SLOT
               VARYING WS-METHOD-SUB FROM 1 BY 1
               UNTIL WS-METHOD-SUB > WS-METHOD-COUNT.

       CLEAR-METHOD-SLOT.
           MOVE ZERO TO MT-COUNT(WS-METHOD-SUB)
           MOVE ZERO TO MT-POSTED(WS-METHOD-SUB)
           MOVE ZERO TO MT-DEPOSITED(WS-METHOD-SUB)
           MOVE 'N' TO MT-KEYED(WS-METHOD-SUB).

       JOURNAL-PAYMENT.
           READ PAYMENT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE PAYMENT-FILE-RECORD TO WS-PAYMENT-ENTRY
                   IF PAY-DATE = WS-BUSINESS-DATE
                       PERFORM TALLY-PAYMENT
                       PERFORM WRITE-JOURNAL-DETAIL
                   END-IF
           END-READ.

       TALLY-PAYMENT.
           ADD 1 TO WS-ENTRY-COUNT
           ADD PAY-AMOUNT TO WS-DAY-TOTAL
           MOVE PAY-METHOD TO DEP-METHOD
           PERFORM FIND-METHOD-SLOT
           ADD 1 TO MT-COUNT(WS-METHOD-IDX)
           ADD PAY-AMOUNT TO MT-POSTED(WS-METHOD-IDX)
           IF PAY-OPERATOR IS NUMERIC
               MOVE PAY-OPERATOR TO WS-OPER-EMPID
           ELSE
               MOVE ZERO TO WS-OPER-EMPID
           END-IF
           PERFORM FIND-OPERATOR-SLOT
           IF WS-OPER-IDX = ZERO
               ADD 1 TO WS-OPER-OVERFLOW
           ELSE
               ADD 1 TO OT-COUNT(WS-OPER-IDX)
               ADD PAY-AMOUNT TO OT-TOTAL(WS-OPER-IDX)
           END-IF.

      * Looks DEP-METHOD up in the method list; no match is OTHER.
       FIND-METHOD-SLOT.
           MOVE WS-METHOD-COUNT TO WS-METHOD-IDX
           PERFORM CHECK-METHOD-SLOT
               VARYING WS-METHOD-SUB FROM 1 BY 1
               UNTIL WS-METHOD-SUB >= WS-METHOD-COUNT.

       CHECK-METHOD-SLOT.
           IF DEP-METHOD = ML-METHOD(WS-METHOD-SUB)
               MOVE WS-METHOD-SUB TO WS-METHOD-IDX
           END-IF.

      * Finds or adds WS-OPER-EMPID in the operator table; an index
      * of zero means the table is full.
       FIND-OPERATOR-SLOT.
           MOVE ZERO TO WS-OPER-IDX
           PERFORM CHECK-OPERATOR-SLOT
               VARYING WS-OPER-SUB FROM 1 BY 1
               UNTIL WS-OPER-SUB > WS-OPER-COUNT
           IF WS-OPER-IDX = ZERO AND WS-OPER-COUNT < 50
               ADD 1 TO WS-OPER-COUNT
               MOVE WS-OPER-COUNT TO WS-OPER-IDX
               MOVE WS-OPER-EMPID TO OT-EMPID(WS-OPER-IDX)
               MOVE ZERO TO OT-COUNT(WS-OPER-IDX)
               MOVE ZERO TO OT-TOTAL(WS-OPER-IDX)
           END-IF.

       CHECK-OPERATOR-SLOT.
           IF OT-EMPID(WS-OPER-SUB) = WS-OPER-EMPID
               MOVE WS-OPER-SUB TO WS-OPER-IDX
           END-IF.

       WRITE-JOURNAL-DETAIL.
           MOVE PAY-ROLLNO TO JD-ROLLNO
           MOVE PAY-METHOD TO JD-METHOD
           IF WS-OPER-EMPID = ZERO
               MOVE 'NOT RECORDED' TO JD-OPERATOR
           ELSE
               MOVE WS-OPER-EMPID TO JD-OPERATOR
           END-IF
           MOVE PAY-AMOUNT TO JD-AMOUNT
           MOVE WS-JOURNAL-DETAIL TO JOURNAL-LINE
           WRITE JOURNAL-LINE.

       WRITE-METHOD-SUBTOTAL.
           IF MT-COUNT(WS-METHOD-SUB) > ZERO
               MOVE ML-METHOD(WS-METHOD-SUB) TO SL-KEY
               MOVE SPACES TO SL-NAME
               MOVE MT-COUNT(WS-METHOD-SUB) TO SL-COUNT
               MOVE MT-POSTED(WS-METHOD-SUB) TO SL-AMOUNT
               MOVE WS-SUBTOTAL-LINE TO JOURNAL-LINE
               WRITE JOURNAL-LINE
           END-IF.

       WRITE-OPERATOR-SUBTOTAL.
           IF OT-EMPID(WS-OPER-SUB) = ZERO
               MOVE SPACES TO SL-KEY
               MOVE 'NOT RECORDED' TO SL-NAME
           ELSE
               MOVE OT-EMPID(WS-OPER-SUB) TO SL-KEY
               MOVE OT-EMPID(WS-OPER-SUB) TO EMPID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE 'NOT ON EMPLOYEE-MASTER' TO SL-NAME
                   NOT INVALID KEY
                       MOVE EMPNAME TO SL-NAME
               END-READ
           END-IF
           MOVE OT-COUNT(WS-OPER-SUB) TO SL-COUNT
           MOVE OT-TOTAL(WS-OPER-SUB) TO SL-AMOUNT
           MOVE WS-SUBTOTAL-LINE TO JOURNAL-LINE
           WRITE JOURNAL-LINE.

      * Deposit entry - the slip total for each method, in cents, for
      * one date. Every method is asked for so a zero is a keyed
      * zero, not a forgotten one. The reconciliation follows at
      * once so the bookkeeper sees any over/short while the slip is
      * still on the desk.
       ENTER-DEPOSIT.
           IF NOT OPERATOR-MAY-POST
               DISPLAY 'REFUSED - NO POST-PAYMENTS RIGHT ON '
                   'ROLE-MASTER (PRG81): ' WS-OPERATOR-EMPID
               PERFORM WRITE-SECURITY-REFUSAL
           ELSE
               DISPLAY 'DEPOSIT DATE (YYYYMMDD):'
               ACCEPT WS-BUSINESS-DATE
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               OPEN EXTEND DEPOSIT-FILE
               IF WS-DEPOSIT-STATUS = '35'
                   OPEN OUTPUT DEPOSIT-FILE
               END-IF
               PERFORM KEY-DEPOSIT-METHOD
                   VARYING WS-METHOD-SUB FROM 1 BY 1
                   UNTIL WS-METHOD-SUB > WS-METHOD-COUNT
               CLOSE DEPOSIT-FILE
               DISPLAY 'DEPOSIT RECORDED FOR ' WS-BUSINESS-DATE
               PERFORM RECONCILE-BUSINESS-DATE
           END-IF.

       KEY-DEPOSIT-METHOD.
           DISPLAY ML-METHOD(WS-METHOD-SUB)
               ' DEPOSITED (CENTS, 0 IF NONE):'
           MOVE ZERO TO WS-DEPOSIT-CENTS
           ACCEPT WS-DEPOSIT-CENTS
           MOVE WS-BUSINESS-DATE TO DEP-DATE
           MOVE ML-METHOD(WS-METHOD-SUB) TO DEP-METHOD
           COMPUTE DEP-AMOUNT = WS-DEPOSIT-CENTS / 100
           MOVE WS-OPERATOR-EMPID TO DEP-EMPID
           MOVE WS-TIMESTAMP TO DEP-TIMESTAMP
           MOVE SPACES TO DEPOSIT-FILE-RECORD
           MOVE WS-DEPOSIT-ENTRY TO DEPOSIT-FILE-RECORD
           WRITE DEPOSIT-FILE-RECORD.

       RECONCILE-DEPOSIT.
           DISPLAY 'RECONCILE DATE (YYYYMMDD):'
           ACCEPT WS-BUSINESS-DATE
           PERFORM RECONCILE-BUSINESS-DATE.

      * Over/short is deposited less posted: positive is over (more
      * went to the bank than was posted), negative is short.
       RECONCILE-BUSINESS-DATE.
           PERFORM CLEAR-DAY-TOTALS
           OPEN INPUT PAYMENT-FILE
           IF WS-PAYMENT-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM TOTAL-DAY-PAYMENT UNTIL END-OF-FILE
               CLOSE PAYMENT-FILE
           END-IF
           OPEN INPUT DEPOSIT-FILE
           IF WS-DEPOSIT-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM TOTAL-DAY-DEPOSIT UNTIL END-OF-FILE
               CLOSE DEPOSIT-FILE
           END-IF
           MOVE 'Y' TO WS-DAY-BALANCED
           MOVE ZERO TO WS-NET-OVER-SHORT
           OPEN OUTPUT RECON-REPORT
           MOVE SPACES TO RECON-LINE
           STRING 'DEPOSIT RECONCILIATION FOR ' DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO RECON-LINE
           END-STRING
           WRITE RECON-LINE
           MOVE 'METHOD          POSTED       DEPOSITED      OVER/SHORT'
               TO RECON-LINE
           WRITE RECON-LINE
           PERFORM WRITE-RECON-METHOD
               VARYING WS-METHOD-SUB FROM 1 BY 1
               UNTIL WS-METHOD-SUB > WS-METHOD-COUNT
           MOVE WS-NET-OVER-SHORT TO WS-NET-AMOUNT
           MOVE SPACES TO RECON-LINE
           IF DAY-RECONCILED
               STRING 'RECONCILED ' DELIMITED BY SIZE
                   WS-BUSINESS-DATE DELIMITED BY SIZE
                   ' NET:' DELIMITED BY SIZE
                   WS-NET-AMOUNT DELIMITED BY SIZE
                   INTO RECON-LINE
               END-STRING
           ELSE
               STRING 'UNRECONCILED ' DELIMITED BY SIZE
                   WS-BUSINESS-DATE DELIMITED BY SIZE
                   ' NET:' DELIMITED BY SIZE
                   WS-NET-AMOUNT DELIMITED BY SIZE
                   INTO RECON-LINE
               END-STRING
           END-IF
           WRITE RECON-LINE
           CLOSE RECON-REPORT
           DISPLAY 'RECONCILIATION WRITTEN TO ' WS-RECON-FILE
           DISPLAY RECON-LINE.

       TOTAL-DAY-PAYMENT.
           READ PAYMENT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE PAYMENT-FILE-RECORD TO WS-PAYMENT-ENTRY
                   IF PAY-DATE = WS-BUSINESS-DATE
                       PERFORM TALLY-PAYMENT
                   END-IF
           END-READ.

       TOTAL-DAY-DEPOSIT.
           READ DEPOSIT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE DEPOSIT-FILE-RECORD TO WS-DEPOSIT-ENTRY
                   IF DEP-DATE = WS-BUSINESS-DATE
                       PERFORM FIND-METHOD-SLOT
                       MOVE DEP-AMOUNT
                           TO MT-DEPOSITED(WS-METHOD-IDX)
                       MOVE 'Y' TO MT-KEYED(WS-METHOD-IDX)
                   END-IF
           END-READ.

       WRITE-RECON-METHOD.
           COMPUTE WS-OVER-SHORT = MT-DEPOSITED(WS-METHOD-SUB)
               - MT-POSTED(WS-METHOD-SUB)
           ADD WS-OVER-SHORT TO WS-NET-OVER-SHORT
           MOVE SPACES TO RD-NOTE
           EVALUATE TRUE
               WHEN WS-OVER-SHORT = ZERO
                   CONTINUE
               WHEN MT-KEYED(WS-METHOD-SUB) NOT = 'Y'
                   MOVE 'N' TO WS-DAY-BALANCED
                   MOVE 'NO DEPOSIT KEYED' TO RD-NOTE
               WHEN WS-OVER-SHORT > ZERO
                   MOVE 'N' TO WS-DAY-BALANCED
                   MOVE 'OVER' TO RD-NOTE
               WHEN OTHER
                   MOVE 'N' TO WS-DAY-BALANCED
                   MOVE 'SHORT' TO RD-NOTE
           END-EVALUATE
           IF MT-POSTED(WS-METHOD-SUB) > ZERO
               OR MT-DEPOSITED(WS-METHOD-SUB) > ZERO
               MOVE ML-METHOD(WS-METHOD-SUB) TO RD-METHOD
               MOVE MT-POSTED(WS-METHOD-SUB) TO RD-POSTED
               MOVE MT-DEPOSITED(WS-METHOD-SUB) TO RD-DEPOSITED
               MOVE WS-OVER-SHORT TO RD-OVER-SHORT
               MOVE WS-RECON-DETAIL TO RECON-LINE
               WRITE RECON-LINE
               DISPLAY WS-RECON-DETAIL
           END-IF.
