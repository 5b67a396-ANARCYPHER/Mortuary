      * where PRG14's billing extract leaves off. Charges come from
      * billing.dat (per-case extended charge lines, charge-dated with
      * the intake date); payments are posted here to payments.dat
      * (amount, date, method, implied decimals keyed in cents,
      * stamped with the signed-on operator's EMPID).
      * Carries a per-case balance inquiry, a 30/60/90-day aging
      * report built by SORTing charges and payments together per
      * ROLLNO, and a printable family statement showing charges and
      * payments for one case - replacing the spreadsheet collections
      * reconstructed by hand from billing.dat. A VA burial-allowance
      * check posts under method VA only against a claim PRG85 shows
      * filed and unpaid, and marks that claim paid. When the case
      * has a PRG108 memorial order whose deposit is still due, the
      * clerk is asked whether the payment is that deposit, and if
      * so it is applied to the order. A payment dated
      * into a month PRG92 has closed is refused and the refusal
      * logged to the security log.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRG28.
            SELECT ADJUSTMENT-FILE ASSIGN TO WS-ADJUSTMENT-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ADJUSTMENT-STATUS.
            SELECT VETERAN-MASTER ASSIGN TO WS-VET-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS VET-ROLLNO
                FILE STATUS IS WS-VET-STATUS.
            SELECT MEMORIAL-ORDER ASSIGN TO WS-MEMORIAL-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS MO-KEY
                FILE STATUS IS WS-MEMORIAL-STATUS.
            SELECT EMPLOYEE-MASTER ASSIGN TO WS-EMPLOYEE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ROLE-EMPID
                FILE STATUS IS WS-ROLE-STATUS.
            SELECT PERIOD-CONTROL ASSIGN TO WS-PERIOD-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PER-PERIOD
                FILE STATUS IS WS-PERIOD-STATUS.
            SELECT SECURITY-LOG ASSIGN TO WS-SECURITY-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SECURITY-STATUS.
            COPY INSREC.
        FD  ADJUSTMENT-FILE.
        01  ADJUSTMENT-FILE-RECORD PIC X(60).
        FD  VETERAN-MASTER.
        01  VETERAN-RECORD.
            COPY VETREC.
        FD  MEMORIAL-ORDER.
        01  MEMORIAL-RECORD.
            COPY MEMREC.
        FD  EMPLOYEE-MASTER.
        01  EMPLOYEE-RECORD.
            COPY EMPREC.
        FD  ROLE-MASTER.
        01  ROLE-RECORD.
            COPY ROLEREC.
        FD  PERIOD-CONTROL.
        01  PERIOD-RECORD.
            COPY PERIODREC.
        FD  SECURITY-LOG.
        01  SECURITY-LOG-RECORD PIC X(60).
        SD  AR-SORT-FILE.
        01 WS-PLAN-FILE PIC X(40)
            VALUE '/user/billing/payment-plans'.
        01 WS-PLAN-STATUS PIC XX.
        01 WS-PLAN-OPEN-SWITCH PIC X VALUE 'N'.
            88 PAYMENT-PLAN-FILE-OPEN VALUE 'Y'.
        01 WS-ON-PLAN-SWITCH PIC X VALUE 'N'.
            88 CASE-ON-PLAN VALUE 'Y'.
        01 WS-PLAN-REMAINING PIC S9(9)V99 VALUE ZERO.
        01 WS-INS-FILE PIC X(40)
            VALUE '/user/billing/insurance-assign'.
        01 WS-INS-STATUS PIC XX.
        01 WS-INS-OPEN-SWITCH PIC X VALUE 'N'.
            88 INSURANCE-ASSIGN-OPEN VALUE 'Y'.
        01 WS-INS-EXPECTED PIC X VALUE 'N'.
            88 INSURANCE-EXPECTED VALUE 'Y'.
        01 WS-ADJUSTMENT-FILE PIC X(30)
            VALUE '/user/billing/adjustments.dat'.
        01 WS-ADJUSTMENT-STATUS PIC XX.
        01 WS-VET-FILE PIC X(40)
            VALUE '/user/mortuary/veteran-master'.
        01 WS-VET-STATUS PIC XX.
        01 WS-VET-OPEN-SWITCH PIC X VALUE 'N'.
            88 VETERAN-MASTER-OPEN VALUE 'Y'.
        01 WS-POST-OK PIC X VALUE 'Y'.
            88 POSTING-CLEAR VALUE 'Y'.
        01 WS-MEMORIAL-FILE PIC X(40)
            VALUE '/user/mortuary/memorial-order'.
        01 WS-MEMORIAL-STATUS PIC XX.
        01 WS-MEMORIAL-OPEN-SWITCH PIC X VALUE 'N'.
            88 MEMORIAL-ORDER-OPEN VALUE 'Y'.
        01 WS-MEMORIAL-EOF PIC X VALUE 'N'.
            88 END-OF-MEMORIALS VALUE 'Y'.
        01 WS-DEPOSIT-SEQ PIC 9(2) VALUE ZERO.
        01 WS-DEPOSIT-ANSWER PIC X.
        01 WS-ADJ-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-ADJUSTMENTS VALUE 'Y'.
        01 WS-ADJ-CREDIT-TOTAL PIC 9(9)V99 VALUE ZERO.
        01 WS-OPERATOR-EMPID PIC 9(5).
        01 WS-SIGN-ON-OK PIC X VALUE 'N'.
            88 SIGN-ON-VALID VALUE 'Y'.
        01 WS-SIGN-ON-DATE PIC 9(8).
        01 WS-EMPID-OK PIC X VALUE 'Y'.
            88 EMPID-VALID VALUE 'Y'.
        01 WS-EMPID-ALPHA PIC X(5).
        01 WS-TIMESTAMP PIC X(21).
        01 WS-MAY-POST PIC X VALUE 'N'.
            88 OPERATOR-MAY-POST VALUE 'Y'.
        01 WS-REFUSED-FUNCTION PIC X(12).
        01 WS-PERIOD-FILE PIC X(40)
            VALUE '/user/billing/period-control'.
        01 WS-PERIOD-STATUS PIC XX.
        01 WS-POSTING-PERIOD PIC 9(6).
        01 WS-PERIOD-OK PIC X VALUE 'Y'.
            88 POSTING-PERIOD-OPEN VALUE 'Y'.
      * Mirror of PRG81's WS-REFUSAL-ENTRY - keep the set in step.
        01 WS-REFUSAL-ENTRY.
            02 RF-EMPID PIC 9(5).
            02 PAY-AMOUNT PIC 9(7)V99.
            02 FILLER PIC X VALUE SPACE.
            02 PAY-METHOD PIC X(6).
            02 FILLER PIC X VALUE SPACE.
            02 PAY-OPERATOR PIC 9(5).
        01 WS-PAY-CENTS PIC 9(9).
        01 WS-STATEMENT-DETAIL.
            02 ST-DATE PIC 9(8).
           PERFORM LOAD-OPERATOR-ROLE
           CLOSE EMPLOYEE-MASTER
           OPEN INPUT PAYMENT-PLAN-FILE
           IF WS-PLAN-STATUS = '00'
               MOVE 'Y' TO WS-PLAN-OPEN-SWITCH
           END-IF
           OPEN INPUT INSURANCE-ASSIGN-FILE
           IF WS-INS-STATUS = '00'
               MOVE 'Y' TO WS-INS-OPEN-SWITCH
           END-IF
           OPEN I-O VETERAN-MASTER
           IF WS-VET-STATUS = '00'
               MOVE 'Y' TO WS-VET-OPEN-SWITCH
           END-IF
           OPEN I-O MEMORIAL-ORDER
           IF WS-MEMORIAL-STATUS = '00'
               MOVE 'Y' TO WS-MEMORIAL-OPEN-SWITCH
           END-IF
           PERFORM PROCESS-TRANSACTION UNTIL TRAN-QUIT
           IF PAYMENT-PLAN-FILE-OPEN
               CLOSE PAYMENT-PLAN-FILE
           END-IF
           IF INSURANCE-ASSIGN-OPEN
               CLOSE INSURANCE-ASSIGN-FILE
           END-IF
           IF VETERAN-MASTER-OPEN
               CLOSE VETERAN-MASTER
           END-IF
           IF MEMORIAL-ORDER-OPEN
               CLOSE MEMORIAL-ORDER
           END-IF
           STOP RUN.

       PROCESS-TRANSACTION.
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

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-OPERATOR-EMPID TO RF-EMPID
           MOVE 'PRG28' TO RF-PROGRAM
           MOVE WS-REFUSED-FUNCTION TO RF-FUNCTION
           MOVE WS-TIMESTAMP TO RF-TIMESTAMP
           OPEN EXTEND SECURITY-LOG
           IF WS-SECURITY-STATUS = '35'
           WRITE SECURITY-LOG-RECORD
           CLOSE SECURITY-LOG.

      * Period close (PRG92) - an entry dated into a closed month is
      * refused; a month with no PERIOD-CONTROL record is open.
       CHECK-POSTING-PERIOD.
           MOVE 'Y' TO WS-PERIOD-OK
           OPEN INPUT PERIOD-CONTROL
           IF WS-PERIOD-STATUS = '00'
               MOVE WS-POSTING-PERIOD TO PER-PERIOD
               READ PERIOD-CONTROL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PERIOD-CLOSED
                           MOVE 'N' TO WS-PERIOD-OK
                       END-IF
               END-READ
               CLOSE PERIOD-CONTROL
           END-IF.

       POST-PAYMENT.
           IF NOT OPERATOR-MAY-POST
               DISPLAY 'REFUSED - NO POST-PAYMENTS RIGHT ON '
                   'ROLE-MASTER (PRG81): ' WS-OPERATOR-EMPID
               MOVE 'POST-PAYMENT' TO WS-REFUSED-FUNCTION
               PERFORM WRITE-SECURITY-REFUSAL
           ELSE
               PERFORM POST-AUTHORIZED-PAYMENT
               DISPLAY 'AMOUNT (CENTS IMPLIED, E.G. 123450 = 1234.50):'
               ACCEPT WS-PAY-CENTS
               COMPUTE PAY-AMOUNT = WS-PAY-CENTS / 100
               DISPLAY 'METHOD (CASH/CHECK/CARD/INS/VA):'
               ACCEPT PAY-METHOD
               MOVE 'Y' TO WS-POST-OK
               PERFORM CHECK-PAYMENT-PERIOD
               IF POSTING-CLEAR AND PAY-METHOD = 'VA'
                   PERFORM CHECK-VA-CLAIM
               END-IF
               MOVE ZERO TO WS-DEPOSIT-SEQ
               IF POSTING-CLEAR AND PAY-METHOD NOT = 'VA'
                   PERFORM ASK-MEMORIAL-DEPOSIT
               END-IF
               IF POSTING-CLEAR
                   OPEN EXTEND PAYMENT-FILE
                   IF WS-PAYMENT-STATUS = '35'
                       OPEN OUTPUT PAYMENT-FILE
                   END-IF
                   MOVE WS-OPERATOR-EMPID TO PAY-OPERATOR
                   MOVE WS-PAYMENT-ENTRY TO PAYMENT-FILE-RECORD
                   WRITE PAYMENT-FILE-RECORD
                   CLOSE PAYMENT-FILE
                   MOVE PAY-AMOUNT TO WS-DISPLAY-AMOUNT
                   DISPLAY 'PAYMENT POSTED - ' WS-ROLLNO ' '
                       WS-DISPLAY-AMOUNT
                   IF PAY-METHOD = 'VA'
                       PERFORM MARK-VA-CLAIM-PAID
                   END-IF
                   IF WS-DEPOSIT-SEQ NOT = ZERO
                       PERFORM MARK-MEMORIAL-DEPOSIT
                   END-IF
                   PERFORM SHOW-PLAN-PROGRESS
               END-IF
           END-IF.

      * However it is paid, a payment dated into a month PRG92 has
      * closed does not post.
       CHECK-PAYMENT-PERIOD.
           MOVE PAY-DATE(1:6) TO WS-POSTING-PERIOD
           PERFORM CHECK-POSTING-PERIOD
           IF NOT POSTING-PERIOD-OPEN
               MOVE 'N' TO WS-POST-OK
               DISPLAY 'POSTING REJECTED - PERIOD ' WS-POSTING-PERIOD
                   ' IS CLOSED (PRG92): ' PAY-DATE
               MOVE 'POST-CLOSED' TO WS-REFUSED-FUNCTION
               PERFORM WRITE-SECURITY-REFUSAL
           END-IF.

      * A VA check belongs to a burial-allowance claim PRG85 shows
      * filed and unpaid - anything else is a mis-keyed method or a
      * second posting of the same check.
       CHECK-VA-CLAIM.
           IF NOT VETERAN-MASTER-OPEN
               MOVE 'N' TO WS-POST-OK
               DISPLAY 'POSTING REJECTED - VETERAN-MASTER NOT '
                   'AVAILABLE FOR VA PAYMENT'
           ELSE
               MOVE WS-ROLLNO TO VET-ROLLNO
               READ VETERAN-MASTER
                   INVALID KEY
                       MOVE 'N' TO WS-POST-OK
                       DISPLAY 'POSTING REJECTED - NO VETERAN RECORD '
                           '(PRG85) FOR: ' WS-ROLLNO
                   NOT INVALID KEY
                       IF VET-CLAIM-STATUS NOT = 'F'
                           MOVE 'N' TO WS-POST-OK
                           DISPLAY 'POSTING REJECTED - NO VA CLAIM '
                               'AWAITING PAYMENT (STATUS '
                               VET-CLAIM-STATUS '): ' WS-ROLLNO
                       END-IF
               END-READ
           END-IF.

       MARK-VA-CLAIM-PAID.
           MOVE 'P' TO VET-CLAIM-STATUS
           MOVE PAY-AMOUNT TO VET-PAID-AMOUNT
           MOVE PAY-DATE TO VET-PAID-DATE
           MOVE WS-OPERATOR-EMPID TO VET-RECORDED-BY
           REWRITE VETERAN-RECORD
               INVALID KEY
                   DISPLAY 'WARNING - VA CLAIM NOT MARKED PAID: '
                       WS-ROLLNO
               NOT INVALID KEY
                   DISPLAY 'VA CLAIM MARKED PAID: ' WS-ROLLNO
           END-REWRITE.

      * A memorial order (PRG108) asks a deposit with the order; the
      * family pays it like any other payment on the case. The first
      * order still awaiting its deposit is offered, and the clerk
      * says whether this payment is it.
       ASK-MEMORIAL-DEPOSIT.
           IF MEMORIAL-ORDER-OPEN
               MOVE 'N' TO WS-MEMORIAL-EOF
               MOVE WS-ROLLNO TO MO-ROLLNO
               MOVE ZERO TO MO-SEQ
               START MEMORIAL-ORDER KEY IS NOT LESS THAN MO-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-MEMORIAL-EOF
               END-START
               PERFORM FIND-DEPOSIT-DUE UNTIL END-OF-MEMORIALS
           END-IF.

       FIND-DEPOSIT-DUE.
           READ MEMORIAL-ORDER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MEMORIAL-EOF
               NOT AT END
                   IF MO-ROLLNO NOT = WS-ROLLNO
                       MOVE 'Y' TO WS-MEMORIAL-EOF
                   ELSE
                   IF MO-DEPOSIT NOT = ZERO
                       AND MO-DEPOSIT-DATE = ZERO
                       MOVE 'Y' TO WS-MEMORIAL-EOF
                       MOVE MO-DEPOSIT TO WS-DISPLAY-AMOUNT
                       DISPLAY 'MEMORIAL ORDER ' MO-SEQ
                           ' AWAITS DEPOSIT OF ' WS-DISPLAY-AMOUNT
                       DISPLAY 'IS THIS PAYMENT THAT DEPOSIT (Y/N):'
                       ACCEPT WS-DEPOSIT-ANSWER
                       IF WS-DEPOSIT-ANSWER = 'Y'
                           MOVE MO-SEQ TO WS-DEPOSIT-SEQ
                           IF PAY-AMOUNT < MO-DEPOSIT
                               DISPLAY 'WARNING - PAYMENT IS LESS '
                                   'THAN THE DEPOSIT ASKED'
                           END-IF
                       END-IF
                   END-IF
                   END-IF
           END-READ.

       MARK-MEMORIAL-DEPOSIT.
           MOVE WS-ROLLNO TO MO-ROLLNO
           MOVE WS-DEPOSIT-SEQ TO MO-SEQ
           READ MEMORIAL-ORDER
               INVALID KEY
                   DISPLAY 'WARNING - DEPOSIT NOT APPLIED TO MEMORIAL '
                       'ORDER: ' WS-ROLLNO '-' WS-DEPOSIT-SEQ
               NOT INVALID KEY
                   MOVE PAY-DATE TO MO-DEPOSIT-DATE
                   MOVE PAY-AMOUNT TO MO-DEPOSIT-PAID
                   MOVE WS-OPERATOR-EMPID TO MO-EMPID
                   REWRITE MEMORIAL-RECORD
                       INVALID KEY
                           DISPLAY 'WARNING - DEPOSIT NOT APPLIED TO '
                               'MEMORIAL ORDER: ' WS-ROLLNO '-'
                               WS-DEPOSIT-SEQ
                       NOT INVALID KEY
                           DISPLAY 'DEPOSIT APPLIED TO MEMORIAL ORDER '
                               WS-ROLLNO '-' WS-DEPOSIT-SEQ
                   END-REWRITE
           END-READ.

      * A case on an installment plan (PRG55, PLANREC.cpy) shows its
      * plan progress right after the posting, so the clerk taking
      * the payment can tell the family where the plan stands.

       LOOKUP-PAYMENT-PLAN.
           MOVE 'N' TO WS-ON-PLAN-SWITCH
           IF PAYMENT-PLAN-FILE-OPEN
               MOVE WS-ROLLNO TO PLAN-ROLLNO
               READ PAYMENT-PLAN-FILE
                   INVALID KEY
      * the aging line says so instead of flagging the family.
       LOOKUP-INSURANCE-ASSIGN.
           MOVE 'N' TO WS-INS-EXPECTED
           IF INSURANCE-ASSIGN-OPEN
               MOVE WS-ROLLNO TO INS-ROLLNO
               READ INSURANCE-ASSIGN-FILE
                   INVALID KEY
