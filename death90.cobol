      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * Lockbox and card settlement import - the bank's daily
      * lockbox file (lockbox.dat) and the card processor's
      * settlement file (card-settlement.dat) used to be re-keyed
      * item by item into PRG28. This posts them to payments.dat
      * directly: each item carries the statement reference PRG54
      * prints (the case number the family is asked to show on the
      * check), and an item whose reference is a case on CASE-MASTER
      * that is not yet closed posts under method CHECK (lockbox) or
      * CARD (settlement), dated the day the bank or processor
      * settled it. Anything else - no such case, an unreadable
      * reference, or a case already closed at 'C' - goes to the
      * settlement exceptions report for the bookkeeper, not to
      * payments.dat. So does an item dated into a month PRG92 has
      * closed, which is also logged to the security log.
      *
      * Both files carry the same control records as PRG4's intake
      * batch: a header 'H yyyymmdd nnnnn' (settlement date, item
      * count), detail lines 'D rrrrrrr aaaaaaaaa yyyymmdd iiiiii...'
      * (reference, amount in cents, settlement date, check number
      * or card authorization), and a trailer 'T nnnnn ttttttttttt'
      * (item count, amount total in cents). A file whose header,
      * trailer, and detail do not all agree on count and amount is
      * a partial transmission and is rejected whole - nothing from
      * it posts, and it stays in place for the resend. A file that
      * posts is cleared, so no item posts twice.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRG90.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT SETTLEMENT-FILE ASSIGN TO WS-SETTLE-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SETTLE-STATUS.
            SELECT CASE-MASTER ASSIGN TO WS-CASE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ROLLNO-KEY
                ALTERNATE RECORD KEY IS STUNAME
                    WITH DUPLICATES
                ALTERNATE RECORD KEY IS INTAKE-DATE
                    WITH DUPLICATES
                ALTERNATE RECORD KEY IS CASE-STATUS
                    WITH DUPLICATES
                FILE STATUS IS WS-CASE-STATUS.
            SELECT PAYMENT-FILE ASSIGN TO WS-PAYMENT-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PAYMENT-STATUS.
            SELECT EXCEPTION-REPORT ASSIGN TO WS-EXCEPTION-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXCEPTION-STATUS.
            SELECT PERIOD-CONTROL ASSIGN TO WS-PERIOD-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PER-PERIOD
                FILE STATUS IS WS-PERIOD-STATUS.
            SELECT SECURITY-LOG ASSIGN TO WS-SECURITY-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SECURITY-STATUS.
            SELECT EMPLOYEE-MASTER ASSIGN TO WS-EMPLOYEE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EMPID
                ALTERNATE RECORD KEY IS ALPNUM
                FILE STATUS IS WS-EMP-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  SETTLEMENT-FILE.
        01  SETTLEMENT-RECORD PIC X(80).
        FD  CASE-MASTER.
        01  CASE-MASTER-RECORD.
            COPY CASEREC REPLACING ==ROLLNO== BY ==ROLLNO-KEY==.
        FD  PAYMENT-FILE.
        01  PAYMENT-FILE-RECORD PIC X(40).
        FD  EXCEPTION-REPORT.
        01  EXCEPTION-LINE PIC X(80).
        FD  PERIOD-CONTROL.
        01  PERIOD-RECORD.
            COPY PERIODREC.
        FD  SECURITY-LOG.
        01  SECURITY-LOG-RECORD PIC X(60).
        FD  EMPLOYEE-MASTER.
        01  EMPLOYEE-RECORD.
            COPY EMPREC.
        WORKING-STORAGE SECTION.
        01 WS-SETTLE-FILE PIC X(40).
        01 WS-SETTLE-STATUS PIC XX.
        01 WS-LOCKBOX-FILE PIC X(40)
            VALUE '/user/billing/lockbox.dat'.
        01 WS-CARD-FILE PIC X(40)
            VALUE '/user/billing/card-settlement.dat'.
        01 WS-CASE-FILE PIC X(40) VALUE '/user/mortuary/case-master'.
        01 WS-CASE-STATUS PIC XX.
        01 WS-PAYMENT-FILE PIC X(30)
            VALUE '/user/billing/payments.dat'.
        01 WS-PAYMENT-STATUS PIC XX.
        01 WS-EXCEPTION-FILE PIC X(40)
            VALUE '/user/billing/settlement-exceptions.txt'.
        01 WS-EXCEPTION-STATUS PIC XX.
        01 WS-EMPLOYEE-FILE PIC X(40) VALUE '/user/employee/master'.
        01 WS-EMP-STATUS PIC XX.
        01 WS-PERIOD-FILE PIC X(40)
            VALUE '/user/billing/period-control'.
        01 WS-PERIOD-STATUS PIC XX.
        01 WS-POSTING-PERIOD PIC 9(6).
        01 WS-PERIOD-OK PIC X VALUE 'Y'.
            88 POSTING-PERIOD-OPEN VALUE 'Y'.
        01 WS-SECURITY-FILE PIC X(40)
            VALUE '/user/mortuary/security-refusals.log'.
        01 WS-SECURITY-STATUS PIC XX.
        01 WS-TIMESTAMP PIC X(21).
      * Mirror of PRG81's WS-REFUSAL-ENTRY - keep the set in step.
        01 WS-REFUSAL-ENTRY.
            02 RF-EMPID PIC 9(5).
            02 FILLER PIC X VALUE SPACE.
            02 RF-PROGRAM PIC X(8).
            02 FILLER PIC X VALUE SPACE.
            02 RF-FUNCTION PIC X(12).
            02 FILLER PIC X VALUE SPACE.
            02 RF-TIMESTAMP PIC X(21).
        01 WS-ITEM-DATE PIC 9(8).
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
        01 WS-TODAY PIC 9(8).
        01 WS-SOURCE PIC X(7).
            88 LOCKBOX-SOURCE VALUE 'LOCKBOX'.
            88 CARD-SOURCE VALUE 'CARD'.
        01 WS-SOURCE-METHOD PIC X(6).
        01 WS-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-SETTLEMENT VALUE 'Y'.
        01 WS-FILE-OK PIC X VALUE 'N'.
            88 FILE-BALANCED VALUE 'Y'.
        01 WS-FILE-REASON PIC X(40) VALUE SPACES.
        01 WS-HEADER-SEEN PIC X VALUE 'N'.
            88 HEADER-SEEN VALUE 'Y'.
        01 WS-TRAILER-SEEN PIC X VALUE 'N'.
            88 TRAILER-SEEN VALUE 'Y'.
        01 WS-HDR-DATE PIC 9(8).
        01 WS-HDR-COUNT PIC 9(5).
        01 WS-TRL-COUNT PIC 9(5).
        01 WS-TRL-AMOUNT PIC 9(11).
        01 WS-DETAIL-COUNT PIC 9(5).
        01 WS-DETAIL-AMOUNT PIC 9(11).
        01 WS-STRAY-COUNT PIC 9(5).
        01 WS-ITEM-OK PIC X VALUE 'Y'.
            88 ITEM-MATCHED VALUE 'Y'.
        01 WS-ITEM-REASON PIC X(24).
        01 WS-FILE-POSTED PIC 9(5).
        01 WS-FILE-EXCEPTIONS PIC 9(5).
        01 WS-POSTED-COUNT PIC 9(5) VALUE ZERO.
        01 WS-EXCEPTION-COUNT PIC 9(5) VALUE ZERO.
        01 WS-POSTED-TOTAL PIC 9(9)V99 VALUE ZERO.
        01 WS-DISPLAY-AMOUNT PIC -ZZZ,ZZZ,ZZ9.99.
      * One settlement detail line as the bank and the processor
      * send it.
        01 WS-SETTLE-DETAIL.
            02 SD-TYPE PIC X.
            02 FILLER PIC X.
            02 SD-REFERENCE PIC X(7).
            02 SD-REFERENCE-N REDEFINES SD-REFERENCE PIC 9(7).
            02 FILLER PIC X.
            02 SD-AMOUNT-CENTS PIC 9(9).
            02 FILLER PIC X.
            02 SD-SETTLE-DATE PIC 9(8).
            02 FILLER PIC X.
            02 SD-ITEM-REF PIC X(12).
            02 FILLER PIC X(39).
      * Mirror of PRG28's WS-PAYMENT-ENTRY - keep the two in step.
        01 WS-PAYMENT-ENTRY.
            02 PAY-ROLLNO PIC 9(7).
            02 FILLER PIC X VALUE SPACE.
            02 PAY-DATE PIC 9(8).
            02 FILLER PIC X VALUE SPACE.
            02 PAY-AMOUNT PIC 9(7)V99.
            02 FILLER PIC X VALUE SPACE.
            02 PAY-METHOD PIC X(6).
            02 FILLER PIC X VALUE SPACE.
            02 PAY-OPERATOR PIC 9(5).
        01 WS-EXCEPTION-DETAIL.
            02 EX-SOURCE PIC X(7).
            02 FILLER PIC X VALUE SPACE.
            02 EX-REFERENCE PIC X(7).
            02 FILLER PIC X VALUE SPACE.
            02 EX-SETTLE-DATE PIC X(8).
            02 FILLER PIC X VALUE SPACE.
            02 EX-ITEM-REF PIC X(12).
            02 FILLER PIC X VALUE SPACE.
            02 EX-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X VALUE SPACE.
            02 EX-REASON PIC X(24).
       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
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
           OPEN INPUT CASE-MASTER
           IF WS-CASE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CASE-MASTER: ' WS-CASE-STATUS
               CLOSE EMPLOYEE-MASTER
               STOP RUN
           END-IF
           PERFORM OPEN-EXCEPTION-REPORT
           MOVE 'LOCKBOX' TO WS-SOURCE
           MOVE 'CHECK' TO WS-SOURCE-METHOD
           MOVE WS-LOCKBOX-FILE TO WS-SETTLE-FILE
           PERFORM IMPORT-SETTLEMENT-FILE
           MOVE 'CARD' TO WS-SOURCE
           MOVE 'CARD' TO WS-SOURCE-METHOD
           MOVE WS-CARD-FILE TO WS-SETTLE-FILE
           PERFORM IMPORT-SETTLEMENT-FILE
           CLOSE EXCEPTION-REPORT
           CLOSE CASE-MASTER
           CLOSE EMPLOYEE-MASTER
           MOVE WS-POSTED-TOTAL TO WS-DISPLAY-AMOUNT
           DISPLAY 'SETTLEMENT AMOUNT POSTED: ' WS-DISPLAY-AMOUNT
           DISPLAY 'EXCEPTIONS WRITTEN TO ' WS-EXCEPTION-FILE
           DISPLAY 'SETTLEMENT ITEMS POSTED: ' WS-POSTED-COUNT
               ' EXCEPTIONS: ' WS-EXCEPTION-COUNT
           STOP RUN.

      * Sign-on - the batch operator's EMPID is the first input line
      * (the same batch-operator.dat line PRG4 and PRG42 read),
      * validated like every other sign-on.
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

       OPEN-EXCEPTION-REPORT.
           OPEN OUTPUT EXCEPTION-REPORT
           MOVE SPACES TO EXCEPTION-LINE
           STRING 'SETTLEMENT IMPORT EXCEPTIONS - RUN '
               DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO EXCEPTION-LINE
           END-STRING
           WRITE EXCEPTION-LINE
           MOVE 'SOURCE  REF     SETTLED  ITEM REF            '
               TO EXCEPTION-LINE
           MOVE 'AMOUNT REASON' TO EXCEPTION-LINE(50:13)
           WRITE EXCEPTION-LINE.

      * Pass one proves the file is whole; only a balanced file gets
      * pass two, which posts and reports item by item.
       IMPORT-SETTLEMENT-FILE.
           MOVE ZERO TO WS-FILE-POSTED
           MOVE ZERO TO WS-FILE-EXCEPTIONS
           OPEN INPUT SETTLEMENT-FILE
           IF WS-SETTLE-STATUS NOT = '00'
               DISPLAY 'NO ' WS-SOURCE ' FILE TODAY: ' WS-SETTLE-FILE
           ELSE
               PERFORM VERIFY-SETTLEMENT-TOTALS
               CLOSE SETTLEMENT-FILE
               IF FILE-BALANCED
                   PERFORM POST-SETTLEMENT-FILE
               ELSE
                   PERFORM REPORT-REJECTED-FILE
               END-IF
           END-IF.

       VERIFY-SETTLEMENT-TOTALS.
           MOVE 'N' TO WS-FILE-OK
           MOVE SPACES TO WS-FILE-REASON
           MOVE 'N' TO WS-HEADER-SEEN
           MOVE 'N' TO WS-TRAILER-SEEN
           MOVE ZERO TO WS-HDR-DATE
           MOVE ZERO TO WS-HDR-COUNT
           MOVE ZERO TO WS-TRL-COUNT
           MOVE ZERO TO WS-TRL-AMOUNT
           MOVE ZERO TO WS-DETAIL-COUNT
           MOVE ZERO TO WS-DETAIL-AMOUNT
           MOVE ZERO TO WS-STRAY-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM TALLY-SETTLEMENT-LINE UNTIL END-OF-SETTLEMENT
           EVALUATE TRUE
               WHEN NOT HEADER-SEEN
                   MOVE 'FILE HEADER MISSING' TO WS-FILE-REASON
               WHEN NOT TRAILER-SEEN
                   MOVE 'FILE TRAILER MISSING' TO WS-FILE-REASON
               WHEN WS-STRAY-COUNT > ZERO
                   MOVE 'UNREADABLE OR OUT-OF-PLACE LINES'
                       TO WS-FILE-REASON
               WHEN WS-DETAIL-COUNT NOT = WS-HDR-COUNT
                   MOVE 'ITEM COUNT DIFFERS FROM HEADER'
                       TO WS-FILE-REASON
               WHEN WS-DETAIL-COUNT NOT = WS-TRL-COUNT
                   MOVE 'ITEM COUNT DIFFERS FROM TRAILER'
                       TO WS-FILE-REASON
               WHEN WS-DETAIL-AMOUNT NOT = WS-TRL-AMOUNT
                   MOVE 'AMOUNT TOTAL DIFFERS FROM TRAILER'
                       TO WS-FILE-REASON
               WHEN OTHER
                   MOVE 'Y' TO WS-FILE-OK
           END-EVALUATE.

      * Anything after the trailer, a second header, or a detail
      * line whose amount is not numeric means the file is not what
      * the bank sent.
       TALLY-SETTLEMENT-LINE.
           READ SETTLEMENT-FILE INTO WS-SETTLE-DETAIL
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   EVALUATE TRUE
                       WHEN TRAILER-SEEN
                           ADD 1 TO WS-STRAY-COUNT
                       WHEN SD-TYPE = 'H' AND NOT HEADER-SEEN
                           MOVE 'Y' TO WS-HEADER-SEEN
                           MOVE SETTLEMENT-RECORD(3:8) TO WS-HDR-DATE
                           MOVE SETTLEMENT-RECORD(12:5)
                               TO WS-HDR-COUNT
                       WHEN SD-TYPE = 'T' AND HEADER-SEEN
                           MOVE 'Y' TO WS-TRAILER-SEEN
                           MOVE SETTLEMENT-RECORD(3:5) TO WS-TRL-COUNT
                           MOVE SETTLEMENT-RECORD(9:11)
                               TO WS-TRL-AMOUNT
                       WHEN SD-TYPE = 'D' AND HEADER-SEEN
                           AND SD-AMOUNT-CENTS IS NUMERIC
                           ADD 1 TO WS-DETAIL-COUNT
                           ADD SD-AMOUNT-CENTS TO WS-DETAIL-AMOUNT
                       WHEN OTHER
                           ADD 1 TO WS-STRAY-COUNT
                   END-EVALUATE
           END-READ.

       REPORT-REJECTED-FILE.
           DISPLAY 'REJECTED - ' WS-SOURCE ' FILE NOT POSTED: '
               WS-FILE-REASON
           DISPLAY 'HEADER COUNT: ' WS-HDR-COUNT ' TRAILER COUNT: '
               WS-TRL-COUNT ' ITEMS READ: ' WS-DETAIL-COUNT
           MOVE SPACES TO EXCEPTION-LINE
           STRING WS-SOURCE DELIMITED BY SIZE
               ' FILE REJECTED WHOLE - ' DELIMITED BY SIZE
               WS-FILE-REASON DELIMITED BY SIZE
               INTO EXCEPTION-LINE
           END-STRING
           WRITE EXCEPTION-LINE
           MOVE SPACES TO EXCEPTION-LINE
           STRING '    NOTHING POSTED - ASK FOR A RESEND. ITEMS READ '
               DELIMITED BY SIZE
               WS-DETAIL-COUNT DELIMITED BY SIZE
               INTO EXCEPTION-LINE
           END-STRING
           WRITE EXCEPTION-LINE
           ADD 1 TO WS-EXCEPTION-COUNT.

       POST-SETTLEMENT-FILE.
           OPEN EXTEND PAYMENT-FILE
           IF WS-PAYMENT-STATUS = '35'
               OPEN OUTPUT PAYMENT-FILE
           END-IF
           OPEN INPUT SETTLEMENT-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM POST-SETTLEMENT-LINE UNTIL END-OF-SETTLEMENT
           CLOSE SETTLEMENT-FILE
           CLOSE PAYMENT-FILE
           PERFORM CLEAR-SETTLEMENT-FILE
           DISPLAY WS-SOURCE ' FILE ' WS-HDR-DATE ' POSTED: '
               WS-FILE-POSTED ' EXCEPTIONS: ' WS-FILE-EXCEPTIONS.

       POST-SETTLEMENT-LINE.
           READ SETTLEMENT-FILE INTO WS-SETTLE-DETAIL
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF SD-TYPE = 'D'
                       PERFORM MATCH-SETTLEMENT-ITEM
                       IF ITEM-MATCHED
                           PERFORM POST-SETTLEMENT-ITEM
                       ELSE
                           PERFORM WRITE-ITEM-EXCEPTION
                       END-IF
                   END-IF
           END-READ.

      * The reference is the case number off the statement; a closed
      * case has final billing and takes no more money without the
      * bookkeeper looking at it.
       MATCH-SETTLEMENT-ITEM.
           MOVE 'Y' TO WS-ITEM-OK
           MOVE SPACES TO WS-ITEM-REASON
           IF SD-REFERENCE IS NOT NUMERIC
               MOVE 'N' TO WS-ITEM-OK
               MOVE 'REFERENCE NOT A CASE NO' TO WS-ITEM-REASON
           ELSE
               MOVE SD-REFERENCE-N TO ROLLNO-KEY
               READ CASE-MASTER
                   INVALID KEY
                       MOVE 'N' TO WS-ITEM-OK
                       MOVE 'NO MATCHING CASE' TO WS-ITEM-REASON
                   NOT INVALID KEY
                       IF CASE-STATUS = 'C'
                           MOVE 'N' TO WS-ITEM-OK
                           MOVE 'CASE IS CLOSED' TO WS-ITEM-REASON
                       END-IF
               END-READ
           END-IF
           IF ITEM-MATCHED AND SD-AMOUNT-CENTS = ZERO
               MOVE 'N' TO WS-ITEM-OK
               MOVE 'ZERO AMOUNT' TO WS-ITEM-REASON
           END-IF
           IF SD-SETTLE-DATE IS NUMERIC AND SD-SETTLE-DATE > ZERO
               MOVE SD-SETTLE-DATE TO WS-ITEM-DATE
           ELSE
               MOVE WS-HDR-DATE TO WS-ITEM-DATE
           END-IF
           IF ITEM-MATCHED
               MOVE WS-ITEM-DATE(1:6) TO WS-POSTING-PERIOD
               PERFORM CHECK-POSTING-PERIOD
               IF NOT POSTING-PERIOD-OPEN
                   MOVE 'N' TO WS-ITEM-OK
                   MOVE 'PERIOD CLOSED (PRG92)' TO WS-ITEM-REASON
                   PERFORM WRITE-SECURITY-REFUSAL
               END-IF
           END-IF.

       POST-SETTLEMENT-ITEM.
           MOVE SD-REFERENCE-N TO PAY-ROLLNO
           MOVE WS-ITEM-DATE TO PAY-DATE
           COMPUTE PAY-AMOUNT = SD-AMOUNT-CENTS / 100
           MOVE WS-SOURCE-METHOD TO PAY-METHOD
           MOVE WS-OPERATOR-EMPID TO PAY-OPERATOR
           MOVE WS-PAYMENT-ENTRY TO PAYMENT-FILE-RECORD
           WRITE PAYMENT-FILE-RECORD
           ADD PAY-AMOUNT TO WS-POSTED-TOTAL
           ADD 1 TO WS-FILE-POSTED
           ADD 1 TO WS-POSTED-COUNT.

       WRITE-ITEM-EXCEPTION.
           MOVE WS-SOURCE TO EX-SOURCE
           MOVE SD-REFERENCE TO EX-REFERENCE
           MOVE SD-SETTLE-DATE TO EX-SETTLE-DATE
           MOVE SD-ITEM-REF TO EX-ITEM-REF
           COMPUTE EX-AMOUNT = SD-AMOUNT-CENTS / 100
           MOVE WS-ITEM-REASON TO EX-REASON
           MOVE WS-EXCEPTION-DETAIL TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           ADD 1 TO WS-FILE-EXCEPTIONS
           ADD 1 TO WS-EXCEPTION-COUNT.

       WRITE-SECURITY-REFUSAL.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-OPERATOR-EMPID TO RF-EMPID
           MOVE 'PRG90' TO RF-PROGRAM
           MOVE 'POST-CLOSED' TO RF-FUNCTION
           MOVE WS-TIMESTAMP TO RF-TIMESTAMP
           OPEN EXTEND SECURITY-LOG
           IF WS-SECURITY-STATUS = '35'
               OPEN OUTPUT SECURITY-LOG
           END-IF
           MOVE SPACES TO SECURITY-LOG-RECORD
           MOVE WS-REFUSAL-ENTRY TO SECURITY-LOG-RECORD
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

      * Same clear-after-apply PRG49 does to its confirmation feed.
       CLEAR-SETTLEMENT-FILE.
           OPEN OUTPUT SETTLEMENT-FILE
           CLOSE SETTLEMENT-FILE.
