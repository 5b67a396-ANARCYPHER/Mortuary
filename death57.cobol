      * land on adjustments.dat the way payments land on
      * payments.dat: PRG28 nets them into balances and aging, and
      * PRG51 journals them so the GL finally balances to reality.
      * Nothing posts into a month PRG92 has closed; the refusal goes
      * on the security log.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRG57.
                ALTERNATE RECORD KEY IS CASE-STATUS
                    WITH DUPLICATES
                FILE STATUS IS WS-CASE-STATUS.
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
        FD  CASE-MASTER.
        01  CASE-MASTER-RECORD.
            COPY CASEREC REPLACING ==ROLLNO== BY ==ROLLNO-KEY==.
        FD  PERIOD-CONTROL.
        01  PERIOD-RECORD.
            COPY PERIODREC.
        FD  SECURITY-LOG.
        01  SECURITY-LOG-RECORD PIC X(60).
        FD  EMPLOYEE-MASTER.
        01  EMPLOYEE-RECORD.
            COPY EMPREC.
        01 WS-OPERATOR-EMPID PIC 9(5).
        01 WS-SIGN-ON-OK PIC X VALUE 'N'.
            88 SIGN-ON-VALID VALUE 'Y'.
        01 WS-SIGN-ON-DATE PIC 9(8).
        01 WS-EMPID-OK PIC X VALUE 'Y'.
            88 EMPID-VALID VALUE 'Y'.
        01 WS-EMPID-ALPHA PIC X(5).
        01 WS-EMPID-CHECK PIC 9.
        01 WS-CHECK-SUM PIC 9(3).
        01 WS-CHECK-DIGIT PIC 9.
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
        01 WS-APPROVER-EMPID PIC 9(5).
        01 WS-APPROVER-OK PIC X VALUE 'N'.
            88 APPROVER-VALID VALUE 'Y'.
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

                   DISPLAY 'INVALID TRANSACTION CODE'
           END-EVALUATE.

      * An adjustment is dated the day it posts, so a month PRG92
      * has closed (closed early, or the clock wrong) takes none.
       POST-ADJUSTMENT.
           MOVE WS-TODAY(1:6) TO WS-POSTING-PERIOD
           PERFORM CHECK-POSTING-PERIOD
           IF NOT POSTING-PERIOD-OPEN
               DISPLAY 'ADJUSTMENT REJECTED - PERIOD '
                   WS-POSTING-PERIOD ' IS CLOSED (PRG92)'
               PERFORM WRITE-SECURITY-REFUSAL
           ELSE
               PERFORM POST-OPEN-PERIOD-ADJUSTMENT
           END-IF.

       POST-OPEN-PERIOD-ADJUSTMENT.
           DISPLAY 'ROLLNO TO ADJUST:'
           ACCEPT WS-ROLLNO
           MOVE WS-ROLLNO TO ROLLNO-KEY
                           'ON EMPLOYEE-MASTER: ' WS-APPROVER-EMPID
                   NOT INVALID KEY
                       PERFORM VALIDATE-EMPID
                       IF EMP-TERM-DATE NOT = ZERO
                           AND EMP-TERM-DATE NOT > WS-SIGN-ON-DATE
                           DISPLAY 'ADJUSTMENT REJECTED - APPROVER '
                               'SEPARATED: ' WS-APPROVER-EMPID
                       ELSE
                           IF EMPID-VALID
                               MOVE 'Y' TO WS-APPROVER-OK
                               DISPLAY 'APPROVED BY: ' EMPID ' ' EMPNAME
                           ELSE
                               DISPLAY 'ADJUSTMENT REJECTED - APPROVER '
                                   'FAILS CHECK-DIGIT TEST: '
                                   WS-APPROVER-EMPID
                           END-IF
                       END-IF
               END-READ
           END-IF.
           DISPLAY 'ADJUSTMENT POSTED - ' WS-ROLLNO ' TYPE '
               ADJ-TYPE ' ' WS-DISPLAY-AMOUNT.

       WRITE-SECURITY-REFUSAL.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-OPERATOR-EMPID TO RF-EMPID
           MOVE 'PRG57' TO RF-PROGRAM
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

       LIST-CASE-ADJUSTMENTS.
           DISPLAY 'ROLLNO TO LIST:'
           ACCEPT WS-ROLLNO
