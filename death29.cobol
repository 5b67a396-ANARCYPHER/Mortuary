      * charge master (see SVCREC.cpy) carries code, description, and
      * rate; posted case charges (see CCHGREC.cpy) are keyed ROLLNO
      * plus line sequence and picked up by PRG14's billing extract.
      * Same add/update/delete transaction shape PRG5 uses. A charge
      * is dated the day it posts; when that month has been closed
      * in PRG92 the charge is refused and the refusal logged.
      *
      * A memorial (charge code MONUMT) has no list price: the
      * charge names the PRG108 memorial order it bills, posts at
      * quantity one at the order's quoted price (carried on the
      * line in CCHG-PRICE), and stamps the charge line on the order
      * so the same order cannot be billed twice. MONUMT is set up
      * on the charge master like any other code; its rate is not
      * used.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRG29.
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
            SELECT MEMORIAL-ORDER ASSIGN TO WS-MEMORIAL-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS MO-KEY
                FILE STATUS IS WS-MEMORIAL-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  CHARGE-MASTER.
        FD  ROLE-MASTER.
        01  ROLE-RECORD.
            COPY ROLEREC.
        FD  PERIOD-CONTROL.
        01  PERIOD-RECORD.
            COPY PERIODREC.
        FD  SECURITY-LOG.
        01  SECURITY-LOG-RECORD PIC X(60).
        FD  MEMORIAL-ORDER.
        01  MEMORIAL-RECORD.
            COPY MEMREC.
        WORKING-STORAGE SECTION.
        01 WS-CHARGE-FILE PIC X(40)
            VALUE '/user/billing/charge-master'.
        01 WS-MAY-CHARGE PIC X VALUE 'N'.
            88 OPERATOR-MAY-CHARGE VALUE 'Y'.
        01 WS-REFUSED-FUNCTION PIC X(12).
        01 WS-PERIOD-FILE PIC X(40)
            VALUE '/user/billing/period-control'.
        01 WS-PERIOD-STATUS PIC XX.
        01 WS-POSTING-PERIOD PIC 9(6).
        01 WS-PERIOD-OK PIC X VALUE 'Y'.
            88 POSTING-PERIOD-OPEN VALUE 'Y'.
        01 WS-TIMESTAMP PIC X(21).
      * Mirror of PRG81's WS-REFUSAL-ENTRY - keep the set in step.
        01 WS-REFUSAL-ENTRY.
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
        01 WS-MEMORIAL-FILE PIC X(40)
            VALUE '/user/mortuary/memorial-order'.
        01 WS-MEMORIAL-STATUS PIC XX.
        01 WS-MEMORIAL-OPEN-SWITCH PIC X VALUE 'N'.
            88 MEMORIAL-ORDER-OPEN VALUE 'Y'.
        01 WS-MEMORIAL-CODE PIC X(6) VALUE 'MONUMT'.
        01 WS-ORDER-SEQ PIC 9(2).
        01 WS-CHARGE-OK PIC X VALUE 'Y'.
            88 CHARGE-CLEAR VALUE 'Y'.
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

           IF WS-CASE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CASE-MASTER: ' WS-CASE-STATUS
               MOVE 'X' TO WS-TRAN-CODE
           END-IF
           OPEN I-O MEMORIAL-ORDER
           IF WS-MEMORIAL-STATUS = '00'
               MOVE 'Y' TO WS-MEMORIAL-OPEN-SWITCH
           ELSE
               DISPLAY 'NO MEMORIAL-ORDER FILE - MONUMT CHARGES '
                   'CANNOT POST: ' WS-MEMORIAL-STATUS
           END-IF.

       PROCESS-TRANSACTION.
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

       DELETE-CHARGE-CODE.
           IF NOT OPERATOR-MAY-DELETE
               DISPLAY 'REFUSED - NO MASTER-DELETE RIGHT ON '
               MOVE 'POST-CHARGE' TO WS-REFUSED-FUNCTION
               PERFORM WRITE-SECURITY-REFUSAL
           ELSE
               MOVE WS-TODAY(1:6) TO WS-POSTING-PERIOD
               PERFORM CHECK-POSTING-PERIOD
               IF POSTING-PERIOD-OPEN
                   PERFORM POST-AUTHORIZED-CHARGE
               ELSE
                   DISPLAY 'CHARGE REJECTED - PERIOD '
                       WS-POSTING-PERIOD ' IS CLOSED (PRG92)'
                   MOVE 'POST-CLOSED' TO WS-REFUSED-FUNCTION
                   PERFORM WRITE-SECURITY-REFUSAL
               END-IF
           END-IF.

       POST-AUTHORIZED-CHARGE.
           END-READ.

       POST-VALIDATED-CHARGE.
           MOVE 'Y' TO WS-CHARGE-OK
           DISPLAY 'CHARGE CODE:'
           ACCEPT SVC-CODE
           READ CHARGE-MASTER
               INVALID KEY
                   DISPLAY 'CHARGE REJECTED - CODE NOT ON CHARGE '
                       'MASTER: ' SVC-CODE
                   MOVE 'N' TO WS-CHARGE-OK
           END-READ
           IF CHARGE-CLEAR AND SVC-CODE = WS-MEMORIAL-CODE
               PERFORM CHECK-MEMORIAL-ORDER
           END-IF
           IF CHARGE-CLEAR
               PERFORM FIND-NEXT-CHARGE-SEQ
               MOVE WS-ROLLNO TO CCHG-ROLLNO
               MOVE WS-NEXT-SEQ TO CCHG-SEQ
               MOVE SVC-CODE TO CCHG-CODE
               IF SVC-CODE = WS-MEMORIAL-CODE
                   MOVE 1 TO CCHG-QTY
                   MOVE MO-PRICE TO CCHG-PRICE
               ELSE
                   DISPLAY 'QUANTITY:'
                   ACCEPT CCHG-QTY
                   MOVE ZERO TO CCHG-PRICE
               END-IF
               MOVE WS-TODAY TO CCHG-DATE
               MOVE WS-OPERATOR-EMPID TO CCHG-OPERATOR
               WRITE CASE-CHARGE-RECORD
                   INVALID KEY
                       DISPLAY 'CHARGE FAILED - WRITE ERROR: '
                           CCHG-KEY
                   NOT INVALID KEY
                       DISPLAY 'CHARGE POSTED - ' WS-ROLLNO
                           ' LINE ' WS-NEXT-SEQ ' CODE ' SVC-CODE
                       IF SVC-CODE = WS-MEMORIAL-CODE
                           PERFORM MARK-MEMORIAL-CHARGED
                       END-IF
               END-WRITE
           END-IF.

      * A MONUMT charge bills one PRG108 memorial order on this case,
      * once.
       CHECK-MEMORIAL-ORDER.
           IF NOT MEMORIAL-ORDER-OPEN
               DISPLAY 'CHARGE REJECTED - MEMORIAL-ORDER NOT '
                   'AVAILABLE'
               MOVE 'N' TO WS-CHARGE-OK
           ELSE
               DISPLAY 'MEMORIAL ORDER SEQ (PRG108):'
               ACCEPT WS-ORDER-SEQ
               MOVE WS-ROLLNO TO MO-ROLLNO
               MOVE WS-ORDER-SEQ TO MO-SEQ
               READ MEMORIAL-ORDER
                   INVALID KEY
                       DISPLAY 'CHARGE REJECTED - NO MEMORIAL ORDER '
                           WS-ORDER-SEQ ' ON CASE: ' WS-ROLLNO
                       MOVE 'N' TO WS-CHARGE-OK
                   NOT INVALID KEY
                       IF MO-CHARGE-SEQ NOT = ZERO
                           DISPLAY 'CHARGE REJECTED - ORDER ALREADY '
                               'CHARGED ON LINE ' MO-CHARGE-SEQ
                           MOVE 'N' TO WS-CHARGE-OK
                       END-IF
               END-READ
           END-IF.

       MARK-MEMORIAL-CHARGED.
           MOVE WS-ROLLNO TO MO-ROLLNO
           MOVE WS-ORDER-SEQ TO MO-SEQ
           READ MEMORIAL-ORDER
               INVALID KEY
                   DISPLAY 'WARNING - MEMORIAL ORDER NOT MARKED '
                       'CHARGED: ' WS-ROLLNO '-' WS-ORDER-SEQ
               NOT INVALID KEY
                   MOVE WS-NEXT-SEQ TO MO-CHARGE-SEQ
                   MOVE WS-OPERATOR-EMPID TO MO-EMPID
                   REWRITE MEMORIAL-RECORD
                       INVALID KEY
                           DISPLAY 'WARNING - MEMORIAL ORDER NOT '
                               'MARKED CHARGED: ' WS-ROLLNO '-'
                               WS-ORDER-SEQ
                   END-REWRITE
           END-READ.

       FIND-NEXT-CHARGE-SEQ.
           CLOSE CHARGE-MASTER
           CLOSE CASE-CHARGE-FILE
           CLOSE CASE-MASTER
           CLOSE MEMORIAL-ORDER
           CLOSE EMPLOYEE-MASTER.
