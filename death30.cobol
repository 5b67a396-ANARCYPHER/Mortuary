        01 WS-OPERATOR-EMPID PIC 9(5).
        01 WS-SIGN-ON-OK PIC X VALUE 'N'.
            88 SIGN-ON-VALID VALUE 'Y'.
        01 WS-SIGN-ON-DATE PIC 9(8).
        01 WS-EMPID-OK PIC X VALUE 'Y'.
            88 EMPID-VALID VALUE 'Y'.
            88 EMPID-INVALID VALUE 'N'.
        01 WS-CHECK-DIGIT PIC 9.
        01 WS-TIMESTAMP PIC X(21).
        01 WS-BEFORE-QTY PIC 9(5).
        01 WS-AVAILABLE-QTY PIC 9(5).
        01 WS-AUDIT-ENTRY.
            02 AUDIT-OPERATOR PIC X(10).
            02 FILLER PIC X VALUE SPACE.
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

                       DISPLAY 'ISSUE REJECTED - PART NOT FOUND: '
                           WS-ISSUE-PART
                   NOT INVALID KEY
                       PERFORM COMPUTE-AVAILABLE
                       IF WS-ISSUE-QTY > QTY-ON-HAND
                           DISPLAY 'ISSUE REJECTED - INSUFFICIENT '
                               'QTY ON HAND: ' WS-ISSUE-PART
                       ELSE
                       IF WS-ISSUE-QTY > WS-AVAILABLE-QTY
                           DISPLAY 'ISSUE REJECTED - STOCK HELD FOR '
                               'OPEN QUOTES (PRG53), AVAILABLE '
                               WS-AVAILABLE-QTY ': ' WS-ISSUE-PART
                       ELSE
                           PERFORM DECREMENT-AND-RECORD
                       END-IF
                       END-IF
               END-READ
           END-IF.

      * Available to promise, as PRG53 works it - stock held for an
      * open quote is not this issue's to take.
       COMPUTE-AVAILABLE.
           IF QTY-RESERVED NOT < QTY-ON-HAND
               MOVE ZERO TO WS-AVAILABLE-QTY
           ELSE
               COMPUTE WS-AVAILABLE-QTY = QTY-ON-HAND - QTY-RESERVED
           END-IF.

       DECREMENT-AND-RECORD.
           MOVE QTY-ON-HAND TO WS-BEFORE-QTY
           SUBTRACT WS-ISSUE-QTY FROM QTY-ON-HAND
