      * CASE-PARTS-FILE detail line, the QTY-ON-HAND decrement, and
      * the audit record - so what the prep room uses is billed and
      * reconciled like everything else. PRG16 refuses the I-to-P
      * transition until the report here is signed off - and, on a
      * case carrying a precaution code (CASEREC.cpy), until the
      * sign-off confirms the required PPE was used. The printed
      * record shows the precaution symbol, never its reason.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRG67.
        01 WS-OPERATOR-EMPID PIC 9(5).
        01 WS-SIGN-ON-OK PIC X VALUE 'N'.
            88 SIGN-ON-VALID VALUE 'Y'.
        01 WS-SIGN-ON-DATE PIC 9(8).
        01 WS-EMPID-OK PIC X VALUE 'Y'.
            88 EMPID-VALID VALUE 'Y'.
        01 WS-EMPID-ALPHA PIC X(5).
            88 END-OF-DETAIL VALUE 'Y'.
        01 WS-LIST-COUNT PIC 9(5) VALUE ZERO.
        01 WS-BEFORE-QTY PIC 9(5).
        01 WS-AVAILABLE-QTY PIC 9(5).
        01 WS-PPE-ANSWER PIC X.
        01 WS-PREC-SYMBOL.
            02 FILLER PIC X(2) VALUE '*P'.
            02 WS-PREC-CODE PIC X.
            02 FILLER PIC X VALUE '*'.
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

                   DISPLAY 'REPORT REJECTED - EMBALMER NOT ON '
                       'EMPLOYEE-MASTER: ' WS-EMBALMER-EMPID
               NOT INVALID KEY
                   IF EMP-TERM-DATE NOT = ZERO
                       AND EMP-TERM-DATE NOT > WS-TODAY
                       DISPLAY 'REPORT REJECTED - EMBALMER SEPARATED '
                           EMP-TERM-DATE ': ' WS-EMBALMER-EMPID
                   ELSE
                       DISPLAY 'EMBALMER: ' EMPNAME
                       MOVE WS-ROLLNO TO PREP-ROLLNO
                       MOVE WS-EMBALMER-EMPID TO PREP-EMBALMER
                       MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
                       MOVE WS-TIMESTAMP(1:12) TO PREP-START
                       MOVE ZERO TO PREP-END
                       DISPLAY 'PROCEDURES:'
                       ACCEPT PREP-PROCEDURES
                       MOVE 'N' TO PREP-COMPLETE
                       MOVE SPACE TO PREP-PPE-USED
                       IF CASE-PRECAUTION NOT = SPACE
                           MOVE 'N' TO PREP-PPE-USED
                           MOVE CASE-PRECAUTION TO WS-PREC-CODE
                           DISPLAY 'PRECAUTION ' WS-PREC-SYMBOL
                               ' - PPE MUST BE CONFIRMED AT SIGN-OFF'
                       END-IF
                       WRITE PREP-REPORT-RECORD
                           INVALID KEY
                               DISPLAY 'REPORT REJECTED - ALREADY ON '
                                   'FILE FOR: ' WS-ROLLNO
                           NOT INVALID KEY
                               DISPLAY 'PREP REPORT OPENED: ' WS-ROLLNO
                       END-WRITE
                   END-IF
           END-READ.

      * Fluid issue - the same decrement-and-detail path PRG30's
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

      * Sign-off stamps the end time and flips the report complete
      * - this is the moment PRG16's I-to-P gate starts letting the
      * case through. A case carrying a precaution code also needs
      * the embalmer's word that the required PPE was used; a 'N'
      * still signs the report off (it records what happened) but
      * PRG16 will hold the case short of 'P'. Signing off again
      * after a code is added records the answer.
       SIGN-OFF-REPORT.
           DISPLAY 'ROLLNO TO SIGN OFF:'
           ACCEPT WS-ROLLNO
                   MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
                   MOVE WS-TIMESTAMP(1:12) TO PREP-END
                   MOVE 'Y' TO PREP-COMPLETE
                   PERFORM CONFIRM-PPE-USED
                   REWRITE PREP-REPORT-RECORD
                       INVALID KEY
                           DISPLAY 'SIGN-OFF FAILED - REWRITE '
                   END-REWRITE
           END-READ.

       CONFIRM-PPE-USED.
           MOVE SPACE TO PREP-PPE-USED
           MOVE WS-ROLLNO TO ROLLNO-KEY
           READ CASE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CASE-PRECAUTION NOT = SPACE
                       MOVE CASE-PRECAUTION TO WS-PREC-CODE
                       DISPLAY 'REQUIRED PPE USED FOR PRECAUTION '
                           WS-PREC-SYMBOL ' (Y/N):'
                       ACCEPT WS-PPE-ANSWER
                       IF WS-PPE-ANSWER = 'Y'
                           MOVE 'Y' TO PREP-PPE-USED
                       ELSE
                           MOVE 'N' TO PREP-PPE-USED
                           DISPLAY 'PPE NOT CONFIRMED - CASE WILL '
                               'NOT PASS TO P: ' WS-ROLLNO
                       END-IF
                   END-IF
           END-READ.

       PRINT-PREP-REPORT.
           DISPLAY 'ROLLNO TO PRINT:'
           ACCEPT WS-ROLLNO
                   DISPLAY 'ENDED     : ' PREP-END
                   DISPLAY 'PROCEDURES: ' PREP-PROCEDURES
                   DISPLAY 'COMPLETE  : ' PREP-COMPLETE
                   PERFORM PRINT-PRECAUTION-LINE
                   DISPLAY 'PARTS AND FLUIDS ISSUED TO CASE:'
                   PERFORM LIST-CASE-DETAIL
           END-READ.

      * The symbol only - the prep record goes to the state board
      * and never carries the reason behind the code.
       PRINT-PRECAUTION-LINE.
           MOVE WS-ROLLNO TO ROLLNO-KEY
           READ CASE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CASE-PRECAUTION NOT = SPACE
                       MOVE CASE-PRECAUTION TO WS-PREC-CODE
                       DISPLAY 'PRECAUTION: ' WS-PREC-SYMBOL
                           '  PPE USED: ' PREP-PPE-USED
                   END-IF
           END-READ.

       LIST-CASE-DETAIL.
           MOVE ZERO TO WS-LIST-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
