      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * Aftercare follow-up for families after disposition. The 'D'
      * transition on STATUS-HISTORY starts a schedule of four
      * contact points on AFTERCARE-MASTER (see AFTREC.cpy): two
      * weeks after disposition, three months, eleven months - ahead
      * of the first anniversary - and the first holiday season,
      * 1 December. Dispositions more than a year old when the
      * schedule is first built are passed over rather than swamping
      * the worklist with contacts nobody could sensibly make now.
      *
      * The worklist run lists every open point due by the date
      * keyed and prints a letter for each one, addressed to the
      * case's NOK-MASTER primary contact (PRG17); a point with no
      * primary contact is listed as such and its letter waits until
      * one is flagged. A letter prints once - the date it printed
      * is stamped on the point. Staff then key the outcome of each
      * contact: reached, letter sent, declined (which closes the
      * case's remaining points - a family that asks not to be
      * contacted is not), or pre-need interest, which feeds the
      * monthly pre-need leads report.
      *
      * Transactions: G - schedule new dispositions off
      * STATUS-HISTORY (safe to rerun; the nightly stream runs it),
      * W - worklist and letters, O - outcome entry, P - monthly
      * pre-need leads report, I - inquire a case, X - exit.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRG106.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT AFTERCARE-MASTER ASSIGN TO WS-AFTERCARE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS AF-KEY
                FILE STATUS IS WS-FILE-STATUS.
            SELECT STATUS-HISTORY ASSIGN TO WS-HISTORY-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HISTORY-STATUS.
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
            SELECT NOK-MASTER ASSIGN TO WS-NOK-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS NOK-KEY
                FILE STATUS IS WS-NOK-STATUS.
            SELECT EMPLOYEE-MASTER ASSIGN TO WS-EMPLOYEE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EMPID
                ALTERNATE RECORD KEY IS ALPNUM
                FILE STATUS IS WS-EMP-STATUS.
            SELECT AFTERCARE-WORKLIST ASSIGN TO WS-WORKLIST-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-WORKLIST-STATUS.
            SELECT AFTERCARE-LETTERS ASSIGN TO WS-LETTERS-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LETTERS-STATUS.
            SELECT PRENEED-REPORT ASSIGN TO WS-PRENEED-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PRENEED-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  AFTERCARE-MASTER.
        01  AFTERCARE-RECORD.
            COPY AFTREC.
        FD  STATUS-HISTORY.
        01  STATUS-HISTORY-RECORD PIC X(60).
        FD  CASE-MASTER.
        01  CASE-MASTER-RECORD.
            COPY CASEREC REPLACING ==ROLLNO== BY ==ROLLNO-KEY==.
        FD  NOK-MASTER.
        01  NOK-RECORD.
            COPY NOKREC.
        FD  EMPLOYEE-MASTER.
        01  EMPLOYEE-RECORD.
            COPY EMPREC.
        FD  AFTERCARE-WORKLIST.
        01  WORKLIST-LINE PIC X(110).
        FD  AFTERCARE-LETTERS.
        01  LETTER-LINE PIC X(72).
        FD  PRENEED-REPORT.
        01  PRENEED-LINE PIC X(140).
        WORKING-STORAGE SECTION.
        01 WS-AFTERCARE-FILE PIC X(40)
            VALUE '/user/mortuary/aftercare-master'.
        01 WS-FILE-STATUS PIC XX.
        01 WS-HISTORY-FILE PIC X(40)
            VALUE '/user/mortuary/status-history.dat'.
        01 WS-HISTORY-STATUS PIC XX.
        01 WS-CASE-FILE PIC X(40) VALUE '/user/mortuary/case-master'.
        01 WS-CASE-STATUS PIC XX.
        01 WS-NOK-FILE PIC X(40) VALUE '/user/mortuary/nok-master'.
        01 WS-NOK-STATUS PIC XX.
        01 WS-NOK-OPEN-SWITCH PIC X VALUE 'N'.
            88 NOK-MASTER-OPEN VALUE 'Y'.
        01 WS-EMPLOYEE-FILE PIC X(40) VALUE '/user/employee/master'.
        01 WS-EMP-STATUS PIC XX.
        01 WS-WORKLIST-FILE PIC X(40)
            VALUE '/user/mortuary/aftercare-worklist.txt'.
        01 WS-WORKLIST-STATUS PIC XX.
        01 WS-LETTERS-FILE PIC X(40)
            VALUE '/user/mortuary/aftercare-letters.txt'.
        01 WS-LETTERS-STATUS PIC XX.
        01 WS-PRENEED-FILE PIC X(40)
            VALUE '/user/mortuary/preneed-leads.txt'.
        01 WS-PRENEED-STATUS PIC XX.
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
        01 WS-TRAN-CODE PIC X VALUE SPACES.
            88 TRAN-GENERATE VALUE 'G'.
            88 TRAN-WORKLIST VALUE 'W'.
            88 TRAN-OUTCOME VALUE 'O'.
            88 TRAN-PRENEED VALUE 'P'.
            88 TRAN-INQUIRE VALUE 'I'.
            88 TRAN-QUIT VALUE 'X'.
        01 WS-TODAY PIC 9(8).
        01 WS-TODAY-PARTS REDEFINES WS-TODAY.
            02 WS-TODAY-YYYY PIC 9(4).
            02 WS-TODAY-MM PIC 9(2).
            02 WS-TODAY-DD PIC 9(2).
        01 WS-ROLLNO PIC 9(7).
        01 WS-POINT PIC X.
            88 POINT-VALID VALUE 'W' 'M' 'A' 'H'.
        01 WS-OUTCOME PIC X.
            88 OUTCOME-VALID VALUE 'R' 'L' 'D' 'P'.
        01 WS-NOTE PIC X(30).
        01 WS-HISTORY-EOF PIC X VALUE 'N'.
            88 END-OF-HISTORY VALUE 'Y'.
        01 WS-AFTERCARE-EOF PIC X VALUE 'N'.
            88 END-OF-AFTERCARE VALUE 'Y'.
        01 WS-NOK-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-CONTACTS VALUE 'Y'.
        01 WS-PRIMARY-SWITCH PIC X VALUE 'N'.
            88 PRIMARY-FOUND VALUE 'Y'.
      * Mirror of PRG16's WS-HISTORY-ENTRY - keep the two in step.
        01 WS-HISTORY-ENTRY.
            02 SH-ROLLNO PIC 9(7).
            02 FILLER PIC X VALUE SPACE.
            02 SH-FROM-STATUS PIC X.
            02 FILLER PIC X VALUE SPACE.
            02 SH-TO-STATUS PIC X.
            02 FILLER PIC X VALUE SPACE.
            02 SH-TIMESTAMP PIC X(21).
            02 FILLER PIC X VALUE SPACE.
            02 SH-OPERATOR PIC X(10).
      * Schedule date arithmetic. The month points keep the day of
      * the month, held to the 28th so every month has one.
        01 WS-DISP-DATE PIC 9(8).
        01 WS-DISP-PARTS REDEFINES WS-DISP-DATE.
            02 WS-DISP-YYYY PIC 9(4).
            02 WS-DISP-MM PIC 9(2).
            02 WS-DISP-DD PIC 9(2).
        01 WS-DUE-DATE PIC 9(8).
        01 WS-DUE-PARTS REDEFINES WS-DUE-DATE.
            02 WS-DUE-YYYY PIC 9(4).
            02 WS-DUE-MM PIC 9(2).
            02 WS-DUE-DD PIC 9(2).
        01 WS-DAY-NUMBER PIC 9(7).
        01 WS-DISP-AGE PIC S9(7).
        01 WS-MONTH-TOTAL PIC 9(6).
        01 WS-MONTHS-ADD PIC 9(2).
        01 WS-AS-OF-DATE PIC 9(8).
        01 WS-REPORT-MONTH PIC 9(6).
        01 WS-DISPOSITIONS-READ PIC 9(5).
        01 WS-CASES-SCHEDULED PIC 9(5).
        01 WS-ALREADY-SCHEDULED PIC 9(5).
        01 WS-TOO-OLD PIC 9(5).
        01 WS-CONTACTS-DUE PIC 9(5).
        01 WS-LETTERS-PRINTED PIC 9(5).
        01 WS-NO-CONTACT PIC 9(5).
        01 WS-CONTACTS-CLOSED PIC 9(5).
        01 WS-LEADS-FOUND PIC 9(5).
        01 WS-POINTS-CLOSED PIC 9(2).
        01 WS-POINTS-FOUND PIC 9(2).
        01 WS-PT-SUB PIC 9.
      * Contact point codes in schedule order and how they print.
        01 WS-POINT-TABLE.
            02 FILLER PIC X(13) VALUE 'W2 WEEKS'.
            02 FILLER PIC X(13) VALUE 'M3 MONTHS'.
            02 FILLER PIC X(13) VALUE 'A11 MONTHS'.
            02 FILLER PIC X(13) VALUE 'HHOLIDAYS'.
        01 WS-POINT-ENTRIES REDEFINES WS-POINT-TABLE.
            02 WS-POINT-ENTRY OCCURS 4 TIMES.
                03 WS-PT-CODE PIC X.
                03 WS-PT-NAME PIC X(12).
        01 WS-MONTH-NAMES.
            02 FILLER PIC X(9) VALUE 'JANUARY'.
            02 FILLER PIC X(9) VALUE 'FEBRUARY'.
            02 FILLER PIC X(9) VALUE 'MARCH'.
            02 FILLER PIC X(9) VALUE 'APRIL'.
            02 FILLER PIC X(9) VALUE 'MAY'.
            02 FILLER PIC X(9) VALUE 'JUNE'.
            02 FILLER PIC X(9) VALUE 'JULY'.
            02 FILLER PIC X(9) VALUE 'AUGUST'.
            02 FILLER PIC X(9) VALUE 'SEPTEMBER'.
            02 FILLER PIC X(9) VALUE 'OCTOBER'.
            02 FILLER PIC X(9) VALUE 'NOVEMBER'.
            02 FILLER PIC X(9) VALUE 'DECEMBER'.
        01 WS-MONTH-TABLE REDEFINES WS-MONTH-NAMES.
            02 WS-MONTH-NAME PIC X(9) OCCURS 12 TIMES.
      * Letter body, four lines per contact point in the same order
      * as WS-POINT-TABLE.
        01 WS-LETTER-TEXT.
            02 FILLER PIC X(55) VALUE
            'IT HAS BEEN TWO WEEKS SINCE WE CARED FOR YOUR FAMILY,'.
            02 FILLER PIC X(55) VALUE
            'AND WE WANTED YOU TO KNOW WE ARE STILL HERE FOR YOU.'.
            02 FILLER PIC X(55) VALUE
            'IF THERE IS PAPERWORK LEFT TO FINISH, OR YOU WOULD'.
            02 FILLER PIC X(55) VALUE
            'SIMPLY LIKE TO TALK, PLEASE CALL US AT ANY TIME.'.
            02 FILLER PIC X(55) VALUE
            'THREE MONTHS ON, MANY FAMILIES FIND THE QUIET AFTER'.
            02 FILLER PIC X(55) VALUE
            'THE SERVICES THE HARDEST PART. OUR GRIEF SUPPORT GROUP'.
            02 FILLER PIC X(55) VALUE
            'MEETS EACH MONTH, AND YOU ARE WELCOME AT ANY TIME;'.
            02 FILLER PIC X(55) VALUE
            'THERE IS NO CHARGE AND NO NEED TO CALL AHEAD.'.
            02 FILLER PIC X(55) VALUE
            'AS THE FIRST ANNIVERSARY APPROACHES, WE ARE THINKING'.
            02 FILLER PIC X(55) VALUE
            'OF YOU. IF YOU WOULD LIKE HELP PLANNING A MEMORIAL'.
            02 FILLER PIC X(55) VALUE
            'GATHERING OR PLACING A MONUMENT, OR WOULD LIKE TO TALK'.
            02 FILLER PIC X(55) VALUE
            'ABOUT PLANNING AHEAD, WE WOULD BE GLAD TO HELP.'.
            02 FILLER PIC X(55) VALUE
            'THE HOLIDAYS CAN BE A DIFFICULT TIME AFTER A LOSS.'.
            02 FILLER PIC X(55) VALUE
            'PLEASE JOIN US FOR OUR ANNUAL SERVICE OF REMEMBRANCE,'.
            02 FILLER PIC X(55) VALUE
            'WHERE FAMILIES LIGHT A CANDLE IN MEMORY OF THOSE THEY'.
            02 FILLER PIC X(55) VALUE
            'HAVE LOST THIS YEAR.'.
        01 WS-LETTER-TABLE REDEFINES WS-LETTER-TEXT.
            02 WS-LETTER-POINT OCCURS 4 TIMES.
                03 WS-LETTER-BODY PIC X(55) OCCURS 4 TIMES.
        01 WS-BODY-SUB PIC 9.
        01 WS-LETTERS-ON-FILE PIC 9(5).
        01 WS-LETTER-WORK PIC X(72).
        01 WS-LETTER-DAY PIC Z9.
        01 WS-DECEDENT-NAME PIC X(52).
        01 WS-CONTACT-NAME PIC X(36).
        01 WS-SALUTATION PIC X(15).
        01 WS-CONTACT-ADDRESS PIC X(30).
        01 WS-CONTACT-PHONE PIC X(12).
        01 WS-CONTACT-SEQ PIC 9(2).
        01 WS-WORK-LINE.
            02 WK-ROLLNO PIC 9(7).
            02 FILLER PIC X(2) VALUE SPACES.
            02 WK-POINT PIC X(12).
            02 FILLER PIC X VALUE SPACE.
            02 WK-DUE-DATE PIC 9(8).
            02 FILLER PIC X(2) VALUE SPACES.
            02 WK-DECEDENT PIC X(30).
            02 FILLER PIC X VALUE SPACE.
            02 WK-CONTACT PIC X(26).
            02 FILLER PIC X VALUE SPACE.
            02 WK-PHONE PIC X(12).
            02 FILLER PIC X VALUE SPACE.
            02 WK-LETTER PIC X(6).
        01 WS-LEAD-LINE.
            02 LD-ROLLNO PIC 9(7).
            02 FILLER PIC X(2) VALUE SPACES.
            02 LD-POINT PIC X(12).
            02 FILLER PIC X VALUE SPACE.
            02 LD-OUTCOME-DATE PIC 9(8).
            02 FILLER PIC X(2) VALUE SPACES.
            02 LD-DECEDENT PIC X(30).
            02 FILLER PIC X VALUE SPACE.
            02 LD-CONTACT PIC X(26).
            02 FILLER PIC X VALUE SPACE.
            02 LD-PHONE PIC X(12).
            02 FILLER PIC X VALUE SPACE.
            02 LD-EMPID PIC 9(5).
            02 FILLER PIC X VALUE SPACE.
            02 LD-NOTE PIC X(30).
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
           PERFORM OPEN-FILES
           PERFORM PROCESS-TRANSACTION UNTIL TRAN-QUIT
           PERFORM CLOSE-FILES
           STOP RUN.

      * Sign-on - a verified EMPID (on EMPLOYEE-MASTER, passing
      * PRG6's check-digit rule) is required; it lands in
      * AF-OUTCOME-EMPID on every outcome keyed.
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

       OPEN-FILES.
           OPEN I-O AFTERCARE-MASTER
           IF WS-FILE-STATUS = '35'
               OPEN OUTPUT AFTERCARE-MASTER
               CLOSE AFTERCARE-MASTER
               OPEN I-O AFTERCARE-MASTER
           END-IF
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AFTERCARE-MASTER: '
                   WS-FILE-STATUS
               MOVE 'X' TO WS-TRAN-CODE
           END-IF
           OPEN INPUT CASE-MASTER
           IF WS-CASE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CASE-MASTER: ' WS-CASE-STATUS
               MOVE 'X' TO WS-TRAN-CODE
           END-IF
           OPEN INPUT NOK-MASTER
           IF WS-NOK-STATUS = '00'
               MOVE 'Y' TO WS-NOK-OPEN-SWITCH
           ELSE
               DISPLAY 'WARNING - NOK-MASTER NOT OPENED, NO LETTERS '
                   'CAN BE ADDRESSED: ' WS-NOK-STATUS
           END-IF.

       PROCESS-TRANSACTION.
           DISPLAY 'ENTER TRANSACTION (G-SCHEDULE DISPOSITIONS '
               'W-WORKLIST AND LETTERS O-OUTCOME P-PRE-NEED LEADS '
               'I-INQUIRE X-EXIT)'
           ACCEPT WS-TRAN-CODE
           EVALUATE TRUE
               WHEN TRAN-GENERATE
                   PERFORM GENERATE-SCHEDULE
               WHEN TRAN-WORKLIST
                   PERFORM PRODUCE-WORKLIST
               WHEN TRAN-OUTCOME
                   PERFORM RECORD-OUTCOME
               WHEN TRAN-PRENEED
                   PERFORM PRODUCE-PRENEED-REPORT
               WHEN TRAN-INQUIRE
                   PERFORM INQUIRE-AFTERCARE
               WHEN TRAN-QUIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'INVALID TRANSACTION CODE'
           END-EVALUATE.

      * Every 'D' entry on STATUS-HISTORY is offered; a case whose
      * two-week point is already on file was scheduled by an
      * earlier run, so a rerun adds nothing twice.
       GENERATE-SCHEDULE.
           MOVE ZERO TO WS-DISPOSITIONS-READ
           MOVE ZERO TO WS-CASES-SCHEDULED
           MOVE ZERO TO WS-ALREADY-SCHEDULED
           MOVE ZERO TO WS-TOO-OLD
           MOVE 'N' TO WS-HISTORY-EOF
           OPEN INPUT STATUS-HISTORY
           IF WS-HISTORY-STATUS NOT = '00'
               DISPLAY 'NO STATUS HISTORY TO SCHEDULE FROM: '
                   WS-HISTORY-STATUS
           ELSE
               PERFORM SCAN-DISPOSITION UNTIL END-OF-HISTORY
               CLOSE STATUS-HISTORY
           END-IF
           DISPLAY 'DISPOSITIONS READ: ' WS-DISPOSITIONS-READ
               ' SCHEDULED: ' WS-CASES-SCHEDULED
               ' ALREADY SCHEDULED: ' WS-ALREADY-SCHEDULED
               ' PAST AFTERCARE: ' WS-TOO-OLD.

       SCAN-DISPOSITION.
           READ STATUS-HISTORY
               AT END
                   MOVE 'Y' TO WS-HISTORY-EOF
               NOT AT END
                   MOVE STATUS-HISTORY-RECORD TO WS-HISTORY-ENTRY
                   IF SH-TO-STATUS = 'D'
                       AND SH-TIMESTAMP(1:8) IS NUMERIC
                       PERFORM SCHEDULE-CASE
                   END-IF
           END-READ.

       SCHEDULE-CASE.
           ADD 1 TO WS-DISPOSITIONS-READ
           MOVE SH-TIMESTAMP(1:8) TO WS-DISP-DATE
           MOVE SH-ROLLNO TO AF-ROLLNO
           MOVE 'W' TO AF-POINT
           READ AFTERCARE-MASTER
               INVALID KEY
                   COMPUTE WS-DISP-AGE =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY) -
                       FUNCTION INTEGER-OF-DATE(WS-DISP-DATE)
                   IF WS-DISP-AGE > 365
                       ADD 1 TO WS-TOO-OLD
                   ELSE
                       PERFORM BUILD-SCHEDULE
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-ALREADY-SCHEDULED
           END-READ.

       BUILD-SCHEDULE.
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-DISP-DATE) + 14
           COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
           MOVE 'W' TO WS-POINT
           PERFORM WRITE-CONTACT-POINT
           MOVE 3 TO WS-MONTHS-ADD
           PERFORM ADD-MONTHS
           MOVE 'M' TO WS-POINT
           PERFORM WRITE-CONTACT-POINT
           MOVE 11 TO WS-MONTHS-ADD
           PERFORM ADD-MONTHS
           MOVE 'A' TO WS-POINT
           PERFORM WRITE-CONTACT-POINT
      *    The first holiday season after the disposition - the same
      *    year's, unless the disposition was itself in December.
           MOVE WS-DISP-YYYY TO WS-DUE-YYYY
           IF WS-DISP-MM = 12
               ADD 1 TO WS-DUE-YYYY
           END-IF
           MOVE 12 TO WS-DUE-MM
           MOVE 1 TO WS-DUE-DD
           MOVE 'H' TO WS-POINT
           PERFORM WRITE-CONTACT-POINT
           ADD 1 TO WS-CASES-SCHEDULED.

       ADD-MONTHS.
           COMPUTE WS-MONTH-TOTAL =
               WS-DISP-YYYY * 12 + WS-DISP-MM - 1 + WS-MONTHS-ADD
           DIVIDE WS-MONTH-TOTAL BY 12 GIVING WS-DUE-YYYY
               REMAINDER WS-DUE-MM
           ADD 1 TO WS-DUE-MM
           MOVE WS-DISP-DD TO WS-DUE-DD
           IF WS-DUE-DD > 28
               MOVE 28 TO WS-DUE-DD
           END-IF.

       WRITE-CONTACT-POINT.
           MOVE SPACES TO AFTERCARE-RECORD
           MOVE SH-ROLLNO TO AF-ROLLNO
           MOVE WS-POINT TO AF-POINT
           MOVE WS-DISP-DATE TO AF-DISPOSED-DATE
           MOVE WS-DUE-DATE TO AF-DUE-DATE
           MOVE ZERO TO AF-NOK-SEQ
           MOVE ZERO TO AF-LETTER-DATE
           MOVE ZERO TO AF-OUTCOME-DATE
           MOVE ZERO TO AF-OUTCOME-EMPID
           WRITE AFTERCARE-RECORD
               INVALID KEY
                   DISPLAY 'SCHEDULE WRITE FAILED: ' SH-ROLLNO
                       ' POINT ' WS-POINT ' STATUS ' WS-FILE-STATUS
           END-WRITE.

      * Worklist and letters for every open point due by the as-of
      * date. The worklist is rewritten each run; letters are
      * appended to the letter file for the printer, the way PRG105
      * appends its labels.
       PRODUCE-WORKLIST.
           DISPLAY 'WORKLIST AS OF (YYYYMMDD, ZERO FOR TODAY):'
           ACCEPT WS-AS-OF-DATE
           IF WS-AS-OF-DATE = ZERO
               MOVE WS-TODAY TO WS-AS-OF-DATE
           END-IF
           MOVE ZERO TO WS-CONTACTS-DUE
           MOVE ZERO TO WS-LETTERS-PRINTED
           MOVE ZERO TO WS-NO-CONTACT
           MOVE ZERO TO WS-LETTERS-ON-FILE
           OPEN OUTPUT AFTERCARE-WORKLIST
           OPEN EXTEND AFTERCARE-LETTERS
           IF WS-LETTERS-STATUS = '35'
               OPEN OUTPUT AFTERCARE-LETTERS
           ELSE
               MOVE 1 TO WS-LETTERS-ON-FILE
           END-IF
           MOVE SPACES TO WORKLIST-LINE
           STRING 'AFTERCARE WORKLIST - CONTACTS DUE BY '
               DELIMITED BY SIZE
               WS-AS-OF-DATE DELIMITED BY SIZE
               '   PRODUCED ' DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               ' BY EMPID ' DELIMITED BY SIZE
               WS-OPERATOR-EMPID DELIMITED BY SIZE
               INTO WORKLIST-LINE
           END-STRING
           WRITE WORKLIST-LINE
           MOVE SPACES TO WORKLIST-LINE
           STRING 'ROLLNO   POINT        DUE       DECEDENT'
               DELIMITED BY SIZE
               '                       PRIMARY CONTACT'
               DELIMITED BY SIZE
               '            PHONE'
               DELIMITED BY SIZE
               INTO WORKLIST-LINE
           END-STRING
           WRITE WORKLIST-LINE
           MOVE ALL '-' TO WORKLIST-LINE
           WRITE WORKLIST-LINE
           MOVE 'N' TO WS-AFTERCARE-EOF
           MOVE LOW-VALUES TO AF-KEY
           START AFTERCARE-MASTER KEY IS NOT LESS THAN AF-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-AFTERCARE-EOF
           END-START
           PERFORM WORK-CONTACT-POINT UNTIL END-OF-AFTERCARE
           MOVE SPACES TO WORKLIST-LINE
           WRITE WORKLIST-LINE
           MOVE SPACES TO WORKLIST-LINE
           STRING 'CONTACTS DUE: ' DELIMITED BY SIZE
               WS-CONTACTS-DUE DELIMITED BY SIZE
               '   LETTERS PRINTED: ' DELIMITED BY SIZE
               WS-LETTERS-PRINTED DELIMITED BY SIZE
               '   NO PRIMARY CONTACT: ' DELIMITED BY SIZE
               WS-NO-CONTACT DELIMITED BY SIZE
               INTO WORKLIST-LINE
           END-STRING
           WRITE WORKLIST-LINE
           CLOSE AFTERCARE-WORKLIST
           CLOSE AFTERCARE-LETTERS
           DISPLAY 'WORKLIST WRITTEN TO ' WS-WORKLIST-FILE
           DISPLAY 'LETTERS WRITTEN TO ' WS-LETTERS-FILE
           DISPLAY 'CONTACTS DUE: ' WS-CONTACTS-DUE
               ' LETTERS PRINTED: ' WS-LETTERS-PRINTED
               ' NO PRIMARY CONTACT: ' WS-NO-CONTACT.

       WORK-CONTACT-POINT.
           READ AFTERCARE-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-AFTERCARE-EOF
               NOT AT END
                   IF AF-OUTCOME = SPACE
                       AND AF-DUE-DATE NOT > WS-AS-OF-DATE
                       PERFORM LIST-CONTACT-POINT
                   END-IF
           END-READ.

       LIST-CONTACT-POINT.
           ADD 1 TO WS-CONTACTS-DUE
           PERFORM SET-POINT-INDEX
           PERFORM LOOKUP-DECEDENT
           PERFORM FIND-PRIMARY-CONTACT
           MOVE AF-ROLLNO TO WK-ROLLNO
           MOVE WS-PT-NAME(WS-PT-SUB) TO WK-POINT
           MOVE AF-DUE-DATE TO WK-DUE-DATE
           MOVE WS-DECEDENT-NAME TO WK-DECEDENT
           MOVE SPACES TO WK-LETTER
           IF PRIMARY-FOUND
               MOVE WS-CONTACT-NAME TO WK-CONTACT
               MOVE WS-CONTACT-PHONE TO WK-PHONE
               IF AF-LETTER-DATE = ZERO
                   PERFORM PRINT-LETTER
                   MOVE WS-TODAY TO AF-LETTER-DATE
                   MOVE WS-CONTACT-SEQ TO AF-NOK-SEQ
                   REWRITE AFTERCARE-RECORD
                       INVALID KEY
                           DISPLAY 'LETTER DATE NOT SAVED: '
                               AF-ROLLNO ' POINT ' AF-POINT
                   END-REWRITE
                   MOVE 'LETTER' TO WK-LETTER
                   ADD 1 TO WS-LETTERS-PRINTED
               END-IF
           ELSE
               MOVE 'NO PRIMARY CONTACT (PRG17)' TO WK-CONTACT
               MOVE SPACES TO WK-PHONE
               ADD 1 TO WS-NO-CONTACT
           END-IF
           WRITE WORKLIST-LINE FROM WS-WORK-LINE.

       SET-POINT-INDEX.
           EVALUATE AF-POINT
               WHEN 'W'
                   MOVE 1 TO WS-PT-SUB
               WHEN 'M'
                   MOVE 2 TO WS-PT-SUB
               WHEN 'A'
                   MOVE 3 TO WS-PT-SUB
               WHEN OTHER
                   MOVE 4 TO WS-PT-SUB
           END-EVALUATE.

       LOOKUP-DECEDENT.
           MOVE SPACES TO WS-DECEDENT-NAME
           MOVE AF-ROLLNO TO ROLLNO-KEY
           READ CASE-MASTER
               INVALID KEY
                   MOVE 'CASE NOT ON FILE' TO WS-DECEDENT-NAME
               NOT INVALID KEY
                   PERFORM BUILD-DECEDENT-NAME
           END-READ.

       BUILD-DECEDENT-NAME.
           IF NAME-LAST = SPACES
               MOVE STUNAME TO WS-DECEDENT-NAME
           ELSE
               STRING NAME-LAST DELIMITED BY '  '
                   ', ' DELIMITED BY SIZE
                   NAME-FIRST DELIMITED BY '  '
                   ' ' DELIMITED BY SIZE
                   NAME-MIDDLE DELIMITED BY '  '
                   ' ' DELIMITED BY SIZE
                   NAME-SUFFIX DELIMITED BY '  '
                   INTO WS-DECEDENT-NAME
               END-STRING
           END-IF.

      * Letters go to the contact PRG17 flagged primary - never a
      * fallback to the first contact, since a letter to the wrong
      * family member after a death does more harm than none.
       FIND-PRIMARY-CONTACT.
           MOVE 'N' TO WS-PRIMARY-SWITCH
           IF NOK-MASTER-OPEN
               MOVE 'N' TO WS-NOK-EOF-SWITCH
               MOVE AF-ROLLNO TO NOK-ROLLNO
               MOVE ZERO TO NOK-SEQ
               START NOK-MASTER KEY IS NOT LESS THAN NOK-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-NOK-EOF-SWITCH
               END-START
               PERFORM SCAN-PRIMARY-CONTACT UNTIL END-OF-CONTACTS
           END-IF.

       SCAN-PRIMARY-CONTACT.
           READ NOK-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-NOK-EOF-SWITCH
               NOT AT END
                   IF NOK-ROLLNO NOT = AF-ROLLNO
                       MOVE 'Y' TO WS-NOK-EOF-SWITCH
                   ELSE
                       IF NOK-PRIMARY = 'Y'
                           PERFORM TAKE-CONTACT-DETAIL
                           MOVE 'Y' TO WS-PRIMARY-SWITCH
                           MOVE 'Y' TO WS-NOK-EOF-SWITCH
                       END-IF
                   END-IF
           END-READ.

       TAKE-CONTACT-DETAIL.
           MOVE SPACES TO WS-CONTACT-NAME
           MOVE SPACES TO WS-SALUTATION
           IF NOK-LAST = SPACES
               MOVE NOK-CONTACT-NAME TO WS-CONTACT-NAME
               MOVE NOK-CONTACT-NAME TO WS-SALUTATION
           ELSE
               STRING NOK-FIRST DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   NOK-LAST DELIMITED BY SPACE
                   INTO WS-CONTACT-NAME
               END-STRING
               MOVE NOK-FIRST TO WS-SALUTATION
               IF NOK-FIRST = SPACES
                   MOVE WS-CONTACT-NAME TO WS-SALUTATION
               END-IF
           END-IF
           MOVE NOK-ADDRESS TO WS-CONTACT-ADDRESS
           MOVE NOK-PHONE TO WS-CONTACT-PHONE
           MOVE NOK-SEQ TO WS-CONTACT-SEQ.

      * One letter per page; only the first letter in a new file
      * needs no page throw.
       PRINT-LETTER.
           ADD 1 TO WS-LETTERS-ON-FILE
           MOVE 'VIRTUAL MORGUE FUNERAL HOME' TO LETTER-LINE
           IF WS-LETTERS-ON-FILE = 1
               WRITE LETTER-LINE
           ELSE
               WRITE LETTER-LINE AFTER ADVANCING PAGE
           END-IF
           MOVE SPACES TO WS-LETTER-WORK
           PERFORM WRITE-LETTER-LINE
           MOVE WS-TODAY-DD TO WS-LETTER-DAY
           STRING WS-MONTH-NAME(WS-TODAY-MM) DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               WS-LETTER-DAY DELIMITED BY SIZE
               ', ' DELIMITED BY SIZE
               WS-TODAY-YYYY DELIMITED BY SIZE
               INTO WS-LETTER-WORK
           END-STRING
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO WS-LETTER-WORK
           PERFORM WRITE-LETTER-LINE
           MOVE WS-CONTACT-NAME TO WS-LETTER-WORK
           PERFORM WRITE-LETTER-LINE
           MOVE WS-CONTACT-ADDRESS TO WS-LETTER-WORK
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO WS-LETTER-WORK
           PERFORM WRITE-LETTER-LINE
           STRING 'DEAR ' DELIMITED BY SIZE
               WS-SALUTATION DELIMITED BY '  '
               ',' DELIMITED BY SIZE
               INTO WS-LETTER-WORK
           END-STRING
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO WS-LETTER-WORK
           PERFORM WRITE-LETTER-LINE
           PERFORM WRITE-LETTER-BODY
               VARYING WS-BODY-SUB FROM 1 BY 1 UNTIL WS-BODY-SUB > 4
           MOVE SPACES TO WS-LETTER-WORK
           PERFORM WRITE-LETTER-LINE
           MOVE 'WITH CARE,' TO WS-LETTER-WORK
           PERFORM WRITE-LETTER-LINE
           MOVE 'THE STAFF OF VIRTUAL MORGUE FUNERAL HOME'
               TO WS-LETTER-WORK
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO WS-LETTER-WORK
           PERFORM WRITE-LETTER-LINE
           STRING 'IN LOVING MEMORY OF ' DELIMITED BY SIZE
               WS-DECEDENT-NAME DELIMITED BY '  '
               INTO WS-LETTER-WORK
           END-STRING
           PERFORM WRITE-LETTER-LINE
           STRING 'REF ' DELIMITED BY SIZE
               AF-ROLLNO DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               AF-POINT DELIMITED BY SIZE
               INTO WS-LETTER-WORK
           END-STRING
           PERFORM WRITE-LETTER-LINE.

       WRITE-LETTER-BODY.
           MOVE WS-LETTER-BODY(WS-PT-SUB, WS-BODY-SUB)
               TO WS-LETTER-WORK
           PERFORM WRITE-LETTER-LINE.

       WRITE-LETTER-LINE.
           MOVE WS-LETTER-WORK TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO WS-LETTER-WORK.

      * Outcome of one contact. A family that declines is not
      * contacted again: the case's other open points close with it.
       RECORD-OUTCOME.
           DISPLAY 'ROLLNO:'
           ACCEPT WS-ROLLNO
           DISPLAY 'CONTACT POINT (W-2 WEEKS M-3 MONTHS A-11 MONTHS '
               'H-HOLIDAYS):'
           ACCEPT WS-POINT
           IF NOT POINT-VALID
               DISPLAY 'OUTCOME REJECTED - POINT MUST BE W, M, A OR H'
           ELSE
               MOVE WS-ROLLNO TO AF-ROLLNO
               MOVE WS-POINT TO AF-POINT
               READ AFTERCARE-MASTER
                   INVALID KEY
                       DISPLAY 'OUTCOME REJECTED - NO SUCH CONTACT '
                           'POINT SCHEDULED: ' WS-ROLLNO ' ' WS-POINT
                   NOT INVALID KEY
                       PERFORM CAPTURE-OUTCOME
               END-READ
           END-IF.

       CAPTURE-OUTCOME.
           IF AF-OUTCOME NOT = SPACE
               DISPLAY 'OUTCOME REJECTED - ALREADY RECORDED ('
                   AF-OUTCOME ' ON ' AF-OUTCOME-DATE ')'
           ELSE
               DISPLAY 'OUTCOME (R-REACHED L-LETTER SENT D-DECLINED '
                   'P-PRE-NEED INTEREST):'
               ACCEPT WS-OUTCOME
               IF NOT OUTCOME-VALID
                   DISPLAY 'OUTCOME REJECTED - MUST BE R, L, D OR P'
               ELSE
                   DISPLAY 'NOTE (OPTIONAL):'
                   MOVE SPACES TO WS-NOTE
                   ACCEPT WS-NOTE
                   MOVE WS-OUTCOME TO AF-OUTCOME
                   MOVE WS-TODAY TO AF-OUTCOME-DATE
                   MOVE WS-OPERATOR-EMPID TO AF-OUTCOME-EMPID
                   MOVE WS-NOTE TO AF-NOTE
                   REWRITE AFTERCARE-RECORD
                       INVALID KEY
                           DISPLAY 'OUTCOME FAILED - REWRITE ERROR: '
                               WS-ROLLNO ' ' WS-POINT
                       NOT INVALID KEY
                           DISPLAY 'OUTCOME RECORDED: ' WS-ROLLNO
                               ' ' WS-POINT ' ' WS-OUTCOME
                           IF WS-OUTCOME = 'D'
                               PERFORM CLOSE-REMAINING-POINTS
                           END-IF
                   END-REWRITE
               END-IF
           END-IF.

       CLOSE-REMAINING-POINTS.
           MOVE ZERO TO WS-POINTS-CLOSED
           PERFORM CLOSE-OTHER-POINT
               VARYING WS-PT-SUB FROM 1 BY 1 UNTIL WS-PT-SUB > 4
           DISPLAY 'FAMILY DECLINED - REMAINING POINTS CLOSED: '
               WS-POINTS-CLOSED.

       CLOSE-OTHER-POINT.
           IF WS-PT-CODE(WS-PT-SUB) NOT = WS-POINT
               MOVE WS-ROLLNO TO AF-ROLLNO
               MOVE WS-PT-CODE(WS-PT-SUB) TO AF-POINT
               READ AFTERCARE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AF-OUTCOME = SPACE
                           MOVE 'D' TO AF-OUTCOME
                           MOVE WS-TODAY TO AF-OUTCOME-DATE
                           MOVE WS-OPERATOR-EMPID TO AF-OUTCOME-EMPID
                           MOVE 'CLOSED - FAMILY DECLINED' TO AF-NOTE
                           REWRITE AFTERCARE-RECORD
                               INVALID KEY
                                   DISPLAY 'CLOSE FAILED: ' WS-ROLLNO
                                       ' ' AF-POINT
                               NOT INVALID KEY
                                   ADD 1 TO WS-POINTS-CLOSED
                           END-REWRITE
                       END-IF
               END-READ
           END-IF.

      * Pre-need leads: every contact whose outcome was pre-need
      * interest, keyed in the report month, with the contact to
      * call back and the staff member who took the call.
       PRODUCE-PRENEED-REPORT.
           DISPLAY 'REPORT MONTH (YYYYMM, ZERO FOR THIS MONTH):'
           ACCEPT WS-REPORT-MONTH
           IF WS-REPORT-MONTH = ZERO
               MOVE WS-TODAY(1:6) TO WS-REPORT-MONTH
           END-IF
           MOVE ZERO TO WS-CONTACTS-CLOSED
           MOVE ZERO TO WS-LEADS-FOUND
           OPEN OUTPUT PRENEED-REPORT
           MOVE SPACES TO PRENEED-LINE
           STRING 'PRE-NEED LEADS FROM AFTERCARE - MONTH '
               DELIMITED BY SIZE
               WS-REPORT-MONTH DELIMITED BY SIZE
               '   PRODUCED ' DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               ' BY EMPID ' DELIMITED BY SIZE
               WS-OPERATOR-EMPID DELIMITED BY SIZE
               INTO PRENEED-LINE
           END-STRING
           WRITE PRENEED-LINE
           MOVE SPACES TO PRENEED-LINE
           STRING 'ROLLNO   POINT        TAKEN     DECEDENT'
               DELIMITED BY SIZE
               '                       CONTACT'
               DELIMITED BY SIZE
               '                    PHONE        EMPID NOTE'
               DELIMITED BY SIZE
               INTO PRENEED-LINE
           END-STRING
           WRITE PRENEED-LINE
           MOVE ALL '-' TO PRENEED-LINE
           WRITE PRENEED-LINE
           MOVE 'N' TO WS-AFTERCARE-EOF
           MOVE LOW-VALUES TO AF-KEY
           START AFTERCARE-MASTER KEY IS NOT LESS THAN AF-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-AFTERCARE-EOF
           END-START
           PERFORM SCAN-PRENEED-LEAD UNTIL END-OF-AFTERCARE
           MOVE SPACES TO PRENEED-LINE
           WRITE PRENEED-LINE
           MOVE SPACES TO PRENEED-LINE
           STRING 'CONTACTS COMPLETED IN MONTH: ' DELIMITED BY SIZE
               WS-CONTACTS-CLOSED DELIMITED BY SIZE
               '   PRE-NEED LEADS: ' DELIMITED BY SIZE
               WS-LEADS-FOUND DELIMITED BY SIZE
               INTO PRENEED-LINE
           END-STRING
           WRITE PRENEED-LINE
           CLOSE PRENEED-REPORT
           DISPLAY 'PRE-NEED LEADS WRITTEN TO ' WS-PRENEED-FILE
           DISPLAY 'CONTACTS COMPLETED: ' WS-CONTACTS-CLOSED
               ' PRE-NEED LEADS: ' WS-LEADS-FOUND.

      * Points closed because the family declined elsewhere are not
      * contacts made, so they stay out of the completed count.
       SCAN-PRENEED-LEAD.
           READ AFTERCARE-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-AFTERCARE-EOF
               NOT AT END
                   IF AF-OUTCOME NOT = SPACE
                       AND AF-OUTCOME-DATE(1:6) = WS-REPORT-MONTH
                       AND AF-NOTE NOT = 'CLOSED - FAMILY DECLINED'
                       ADD 1 TO WS-CONTACTS-CLOSED
                       IF AF-OUTCOME = 'P'
                           PERFORM LIST-PRENEED-LEAD
                       END-IF
                   END-IF
           END-READ.

       LIST-PRENEED-LEAD.
           ADD 1 TO WS-LEADS-FOUND
           PERFORM SET-POINT-INDEX
           PERFORM LOOKUP-DECEDENT
           PERFORM FIND-PRIMARY-CONTACT
           MOVE AF-ROLLNO TO LD-ROLLNO
           MOVE WS-PT-NAME(WS-PT-SUB) TO LD-POINT
           MOVE AF-OUTCOME-DATE TO LD-OUTCOME-DATE
           MOVE WS-DECEDENT-NAME TO LD-DECEDENT
           IF PRIMARY-FOUND
               MOVE WS-CONTACT-NAME TO LD-CONTACT
               MOVE WS-CONTACT-PHONE TO LD-PHONE
           ELSE
               MOVE 'NO PRIMARY CONTACT (PRG17)' TO LD-CONTACT
               MOVE SPACES TO LD-PHONE
           END-IF
           MOVE AF-OUTCOME-EMPID TO LD-EMPID
           MOVE AF-NOTE TO LD-NOTE
           WRITE PRENEED-LINE FROM WS-LEAD-LINE.

       INQUIRE-AFTERCARE.
           DISPLAY 'ROLLNO:'
           ACCEPT WS-ROLLNO
           DISPLAY '=== AFTERCARE - ' WS-ROLLNO ' ==='
           MOVE ZERO TO WS-POINTS-FOUND
           PERFORM SHOW-CONTACT-POINT
               VARYING WS-PT-SUB FROM 1 BY 1 UNTIL WS-PT-SUB > 4
           IF WS-POINTS-FOUND = ZERO
               DISPLAY 'NO AFTERCARE SCHEDULED FOR: ' WS-ROLLNO
           END-IF.

       SHOW-CONTACT-POINT.
           MOVE WS-ROLLNO TO AF-ROLLNO
           MOVE WS-PT-CODE(WS-PT-SUB) TO AF-POINT
           READ AFTERCARE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-POINTS-FOUND
                   DISPLAY WS-PT-NAME(WS-PT-SUB) ' DUE ' AF-DUE-DATE
                       ' LETTER ' AF-LETTER-DATE
                       ' OUTCOME ' AF-OUTCOME ' ' AF-OUTCOME-DATE
                       ' EMPID ' AF-OUTCOME-EMPID ' ' AF-NOTE
           END-READ.

       CLOSE-FILES.
           CLOSE AFTERCARE-MASTER
           CLOSE CASE-MASTER
           CLOSE NOK-MASTER
           CLOSE EMPLOYEE-MASTER.
