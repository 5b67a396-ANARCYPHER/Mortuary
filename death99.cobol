      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * Sales commission - replaces the commission spreadsheet.
      * Maintains the commission-rate table (COMMISSION-RATE-FILE,
      * see CRATEREC.cpy): a percent of the sale per contract type -
      * P for a pre-need contract sold through PRG40, A for an
      * at-need arrangement accepted through PRG53 - and product
      * category, the part's ALTKEY2 on inventory-file or SERVICES
      * for service lines, with a blank-category row as the type's
      * default. Those programs earn and reverse the commission
      * entries on COMMISSION-FILE (see COMMREC.cpy) as the sales
      * are written, cancelled and amended.
      *
      * The pay-period statement (S) lists, for one counselor or
      * every one, each entry dated inside the period - what was
      * sold, at what rate, earned or reversed, and whether PRG64
      * has already paid it - with the period's earned, reversed and
      * net totals, on /user/employee/commission-stmt.txt.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRG99.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT COMMISSION-RATE-FILE ASSIGN TO WS-RATE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CR-KEY
                FILE STATUS IS WS-RATE-STATUS.
            SELECT COMMISSION-FILE ASSIGN TO WS-COMMISSION-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS COMM-KEY
                FILE STATUS IS WS-COMM-STATUS.
            SELECT STATEMENT-PRINT ASSIGN TO WS-STATEMENT-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-STATEMENT-STATUS.
            SELECT EMPLOYEE-MASTER ASSIGN TO WS-EMPLOYEE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EMPID
                ALTERNATE RECORD KEY IS ALPNUM
                FILE STATUS IS WS-EMP-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  COMMISSION-RATE-FILE.
        01  COMMISSION-RATE-RECORD.
            COPY CRATEREC.
        FD  COMMISSION-FILE.
        01  COMMISSION-RECORD.
            COPY COMMREC.
        FD  STATEMENT-PRINT.
        01  STATEMENT-PRINT-RECORD PIC X(80).
        FD  EMPLOYEE-MASTER.
        01  EMPLOYEE-RECORD.
            COPY EMPREC.
        WORKING-STORAGE SECTION.
        01 WS-RATE-FILE PIC X(40)
            VALUE '/user/employee/commission-rates'.
        01 WS-RATE-STATUS PIC XX.
        01 WS-COMMISSION-FILE PIC X(40)
            VALUE '/user/employee/commissions'.
        01 WS-COMM-STATUS PIC XX.
        01 WS-COMM-OPEN-SWITCH PIC X VALUE 'N'.
            88 COMMISSION-FILE-OPEN VALUE 'Y'.
        01 WS-STATEMENT-FILE PIC X(40)
            VALUE '/user/employee/commission-stmt.txt'.
        01 WS-STATEMENT-STATUS PIC XX.
        01 WS-EMPLOYEE-FILE PIC X(40) VALUE '/user/employee/master'.
        01 WS-EMP-STATUS PIC XX.
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
        01 WS-TRAN-CODE PIC X VALUE SPACES.
            88 TRAN-RATE VALUE 'R'.
            88 TRAN-DELETE VALUE 'D'.
            88 TRAN-LIST VALUE 'L'.
            88 TRAN-STATEMENT VALUE 'S'.
            88 TRAN-QUIT VALUE 'X'.
        01 WS-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-INPUT VALUE 'Y'.
        01 WS-LIST-COUNT PIC 9(5) VALUE ZERO.
        01 WS-NEW-RATE PIC 9(2)V99.
        01 WS-DISPLAY-RATE PIC Z9.99.
      * Statement selection and running totals.
        01 WS-PERIOD-START PIC 9(8).
        01 WS-PERIOD-END PIC 9(8).
        01 WS-SELECT-EMPID PIC 9(5).
        01 WS-CURRENT-EMPID PIC 9(5).
        01 WS-SELLER-COUNT PIC 9(5) VALUE ZERO.
        01 WS-EARNED-TOTAL PIC 9(7)V99.
        01 WS-REVERSED-TOTAL PIC 9(7)V99.
        01 WS-NET-TOTAL PIC S9(7)V99.
        01 WS-STMT-HEADING.
            02 FILLER PIC X(23) VALUE 'COMMISSION STATEMENT - '.
            02 SH-EMPID PIC 9(5).
            02 FILLER PIC X VALUE SPACE.
            02 SH-NAME PIC X(20).
            02 FILLER PIC X(8) VALUE ' PERIOD '.
            02 SH-START PIC 9(8).
            02 FILLER PIC X(3) VALUE ' - '.
            02 SH-END PIC 9(8).
            02 FILLER PIC X(4) VALUE SPACES.
        01 WS-STMT-COLUMNS.
            02 FILLER PIC X(18) VALUE 'DATE     ACTION   '.
            02 FILLER PIC X(27) VALUE 'SOURCE          CATEGORY   '.
            02 FILLER PIC X(25) VALUE '     SALE  RATE    AMOUNT'.
            02 FILLER PIC X(10) VALUE ' PAID'.
        01 WS-STMT-DETAIL.
            02 SD-DATE PIC 9(8).
            02 FILLER PIC X VALUE SPACE.
            02 SD-ACTION PIC X(8).
            02 FILLER PIC X VALUE SPACE.
            02 SD-SOURCE PIC X(15).
            02 FILLER PIC X VALUE SPACE.
            02 SD-CATEGORY PIC X(10).
            02 FILLER PIC X VALUE SPACE.
            02 SD-SALE PIC ZZZZZ9.99.
            02 FILLER PIC X VALUE SPACE.
            02 SD-RATE PIC Z9.99.
            02 FILLER PIC X VALUE SPACE.
            02 SD-AMOUNT PIC ZZ,ZZ9.99.
            02 FILLER PIC X VALUE SPACE.
            02 SD-PAID PIC X(8).
            02 FILLER PIC X VALUE SPACE.
        01 WS-STMT-TOTAL.
            02 FILLER PIC X(8) VALUE 'EARNED: '.
            02 ST-EARNED PIC ZZZ,ZZ9.99.
            02 FILLER PIC X(12) VALUE '  REVERSED: '.
            02 ST-REVERSED PIC ZZZ,ZZ9.99.
            02 FILLER PIC X(7) VALUE '  NET: '.
            02 ST-NET PIC ZZZ,ZZ9.99-.
            02 FILLER PIC X(22) VALUE SPACES.
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
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM OPEN-FILES
           PERFORM PROCESS-TRANSACTION UNTIL TRAN-QUIT
           PERFORM CLOSE-FILES
           STOP RUN.

      * Sign-on - a verified EMPID (on EMPLOYEE-MASTER, passing
      * PRG6's check-digit rule) is required before rates change;
      * it lands in CR-OPERATOR.
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
           OPEN I-O COMMISSION-RATE-FILE
           IF WS-RATE-STATUS = '35'
               OPEN OUTPUT COMMISSION-RATE-FILE
               CLOSE COMMISSION-RATE-FILE
               OPEN I-O COMMISSION-RATE-FILE
           END-IF
           IF WS-RATE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING COMMISSION-RATE-FILE: '
                   WS-RATE-STATUS
               MOVE 'X' TO WS-TRAN-CODE
           END-IF
           OPEN INPUT COMMISSION-FILE
           IF WS-COMM-STATUS = '00'
               MOVE 'Y' TO WS-COMM-OPEN-SWITCH
           END-IF.

       PROCESS-TRANSACTION.
           DISPLAY 'ENTER TRANSACTION (R-SET RATE D-DELETE RATE '
               'L-LIST RATES S-STATEMENT X-EXIT)'
           ACCEPT WS-TRAN-CODE
           EVALUATE TRUE
               WHEN TRAN-RATE
                   PERFORM SET-RATE
               WHEN TRAN-DELETE
                   PERFORM DELETE-RATE
               WHEN TRAN-LIST
                   PERFORM LIST-RATES
               WHEN TRAN-STATEMENT
                   PERFORM PRINT-STATEMENTS
               WHEN TRAN-QUIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'INVALID TRANSACTION CODE'
           END-EVALUATE.

      * Adds the row, or replaces the rate on one already there. The
      * new rate applies to sales written from now on; commission
      * already earned keeps the rate it was earned at.
       SET-RATE.
           DISPLAY 'CONTRACT TYPE (P-PRE-NEED A-AT-NEED), CATEGORY '
               '(BLANK FOR DEFAULT), RATE PERCENT (E.G. 0500):'
           ACCEPT CR-CONTRACT-TYPE
           ACCEPT CR-CATEGORY
           ACCEPT WS-NEW-RATE
           IF CR-CONTRACT-TYPE NOT = 'P' AND CR-CONTRACT-TYPE NOT = 'A'
               DISPLAY 'RATE REJECTED - CONTRACT TYPE MUST BE P OR A'
           ELSE
               READ COMMISSION-RATE-FILE
                   INVALID KEY
                       PERFORM ADD-RATE
                   NOT INVALID KEY
                       PERFORM CHANGE-RATE
               END-READ
           END-IF.

       ADD-RATE.
           MOVE WS-NEW-RATE TO CR-RATE
           MOVE WS-OPERATOR-EMPID TO CR-OPERATOR
           MOVE WS-TODAY TO CR-CHANGED-DATE
           WRITE COMMISSION-RATE-RECORD
               INVALID KEY
                   DISPLAY 'RATE NOT ADDED - WRITE ERROR: ' CR-KEY
               NOT INVALID KEY
                   MOVE CR-RATE TO WS-DISPLAY-RATE
                   DISPLAY 'RATE ADDED: ' CR-CONTRACT-TYPE ' '
                       CR-CATEGORY ' ' WS-DISPLAY-RATE
           END-WRITE.

       CHANGE-RATE.
           MOVE CR-RATE TO WS-DISPLAY-RATE
           DISPLAY 'PREVIOUS RATE: ' WS-DISPLAY-RATE
           MOVE WS-NEW-RATE TO CR-RATE
           MOVE WS-OPERATOR-EMPID TO CR-OPERATOR
           MOVE WS-TODAY TO CR-CHANGED-DATE
           REWRITE COMMISSION-RATE-RECORD
               INVALID KEY
                   DISPLAY 'RATE NOT CHANGED - REWRITE ERROR: ' CR-KEY
               NOT INVALID KEY
                   MOVE CR-RATE TO WS-DISPLAY-RATE
                   DISPLAY 'RATE CHANGED: ' CR-CONTRACT-TYPE ' '
                       CR-CATEGORY ' ' WS-DISPLAY-RATE
           END-REWRITE.

       DELETE-RATE.
           DISPLAY 'CONTRACT TYPE AND CATEGORY TO DELETE:'
           ACCEPT CR-CONTRACT-TYPE
           ACCEPT CR-CATEGORY
           READ COMMISSION-RATE-FILE
               INVALID KEY
                   DISPLAY 'DELETE FAILED - NOT FOUND: ' CR-KEY
               NOT INVALID KEY
                   DELETE COMMISSION-RATE-FILE
                       INVALID KEY
                           DISPLAY 'DELETE FAILED - DELETE ERROR: '
                               CR-KEY
                       NOT INVALID KEY
                           DISPLAY 'RATE DELETED: ' CR-CONTRACT-TYPE
                               ' ' CR-CATEGORY
                   END-DELETE
           END-READ.

       LIST-RATES.
           DISPLAY '=== COMMISSION RATES ==='
           DISPLAY 'TYPE CATEGORY    RATE  CHANGED  BY'
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE ZERO TO WS-LIST-COUNT
           MOVE LOW-VALUES TO CR-KEY
           START COMMISSION-RATE-FILE KEY IS NOT LESS THAN CR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM LIST-ONE-RATE UNTIL END-OF-INPUT
           DISPLAY 'RATES LISTED: ' WS-LIST-COUNT.

       LIST-ONE-RATE.
           READ COMMISSION-RATE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE CR-RATE TO WS-DISPLAY-RATE
                   IF CR-CATEGORY = SPACES
                       DISPLAY CR-CONTRACT-TYPE '    (DEFAULT)  '
                           WS-DISPLAY-RATE ' ' CR-CHANGED-DATE ' '
                           CR-OPERATOR
                   ELSE
                       DISPLAY CR-CONTRACT-TYPE '    ' CR-CATEGORY
                           ' ' WS-DISPLAY-RATE ' ' CR-CHANGED-DATE
                           ' ' CR-OPERATOR
                   END-IF
                   ADD 1 TO WS-LIST-COUNT
           END-READ.

      * COMMISSION-FILE is keyed by seller, so one counselor's
      * entries read as a group; every counselor is a control break
      * on COMM-EMPID.
       PRINT-STATEMENTS.
           DISPLAY 'PERIOD START AND END (YYYYMMDD), EMPID (ZERO '
               'FOR ALL):'
           ACCEPT WS-PERIOD-START
           ACCEPT WS-PERIOD-END
           ACCEPT WS-SELECT-EMPID
           IF NOT COMMISSION-FILE-OPEN
               DISPLAY 'NO COMMISSION FILE - NOTHING TO STATE'
           ELSE
               OPEN OUTPUT STATEMENT-PRINT
               MOVE ZERO TO WS-SELLER-COUNT
               MOVE ZERO TO WS-CURRENT-EMPID
               MOVE 'N' TO WS-EOF-SWITCH
               MOVE WS-SELECT-EMPID TO COMM-EMPID
               MOVE ZERO TO COMM-SEQ
               START COMMISSION-FILE KEY IS NOT LESS THAN COMM-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-SWITCH
               END-START
               PERFORM STATE-ONE-ENTRY UNTIL END-OF-INPUT
               IF WS-CURRENT-EMPID NOT = ZERO
                   PERFORM WRITE-SELLER-TOTAL
               END-IF
               CLOSE STATEMENT-PRINT
               DISPLAY 'COMMISSION STATEMENTS: ' WS-SELLER-COUNT
                   ' WRITTEN TO ' WS-STATEMENT-FILE
           END-IF.

       STATE-ONE-ENTRY.
           READ COMMISSION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF WS-SELECT-EMPID NOT = ZERO
                       AND COMM-EMPID NOT = WS-SELECT-EMPID
                       MOVE 'Y' TO WS-EOF-SWITCH
                   ELSE
                       IF COMM-DATE NOT < WS-PERIOD-START
                           AND COMM-DATE NOT > WS-PERIOD-END
                           PERFORM WRITE-STATEMENT-LINE
                       END-IF
                   END-IF
           END-READ.

       WRITE-STATEMENT-LINE.
           IF COMM-EMPID NOT = WS-CURRENT-EMPID
               IF WS-CURRENT-EMPID NOT = ZERO
                   PERFORM WRITE-SELLER-TOTAL
               END-IF
               PERFORM WRITE-SELLER-HEADING
           END-IF
           MOVE COMM-DATE TO SD-DATE
           MOVE SPACES TO SD-SOURCE
           IF COMM-SOURCE = 'P'
               STRING 'PRE-NEED ' COMM-CONTRACT-NO
                   DELIMITED BY SIZE INTO SD-SOURCE
           ELSE
               STRING 'ARR ' COMM-ROLLNO '-' COMM-ARR-SEQ
                   DELIMITED BY SIZE INTO SD-SOURCE
           END-IF
           MOVE COMM-CATEGORY TO SD-CATEGORY
           MOVE COMM-SALE-AMOUNT TO SD-SALE
           MOVE COMM-RATE TO SD-RATE
           MOVE COMM-AMOUNT TO SD-AMOUNT
           IF COMM-REVERSED
               MOVE 'REVERSED' TO SD-ACTION
               ADD COMM-AMOUNT TO WS-REVERSED-TOTAL
           ELSE
               MOVE 'EARNED' TO SD-ACTION
               ADD COMM-AMOUNT TO WS-EARNED-TOTAL
           END-IF
           IF COMM-PAID-PERIOD = ZERO
               MOVE 'OPEN' TO SD-PAID
           ELSE
               MOVE COMM-PAID-PERIOD TO SD-PAID
           END-IF
           WRITE STATEMENT-PRINT-RECORD FROM WS-STMT-DETAIL.

       WRITE-SELLER-HEADING.
           MOVE COMM-EMPID TO WS-CURRENT-EMPID
           MOVE ZERO TO WS-EARNED-TOTAL
           MOVE ZERO TO WS-REVERSED-TOTAL
           ADD 1 TO WS-SELLER-COUNT
           MOVE COMM-EMPID TO EMPID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE 'NOT ON EMPLOYEE FILE' TO EMPNAME
           END-READ
           MOVE COMM-EMPID TO SH-EMPID
           MOVE EMPNAME TO SH-NAME
           MOVE WS-PERIOD-START TO SH-START
           MOVE WS-PERIOD-END TO SH-END
           IF WS-SELLER-COUNT > 1
               MOVE SPACES TO STATEMENT-PRINT-RECORD
               WRITE STATEMENT-PRINT-RECORD
           END-IF
           WRITE STATEMENT-PRINT-RECORD FROM WS-STMT-HEADING
           WRITE STATEMENT-PRINT-RECORD FROM WS-STMT-COLUMNS.

       WRITE-SELLER-TOTAL.
           COMPUTE WS-NET-TOTAL = WS-EARNED-TOTAL - WS-REVERSED-TOTAL
           MOVE WS-EARNED-TOTAL TO ST-EARNED
           MOVE WS-REVERSED-TOTAL TO ST-REVERSED
           MOVE WS-NET-TOTAL TO ST-NET
           WRITE STATEMENT-PRINT-RECORD FROM WS-STMT-TOTAL.

       CLOSE-FILES.
           CLOSE COMMISSION-RATE-FILE
           CLOSE COMMISSION-FILE
           CLOSE EMPLOYEE-MASTER.
