      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * Columbarium niche and interment-rights inventory - replaces
      * the ledger book niche ownership was kept in. Every niche on
      * the home's columbarium walls is a NICHE-MASTER record (see
      * NICHEREC.cpy) with its size, price, and status (available,
      * sold, occupied); a sale of interment rights is an
      * INTERMENT-RIGHTS record (see IRREC.cpy) naming the purchaser
      * and, when the niche was bought with a pre-arrangement, the
      * PRE-NEED-MASTER contract (PRG40).
      *
      * Inurnment places a cremation case's urn in a niche sold
      * under rights: the niche becomes occupied, the move goes on
      * CUSTODY-LOG in PRG24's layout, and - for a case still in 'R'
      * - the placement is queued on disposition-confirm.dat as the
      * case's disposition confirmation, site reference the niche,
      * so PRG49 moves the case R-to-D under the same rules (and
      * with the same history and audit trail) as a confirmation
      * from an outside cemetery.
      *
      * Transactions: N - add a niche, S - sell interment rights,
      * P - place an urn (inurnment), Q - inquire on a niche,
      * A - available inventory by wall, O - owners holding unused
      * niches, X - exit.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRG109.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT NICHE-MASTER ASSIGN TO WS-NICHE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS NI-KEY
                FILE STATUS IS WS-FILE-STATUS.
            SELECT INTERMENT-RIGHTS ASSIGN TO WS-RIGHTS-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IR-RIGHTS-NO
                FILE STATUS IS WS-RIGHTS-STATUS.
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
            SELECT PRE-NEED-MASTER ASSIGN TO WS-PRE-NEED-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PN-CONTRACT-NO
                FILE STATUS IS WS-PN-STATUS.
            SELECT EMPLOYEE-MASTER ASSIGN TO WS-EMPLOYEE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EMPID
                ALTERNATE RECORD KEY IS ALPNUM
                FILE STATUS IS WS-EMP-STATUS.
            SELECT CUSTODY-LOG ASSIGN TO WS-CUSTODY-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CUSTODY-STATUS.
            SELECT CONFIRM-FILE ASSIGN TO WS-CONFIRM-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CONFIRM-STATUS.
            SELECT NICHE-REPORT ASSIGN TO WS-REPORT-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REPORT-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  NICHE-MASTER.
        01  NICHE-RECORD.
            COPY NICHEREC.
        FD  INTERMENT-RIGHTS.
        01  RIGHTS-RECORD.
            COPY IRREC.
        FD  CASE-MASTER.
        01  CASE-MASTER-RECORD.
            COPY CASEREC REPLACING ==ROLLNO== BY ==ROLLNO-KEY==.
        FD  PRE-NEED-MASTER.
        01  PRE-NEED-RECORD.
            COPY PNREC.
        FD  EMPLOYEE-MASTER.
        01  EMPLOYEE-RECORD.
            COPY EMPREC.
        FD  CUSTODY-LOG.
        01  CUSTODY-LOG-RECORD PIC X(80).
      * Same layout PRG49 reads - keep the two in step.
        FD  CONFIRM-FILE.
        01  CONFIRM-RECORD.
            02 CF-ROLLNO PIC 9(7).
            02 FILLER PIC X.
            02 CF-DATE PIC 9(8).
            02 FILLER PIC X.
            02 CF-SITE-REF PIC X(12).
        FD  NICHE-REPORT.
        01  REPORT-LINE PIC X(100).
        WORKING-STORAGE SECTION.
        01 WS-NICHE-FILE PIC X(40)
            VALUE '/user/mortuary/niche-master'.
        01 WS-FILE-STATUS PIC XX.
        01 WS-RIGHTS-FILE PIC X(40)
            VALUE '/user/mortuary/interment-rights'.
        01 WS-RIGHTS-STATUS PIC XX.
        01 WS-CASE-FILE PIC X(40) VALUE '/user/mortuary/case-master'.
        01 WS-CASE-STATUS PIC XX.
        01 WS-PRE-NEED-FILE PIC X(40)
            VALUE '/user/mortuary/pre-need-master'.
        01 WS-PN-STATUS PIC XX.
        01 WS-PN-OPEN-SWITCH PIC X VALUE 'N'.
            88 PRE-NEED-MASTER-OPEN VALUE 'Y'.
        01 WS-EMPLOYEE-FILE PIC X(40) VALUE '/user/employee/master'.
        01 WS-EMP-STATUS PIC XX.
        01 WS-CUSTODY-FILE PIC X(40)
            VALUE '/user/mortuary/custody.log'.
        01 WS-CUSTODY-STATUS PIC XX.
        01 WS-CONFIRM-FILE PIC X(40)
            VALUE '/user/mortuary/disposition-confirm.dat'.
        01 WS-CONFIRM-STATUS PIC XX.
        01 WS-REPORT-FILE PIC X(40).
        01 WS-AVAILABLE-FILE PIC X(40)
            VALUE '/user/mortuary/niche-available.txt'.
        01 WS-OWNERS-FILE PIC X(40)
            VALUE '/user/mortuary/niche-owners.txt'.
        01 WS-REPORT-STATUS PIC XX.
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
            88 TRAN-ADD-NICHE VALUE 'N'.
            88 TRAN-SELL VALUE 'S'.
            88 TRAN-PLACE VALUE 'P'.
            88 TRAN-INQUIRE VALUE 'Q'.
            88 TRAN-AVAILABLE VALUE 'A'.
            88 TRAN-OWNERS VALUE 'O'.
            88 TRAN-QUIT VALUE 'X'.
        01 WS-TODAY PIC 9(8).
        01 WS-TIMESTAMP PIC X(21).
        01 WS-ROLLNO PIC 9(7).
        01 WS-NICHE-OK PIC X VALUE 'Y'.
            88 NICHE-CLEAR VALUE 'Y'.
        01 WS-AMOUNT-CENTS PIC 9(7).
        01 WS-DISPLAY-AMOUNT PIC Z,ZZZ,ZZ9.99.
        01 WS-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-FILE VALUE 'Y'.
        01 WS-SCAN-EOF PIC X VALUE 'N'.
            88 END-OF-SCAN VALUE 'Y'.
        01 WS-LOG-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-CUSTODY-LOG VALUE 'Y'.
      * Niche as it is lettered on the wall and shown in custody
      * and confirmation entries, e.g. EAST-02014.
        01 WS-NICHE-LOCATION.
            02 NL-WALL PIC X(4).
            02 FILLER PIC X VALUE '-'.
            02 NL-ROW PIC 9(2).
            02 NL-POSITION PIC 9(3).
        01 WS-NICHE-KEY.
            02 WS-NICHE-WALL PIC X(4).
            02 WS-NICHE-ROW PIC 9(2).
            02 WS-NICHE-POSITION PIC 9(3).
      * The niches keyed on a sale, held until every one has been
      * checked available.
        01 WS-SALE-NICHES.
            02 WS-SALE-NICHE PIC X(9) OCCURS 6 TIMES.
        01 WS-SALE-COUNT PIC 9(2).
        01 WS-SALE-SUB PIC 9(2).
        01 WS-SALE-DONE PIC X VALUE 'N'.
            88 SALE-KEYING-DONE VALUE 'Y'.
        01 WS-DUP-SWITCH PIC X VALUE 'N'.
            88 NICHE-ON-SALE VALUE 'Y'.
        01 WS-SALE-TOTAL PIC 9(7)V99.
        01 WS-NEXT-RIGHTS-NO PIC 9(6).
        01 WS-FOUND-NICHE PIC X(10).
        01 WS-FROM-LOCATION PIC X(10).
        01 WS-FIRST-URN PIC X VALUE 'N'.
            88 FIRST-URN-IN-NICHE VALUE 'Y'.
        01 WS-CURRENT-WALL PIC X(4).
        01 WS-WALL-COUNT PIC 9(5).
        01 WS-TOTAL-COUNT PIC 9(5).
        01 WS-OWNER-COUNT PIC 9(5).
        01 WS-UNUSED-COUNT PIC 9(2).
        01 WS-UNUSED-LIST PIC X(66).
        01 WS-UNUSED-PTR PIC 9(3).
        01 WS-OWNER-NAME PIC X(37).
      * Mirror of PRG24's WS-CUSTODY-ENTRY - keep the two in step.
        01 WS-CUSTODY-ENTRY.
            02 CU-ROLLNO PIC 9(7).
            02 FILLER PIC X VALUE SPACE.
            02 CU-FROM-LOCATION PIC X(10).
            02 FILLER PIC X VALUE SPACE.
            02 CU-TO-LOCATION PIC X(10).
            02 FILLER PIC X VALUE SPACE.
            02 CU-EMPID PIC 9(5).
            02 FILLER PIC X VALUE SPACE.
            02 CU-TIMESTAMP PIC X(21).
        01 WS-HISTORY-ENTRY.
            02 HI-ROLLNO PIC 9(7).
            02 FILLER PIC X.
            02 HI-FROM-LOCATION PIC X(10).
            02 FILLER PIC X.
            02 HI-TO-LOCATION PIC X(10).
            02 FILLER PIC X.
            02 HI-EMPID PIC 9(5).
            02 FILLER PIC X.
            02 HI-TIMESTAMP PIC X(21).
        01 WS-AVAILABLE-DETAIL.
            02 FILLER PIC X(2) VALUE SPACES.
            02 AV-LOCATION PIC X(10).
            02 FILLER PIC X(3) VALUE SPACES.
            02 AV-SIZE PIC X(9).
            02 FILLER PIC X(3) VALUE SPACES.
            02 AV-PRICE PIC ZZ,ZZ9.99.
        01 WS-OWNER-DETAIL.
            02 OW-RIGHTS-NO PIC 9(6).
            02 FILLER PIC X(2) VALUE SPACES.
            02 OW-NAME PIC X(30).
            02 FILLER PIC X(2) VALUE SPACES.
            02 OW-PHONE PIC X(12).
            02 FILLER PIC X(2) VALUE SPACES.
            02 OW-CONTRACT PIC 9(6).
            02 FILLER PIC X(2) VALUE SPACES.
            02 OW-BOUGHT PIC Z9.
            02 FILLER PIC X(2) VALUE SPACES.
            02 OW-USED PIC Z9.
            02 FILLER PIC X(2) VALUE SPACES.
            02 OW-UNUSED PIC Z9.
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
      * PRG6's check-digit rule) is required; it lands on the niche,
      * the rights sale, and the custody entry.
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
           OPEN I-O NICHE-MASTER
           IF WS-FILE-STATUS = '35'
               OPEN OUTPUT NICHE-MASTER
               CLOSE NICHE-MASTER
               OPEN I-O NICHE-MASTER
           END-IF
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING NICHE-MASTER: ' WS-FILE-STATUS
               MOVE 'X' TO WS-TRAN-CODE
           END-IF
           OPEN I-O INTERMENT-RIGHTS
           IF WS-RIGHTS-STATUS = '35'
               OPEN OUTPUT INTERMENT-RIGHTS
               CLOSE INTERMENT-RIGHTS
               OPEN I-O INTERMENT-RIGHTS
           END-IF
           IF WS-RIGHTS-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING INTERMENT-RIGHTS: '
                   WS-RIGHTS-STATUS
               MOVE 'X' TO WS-TRAN-CODE
           END-IF
           OPEN INPUT CASE-MASTER
           IF WS-CASE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CASE-MASTER: ' WS-CASE-STATUS
               MOVE 'X' TO WS-TRAN-CODE
           END-IF
           OPEN INPUT PRE-NEED-MASTER
           IF WS-PN-STATUS = '00'
               MOVE 'Y' TO WS-PN-OPEN-SWITCH
           ELSE
               DISPLAY 'WARNING - PRE-NEED-MASTER NOT OPENED, NO '
                   'CONTRACT CAN BE NAMED ON A SALE: ' WS-PN-STATUS
           END-IF.

       PROCESS-TRANSACTION.
           DISPLAY 'ENTER TRANSACTION (N-ADD NICHE S-SELL RIGHTS '
               'P-PLACE URN Q-INQUIRE A-AVAILABLE O-OWNERS X-EXIT)'
           ACCEPT WS-TRAN-CODE
           EVALUATE TRUE
               WHEN TRAN-ADD-NICHE
                   PERFORM ADD-NICHE
               WHEN TRAN-SELL
                   PERFORM SELL-RIGHTS
               WHEN TRAN-PLACE
                   PERFORM PLACE-URN
               WHEN TRAN-INQUIRE
                   PERFORM INQUIRE-NICHE
               WHEN TRAN-AVAILABLE
                   PERFORM PRINT-AVAILABLE
               WHEN TRAN-OWNERS
                   PERFORM PRINT-OWNERS
               WHEN TRAN-QUIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'INVALID TRANSACTION CODE'
           END-EVALUATE.

       ACCEPT-NICHE-KEY.
           DISPLAY 'WALL:'
           MOVE SPACES TO WS-NICHE-WALL
           ACCEPT WS-NICHE-WALL
           IF WS-NICHE-WALL NOT = SPACES
               DISPLAY 'ROW:'
               ACCEPT WS-NICHE-ROW
               DISPLAY 'POSITION:'
               ACCEPT WS-NICHE-POSITION
           END-IF.

       ADD-NICHE.
           MOVE 'Y' TO WS-NICHE-OK
           PERFORM ACCEPT-NICHE-KEY
           IF WS-NICHE-WALL = SPACES
               DISPLAY 'NICHE REJECTED - NO WALL KEYED'
               MOVE 'N' TO WS-NICHE-OK
           END-IF
           IF NICHE-CLEAR
               MOVE SPACES TO NICHE-RECORD
               MOVE WS-NICHE-KEY TO NI-KEY
               DISPLAY 'SIZE (S-SINGLE C-COMPANION):'
               ACCEPT NI-SIZE
               IF NOT NI-SINGLE AND NOT NI-COMPANION
                   DISPLAY 'NICHE REJECTED - INVALID SIZE: ' NI-SIZE
                   MOVE 'N' TO WS-NICHE-OK
               END-IF
           END-IF
           IF NICHE-CLEAR
               DISPLAY 'PRICE (CENTS IMPLIED):'
               ACCEPT WS-AMOUNT-CENTS
               COMPUTE NI-PRICE = WS-AMOUNT-CENTS / 100
               MOVE 'A' TO NI-STATUS
               MOVE ZERO TO NI-RIGHTS-NO
               MOVE ZERO TO NI-ROLLNO-1
               MOVE ZERO TO NI-INURN-DATE-1
               MOVE ZERO TO NI-ROLLNO-2
               MOVE ZERO TO NI-INURN-DATE-2
               MOVE WS-OPERATOR-EMPID TO NI-EMPID
               PERFORM SET-NICHE-LOCATION
               WRITE NICHE-RECORD
                   INVALID KEY
                       DISPLAY 'NICHE REJECTED - ALREADY ON FILE: '
                           WS-NICHE-LOCATION
                   NOT INVALID KEY
                       DISPLAY 'NICHE ADDED: ' WS-NICHE-LOCATION
               END-WRITE
           END-IF.

       SET-NICHE-LOCATION.
           MOVE NI-WALL TO NL-WALL
           MOVE NI-ROW TO NL-ROW
           MOVE NI-POSITION TO NL-POSITION.

      * A sale covers up to six niches, each of which must be
      * available; nothing is marked sold until all have checked
      * out. A named pre-need contract must be on file and not
      * cancelled.
       SELL-RIGHTS.
           MOVE 'Y' TO WS-NICHE-OK
           PERFORM FIND-NEXT-RIGHTS-NO
           MOVE SPACES TO RIGHTS-RECORD
           DISPLAY 'PURCHASER LAST NAME:'
           ACCEPT IR-PURCHASER-LAST
           DISPLAY 'PURCHASER FIRST NAME:'
           ACCEPT IR-PURCHASER-FIRST
           DISPLAY 'PURCHASER PHONE:'
           ACCEPT IR-PHONE
           DISPLAY 'PRE-NEED CONTRACT NO (0 IF NONE):'
           ACCEPT IR-CONTRACT-NO
           IF IR-PURCHASER-LAST = SPACES
               DISPLAY 'SALE REJECTED - NO PURCHASER NAME'
               MOVE 'N' TO WS-NICHE-OK
           END-IF
           IF NICHE-CLEAR AND IR-CONTRACT-NO NOT = ZERO
               PERFORM CHECK-PRE-NEED-CONTRACT
           END-IF
           IF NICHE-CLEAR
               MOVE ZERO TO WS-SALE-COUNT
               MOVE ZERO TO WS-SALE-TOTAL
               MOVE 'N' TO WS-SALE-DONE
               DISPLAY 'NICHES SOLD - A BLANK WALL ENDS THE LIST'
               PERFORM CAPTURE-SALE-NICHE UNTIL SALE-KEYING-DONE
               IF NICHE-CLEAR AND WS-SALE-COUNT = ZERO
                   DISPLAY 'SALE REJECTED - NO NICHES KEYED'
                   MOVE 'N' TO WS-NICHE-OK
               END-IF
           END-IF
           IF NICHE-CLEAR
               PERFORM WRITE-RIGHTS-SALE
           END-IF.

       CHECK-PRE-NEED-CONTRACT.
           IF NOT PRE-NEED-MASTER-OPEN
               DISPLAY 'SALE REJECTED - PRE-NEED-MASTER UNAVAILABLE'
               MOVE 'N' TO WS-NICHE-OK
           ELSE
               MOVE IR-CONTRACT-NO TO PN-CONTRACT-NO
               READ PRE-NEED-MASTER
                   INVALID KEY
                       DISPLAY 'SALE REJECTED - CONTRACT NOT ON '
                           'PRE-NEED-MASTER: ' IR-CONTRACT-NO
                       MOVE 'N' TO WS-NICHE-OK
                   NOT INVALID KEY
                       IF PN-STATUS = 'X'
                           DISPLAY 'SALE REJECTED - CONTRACT '
                               'CANCELLED: ' IR-CONTRACT-NO
                           MOVE 'N' TO WS-NICHE-OK
                       END-IF
               END-READ
           END-IF.

       CAPTURE-SALE-NICHE.
           PERFORM ACCEPT-NICHE-KEY
           IF WS-NICHE-WALL = SPACES
               MOVE 'Y' TO WS-SALE-DONE
           ELSE
               MOVE WS-NICHE-KEY TO NI-KEY
               PERFORM SET-NICHE-LOCATION
               READ NICHE-MASTER
                   INVALID KEY
                       DISPLAY 'SALE REJECTED - NICHE NOT ON FILE: '
                           WS-NICHE-LOCATION
                       MOVE 'N' TO WS-NICHE-OK
                       MOVE 'Y' TO WS-SALE-DONE
                   NOT INVALID KEY
                       IF NOT NI-AVAILABLE
                           DISPLAY 'SALE REJECTED - NICHE NOT '
                               'AVAILABLE: ' WS-NICHE-LOCATION
                               ' STATUS ' NI-STATUS
                           MOVE 'N' TO WS-NICHE-OK
                           MOVE 'Y' TO WS-SALE-DONE
                       ELSE
                           PERFORM ADD-SALE-NICHE
                       END-IF
               END-READ
           END-IF.

       ADD-SALE-NICHE.
           MOVE 'N' TO WS-DUP-SWITCH
           PERFORM CHECK-SALE-DUPLICATE
               VARYING WS-SALE-SUB FROM 1 BY 1
               UNTIL WS-SALE-SUB > WS-SALE-COUNT
           IF NICHE-ON-SALE
               DISPLAY 'NICHE ALREADY ON THIS SALE: '
                   WS-NICHE-LOCATION
           ELSE
               ADD 1 TO WS-SALE-COUNT
               MOVE NI-KEY TO WS-SALE-NICHE(WS-SALE-COUNT)
               ADD NI-PRICE TO WS-SALE-TOTAL
               MOVE NI-PRICE TO WS-DISPLAY-AMOUNT
               DISPLAY 'NICHE ' WS-NICHE-LOCATION ' '
                   WS-DISPLAY-AMOUNT
               IF WS-SALE-COUNT = 6
                   MOVE 'Y' TO WS-SALE-DONE
               END-IF
           END-IF.

       CHECK-SALE-DUPLICATE.
           IF WS-SALE-NICHE(WS-SALE-SUB) = NI-KEY
               MOVE 'Y' TO WS-DUP-SWITCH
           END-IF.

       WRITE-RIGHTS-SALE.
           MOVE WS-NEXT-RIGHTS-NO TO IR-RIGHTS-NO
           MOVE WS-TODAY TO IR-SALE-DATE
           MOVE WS-SALE-COUNT TO IR-NICHES-BOUGHT
           MOVE ZERO TO IR-NICHES-USED
           MOVE WS-SALE-TOTAL TO IR-PRICE
           MOVE WS-OPERATOR-EMPID TO IR-EMPID
           WRITE RIGHTS-RECORD
               INVALID KEY
                   DISPLAY 'SALE FAILED - WRITE ERROR: '
                       WS-NEXT-RIGHTS-NO
                   MOVE 'N' TO WS-NICHE-OK
           END-WRITE
           IF NICHE-CLEAR
               PERFORM MARK-NICHE-SOLD
                   VARYING WS-SALE-SUB FROM 1 BY 1
                   UNTIL WS-SALE-SUB > WS-SALE-COUNT
               MOVE WS-SALE-TOTAL TO WS-DISPLAY-AMOUNT
               DISPLAY 'RIGHTS SOLD - RIGHTS NO ' WS-NEXT-RIGHTS-NO
                   ' NICHES ' WS-SALE-COUNT ' TOTAL '
                   WS-DISPLAY-AMOUNT
           END-IF.

      * Rights numbers run on from the highest on file.
       FIND-NEXT-RIGHTS-NO.
           MOVE ZERO TO WS-NEXT-RIGHTS-NO
           MOVE 'N' TO WS-SCAN-EOF
           MOVE LOW-VALUES TO IR-RIGHTS-NO
           START INTERMENT-RIGHTS KEY IS NOT LESS THAN IR-RIGHTS-NO
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM SCAN-RIGHTS-NO UNTIL END-OF-SCAN
           ADD 1 TO WS-NEXT-RIGHTS-NO.

       SCAN-RIGHTS-NO.
           READ INTERMENT-RIGHTS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
               NOT AT END
                   MOVE IR-RIGHTS-NO TO WS-NEXT-RIGHTS-NO
           END-READ.

       MARK-NICHE-SOLD.
           MOVE WS-SALE-NICHE(WS-SALE-SUB) TO NI-KEY
           READ NICHE-MASTER
               INVALID KEY
                   DISPLAY 'WARNING - NICHE NOT MARKED SOLD: '
                       WS-SALE-NICHE(WS-SALE-SUB)
               NOT INVALID KEY
                   MOVE 'S' TO NI-STATUS
                   MOVE WS-NEXT-RIGHTS-NO TO NI-RIGHTS-NO
                   MOVE WS-OPERATOR-EMPID TO NI-EMPID
                   REWRITE NICHE-RECORD
                       INVALID KEY
                           DISPLAY 'WARNING - NICHE NOT MARKED SOLD: '
                               WS-SALE-NICHE(WS-SALE-SUB)
                   END-REWRITE
           END-READ.

      * Inurnment - a cremation case's urn into a niche sold under
      * rights, with room for it. The case must be released ('R')
      * or already disposed; placing it in the home's own wall is a
      * custody move, and for a case still in 'R' it is also the
      * disposition confirmation PRG49 applies.
       PLACE-URN.
           MOVE 'Y' TO WS-NICHE-OK
           DISPLAY 'ROLLNO OF CASE:'
           ACCEPT WS-ROLLNO
           MOVE WS-ROLLNO TO ROLLNO-KEY
           READ CASE-MASTER
               INVALID KEY
                   DISPLAY 'PLACEMENT REJECTED - CASE NOT FOUND: '
                       WS-ROLLNO
                   MOVE 'N' TO WS-NICHE-OK
           END-READ
           IF NICHE-CLEAR AND DISPOSITION-TYPE NOT = 'C'
               DISPLAY 'PLACEMENT REJECTED - NOT A CREMATION CASE: '
                   WS-ROLLNO ' DISPOSITION ' DISPOSITION-TYPE
               MOVE 'N' TO WS-NICHE-OK
           END-IF
           IF NICHE-CLEAR AND CASE-STATUS NOT = 'R'
               AND CASE-STATUS NOT = 'D' AND CASE-STATUS NOT = 'C'
               DISPLAY 'PLACEMENT REJECTED - CREMAINS NOT RELEASED, '
                   'CASE STATUS ' CASE-STATUS
               MOVE 'N' TO WS-NICHE-OK
           END-IF
           IF NICHE-CLEAR
               PERFORM FIND-CASE-NICHE
               IF WS-FOUND-NICHE NOT = SPACES
                   DISPLAY 'PLACEMENT REJECTED - CASE ALREADY IN '
                       'NICHE ' WS-FOUND-NICHE
                   MOVE 'N' TO WS-NICHE-OK
               END-IF
           END-IF
           IF NICHE-CLEAR
               PERFORM ACCEPT-NICHE-KEY
               MOVE WS-NICHE-KEY TO NI-KEY
               PERFORM SET-NICHE-LOCATION
               READ NICHE-MASTER
                   INVALID KEY
                       DISPLAY 'PLACEMENT REJECTED - NICHE NOT ON '
                           'FILE: ' WS-NICHE-LOCATION
                       MOVE 'N' TO WS-NICHE-OK
               END-READ
           END-IF
           IF NICHE-CLEAR
               PERFORM CHECK-NICHE-ROOM
           END-IF
           IF NICHE-CLEAR
               PERFORM RECORD-INURNMENT
           END-IF.

       FIND-CASE-NICHE.
           MOVE SPACES TO WS-FOUND-NICHE
           MOVE 'N' TO WS-SCAN-EOF
           MOVE LOW-VALUES TO NI-KEY
           START NICHE-MASTER KEY IS NOT LESS THAN NI-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM SCAN-CASE-NICHE UNTIL END-OF-SCAN.

       SCAN-CASE-NICHE.
           READ NICHE-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
               NOT AT END
                   IF NI-ROLLNO-1 = WS-ROLLNO
                       OR NI-ROLLNO-2 = WS-ROLLNO
                       PERFORM SET-NICHE-LOCATION
                       MOVE WS-NICHE-LOCATION TO WS-FOUND-NICHE
                       MOVE 'Y' TO WS-SCAN-EOF
                   END-IF
           END-READ.

       CHECK-NICHE-ROOM.
           MOVE 'N' TO WS-FIRST-URN
           IF NI-AVAILABLE
               DISPLAY 'PLACEMENT REJECTED - NO RIGHTS SOLD ON NICHE '
                   WS-NICHE-LOCATION
               MOVE 'N' TO WS-NICHE-OK
           ELSE
           IF NI-SOLD
               MOVE 'Y' TO WS-FIRST-URN
           ELSE
           IF NI-SINGLE OR NI-ROLLNO-2 NOT = ZERO
               DISPLAY 'PLACEMENT REJECTED - NICHE FULL: '
                   WS-NICHE-LOCATION
               MOVE 'N' TO WS-NICHE-OK
           END-IF
           END-IF
           END-IF.

       RECORD-INURNMENT.
           IF FIRST-URN-IN-NICHE
               MOVE WS-ROLLNO TO NI-ROLLNO-1
               MOVE WS-TODAY TO NI-INURN-DATE-1
           ELSE
               MOVE WS-ROLLNO TO NI-ROLLNO-2
               MOVE WS-TODAY TO NI-INURN-DATE-2
           END-IF
           MOVE 'O' TO NI-STATUS
           MOVE WS-OPERATOR-EMPID TO NI-EMPID
           REWRITE NICHE-RECORD
               INVALID KEY
                   DISPLAY 'PLACEMENT FAILED - REWRITE ERROR: '
                       WS-NICHE-LOCATION
                   MOVE 'N' TO WS-NICHE-OK
           END-REWRITE
           IF NICHE-CLEAR
               DISPLAY 'URN PLACED: ' WS-ROLLNO ' IN NICHE '
                   WS-NICHE-LOCATION
               IF FIRST-URN-IN-NICHE
                   PERFORM COUNT-NICHE-USED
               END-IF
               PERFORM FIND-FROM-LOCATION
               PERFORM WRITE-CUSTODY-RECORD
               IF CASE-STATUS = 'R'
                   PERFORM QUEUE-DISPOSITION-CONFIRM
               END-IF
           END-IF.

       COUNT-NICHE-USED.
           MOVE NI-RIGHTS-NO TO IR-RIGHTS-NO
           READ INTERMENT-RIGHTS
               INVALID KEY
                   DISPLAY 'WARNING - RIGHTS SALE NOT ON FILE: '
                       NI-RIGHTS-NO
               NOT INVALID KEY
                   ADD 1 TO IR-NICHES-USED
                   REWRITE RIGHTS-RECORD
                       INVALID KEY
                           DISPLAY 'WARNING - RIGHTS SALE NOT '
                               'UPDATED: ' NI-RIGHTS-NO
                   END-REWRITE
           END-READ.

      * Where the case was last put, by the custody log.
       FIND-FROM-LOCATION.
           MOVE 'UNKNOWN' TO WS-FROM-LOCATION
           MOVE 'N' TO WS-LOG-EOF-SWITCH
           OPEN INPUT CUSTODY-LOG
           IF WS-CUSTODY-STATUS = '00'
               PERFORM SCAN-CUSTODY-ENTRY UNTIL END-OF-CUSTODY-LOG
               CLOSE CUSTODY-LOG
           END-IF.

       SCAN-CUSTODY-ENTRY.
           READ CUSTODY-LOG
               AT END
                   MOVE 'Y' TO WS-LOG-EOF-SWITCH
               NOT AT END
                   MOVE CUSTODY-LOG-RECORD TO WS-HISTORY-ENTRY
                   IF HI-ROLLNO = WS-ROLLNO
                       MOVE HI-TO-LOCATION TO WS-FROM-LOCATION
                   END-IF
           END-READ.

       WRITE-CUSTODY-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-ROLLNO TO CU-ROLLNO
           MOVE WS-FROM-LOCATION TO CU-FROM-LOCATION
           MOVE WS-NICHE-LOCATION TO CU-TO-LOCATION
           MOVE WS-OPERATOR-EMPID TO CU-EMPID
           MOVE WS-TIMESTAMP TO CU-TIMESTAMP
           OPEN EXTEND CUSTODY-LOG
           IF WS-CUSTODY-STATUS = '35'
               OPEN OUTPUT CUSTODY-LOG
           END-IF
           MOVE WS-CUSTODY-ENTRY TO CUSTODY-LOG-RECORD
           WRITE CUSTODY-LOG-RECORD
           CLOSE CUSTODY-LOG.

       QUEUE-DISPOSITION-CONFIRM.
           OPEN EXTEND CONFIRM-FILE
           IF WS-CONFIRM-STATUS = '35'
               OPEN OUTPUT CONFIRM-FILE
           END-IF
           MOVE SPACES TO CONFIRM-RECORD
           MOVE WS-ROLLNO TO CF-ROLLNO
           MOVE WS-TODAY TO CF-DATE
           MOVE WS-NICHE-LOCATION TO CF-SITE-REF
           WRITE CONFIRM-RECORD
           CLOSE CONFIRM-FILE
           DISPLAY 'DISPOSITION CONFIRMATION QUEUED - PRG49 POSTING '
               'MOVES THE CASE TO D'.

       INQUIRE-NICHE.
           PERFORM ACCEPT-NICHE-KEY
           MOVE WS-NICHE-KEY TO NI-KEY
           PERFORM SET-NICHE-LOCATION
           READ NICHE-MASTER
               INVALID KEY
                   DISPLAY 'NICHE NOT ON FILE: ' WS-NICHE-LOCATION
               NOT INVALID KEY
                   PERFORM SHOW-NICHE
           END-READ.

       SHOW-NICHE.
           MOVE NI-PRICE TO WS-DISPLAY-AMOUNT
           DISPLAY '=== NICHE ' WS-NICHE-LOCATION ' ==='
           DISPLAY 'SIZE        : ' NI-SIZE ' PRICE ' WS-DISPLAY-AMOUNT
               ' STATUS ' NI-STATUS
           IF NI-RIGHTS-NO NOT = ZERO
               MOVE NI-RIGHTS-NO TO IR-RIGHTS-NO
               READ INTERMENT-RIGHTS
                   INVALID KEY
                       DISPLAY 'RIGHTS      : ' NI-RIGHTS-NO
                           ' (NOT ON FILE)'
                   NOT INVALID KEY
                       DISPLAY 'RIGHTS      : ' IR-RIGHTS-NO ' '
                           IR-PURCHASER-LAST ' ' IR-PURCHASER-FIRST
                       DISPLAY 'SOLD        : ' IR-SALE-DATE
                           ' CONTRACT ' IR-CONTRACT-NO
                           ' PHONE ' IR-PHONE
               END-READ
           END-IF
           IF NI-ROLLNO-1 NOT = ZERO
               DISPLAY 'URN         : ' NI-ROLLNO-1
                   ' PLACED ' NI-INURN-DATE-1
           END-IF
           IF NI-ROLLNO-2 NOT = ZERO
               DISPLAY 'URN         : ' NI-ROLLNO-2
                   ' PLACED ' NI-INURN-DATE-2
           END-IF.

      * Available inventory, wall by wall in key order, with a count
      * per wall.
       PRINT-AVAILABLE.
           MOVE WS-AVAILABLE-FILE TO WS-REPORT-FILE
           MOVE ZERO TO WS-TOTAL-COUNT
           MOVE ZERO TO WS-WALL-COUNT
           MOVE SPACES TO WS-CURRENT-WALL
           OPEN OUTPUT NICHE-REPORT
           MOVE SPACES TO REPORT-LINE
           STRING 'COLUMBARIUM NICHES AVAILABLE - ' DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO NI-KEY
           START NICHE-MASTER KEY IS NOT LESS THAN NI-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM REPORT-AVAILABLE-NICHE UNTIL END-OF-FILE
           IF WS-CURRENT-WALL NOT = SPACES
               PERFORM WRITE-WALL-TOTAL
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'NICHES AVAILABLE: ' DELIMITED BY SIZE
               WS-TOTAL-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           CLOSE NICHE-REPORT
           DISPLAY 'REPORT WRITTEN TO ' WS-REPORT-FILE
           DISPLAY 'NICHES AVAILABLE: ' WS-TOTAL-COUNT.

       REPORT-AVAILABLE-NICHE.
           READ NICHE-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF NI-AVAILABLE
                       PERFORM WRITE-AVAILABLE-LINE
                   END-IF
           END-READ.

       WRITE-AVAILABLE-LINE.
           IF NI-WALL NOT = WS-CURRENT-WALL
               IF WS-CURRENT-WALL NOT = SPACES
                   PERFORM WRITE-WALL-TOTAL
               END-IF
               MOVE NI-WALL TO WS-CURRENT-WALL
               MOVE ZERO TO WS-WALL-COUNT
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING 'WALL ' DELIMITED BY SIZE
                   NI-WALL DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE '  NICHE        SIZE           PRICE'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           ADD 1 TO WS-WALL-COUNT
           ADD 1 TO WS-TOTAL-COUNT
           PERFORM SET-NICHE-LOCATION
           MOVE WS-NICHE-LOCATION TO AV-LOCATION
           IF NI-COMPANION
               MOVE 'COMPANION' TO AV-SIZE
           ELSE
               MOVE 'SINGLE' TO AV-SIZE
           END-IF
           MOVE NI-PRICE TO AV-PRICE
           WRITE REPORT-LINE FROM WS-AVAILABLE-DETAIL.

       WRITE-WALL-TOTAL.
           MOVE SPACES TO REPORT-LINE
           STRING '  AVAILABLE ON WALL ' DELIMITED BY SIZE
               WS-CURRENT-WALL DELIMITED BY SIZE
               ': ' DELIMITED BY SIZE
               WS-WALL-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

      * Owners still holding niches no urn has gone into, with the
      * niches themselves listed under each.
       PRINT-OWNERS.
           MOVE WS-OWNERS-FILE TO WS-REPORT-FILE
           MOVE ZERO TO WS-OWNER-COUNT
           OPEN OUTPUT NICHE-REPORT
           MOVE SPACES TO REPORT-LINE
           STRING 'NICHE OWNERS WITH UNUSED NICHES - '
               DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE 'RIGHTS  PURCHASER' TO REPORT-LINE
           MOVE 'PHONE' TO REPORT-LINE(41:5)
           MOVE 'CONTRACT BOUGHT USED UNUSED' TO REPORT-LINE(55:27)
           WRITE REPORT-LINE
           MOVE ALL '-' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO IR-RIGHTS-NO
           START INTERMENT-RIGHTS KEY IS NOT LESS THAN IR-RIGHTS-NO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM REPORT-OWNER UNTIL END-OF-FILE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'OWNERS WITH UNUSED NICHES: ' DELIMITED BY SIZE
               WS-OWNER-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           CLOSE NICHE-REPORT
           DISPLAY 'REPORT WRITTEN TO ' WS-REPORT-FILE
           DISPLAY 'OWNERS WITH UNUSED NICHES: ' WS-OWNER-COUNT.

       REPORT-OWNER.
           READ INTERMENT-RIGHTS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF IR-NICHES-BOUGHT > IR-NICHES-USED
                       PERFORM WRITE-OWNER-LINE
                   END-IF
           END-READ.

       WRITE-OWNER-LINE.
           ADD 1 TO WS-OWNER-COUNT
           MOVE SPACES TO WS-OWNER-NAME
           STRING IR-PURCHASER-LAST DELIMITED BY '  '
               ', ' DELIMITED BY SIZE
               IR-PURCHASER-FIRST DELIMITED BY '  '
               INTO WS-OWNER-NAME
           END-STRING
           MOVE IR-RIGHTS-NO TO OW-RIGHTS-NO
           MOVE WS-OWNER-NAME TO OW-NAME
           MOVE IR-PHONE TO OW-PHONE
           MOVE IR-CONTRACT-NO TO OW-CONTRACT
           MOVE IR-NICHES-BOUGHT TO OW-BOUGHT
           MOVE IR-NICHES-USED TO OW-USED
           COMPUTE WS-UNUSED-COUNT =
               IR-NICHES-BOUGHT - IR-NICHES-USED
           MOVE WS-UNUSED-COUNT TO OW-UNUSED
           WRITE REPORT-LINE FROM WS-OWNER-DETAIL
           MOVE SPACES TO WS-UNUSED-LIST
           MOVE 1 TO WS-UNUSED-PTR
           MOVE 'N' TO WS-SCAN-EOF
           MOVE LOW-VALUES TO NI-KEY
           START NICHE-MASTER KEY IS NOT LESS THAN NI-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM COLLECT-UNUSED-NICHE UNTIL END-OF-SCAN
           MOVE SPACES TO REPORT-LINE
           STRING '        UNUSED: ' DELIMITED BY SIZE
               WS-UNUSED-LIST DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       COLLECT-UNUSED-NICHE.
           READ NICHE-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
               NOT AT END
                   IF NI-RIGHTS-NO = IR-RIGHTS-NO AND NI-SOLD
                       AND WS-UNUSED-PTR < 60
                       PERFORM SET-NICHE-LOCATION
                       STRING WS-NICHE-LOCATION DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           INTO WS-UNUSED-LIST
                           WITH POINTER WS-UNUSED-PTR
                       END-STRING
                   END-IF
           END-READ.

       CLOSE-FILES.
           CLOSE NICHE-MASTER
           CLOSE INTERMENT-RIGHTS
           CLOSE CASE-MASTER
           CLOSE PRE-NEED-MASTER
           CLOSE EMPLOYEE-MASTER.
