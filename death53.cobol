      * part lines into CASE-PARTS-FILE with the same inventory
      * decrement and audit record PRG30's issue writes - so what was
      * quoted is exactly what PRG14's extract bills.
      *
      * Once the family has signed, changes go through an amendment
      * rather than a fresh quote: lines added, removed, or changed
      * in quantity against the accepted arrangement. Each change
      * reverses what the original line posted - the CASE-CHARGE-FILE
      * or CASE-PARTS-FILE record comes off, and merchandise goes
      * back into stock with a RESTCK audit record - and reposts the
      * replacement the way accept does. Removed and superseded lines
      * stay on the arrangement, stamped with the amendment number,
      * so the file carries the full history; a revised statement
      * prints the old total, the new total, and the difference, and
      * each amendment is summarized on arrangement-amend.log.
      *
      * A quoted merchandise line holds its quantity against the
      * part (QTY-RESERVED), so two families cannot both be promised
      * the last casket of a kind. The hold goes when the line posts,
      * when the quote is cancelled (C), or when the nightly stream's
      * expiry pass (E) finds it older than the keyed number of days;
      * an expired line stays quoted but posts only if stock is still
      * free at accept.
      *
      * Accept also takes the arranger who made the sale. Each line
      * stamps that EMPID as it posts and earns commission on
      * COMMISSION-FILE at the COMMISSION-RATE-FILE rate for an
      * at-need sale of its category - the part's ALTKEY2, or
      * SERVICES for a service line; an amendment's added lines earn
      * for the same arranger, and a line an amendment reverses
      * gives its commission back.
      *
      * Nothing posts into, or comes back out of, a month PRG92 has
      * closed: a line posting today in a closed month stays quoted,
      * and a posted line dated in a closed month cannot be reversed
      * by an amendment. Each refusal goes to the security log.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRG53.
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CPD-KEY
                FILE STATUS IS WS-CPD-STATUS.
            SELECT PERIOD-CONTROL ASSIGN TO WS-PERIOD-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PER-PERIOD
                FILE STATUS IS WS-PERIOD-STATUS.
            SELECT SECURITY-LOG ASSIGN TO WS-SECURITY-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SECURITY-STATUS.
            SELECT INV-AUDIT-LOG ASSIGN TO WS-AUDIT-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUDIT-STATUS.
            SELECT ONLINE-SESSION-LOG ASSIGN TO WS-SESSION-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SESSION-STATUS.
            SELECT AMENDMENT-LOG ASSIGN TO WS-AMENDMENT-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AMENDMENT-STATUS.
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
        DATA DIVISION.
        FILE SECTION.
        FD  ARRANGEMENT-FILE.
            02 ARR-DATE PIC 9(8).
            02 FILLER PIC X.
            02 ARR-STATUS PIC X.
                88 ARR-LINE-VOID VALUE 'R' 'S' 'X'.
      *     ARR-STATUS: Q - quoted (family has not signed),
      *     A - accepted and posted to the case files,
      *     R - removed by amendment ARR-VOID-AMEND,
      *     S - superseded by a changed line in ARR-VOID-AMEND,
      *     X - quote cancelled before the family signed
            02 FILLER PIC X.
            02 ARR-OPERATOR PIC 9(5).
            02 FILLER PIC X.
            02 ARR-AMEND-NO PIC 9(2).
            02 FILLER PIC X.
            02 ARR-AMEND-ACTION PIC X.
      *     ARR-AMEND-NO / ARR-AMEND-ACTION: zero / space on a line
      *     from the original quote; otherwise the amendment that
      *     wrote the line, A - line added, C - replacement for a
      *     line whose quantity changed (ARR-PRIOR-QTY is the old one)
            02 FILLER PIC X.
            02 ARR-VOID-AMEND PIC 9(2).
            02 FILLER PIC X.
            02 ARR-PRIOR-QTY PIC 9(5).
            02 FILLER PIC X.
            02 ARR-RESERVED-QTY PIC 9(5).
      *     ARR-RESERVED-QTY: what this quoted merchandise line holds
      *     in the part's QTY-RESERVED - zero once it posts, is
      *     cancelled, or the hold expires
            02 FILLER PIC X.
            02 ARR-SELLER-EMPID PIC 9(5).
            02 FILLER PIC X.
            02 ARR-COMMISSION PIC 9(7)V99.
      *     ARR-SELLER-EMPID / ARR-COMMISSION: the arranger credited
      *     with the line when it posted and the commission it earned
        FD  CASE-MASTER.
        01  CASE-MASTER-RECORD.
            COPY CASEREC REPLACING ==ROLLNO== BY ==ROLLNO-KEY==.
        FD  CASE-PARTS-FILE.
        01  CASE-PARTS-RECORD.
            COPY CPDREC.
        FD  PERIOD-CONTROL.
        01  PERIOD-RECORD.
            COPY PERIODREC.
        FD  SECURITY-LOG.
        01  SECURITY-LOG-RECORD PIC X(60).
        FD  INV-AUDIT-LOG.
        01  AUDIT-LOG-RECORD PIC X(120).
        FD  STATEMENT-PRINT.
        01  BATCH-LOCK-RECORD PIC X(40).
        FD  ONLINE-SESSION-LOG.
        01  ONLINE-SESSION-RECORD PIC X(50).
        FD  AMENDMENT-LOG.
        01  AMENDMENT-LOG-RECORD PIC X(80).
        FD  COMMISSION-RATE-FILE.
        01  COMMISSION-RATE-RECORD.
            COPY CRATEREC.
        FD  COMMISSION-FILE.
        01  COMMISSION-RECORD.
            COPY COMMREC.
        WORKING-STORAGE SECTION.
        01 WS-ARRANGEMENT-FILE PIC X(40)
            VALUE '/user/billing/arrangements'.
        01 WS-CASE-PARTS-FILE PIC X(40)
            VALUE '/user/mortuary/case-parts'.
        01 WS-CPD-STATUS PIC XX.
        01 WS-PERIOD-FILE PIC X(40)
            VALUE '/user/billing/period-control'.
        01 WS-PERIOD-STATUS PIC XX.
        01 WS-POSTING-PERIOD PIC 9(6).
        01 WS-PERIOD-OK PIC X VALUE 'Y'.
            88 POSTING-PERIOD-OPEN VALUE 'Y'.
        01 WS-SECURITY-FILE PIC X(40)
            VALUE '/user/mortuary/security-refusals.log'.
        01 WS-SECURITY-STATUS PIC XX.
        01 WS-REFUSED-FUNCTION PIC X(12).
      * Mirror of PRG81's WS-REFUSAL-ENTRY - keep the set in step.
        01 WS-REFUSAL-ENTRY.
            02 RF-EMPID PIC 9(5).
            02 FILLER PIC X VALUE SPACE.
            02 RF-PROGRAM PIC X(8).
            02 FILLER PIC X VALUE SPACE.
            02 RF-FUNCTION PIC X(12).
            02 FILLER PIC X VALUE SPACE.
            02 RF-TIMESTAMP PIC X(21).
        01 WS-AUDIT-FILE PIC X(40)
            VALUE '/user/inventory/audit.log'.
        01 WS-AUDIT-STATUS PIC XX.
        01 WS-SESSION-FILE PIC X(40)
            VALUE '/user/mortuary/online-sessions.log'.
        01 WS-SESSION-STATUS PIC XX.
        01 WS-AMENDMENT-FILE PIC X(40)
            VALUE '/user/billing/arrangement-amend.log'.
        01 WS-AMENDMENT-STATUS PIC XX.
        01 WS-RATE-FILE PIC X(40)
            VALUE '/user/employee/commission-rates'.
        01 WS-RATE-STATUS PIC XX.
        01 WS-COMMISSION-FILE PIC X(40)
            VALUE '/user/employee/commissions'.
        01 WS-COMM-STATUS PIC XX.
        01 WS-BATCH-STREAM PIC X.
        01 WS-LOCKED-SWITCH PIC X VALUE 'N'.
            88 BATCH-HOLDS-LOCK VALUE 'Y'.
        01 WS-OPERATOR-EMPID PIC 9(5).
        01 WS-SIGN-ON-OK PIC X VALUE 'N'.
            88 SIGN-ON-VALID VALUE 'Y'.
        01 WS-SIGN-ON-DATE PIC 9(8).
        01 WS-EMPID-OK PIC X VALUE 'Y'.
            88 EMPID-VALID VALUE 'Y'.
        01 WS-EMPID-ALPHA PIC X(5).
            88 TRAN-LIST VALUE 'L'.
            88 TRAN-STATEMENT VALUE 'S'.
            88 TRAN-ACCEPT VALUE 'A'.
            88 TRAN-AMEND VALUE 'M'.
            88 TRAN-CANCEL VALUE 'C'.
            88 TRAN-EXPIRE VALUE 'E'.
            88 TRAN-QUIT VALUE 'X'.
        01 WS-ROLLNO PIC 9(7).
        01 WS-TODAY PIC 9(8).
        01 WS-EXTENDED-PRICE PIC 9(7)V99 VALUE ZERO.
        01 WS-QUOTE-TOTAL PIC 9(9)V99 VALUE ZERO.
        01 WS-DISPLAY-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
      * Amendment working fields. WS-LINE-AMEND-NO, -ACTION and
      * -PRIOR-QTY are what WRITE-QUOTE-LINE stamps on a new line -
      * zero / space for an ordinary quote line.
        01 WS-AMEND-NO PIC 9(2) VALUE ZERO.
        01 WS-LAST-AMEND PIC 9(2) VALUE ZERO.
        01 WS-AMEND-CODE PIC X VALUE SPACE.
            88 AMEND-ADD VALUE 'A'.
            88 AMEND-REMOVE VALUE 'R'.
            88 AMEND-CHANGE VALUE 'C'.
            88 AMEND-END VALUE 'E'.
        01 WS-AMEND-SEQ PIC 9(3).
        01 WS-LINE-AMEND-NO PIC 9(2) VALUE ZERO.
        01 WS-LINE-AMEND-ACTION PIC X VALUE SPACE.
        01 WS-LINE-PRIOR-QTY PIC 9(5) VALUE ZERO.
        01 WS-LINE-WRITTEN PIC X VALUE 'N'.
            88 LINE-WRITTEN VALUE 'Y'.
        01 WS-LINE-FOUND PIC X VALUE 'N'.
            88 LINE-FOUND VALUE 'Y'.
        01 WS-REVERSAL-OK PIC X VALUE 'N'.
            88 REVERSAL-OK VALUE 'Y'.
        01 WS-ACCEPTED-COUNT PIC 9(5) VALUE ZERO.
        01 WS-ADDED-COUNT PIC 9(3) VALUE ZERO.
        01 WS-REMOVED-COUNT PIC 9(3) VALUE ZERO.
        01 WS-CHANGED-COUNT PIC 9(3) VALUE ZERO.
        01 WS-OLD-TOTAL PIC 9(9)V99 VALUE ZERO.
        01 WS-NEW-TOTAL PIC 9(9)V99 VALUE ZERO.
        01 WS-MATCH-SEQ PIC 9(3).
        01 WS-MATCH-DATE PIC 9(8).
        01 WS-OLD-STATUS PIC X.
        01 WS-SAVED-TYPE PIC X.
        01 WS-SAVED-PART PIC 9(6).
        01 WS-SAVED-SVC PIC X(6).
        01 WS-SAVED-QTY PIC 9(5).
        01 WS-SAVED-PRICE PIC 9(5)V99.
        01 WS-PRIOR-DISPLAY PIC ZZZZ9.
      * Reservation working fields.
        01 WS-AVAILABLE-QTY PIC 9(5).
        01 WS-OTHERS-HELD PIC 9(5).
        01 WS-HOLD-DAYS PIC 9(3).
        01 WS-TODAY-JULIAN PIC 9(7).
        01 WS-QUOTE-JULIAN PIC 9(7).
        01 WS-DAYS-HELD PIC 9(5).
        01 WS-RELEASED-COUNT PIC 9(5) VALUE ZERO.
        01 WS-CANCELLED-COUNT PIC 9(5) VALUE ZERO.
      * Commission working fields. WS-SELLER-EMPID is the arranger
      * keyed at accept, or found on the accepted lines when an
      * amendment posts more.
        01 WS-SELLER-EMPID PIC 9(5) VALUE ZERO.
        01 WS-COMM-CATEGORY PIC X(10).
        01 WS-COMM-RATE PIC 9(2)V99.
        01 WS-COMM-ACTION PIC X.
        01 WS-COMM-NEXT-SEQ PIC 9(5).
        01 WS-COMM-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-SELLER-ENTRIES VALUE 'Y'.
      * One line per amendment on arrangement-amend.log - the totals
      * before and after, and which way the difference runs
      * (+ more due from the family, - owed back to them).
        01 WS-AMEND-ENTRY.
            02 AE-ROLLNO PIC 9(7).
            02 FILLER PIC X VALUE SPACE.
            02 AE-AMEND-NO PIC 9(2).
            02 FILLER PIC X VALUE SPACE.
            02 AE-DATE PIC 9(8).
            02 FILLER PIC X VALUE SPACE.
            02 AE-OPERATOR PIC 9(5).
            02 FILLER PIC X VALUE SPACE.
            02 AE-ADDED PIC 9(3).
            02 FILLER PIC X VALUE SPACE.
            02 AE-REMOVED PIC 9(3).
            02 FILLER PIC X VALUE SPACE.
            02 AE-CHANGED PIC 9(3).
            02 FILLER PIC X VALUE SPACE.
            02 AE-OLD-TOTAL PIC 9(9)V99.
            02 FILLER PIC X VALUE SPACE.
            02 AE-NEW-TOTAL PIC 9(9)V99.
            02 FILLER PIC X VALUE SPACE.
            02 AE-DIRECTION PIC X.
            02 AE-DIFFERENCE PIC 9(9)V99.
      * Full decedent name for the statement heading - last, first
      * off the full fields, falling back to the legacy STUNAME on
      * a record from before the full fields existed (the same
            02 SD-UNIT PIC ZZ,ZZ9.99.
            02 FILLER PIC X(2) VALUE SPACES.
            02 SD-EXTENDED PIC Z,ZZZ,ZZ9.99.
            02 FILLER PIC X(2) VALUE SPACES.
            02 SD-MARK PIC X(20).
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM CHECK-BATCH-LOCK
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

           OPEN EXTEND INV-AUDIT-LOG
           IF WS-AUDIT-STATUS = '35'
               OPEN OUTPUT INV-AUDIT-LOG
           END-IF
      * No rate table yet simply means sales earn nothing until PRG99
      * keys the rates.
           OPEN INPUT COMMISSION-RATE-FILE
           OPEN I-O COMMISSION-FILE
           IF WS-COMM-STATUS = '35'
               OPEN OUTPUT COMMISSION-FILE
               CLOSE COMMISSION-FILE
               OPEN I-O COMMISSION-FILE
           END-IF
           IF WS-COMM-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING COMMISSION-FILE: '
                   WS-COMM-STATUS
               MOVE 'X' TO WS-TRAN-CODE
           END-IF.

       PROCESS-TRANSACTION.
           DISPLAY 'ENTER TRANSACTION (Q-QUOTE LINE L-LIST '
               'S-PRINT STATEMENT A-ACCEPT M-AMEND C-CANCEL QUOTE '
               'E-EXPIRE HOLDS X-EXIT)'
           ACCEPT WS-TRAN-CODE
           EVALUATE TRUE
               WHEN TRAN-QUOTE
                   PERFORM PRINT-ITEMIZED-STATEMENT
               WHEN TRAN-ACCEPT
                   PERFORM ACCEPT-ARRANGEMENT
               WHEN TRAN-AMEND
                   PERFORM AMEND-ARRANGEMENT
               WHEN TRAN-CANCEL
                   PERFORM CANCEL-QUOTE
               WHEN TRAN-EXPIRE
                   PERFORM EXPIRE-RESERVATIONS
               WHEN TRAN-QUIT
                   CONTINUE
               WHEN OTHER
      * A quote line prices at conference time and the price is kept
      * on the line - the figure the family saw is the figure that
      * posts at accept, even if the master rate moves in between.
      * Once any line has been accepted the family has signed, and
      * further lines go on through an amendment instead.
       ADD-QUOTE-LINE.
           DISPLAY 'ROLLNO TO QUOTE FOR:'
           ACCEPT WS-ROLLNO
                   DISPLAY 'QUOTE REJECTED - CASE NOT FOUND: '
                       WS-ROLLNO
               NOT INVALID KEY
                   PERFORM TOTAL-ARRANGEMENT
                   IF WS-ACCEPTED-COUNT > ZERO
                       DISPLAY 'QUOTE REJECTED - ARRANGEMENT ALREADY '
                           'ACCEPTED, USE M-AMEND: ' WS-ROLLNO
                   ELSE
                       PERFORM BUILD-QUOTE-LINE
                   END-IF
           END-READ.

       BUILD-QUOTE-LINE.
                       DISPLAY 'QUOTE REJECTED - PART NOT FOUND: '
                           WS-QUOTE-PART
                   NOT INVALID KEY
                       PERFORM COMPUTE-AVAILABLE
                       DISPLAY 'ON HAND ' QTY-ON-HAND
                           ' AVAILABLE TO PROMISE ' WS-AVAILABLE-QTY
                       PERFORM WRITE-QUOTE-LINE
               END-READ
           END-IF.
           MOVE WS-TODAY TO ARR-DATE
           MOVE 'Q' TO ARR-STATUS
           MOVE WS-OPERATOR-EMPID TO ARR-OPERATOR
           MOVE WS-LINE-AMEND-NO TO ARR-AMEND-NO
           MOVE WS-LINE-AMEND-ACTION TO ARR-AMEND-ACTION
           MOVE ZERO TO ARR-VOID-AMEND
           MOVE WS-LINE-PRIOR-QTY TO ARR-PRIOR-QTY
           MOVE ZERO TO ARR-RESERVED-QTY
           MOVE ZERO TO ARR-SELLER-EMPID
           MOVE ZERO TO ARR-COMMISSION
           IF WS-LINE-TYPE = 'P'
               PERFORM HOLD-QUOTED-STOCK
           END-IF
           WRITE ARRANGEMENT-RECORD
               INVALID KEY
                   DISPLAY 'QUOTE FAILED - WRITE ERROR: ' ARR-KEY
                   PERFORM RELEASE-LINE-RESERVATION
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LINE-WRITTEN
                   MOVE ARR-UNIT-PRICE TO WS-DISPLAY-AMOUNT
                   DISPLAY 'QUOTED - ' WS-ROLLNO ' LINE ' WS-NEXT-SEQ
                       ' AT ' WS-DISPLAY-AMOUNT
                   ELSE
                       MULTIPLY ARR-QTY BY ARR-UNIT-PRICE
                           GIVING WS-EXTENDED-PRICE
                       IF NOT ARR-LINE-VOID
                           ADD WS-EXTENDED-PRICE TO WS-QUOTE-TOTAL
                       END-IF
                       MOVE WS-EXTENDED-PRICE TO WS-DISPLAY-AMOUNT
                       DISPLAY 'LINE ' ARR-SEQ ' ' ARR-TYPE
                           ' PART ' ARR-PART ' SVC ' ARR-SVC-CODE
                           ' QTY ' ARR-QTY ' EXT ' WS-DISPLAY-AMOUNT
                           ' STATUS ' ARR-STATUS
                           ' HELD ' ARR-RESERVED-QTY
                       IF ARR-AMEND-NO NOT = ZERO
                           OR ARR-VOID-AMEND NOT = ZERO
                           DISPLAY '    AMENDMENT ' ARR-AMEND-NO
                               ' ' ARR-AMEND-ACTION
                               ' WAS QTY ' ARR-PRIOR-QTY
                               ' VOIDED BY ' ARR-VOID-AMEND
                       END-IF
                       ADD 1 TO WS-LINE-COUNT
                   END-IF
           END-READ.
                   IF ARR-ROLLNO NOT = WS-ROLLNO
                       MOVE 'Y' TO WS-EOF-SWITCH
                   ELSE
                   IF NOT ARR-LINE-VOID
                       PERFORM FORMAT-STATEMENT-DETAIL
                       ADD WS-EXTENDED-PRICE TO WS-QUOTE-TOTAL
                       WRITE STATEMENT-PRINT-RECORD
                           FROM WS-STMT-DETAIL
                   END-IF
                   END-IF
           END-READ.

       FORMAT-STATEMENT-DETAIL.
           MOVE ARR-UNIT-PRICE TO SD-UNIT
           MULTIPLY ARR-QTY BY ARR-UNIT-PRICE
               GIVING WS-EXTENDED-PRICE
           MOVE WS-EXTENDED-PRICE TO SD-EXTENDED.

      * Accepting posts the whole quote in one pass: service lines
                   DISPLAY 'ACCEPT REJECTED - CASE NOT FOUND: '
                       WS-ROLLNO
               NOT INVALID KEY
                   PERFORM ACCEPT-SELLER
                   IF WS-SELLER-EMPID NOT = ZERO
                       PERFORM POST-ACCEPTED-LINES
                   END-IF
           END-READ.

      * The arranger credited with the sale - an EMPID that could
      * sign on: on EMPLOYEE-MASTER, not separated and passing the
      * check digit; left zero when the one keyed is not.
       ACCEPT-SELLER.
           DISPLAY 'SELLING ARRANGER EMPID:'
           ACCEPT WS-SELLER-EMPID
           MOVE WS-SELLER-EMPID TO EMPID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   DISPLAY 'ACCEPT REJECTED - SELLER NOT ON '
                       'EMPLOYEE-MASTER: ' WS-SELLER-EMPID
                   MOVE ZERO TO WS-SELLER-EMPID
               NOT INVALID KEY
                   PERFORM VALIDATE-EMPID
                   IF EMP-TERM-DATE NOT = ZERO
                       AND EMP-TERM-DATE NOT > WS-TODAY
                       DISPLAY 'ACCEPT REJECTED - SELLER SEPARATED '
                           EMP-TERM-DATE ': ' WS-SELLER-EMPID
                       MOVE ZERO TO WS-SELLER-EMPID
                   ELSE
                       IF NOT EMPID-VALID
                           DISPLAY 'ACCEPT REJECTED - SELLER FAILS '
                               'CHECK-DIGIT TEST: ' WS-SELLER-EMPID
                           MOVE ZERO TO WS-SELLER-EMPID
                       END-IF
                   END-IF
           END-READ.

       POST-ACCEPTED-LINES.
                   ELSE
                       IF ARR-STATUS = 'A'
                           ADD 1 TO WS-SKIPPED-COUNT
                       ELSE
                       IF ARR-LINE-VOID
                           CONTINUE
                       ELSE
                           IF ARR-TYPE = 'P'
                               PERFORM POST-PART-LINE
                               PERFORM POST-SERVICE-LINE
                           END-IF
                       END-IF
                       END-IF
                   END-IF
           END-READ.

       POST-SERVICE-LINE.
           PERFORM CHECK-TODAY-PERIOD
           IF POSTING-PERIOD-OPEN
               PERFORM POST-OPEN-SERVICE-LINE
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT
           END-IF.

       POST-OPEN-SERVICE-LINE.
           PERFORM FIND-NEXT-CHARGE-SEQ
           MOVE WS-ROLLNO TO CCHG-ROLLNO
           MOVE WS-CCHG-NEXT-SEQ TO CCHG-SEQ
           MOVE ARR-QTY TO CCHG-QTY
           MOVE WS-TODAY TO CCHG-DATE
           MOVE WS-OPERATOR-EMPID TO CCHG-OPERATOR
           MOVE ZERO TO CCHG-PRICE
           WRITE CASE-CHARGE-RECORD
               INVALID KEY
                   DISPLAY 'POST FAILED - CHARGE WRITE ERROR: '
           END-WRITE.

       POST-PART-LINE.
           PERFORM CHECK-TODAY-PERIOD
           IF POSTING-PERIOD-OPEN
               PERFORM POST-OPEN-PART-LINE
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT
           END-IF.

       POST-OPEN-PART-LINE.
           MOVE ARR-PART TO FILESYSFILE-KEY
           READ INVENTORY-FILE
               INVALID KEY
                   DISPLAY 'POST SKIPPED - PART NOT FOUND: ' ARR-PART
                   ADD 1 TO WS-SKIPPED-COUNT
               NOT INVALID KEY
                   PERFORM COMPUTE-UNHELD-QTY
                   IF ARR-QTY > WS-AVAILABLE-QTY
                       DISPLAY 'POST SKIPPED - INSUFFICIENT QTY ON '
                           'HAND: ' ARR-PART
                       ADD 1 TO WS-SKIPPED-COUNT
                   END-IF
           END-READ.

      * Period close (PRG92) - a line posting today into a closed
      * month is refused and logged; a month with no PERIOD-CONTROL
      * record is open.
       CHECK-TODAY-PERIOD.
           MOVE WS-TODAY(1:6) TO WS-POSTING-PERIOD
           PERFORM CHECK-POSTING-PERIOD
           IF NOT POSTING-PERIOD-OPEN
               DISPLAY 'POST REFUSED - PERIOD ' WS-POSTING-PERIOD
                   ' IS CLOSED (PRG92), LINE ' ARR-SEQ ' HELD'
               MOVE 'POST-CLOSED' TO WS-REFUSED-FUNCTION
               PERFORM WRITE-SECURITY-REFUSAL
           END-IF.

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

      * A reversal takes back a line posted on the matched date; a
      * closed month keeps it, and the amendment is refused.
       CHECK-REVERSAL-PERIOD.
           MOVE WS-MATCH-DATE(1:6) TO WS-POSTING-PERIOD
           PERFORM CHECK-POSTING-PERIOD
           IF NOT POSTING-PERIOD-OPEN
               DISPLAY 'AMENDMENT REFUSED - LINE ' ARR-SEQ
                   ' POSTED IN CLOSED PERIOD ' WS-POSTING-PERIOD
                   ' (PRG92)'
               MOVE 'N' TO WS-REVERSAL-OK
               MOVE 'POST-CLOSED' TO WS-REFUSED-FUNCTION
               PERFORM WRITE-SECURITY-REFUSAL
           END-IF.

       WRITE-SECURITY-REFUSAL.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-OPERATOR-EMPID TO RF-EMPID
           MOVE 'PRG53' TO RF-PROGRAM
           MOVE WS-REFUSED-FUNCTION TO RF-FUNCTION
           MOVE WS-TIMESTAMP TO RF-TIMESTAMP
           OPEN EXTEND SECURITY-LOG
           IF WS-SECURITY-STATUS = '35'
               OPEN OUTPUT SECURITY-LOG
           END-IF
           MOVE SPACES TO SECURITY-LOG-RECORD
           MOVE WS-REFUSAL-ENTRY TO SECURITY-LOG-RECORD
           WRITE SECURITY-LOG-RECORD
           CLOSE SECURITY-LOG.

       DECREMENT-AND-DETAIL.
           MOVE QTY-ON-HAND TO WS-BEFORE-QTY
           SUBTRACT ARR-QTY FROM QTY-ON-HAND
           PERFORM DROP-LINE-RESERVATION
           REWRITE INVENTORY-RECORD
               INVALID KEY
                   DISPLAY 'POST FAILED - INVENTORY NOT UPDATED: '
                       ARR-PART
                   ADD 1 TO WS-SKIPPED-COUNT
               NOT INVALID KEY
                   MOVE 'UPDATE' TO AUDIT-ACTION
                   PERFORM WRITE-AUDIT-RECORD
                   PERFORM WRITE-PART-DETAIL
           END-REWRITE.

       MARK-LINE-ACCEPTED.
           MOVE 'A' TO ARR-STATUS
           MOVE ZERO TO ARR-RESERVED-QTY
           PERFORM COMPUTE-LINE-COMMISSION
           REWRITE ARRANGEMENT-RECORD
               INVALID KEY
                   DISPLAY 'WARNING - QUOTE LINE NOT MARKED '
                       'ACCEPTED: ' ARR-KEY
               NOT INVALID KEY
                   IF ARR-COMMISSION > ZERO
                       MOVE 'E' TO WS-COMM-ACTION
                       PERFORM WRITE-COMMISSION-ENTRY
                   END-IF
           END-REWRITE.

      * A posted part line is still in INVENTORY-RECORD, so its
      * category is ALTKEY2; service lines rate as SERVICES. The
      * at-need default row covers a category with no row of its
      * own.
       COMPUTE-LINE-COMMISSION.
           MOVE WS-SELLER-EMPID TO ARR-SELLER-EMPID
           MOVE ZERO TO ARR-COMMISSION
           IF ARR-TYPE = 'P'
               MOVE ALTKEY2 TO WS-COMM-CATEGORY
           ELSE
               MOVE 'SERVICES' TO WS-COMM-CATEGORY
           END-IF
           MOVE ZERO TO WS-COMM-RATE
           MOVE 'A' TO CR-CONTRACT-TYPE
           MOVE WS-COMM-CATEGORY TO CR-CATEGORY
           READ COMMISSION-RATE-FILE
               INVALID KEY
                   MOVE SPACES TO CR-CATEGORY
                   READ COMMISSION-RATE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CR-RATE TO WS-COMM-RATE
                   END-READ
               NOT INVALID KEY
                   MOVE CR-RATE TO WS-COMM-RATE
           END-READ
           IF WS-SELLER-EMPID NOT = ZERO
               MULTIPLY ARR-QTY BY ARR-UNIT-PRICE
                   GIVING WS-EXTENDED-PRICE
               COMPUTE ARR-COMMISSION ROUNDED =
                   WS-EXTENDED-PRICE * WS-COMM-RATE / 100
           END-IF.

      * One ledger entry against the line's arranger, at the next
      * free sequence for that EMPID.
       WRITE-COMMISSION-ENTRY.
           PERFORM FIND-NEXT-COMMISSION-SEQ
           MOVE ARR-SELLER-EMPID TO COMM-EMPID
           MOVE WS-COMM-NEXT-SEQ TO COMM-SEQ
           MOVE WS-TODAY TO COMM-DATE
           MOVE WS-COMM-ACTION TO COMM-ACTION
           MOVE 'A' TO COMM-SOURCE
           MOVE ZERO TO COMM-CONTRACT-NO
           MOVE ARR-ROLLNO TO COMM-ROLLNO
           MOVE ARR-SEQ TO COMM-ARR-SEQ
           MULTIPLY ARR-QTY BY ARR-UNIT-PRICE
               GIVING COMM-SALE-AMOUNT
           IF WS-COMM-ACTION = 'R'
               MOVE SPACES TO COMM-CATEGORY
               MOVE ZERO TO COMM-RATE
           ELSE
               MOVE WS-COMM-CATEGORY TO COMM-CATEGORY
               MOVE WS-COMM-RATE TO COMM-RATE
           END-IF
           MOVE ARR-COMMISSION TO COMM-AMOUNT
           MOVE WS-OPERATOR-EMPID TO COMM-OPERATOR
           MOVE ZERO TO COMM-PAID-PERIOD
           WRITE COMMISSION-RECORD
               INVALID KEY
                   DISPLAY 'WARNING - COMMISSION NOT RECORDED FOR '
                       'LINE ' ARR-KEY
           END-WRITE.

       FIND-NEXT-COMMISSION-SEQ.
           MOVE ZERO TO WS-COMM-NEXT-SEQ
           MOVE 'N' TO WS-COMM-EOF-SWITCH
           MOVE ARR-SELLER-EMPID TO COMM-EMPID
           MOVE ZERO TO COMM-SEQ
           START COMMISSION-FILE KEY IS NOT LESS THAN COMM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-COMM-EOF-SWITCH
           END-START
           PERFORM SCAN-COMMISSION-SEQ UNTIL END-OF-SELLER-ENTRIES
           ADD 1 TO WS-COMM-NEXT-SEQ.

       SCAN-COMMISSION-SEQ.
           READ COMMISSION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-COMM-EOF-SWITCH
               NOT AT END
                   IF COMM-EMPID NOT = ARR-SELLER-EMPID
                       MOVE 'Y' TO WS-COMM-EOF-SWITCH
                   ELSE
                       MOVE COMM-SEQ TO WS-COMM-NEXT-SEQ
                   END-IF
           END-READ.

      * Scans like PRG29's FIND-NEXT-CHARGE-SEQ - the quote posts at
      * the next free sequence after whatever PRG29 already posted.
       FIND-NEXT-CHARGE-SEQ.
       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-OPERATOR-EMPID TO AUDIT-OPERATOR
           MOVE FILESYSFILE-KEY TO AUDIT-PART-KEY
           MOVE WS-BEFORE-QTY TO AUDIT-BEFORE-QTY
           MOVE QTY-ON-HAND TO AUDIT-AFTER-QTY
           MOVE WS-AUDIT-ENTRY TO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD.

      * Amendment after the family has signed. Every change reverses
      * what the original line posted and reposts the replacement in
      * the same pass, so the case files always match the live lines
      * of the arrangement. A case closed out of billing is refused -
      * corrections there are PRG57 adjustments.
       AMEND-ARRANGEMENT.
           DISPLAY 'ROLLNO TO AMEND:'
           ACCEPT WS-ROLLNO
           MOVE WS-ROLLNO TO ROLLNO-KEY
           READ CASE-MASTER
               INVALID KEY
                   DISPLAY 'AMENDMENT REJECTED - CASE NOT FOUND: '
                       WS-ROLLNO
               NOT INVALID KEY
                   IF CASE-STATUS = 'C'
                       DISPLAY 'AMENDMENT REJECTED - CASE CLOSED FOR '
                           'BILLING: ' WS-ROLLNO
                   ELSE
                       PERFORM START-AMENDMENT
                   END-IF
           END-READ
           MOVE ZERO TO WS-LINE-AMEND-NO
           MOVE SPACE TO WS-LINE-AMEND-ACTION
           MOVE ZERO TO WS-LINE-PRIOR-QTY.

       START-AMENDMENT.
           PERFORM TOTAL-ARRANGEMENT
           IF WS-ACCEPTED-COUNT = ZERO
               DISPLAY 'AMENDMENT REJECTED - ARRANGEMENT NOT YET '
                   'ACCEPTED: ' WS-ROLLNO
           ELSE
               MOVE WS-QUOTE-TOTAL TO WS-OLD-TOTAL
               COMPUTE WS-AMEND-NO = WS-LAST-AMEND + 1
               MOVE ZERO TO WS-ADDED-COUNT
               MOVE ZERO TO WS-REMOVED-COUNT
               MOVE ZERO TO WS-CHANGED-COUNT
               MOVE SPACE TO WS-AMEND-CODE
               DISPLAY 'AMENDMENT ' WS-AMEND-NO ' - CASE ' WS-ROLLNO
               PERFORM AMEND-ONE-CHANGE UNTIL AMEND-END
               IF WS-ADDED-COUNT = ZERO AND WS-REMOVED-COUNT = ZERO
                   AND WS-CHANGED-COUNT = ZERO
                   DISPLAY 'NO CHANGES - AMENDMENT NOT RECORDED'
               ELSE
                   PERFORM TOTAL-ARRANGEMENT
                   MOVE WS-QUOTE-TOTAL TO WS-NEW-TOTAL
                   PERFORM WRITE-AMENDMENT-LOG
                   PERFORM PRINT-REVISED-STATEMENT
               END-IF
           END-IF.

       AMEND-ONE-CHANGE.
           DISPLAY 'AMEND (A-ADD LINE R-REMOVE LINE C-CHANGE QTY '
               'E-END):'
           ACCEPT WS-AMEND-CODE
           EVALUATE TRUE
               WHEN AMEND-ADD
                   PERFORM AMEND-ADD-LINE
               WHEN AMEND-REMOVE
                   PERFORM AMEND-REMOVE-LINE
               WHEN AMEND-CHANGE
                   PERFORM AMEND-CHANGE-LINE
               WHEN AMEND-END
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'INVALID AMENDMENT CODE'
           END-EVALUATE.

      * Live-line total, count of accepted lines, the arranger they
      * posted for, and the highest amendment number already used on
      * the arrangement.
       TOTAL-ARRANGEMENT.
           MOVE ZERO TO WS-QUOTE-TOTAL
           MOVE ZERO TO WS-ACCEPTED-COUNT
           MOVE ZERO TO WS-SELLER-EMPID
           MOVE ZERO TO WS-LAST-AMEND
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE WS-ROLLNO TO ARR-ROLLNO
           MOVE ZERO TO ARR-SEQ
           START ARRANGEMENT-FILE KEY IS NOT LESS THAN ARR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM TOTAL-ONE-LINE UNTIL END-OF-QUOTE.

       TOTAL-ONE-LINE.
           READ ARRANGEMENT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF ARR-ROLLNO NOT = WS-ROLLNO
                       MOVE 'Y' TO WS-EOF-SWITCH
                   ELSE
                       IF NOT ARR-LINE-VOID
                           MULTIPLY ARR-QTY BY ARR-UNIT-PRICE
                               GIVING WS-EXTENDED-PRICE
                           ADD WS-EXTENDED-PRICE TO WS-QUOTE-TOTAL
                       END-IF
                       IF ARR-STATUS = 'A'
                           ADD 1 TO WS-ACCEPTED-COUNT
                           IF ARR-SELLER-EMPID NOT = ZERO
                               MOVE ARR-SELLER-EMPID
                                   TO WS-SELLER-EMPID
                           END-IF
                       END-IF
                       IF ARR-AMEND-NO > WS-LAST-AMEND
                           MOVE ARR-AMEND-NO TO WS-LAST-AMEND
                       END-IF
                       IF ARR-VOID-AMEND > WS-LAST-AMEND
                           MOVE ARR-VOID-AMEND TO WS-LAST-AMEND
                       END-IF
                   END-IF
           END-READ.

      * Added line - quoted at today's master price like any quote
      * line, then posted straight away. A part short on hand stays
      * 'Q' and goes on with the next A-ACCEPT, as at acceptance.
       AMEND-ADD-LINE.
           MOVE WS-AMEND-NO TO WS-LINE-AMEND-NO
           MOVE 'A' TO WS-LINE-AMEND-ACTION
           MOVE ZERO TO WS-LINE-PRIOR-QTY
           MOVE 'N' TO WS-LINE-WRITTEN
           PERFORM BUILD-QUOTE-LINE
           IF LINE-WRITTEN
               ADD 1 TO WS-ADDED-COUNT
               PERFORM POST-AMENDED-LINE
           END-IF.

       POST-AMENDED-LINE.
           MOVE ZERO TO WS-POSTED-COUNT
           MOVE ZERO TO WS-SKIPPED-COUNT
           IF ARR-TYPE = 'P'
               PERFORM POST-PART-LINE
           ELSE
               PERFORM POST-SERVICE-LINE
           END-IF
           IF WS-POSTED-COUNT = ZERO
               DISPLAY 'LINE ' ARR-SEQ ' HELD AS QUOTED - POST WITH '
                   'A-ACCEPT'
           ELSE
               DISPLAY 'LINE ' ARR-SEQ ' POSTED'
           END-IF.

       AMEND-REMOVE-LINE.
           DISPLAY 'LINE NO TO REMOVE:'
           ACCEPT WS-AMEND-SEQ
           PERFORM READ-AMEND-LINE
           IF LINE-FOUND
               PERFORM REVERSE-LINE-POSTING
               IF REVERSAL-OK
                   MOVE 'R' TO ARR-STATUS
                   MOVE WS-AMEND-NO TO ARR-VOID-AMEND
                   PERFORM REWRITE-ARRANGEMENT-LINE
                   ADD 1 TO WS-REMOVED-COUNT
                   DISPLAY 'LINE ' ARR-SEQ ' REMOVED'
               END-IF
           END-IF.

      * Changed quantity - the old line is reversed and kept as 'S',
      * and a replacement at the originally quoted unit price takes
      * its place, posted if the old line had been.
       AMEND-CHANGE-LINE.
           DISPLAY 'LINE NO AND NEW QUANTITY:'
           ACCEPT WS-AMEND-SEQ
           ACCEPT WS-QUOTE-QTY
           IF WS-QUOTE-QTY = ZERO
               DISPLAY 'CHANGE REJECTED - ZERO QUANTITY, USE '
                   'R-REMOVE'
           ELSE
               PERFORM READ-AMEND-LINE
               IF LINE-FOUND
                   IF WS-QUOTE-QTY = ARR-QTY
                       DISPLAY 'CHANGE REJECTED - QUANTITY UNCHANGED'
                   ELSE
                       PERFORM REPLACE-CHANGED-LINE
                   END-IF
               END-IF
           END-IF.

       REPLACE-CHANGED-LINE.
           MOVE ARR-STATUS TO WS-OLD-STATUS
           MOVE ARR-TYPE TO WS-SAVED-TYPE
           MOVE ARR-PART TO WS-SAVED-PART
           MOVE ARR-SVC-CODE TO WS-SAVED-SVC
           MOVE ARR-QTY TO WS-SAVED-QTY
           MOVE ARR-UNIT-PRICE TO WS-SAVED-PRICE
           PERFORM REVERSE-LINE-POSTING
           IF REVERSAL-OK
               MOVE 'S' TO ARR-STATUS
               MOVE WS-AMEND-NO TO ARR-VOID-AMEND
               PERFORM REWRITE-ARRANGEMENT-LINE
               PERFORM WRITE-CHANGED-LINE
           END-IF.

       WRITE-CHANGED-LINE.
           PERFORM FIND-NEXT-QUOTE-SEQ
           MOVE WS-ROLLNO TO ARR-ROLLNO
           MOVE WS-NEXT-SEQ TO ARR-SEQ
           MOVE WS-SAVED-TYPE TO ARR-TYPE
           MOVE WS-SAVED-PART TO ARR-PART
           MOVE WS-SAVED-SVC TO ARR-SVC-CODE
           MOVE WS-QUOTE-QTY TO ARR-QTY
           MOVE WS-SAVED-PRICE TO ARR-UNIT-PRICE
           MOVE WS-TODAY TO ARR-DATE
           MOVE 'Q' TO ARR-STATUS
           MOVE WS-OPERATOR-EMPID TO ARR-OPERATOR
           MOVE WS-AMEND-NO TO ARR-AMEND-NO
           MOVE 'C' TO ARR-AMEND-ACTION
           MOVE ZERO TO ARR-VOID-AMEND
           MOVE WS-SAVED-QTY TO ARR-PRIOR-QTY
           MOVE ZERO TO ARR-RESERVED-QTY
           MOVE ZERO TO ARR-SELLER-EMPID
           MOVE ZERO TO ARR-COMMISSION
           IF WS-OLD-STATUS NOT = 'A' AND ARR-TYPE = 'P'
               MOVE ARR-PART TO FILESYSFILE-KEY
               READ INVENTORY-FILE
                   NOT INVALID KEY
                       PERFORM HOLD-QUOTED-STOCK
               END-READ
           END-IF
           WRITE ARRANGEMENT-RECORD
               INVALID KEY
                   DISPLAY 'CHANGE FAILED - WRITE ERROR: ' ARR-KEY
                   PERFORM RELEASE-LINE-RESERVATION
               NOT INVALID KEY
                   ADD 1 TO WS-CHANGED-COUNT
                   DISPLAY 'LINE ' WS-AMEND-SEQ ' CHANGED TO LINE '
                       ARR-SEQ ' QTY ' ARR-QTY
                   IF WS-OLD-STATUS = 'A'
                       PERFORM POST-AMENDED-LINE
                   END-IF
           END-WRITE.

       READ-AMEND-LINE.
           MOVE 'N' TO WS-LINE-FOUND
           MOVE WS-ROLLNO TO ARR-ROLLNO
           MOVE WS-AMEND-SEQ TO ARR-SEQ
           READ ARRANGEMENT-FILE
               INVALID KEY
                   DISPLAY 'LINE NOT ON ARRANGEMENT: ' WS-AMEND-SEQ
               NOT INVALID KEY
                   IF ARR-LINE-VOID
                       DISPLAY 'LINE ALREADY REMOVED OR CHANGED: '
                           WS-AMEND-SEQ
                   ELSE
                       MOVE 'Y' TO WS-LINE-FOUND
                   END-IF
           END-READ.

       REWRITE-ARRANGEMENT-LINE.
           REWRITE ARRANGEMENT-RECORD
               INVALID KEY
                   DISPLAY 'WARNING - ARRANGEMENT LINE NOT '
                       'UPDATED: ' ARR-KEY
           END-REWRITE.

      * Only a line that reached 'A' posted anything - case files
      * and commission; a 'Q' line has nothing to take back, only
      * its hold on the stock.
       REVERSE-LINE-POSTING.
           MOVE 'Y' TO WS-REVERSAL-OK
           IF ARR-STATUS = 'A'
               IF ARR-TYPE = 'P'
                   PERFORM REVERSE-PART-LINE
               ELSE
                   PERFORM REVERSE-SERVICE-LINE
               END-IF
               IF REVERSAL-OK AND ARR-COMMISSION > ZERO
                   MOVE 'R' TO WS-COMM-ACTION
                   PERFORM WRITE-COMMISSION-ENTRY
               END-IF
           ELSE
               PERFORM RELEASE-LINE-RESERVATION
           END-IF.

      * The charge the line posted is the latest one on the case for
      * the same code and quantity - taken off CASE-CHARGE-FILE so
      * PRG14's extract no longer bills it.
       REVERSE-SERVICE-LINE.
           MOVE ZERO TO WS-MATCH-SEQ
           MOVE 'N' TO WS-CCHG-EOF-SWITCH
           MOVE WS-ROLLNO TO CCHG-ROLLNO
           MOVE ZERO TO CCHG-SEQ
           START CASE-CHARGE-FILE KEY IS NOT LESS THAN CCHG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CCHG-EOF-SWITCH
           END-START
           PERFORM MATCH-POSTED-CHARGE UNTIL END-OF-CASE-CHARGES
           IF WS-MATCH-SEQ = ZERO
               DISPLAY 'AMENDMENT REFUSED - NO POSTED CHARGE FOR '
                   'LINE ' ARR-SEQ ' CODE ' ARR-SVC-CODE
               MOVE 'N' TO WS-REVERSAL-OK
           ELSE
               PERFORM CHECK-REVERSAL-PERIOD
           END-IF
           IF REVERSAL-OK
               MOVE WS-ROLLNO TO CCHG-ROLLNO
               MOVE WS-MATCH-SEQ TO CCHG-SEQ
               DELETE CASE-CHARGE-FILE RECORD
                   INVALID KEY
                       DISPLAY 'AMENDMENT REFUSED - CHARGE NOT '
                           'REVERSED: ' CCHG-KEY
                       MOVE 'N' TO WS-REVERSAL-OK
               END-DELETE
           END-IF.

       MATCH-POSTED-CHARGE.
           READ CASE-CHARGE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CCHG-EOF-SWITCH
               NOT AT END
                   IF CCHG-ROLLNO NOT = WS-ROLLNO
                       MOVE 'Y' TO WS-CCHG-EOF-SWITCH
                   ELSE
                       IF CCHG-CODE = ARR-SVC-CODE
                           AND CCHG-QTY = ARR-QTY
                           MOVE CCHG-SEQ TO WS-MATCH-SEQ
                           MOVE CCHG-DATE TO WS-MATCH-DATE
                       END-IF
                   END-IF
           END-READ.

      * Merchandise comes back off CASE-PARTS-FILE and into stock,
      * with a RESTCK audit record so PRG51 reverses the usage.
       REVERSE-PART-LINE.
           MOVE ZERO TO WS-MATCH-SEQ
           MOVE 'N' TO WS-CPD-EOF-SWITCH
           MOVE WS-ROLLNO TO CPD-ROLLNO
           MOVE ZERO TO CPD-LINE
           START CASE-PARTS-FILE KEY IS NOT LESS THAN CPD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CPD-EOF-SWITCH
           END-START
           PERFORM MATCH-POSTED-PART UNTIL END-OF-CASE-PARTS
           MOVE ARR-PART TO FILESYSFILE-KEY
           IF WS-MATCH-SEQ = ZERO
               DISPLAY 'AMENDMENT REFUSED - NO POSTED DETAIL FOR '
                   'LINE ' ARR-SEQ ' PART ' ARR-PART
               MOVE 'N' TO WS-REVERSAL-OK
           ELSE
               PERFORM CHECK-REVERSAL-PERIOD
           END-IF
           IF REVERSAL-OK
               READ INVENTORY-FILE
                   INVALID KEY
                       DISPLAY 'AMENDMENT REFUSED - PART NOT FOUND: '
                           ARR-PART
                       MOVE 'N' TO WS-REVERSAL-OK
               END-READ
           END-IF
           IF REVERSAL-OK
               MOVE WS-ROLLNO TO CPD-ROLLNO
               MOVE WS-MATCH-SEQ TO CPD-LINE
               DELETE CASE-PARTS-FILE RECORD
                   INVALID KEY
                       DISPLAY 'AMENDMENT REFUSED - DETAIL NOT '
                           'REVERSED: ' CPD-KEY
                       MOVE 'N' TO WS-REVERSAL-OK
                   NOT INVALID KEY
                       PERFORM RESTOCK-PART
               END-DELETE
           END-IF.

       MATCH-POSTED-PART.
           READ CASE-PARTS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CPD-EOF-SWITCH
               NOT AT END
                   IF CPD-ROLLNO NOT = WS-ROLLNO
                       MOVE 'Y' TO WS-CPD-EOF-SWITCH
                   ELSE
                       IF CPD-PART = ARR-PART
                           AND CPD-QTY = ARR-QTY
                           MOVE CPD-LINE TO WS-MATCH-SEQ
                           MOVE CPD-DATE TO WS-MATCH-DATE
                       END-IF
                   END-IF
           END-READ.

       RESTOCK-PART.
           MOVE QTY-ON-HAND TO WS-BEFORE-QTY
           ADD ARR-QTY TO QTY-ON-HAND
           REWRITE INVENTORY-RECORD
               INVALID KEY
                   DISPLAY 'WARNING - STOCK NOT RETURNED FOR PART '
                       ARR-PART ' QTY ' ARR-QTY
               NOT INVALID KEY
                   MOVE 'RESTCK' TO AUDIT-ACTION
                   PERFORM WRITE-AUDIT-RECORD
           END-REWRITE.

       WRITE-AMENDMENT-LOG.
           MOVE WS-ROLLNO TO AE-ROLLNO
           MOVE WS-AMEND-NO TO AE-AMEND-NO
           MOVE WS-TODAY TO AE-DATE
           MOVE WS-OPERATOR-EMPID TO AE-OPERATOR
           MOVE WS-ADDED-COUNT TO AE-ADDED
           MOVE WS-REMOVED-COUNT TO AE-REMOVED
           MOVE WS-CHANGED-COUNT TO AE-CHANGED
           MOVE WS-OLD-TOTAL TO AE-OLD-TOTAL
           MOVE WS-NEW-TOTAL TO AE-NEW-TOTAL
           IF WS-NEW-TOTAL < WS-OLD-TOTAL
               MOVE '-' TO AE-DIRECTION
               COMPUTE AE-DIFFERENCE = WS-OLD-TOTAL - WS-NEW-TOTAL
           ELSE
               MOVE '+' TO AE-DIRECTION
               COMPUTE AE-DIFFERENCE = WS-NEW-TOTAL - WS-OLD-TOTAL
           END-IF
           OPEN EXTEND AMENDMENT-LOG
           IF WS-AMENDMENT-STATUS = '35'
               OPEN OUTPUT AMENDMENT-LOG
           END-IF
           MOVE WS-AMEND-ENTRY TO AMENDMENT-LOG-RECORD
           WRITE AMENDMENT-LOG-RECORD
           CLOSE AMENDMENT-LOG.

      * Revised statement for the family to sign - the live package
      * with this amendment's added and changed lines marked, the
      * lines it removed listed after, then the old total, the new
      * total, and the difference.
       PRINT-REVISED-STATEMENT.
           OPEN OUTPUT STATEMENT-PRINT
           MOVE SPACES TO STATEMENT-PRINT-RECORD
           STRING 'REVISED STATEMENT OF FUNERAL GOODS AND '
               DELIMITED BY SIZE
               'SERVICES SELECTED' DELIMITED BY SIZE
               INTO STATEMENT-PRINT-RECORD
           END-STRING
           WRITE STATEMENT-PRINT-RECORD
           PERFORM BUILD-DECEDENT-NAME
           MOVE SPACES TO STATEMENT-PRINT-RECORD
           STRING 'CASE ' DELIMITED BY SIZE
               WS-ROLLNO DELIMITED BY SIZE
               '  NAME ' DELIMITED BY SIZE
               WS-DECEDENT-NAME DELIMITED BY '  '
               INTO STATEMENT-PRINT-RECORD
           END-STRING
           WRITE STATEMENT-PRINT-RECORD
           MOVE SPACES TO STATEMENT-PRINT-RECORD
           STRING 'AMENDMENT ' DELIMITED BY SIZE
               WS-AMEND-NO DELIMITED BY SIZE
               '  DATED ' DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO STATEMENT-PRINT-RECORD
           END-STRING
           WRITE STATEMENT-PRINT-RECORD
           MOVE 'DESCRIPTION             QTY     UNIT      EXTENDED'
               TO STATEMENT-PRINT-RECORD
           WRITE STATEMENT-PRINT-RECORD
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE WS-ROLLNO TO ARR-ROLLNO
           MOVE ZERO TO ARR-SEQ
           START ARRANGEMENT-FILE KEY IS NOT LESS THAN ARR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM WRITE-REVISED-LINE UNTIL END-OF-QUOTE
           MOVE SPACES TO STATEMENT-PRINT-RECORD
           WRITE STATEMENT-PRINT-RECORD
           MOVE 'REMOVED BY THIS AMENDMENT:' TO STATEMENT-PRINT-RECORD
           WRITE STATEMENT-PRINT-RECORD
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE WS-ROLLNO TO ARR-ROLLNO
           MOVE ZERO TO ARR-SEQ
           START ARRANGEMENT-FILE KEY IS NOT LESS THAN ARR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM WRITE-REMOVED-LINE UNTIL END-OF-QUOTE
           MOVE SPACES TO STATEMENT-PRINT-RECORD
           WRITE STATEMENT-PRINT-RECORD
           MOVE SPACES TO WS-STMT-DETAIL
           MOVE 'PREVIOUS TOTAL' TO SD-DESC
           MOVE WS-OLD-TOTAL TO SD-EXTENDED
           WRITE STATEMENT-PRINT-RECORD FROM WS-STMT-DETAIL
           MOVE SPACES TO WS-STMT-DETAIL
           MOVE 'REVISED TOTAL' TO SD-DESC
           MOVE WS-NEW-TOTAL TO SD-EXTENDED
           WRITE STATEMENT-PRINT-RECORD FROM WS-STMT-DETAIL
           MOVE SPACES TO WS-STMT-DETAIL
           MOVE 'DIFFERENCE' TO SD-DESC
           IF WS-NEW-TOTAL < WS-OLD-TOTAL
               COMPUTE WS-EXTENDED-PRICE = WS-OLD-TOTAL - WS-NEW-TOTAL
               MOVE 'CREDIT TO FAMILY' TO SD-MARK
           ELSE
               COMPUTE WS-EXTENDED-PRICE = WS-NEW-TOTAL - WS-OLD-TOTAL
               MOVE 'ADDITIONAL DUE' TO SD-MARK
           END-IF
           MOVE WS-EXTENDED-PRICE TO SD-EXTENDED
           WRITE STATEMENT-PRINT-RECORD FROM WS-STMT-DETAIL
           MOVE SPACES TO STATEMENT-PRINT-RECORD
           WRITE STATEMENT-PRINT-RECORD
           MOVE 'AMENDMENT ACCEPTED BY (SIGNATURE): ____________'
               TO STATEMENT-PRINT-RECORD
           WRITE STATEMENT-PRINT-RECORD
           MOVE 'DATE: ________  FUNERAL DIRECTOR: ____________'
               TO STATEMENT-PRINT-RECORD
           WRITE STATEMENT-PRINT-RECORD
           CLOSE STATEMENT-PRINT
           DISPLAY 'REVISED STATEMENT WRITTEN TO ' WS-STATEMENT-FILE.

       WRITE-REVISED-LINE.
           READ ARRANGEMENT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF ARR-ROLLNO NOT = WS-ROLLNO
                       MOVE 'Y' TO WS-EOF-SWITCH
                   ELSE
                   IF NOT ARR-LINE-VOID
                       PERFORM FORMAT-STATEMENT-DETAIL
                       IF ARR-AMEND-NO = WS-AMEND-NO
                           PERFORM MARK-AMENDED-DETAIL
                       END-IF
                       WRITE STATEMENT-PRINT-RECORD
                           FROM WS-STMT-DETAIL
                   END-IF
                   END-IF
           END-READ.

       MARK-AMENDED-DETAIL.
           IF ARR-AMEND-ACTION = 'C'
               MOVE ARR-PRIOR-QTY TO WS-PRIOR-DISPLAY
               STRING 'CHANGED FROM ' DELIMITED BY SIZE
                   WS-PRIOR-DISPLAY DELIMITED BY SIZE
                   INTO SD-MARK
               END-STRING
           ELSE
               MOVE 'ADDED' TO SD-MARK
           END-IF.

       WRITE-REMOVED-LINE.
           READ ARRANGEMENT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF ARR-ROLLNO NOT = WS-ROLLNO
                       MOVE 'Y' TO WS-EOF-SWITCH
                   ELSE
                   IF ARR-STATUS = 'R'
                       AND ARR-VOID-AMEND = WS-AMEND-NO
                       PERFORM FORMAT-STATEMENT-DETAIL
                       MOVE 'REMOVED' TO SD-MARK
                       WRITE STATEMENT-PRINT-RECORD
                           FROM WS-STMT-DETAIL
                   END-IF
                   END-IF
           END-READ.

      * Stock holds. Available to promise is on hand less every
      * open hold; a line quoted beyond it holds what is left and the
      * arranger is warned that the rest must come in on a PO.
       COMPUTE-AVAILABLE.
           IF QTY-RESERVED NOT < QTY-ON-HAND
               MOVE ZERO TO WS-AVAILABLE-QTY
           ELSE
               COMPUTE WS-AVAILABLE-QTY = QTY-ON-HAND - QTY-RESERVED
           END-IF.

      * At posting the line's own hold is its stock - only what other
      * quotes hold is out of reach.
       COMPUTE-UNHELD-QTY.
           IF ARR-RESERVED-QTY NOT < QTY-RESERVED
               MOVE ZERO TO WS-OTHERS-HELD
           ELSE
               COMPUTE WS-OTHERS-HELD =
                   QTY-RESERVED - ARR-RESERVED-QTY
           END-IF
           IF WS-OTHERS-HELD NOT < QTY-ON-HAND
               MOVE ZERO TO WS-AVAILABLE-QTY
           ELSE
               COMPUTE WS-AVAILABLE-QTY =
                   QTY-ON-HAND - WS-OTHERS-HELD
           END-IF.

       HOLD-QUOTED-STOCK.
           PERFORM COMPUTE-AVAILABLE
           IF ARR-QTY > WS-AVAILABLE-QTY
               MOVE WS-AVAILABLE-QTY TO ARR-RESERVED-QTY
               DISPLAY 'WARNING - ONLY ' WS-AVAILABLE-QTY
                   ' AVAILABLE TO PROMISE FOR PART ' ARR-PART
           ELSE
               MOVE ARR-QTY TO ARR-RESERVED-QTY
           END-IF
           IF ARR-RESERVED-QTY > ZERO
               ADD ARR-RESERVED-QTY TO QTY-RESERVED
               REWRITE INVENTORY-RECORD
                   INVALID KEY
                       DISPLAY 'WARNING - STOCK NOT RESERVED FOR '
                           'PART ' ARR-PART
                       MOVE ZERO TO ARR-RESERVED-QTY
               END-REWRITE
           END-IF.

       RELEASE-LINE-RESERVATION.
           IF ARR-TYPE = 'P' AND ARR-RESERVED-QTY > ZERO
               MOVE ARR-PART TO FILESYSFILE-KEY
               READ INVENTORY-FILE
                   INVALID KEY
                       DISPLAY 'WARNING - HOLD NOT RELEASED, PART '
                           'NOT FOUND: ' ARR-PART
                   NOT INVALID KEY
                       PERFORM DROP-LINE-RESERVATION
                       REWRITE INVENTORY-RECORD
                           INVALID KEY
                               DISPLAY 'WARNING - HOLD NOT RELEASED '
                                   'FOR PART ' ARR-PART
                       END-REWRITE
               END-READ
           END-IF
           MOVE ZERO TO ARR-RESERVED-QTY.

       DROP-LINE-RESERVATION.
           IF ARR-RESERVED-QTY NOT < QTY-RESERVED
               MOVE ZERO TO QTY-RESERVED
           ELSE
               SUBTRACT ARR-RESERVED-QTY FROM QTY-RESERVED
           END-IF.

      * Cancel an unsigned quote - every quoted line goes to 'X' and
      * gives its stock back. Once the family has signed, lines come
      * off through an amendment instead.
       CANCEL-QUOTE.
           DISPLAY 'ROLLNO OF QUOTE TO CANCEL:'
           ACCEPT WS-ROLLNO
           PERFORM TOTAL-ARRANGEMENT
           IF WS-ACCEPTED-COUNT > ZERO
               DISPLAY 'CANCEL REJECTED - ARRANGEMENT ALREADY '
                   'ACCEPTED, USE M-AMEND: ' WS-ROLLNO
           ELSE
               MOVE ZERO TO WS-CANCELLED-COUNT
               MOVE 'N' TO WS-EOF-SWITCH
               MOVE WS-ROLLNO TO ARR-ROLLNO
               MOVE ZERO TO ARR-SEQ
               START ARRANGEMENT-FILE KEY IS NOT LESS THAN ARR-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-SWITCH
               END-START
               PERFORM CANCEL-ONE-LINE UNTIL END-OF-QUOTE
               DISPLAY 'QUOTE CANCELLED - ' WS-ROLLNO
                   ' LINES CANCELLED: ' WS-CANCELLED-COUNT
           END-IF.

       CANCEL-ONE-LINE.
           READ ARRANGEMENT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF ARR-ROLLNO NOT = WS-ROLLNO
                       MOVE 'Y' TO WS-EOF-SWITCH
                   ELSE
                       IF ARR-STATUS = 'Q'
                           PERFORM RELEASE-LINE-RESERVATION
                           MOVE 'X' TO ARR-STATUS
                           PERFORM REWRITE-ARRANGEMENT-LINE
                           ADD 1 TO WS-CANCELLED-COUNT
                       END-IF
                   END-IF
           END-READ.

      * Expiry pass - the nightly stream runs this with the shop's
      * hold period. Any quoted line holding stock longer than that
      * gives it back; the line itself stays quoted.
       EXPIRE-RESERVATIONS.
           DISPLAY 'DAYS A QUOTE MAY HOLD STOCK:'
           ACCEPT WS-HOLD-DAYS
           COMPUTE WS-TODAY-JULIAN = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           MOVE ZERO TO WS-RELEASED-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE ZERO TO ARR-ROLLNO
           MOVE ZERO TO ARR-SEQ
           START ARRANGEMENT-FILE KEY IS NOT LESS THAN ARR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM EXPIRE-ONE-LINE UNTIL END-OF-QUOTE
           DISPLAY 'EXPIRED HOLDS RELEASED: ' WS-RELEASED-COUNT.

       EXPIRE-ONE-LINE.
           READ ARRANGEMENT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF ARR-STATUS = 'Q' AND ARR-RESERVED-QTY > ZERO
                       COMPUTE WS-QUOTE-JULIAN =
                           FUNCTION INTEGER-OF-DATE(ARR-DATE)
                       COMPUTE WS-DAYS-HELD =
                           WS-TODAY-JULIAN - WS-QUOTE-JULIAN
                       IF WS-DAYS-HELD NOT < WS-HOLD-DAYS
                           PERFORM RELEASE-LINE-RESERVATION
                           PERFORM REWRITE-ARRANGEMENT-LINE
                           ADD 1 TO WS-RELEASED-COUNT
                       END-IF
                   END-IF
           END-READ.

       CLOSE-FILES.
           CLOSE ARRANGEMENT-FILE
           CLOSE CASE-MASTER
           CLOSE CASE-CHARGE-FILE
           CLOSE CASE-PARTS-FILE
           CLOSE INV-AUDIT-LOG
           CLOSE COMMISSION-RATE-FILE
           CLOSE COMMISSION-FILE
           CLOSE EMPLOYEE-MASTER.
