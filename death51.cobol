      * COGS, ACCR), key, account. Anything that maps to no account
      * lands on the exception list and keeps the journal balanced by
      * being left out of both sides.
      *
      * Cash advances (PRG86) are the family's money passing through,
      * not revenue: the CASHAD billing lines credit the clearing
      * account ('G CASHAD') instead of a revenue account, and each
      * advance paid out in the period debits the same clearing
      * account against the disbursement bank account ('G ADVBNK'),
      * so the clearing account nets to zero once billed equals paid.
      *
      * Every journal line carries the case number it came from (zero
      * for inventory movement), and a combined run also leaves a copy
      * of the month's journal as gl-journal-YYYYMM.dat, replaced if
      * the month is extracted again. PRG93 rolls the AR control
      * account forward from those monthly copies and reconciles it
      * case by case to the receivables subledger.
      *
      * PRG94's inter-facility transfer entries on the audit log
      * (XFROUT / XFRIN) are left off the journal - the stock only
      * changed buildings, it was neither bought nor used.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRG51.
            SELECT GL-JOURNAL ASSIGN TO WS-JOURNAL-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-JOURNAL-STATUS.
            SELECT GL-JOURNAL-ARCHIVE ASSIGN TO WS-ARCHIVE-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ARCHIVE-STATUS.
            SELECT GL-EXCEPTIONS ASSIGN TO WS-EXCEPTION-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXCEPTION-STATUS.
            SELECT CASH-ADVANCE-FILE ASSIGN TO WS-CADV-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CADV-KEY
                FILE STATUS IS WS-CADV-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  GL-ACCOUNT-FILE.
            COPY CASEREC REPLACING ==ROLLNO== BY ==ROLLNO-KEY==.
        FD  GL-JOURNAL.
        01  GL-JOURNAL-RECORD PIC X(60).
        FD  GL-JOURNAL-ARCHIVE.
        01  GL-ARCHIVE-RECORD PIC X(60).
        FD  GL-EXCEPTIONS.
        01  GL-EXCEPTION-LINE PIC X(80).
        FD  CASH-ADVANCE-FILE.
        01  CASH-ADVANCE-RECORD.
            COPY CADVREC.
        WORKING-STORAGE SECTION.
        01 WS-ACCOUNT-FILE PIC X(40)
            VALUE '/user/billing/gl-accounts.dat'.
        01 WS-JOURNAL-FILE PIC X(30)
            VALUE '/user/billing/gl-journal.dat'.
        01 WS-JOURNAL-STATUS PIC XX.
      * Monthly copy of a combined run's journal, named by STRING at
      * run time: /user/billing/gl-journal-YYYYMM.dat.
        01 WS-ARCHIVE-FILE PIC X(40) VALUE SPACES.
        01 WS-ARCHIVE-STATUS PIC XX.
        01 WS-ARCHIVE-SWITCH PIC X VALUE 'N'.
            88 ARCHIVE-OPEN VALUE 'Y'.
        01 WS-EXCEPTION-FILE PIC X(40)
            VALUE '/user/billing/gl-exceptions.txt'.
        01 WS-EXCEPTION-STATUS PIC XX.
        01 WS-CADV-FILE PIC X(40) VALUE '/user/billing/cash-advances'.
        01 WS-CADV-STATUS PIC XX.
        01 WS-PERIOD PIC 9(6).
        01 WS-CASE-FILE PIC X(40) VALUE '/user/mortuary/case-master'.
        01 WS-CASE-STATUS PIC XX.
        01 WS-INV-ACCOUNT PIC X(8).
        01 WS-COGS-ACCOUNT PIC X(8).
        01 WS-ACCR-ACCOUNT PIC X(8).
        01 WS-CASHAD-ACCOUNT PIC X(8).
        01 WS-ADVBNK-ACCOUNT PIC X(8).
        01 WS-AMOUNT PIC 9(9)V99.
        01 WS-QTY-DELTA PIC S9(6).
        01 WS-TOTAL-DR PIC 9(11)V99 VALUE ZERO.
            02 JR-AMOUNT PIC 9(9)V99.
            02 FILLER PIC X VALUE SPACE.
            02 JR-SOURCE PIC X(20).
            02 FILLER PIC X VALUE SPACE.
            02 JR-ROLLNO PIC 9(7).
      * Mirror of PRG14's WS-BILLING-LINE - keep the two in step.
        01 WS-BILLING-LINE.
            02 BL-ROLLNO PIC 9(7).
            02 PAY-AMOUNT PIC 9(7)V99.
            02 FILLER PIC X.
            02 PAY-METHOD PIC X(6).
            02 FILLER PIC X.
            02 PAY-OPERATOR PIC 9(5).
        01 WS-ADJUSTMENT-FILE PIC X(30)
            VALUE '/user/billing/adjustments.dat'.
        01 WS-ADJUSTMENT-STATUS PIC XX.
           PERFORM RESOLVE-CONTROL-ACCOUNTS
           OPEN OUTPUT GL-JOURNAL
           OPEN OUTPUT GL-EXCEPTIONS
           IF WS-FACILITY-FILTER = SPACES
               PERFORM OPEN-JOURNAL-ARCHIVE
           END-IF
           OPEN INPUT INVENTORY-FILE
           IF WS-INV-STATUS NOT = '00'
               DISPLAY 'WARNING - INVENTORY-FILE NOT OPENED, AUDIT '
           PERFORM EXTRACT-BILLING-JOURNAL
           PERFORM EXTRACT-PAYMENT-JOURNAL
           PERFORM EXTRACT-ADJUSTMENT-JOURNAL
           PERFORM EXTRACT-CASH-ADVANCE-JOURNAL
           PERFORM EXTRACT-INVENTORY-JOURNAL
           DISPLAY 'JOURNAL RECORDS: ' WS-JOURNAL-COUNT
               ' EXCEPTIONS: ' WS-EXCEPTION-COUNT
           END-IF
           CLOSE GL-JOURNAL
           CLOSE GL-EXCEPTIONS
           IF ARCHIVE-OPEN
               CLOSE GL-JOURNAL-ARCHIVE
           END-IF
           CLOSE INVENTORY-FILE
           CLOSE CASE-MASTER
           STOP RUN.

      * The monthly copy is rewritten whole on every combined run of
      * the month, so a rerun replaces it rather than doubling it.
       OPEN-JOURNAL-ARCHIVE.
           MOVE SPACES TO WS-ARCHIVE-FILE
           STRING '/user/billing/gl-journal-' DELIMITED BY SIZE
               WS-PERIOD DELIMITED BY SIZE
               '.dat' DELIMITED BY SIZE
               INTO WS-ARCHIVE-FILE
           END-STRING
           OPEN OUTPUT GL-JOURNAL-ARCHIVE
           IF WS-ARCHIVE-STATUS = '00'
               MOVE 'Y' TO WS-ARCHIVE-SWITCH
           ELSE
               DISPLAY 'WARNING - MONTHLY JOURNAL COPY NOT OPENED: '
                   WS-ARCHIVE-STATUS
           END-IF.

       LOAD-ACCOUNT-MAP.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT GL-ACCOUNT-FILE
               OR WS-ACCR-ACCOUNT = SPACES
               DISPLAY 'WARNING - CONTROL ACCOUNTS (G AR/INV/COGS/'
                   'ACCR) INCOMPLETE ON MAPPING FILE'
           END-IF
           MOVE 'CASHAD' TO WS-LOOKUP-KEY
           PERFORM LOOKUP-ACCOUNT
           MOVE WS-FOUND-ACCOUNT TO WS-CASHAD-ACCOUNT
           MOVE 'ADVBNK' TO WS-LOOKUP-KEY
           PERFORM LOOKUP-ACCOUNT
           MOVE WS-FOUND-ACCOUNT TO WS-ADVBNK-ACCOUNT.

       LOOKUP-ACCOUNT.
           MOVE 'N' TO WS-ACCOUNT-FOUND

      * Billing lines: DR receivables, CR the mapped revenue account
      * (part category for a part line, charge code for a service
      * line) - or the cash advance clearing account for a CASHAD
      * line.
       EXTRACT-BILLING-JOURNAL.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT BILLING-EXTRACT
                       PERFORM MAP-BILLING-ACCOUNT
                       IF ACCOUNT-MAPPED
                           MOVE BL-EXTENDED-PRICE TO WS-AMOUNT
                           IF BL-CHARGE-CODE = 'CASHAD'
                               MOVE 'CASH ADVANCE' TO JR-SOURCE
                           ELSE
                               MOVE 'BILLING' TO JR-SOURCE
                           END-IF
                           MOVE BL-ROLLNO TO JR-ROLLNO
                           MOVE WS-AR-ACCOUNT TO JR-ACCOUNT
                           PERFORM WRITE-DEBIT
                           MOVE WS-FOUND-ACCOUNT TO JR-ACCOUNT
           END-READ.

       MAP-BILLING-ACCOUNT.
           IF BL-PART = ZERO AND BL-CHARGE-CODE = 'CASHAD'
               PERFORM MAP-CASH-ADVANCE-ACCOUNT
           ELSE
           IF BL-PART > ZERO
               PERFORM MAP-PART-CATEGORY
           ELSE
                   END-STRING
                   PERFORM WRITE-GL-EXCEPTION
               END-IF
           END-IF
           END-IF.

       MAP-CASH-ADVANCE-ACCOUNT.
           MOVE WS-CASHAD-ACCOUNT TO WS-FOUND-ACCOUNT
           IF WS-CASHAD-ACCOUNT = SPACES
               MOVE 'N' TO WS-ACCOUNT-FOUND
               MOVE SPACES TO WS-EXCEPTION-TEXT
               STRING 'NO CASH ADVANCE CLEARING ACCOUNT (G CASHAD) '
                   DELIMITED BY SIZE
                   'FOR CASE ' DELIMITED BY SIZE
                   BL-ROLLNO DELIMITED BY SIZE
                   INTO WS-EXCEPTION-TEXT
               END-STRING
               PERFORM WRITE-GL-EXCEPTION
           ELSE
               MOVE 'Y' TO WS-ACCOUNT-FOUND
           END-IF.

       MAP-PART-CATEGORY.
           END-IF.

      * Payments: DR the mapped cash account for the method, CR
      * receivables. VA burial-allowance checks (method VA, posted by
      * PRG28 against a PRG85 claim) carry their own 'M VA' mapping
      * and source so the accountant sees them apart from family
      * money.
       EXTRACT-PAYMENT-JOURNAL.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT PAYMENT-FILE
                       PERFORM LOOKUP-ACCOUNT
                       IF ACCOUNT-MAPPED
                           MOVE PAY-AMOUNT TO WS-AMOUNT
                           IF PAY-METHOD = 'VA'
                               MOVE 'VA BENEFIT' TO JR-SOURCE
                           ELSE
                               MOVE 'PAYMENT' TO JR-SOURCE
                           END-IF
                           MOVE PAY-ROLLNO TO JR-ROLLNO
                           MOVE WS-FOUND-ACCOUNT TO JR-ACCOUNT
                           PERFORM WRITE-DEBIT
                           MOVE WS-AR-ACCOUNT TO JR-ACCOUNT
                       IF ACCOUNT-MAPPED
                           MOVE ADJ-AMOUNT TO WS-AMOUNT
                           MOVE 'ADJUSTMENT' TO JR-SOURCE
                           MOVE ADJ-ROLLNO TO JR-ROLLNO
                           IF ADJ-TYPE = 'R'
                               MOVE WS-AR-ACCOUNT TO JR-ACCOUNT
                               PERFORM WRITE-DEBIT

      * Inventory movement: a quantity decrease on the audit log is
      * consumption (DR COGS / CR INV at current unit price); an
      * increase is a receipt (DR INV / CR accrued payables). A
      * return to the vendor (RTV) reverses a receipt (DR accrued
      * payables / CR INV), and stock PRG53 takes back off an amended
      * arrangement (RESTCK) reverses the usage (DR INV / CR COGS).
       EXTRACT-INVENTORY-JOURNAL.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT INV-AUDIT-LOG
               NOT AT END
                   MOVE AUDIT-LOG-RECORD TO WS-AUDIT-ENTRY
                   IF AUDIT-TIMESTAMP(1:6) = WS-PERIOD
                       AND AUDIT-ACTION NOT = 'XFROUT'
                       AND AUDIT-ACTION NOT = 'XFRIN'
                       COMPUTE WS-QTY-DELTA =
                           AUDIT-AFTER-QTY - AUDIT-BEFORE-QTY
                       IF WS-QTY-DELTA NOT = ZERO
                   END-IF
           END-READ.

      * Cash advances paid out in the period: DR the clearing
      * account, CR the disbursement bank account the checks are
      * drawn on.
       EXTRACT-CASH-ADVANCE-JOURNAL.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT CASH-ADVANCE-FILE
           IF WS-CADV-STATUS NOT = '00'
               DISPLAY 'NO CASH-ADVANCE-FILE - NO ADVANCE JOURNAL'
           ELSE
               IF WS-CASHAD-ACCOUNT = SPACES
                   OR WS-ADVBNK-ACCOUNT = SPACES
                   DISPLAY 'WARNING - CASH ADVANCE ACCOUNTS (G CASHAD/'
                       'ADVBNK) INCOMPLETE ON MAPPING FILE'
               END-IF
               MOVE LOW-VALUES TO CADV-KEY
               START CASH-ADVANCE-FILE KEY IS NOT LESS THAN CADV-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-SWITCH
               END-START
               PERFORM JOURNAL-ONE-CASH-ADVANCE UNTIL END-OF-INPUT
               CLOSE CASH-ADVANCE-FILE
           END-IF.

       JOURNAL-ONE-CASH-ADVANCE.
           READ CASH-ADVANCE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE CADV-ROLLNO TO WS-CHECK-ROLLNO
                   PERFORM CHECK-CASE-FACILITY
                   IF CADV-DATE(1:6) = WS-PERIOD
                       AND CADV-PAID-AMOUNT > ZERO
                       AND RECORD-IN-FACILITY
                       IF WS-CASHAD-ACCOUNT = SPACES
                           OR WS-ADVBNK-ACCOUNT = SPACES
                           MOVE SPACES TO WS-EXCEPTION-TEXT
                           STRING 'CASH ADVANCE NOT JOURNALED: '
                               DELIMITED BY SIZE
                               CADV-KEY DELIMITED BY SIZE
                               INTO WS-EXCEPTION-TEXT
                           END-STRING
                           PERFORM WRITE-GL-EXCEPTION
                       ELSE
                           MOVE CADV-PAID-AMOUNT TO WS-AMOUNT
                           MOVE 'ADVANCE PAID OUT' TO JR-SOURCE
                           MOVE CADV-ROLLNO TO JR-ROLLNO
                           MOVE WS-CASHAD-ACCOUNT TO JR-ACCOUNT
                           PERFORM WRITE-DEBIT
                           MOVE WS-ADVBNK-ACCOUNT TO JR-ACCOUNT
                           PERFORM WRITE-CREDIT
                       END-IF
                   END-IF
           END-READ.

      * A run for one facility keeps only the records whose case
      * belongs there; a combined run keeps everything. A case that
      * cannot be read counts as the original building so the
           END-IF.

       JOURNAL-QTY-DELTA.
           MOVE ZERO TO JR-ROLLNO
           IF WS-INV-STATUS NOT = '00'
               CONTINUE
           ELSE
                           AND INV-FACILITY NOT = WS-FACILITY-FILTER
                           CONTINUE
                       ELSE
                       IF WS-QTY-DELTA > ZERO
                           AND AUDIT-ACTION = 'RESTCK'
                           COMPUTE WS-AMOUNT =
                               WS-QTY-DELTA * UNIT-PRICE
                           MOVE 'INV RESTOCK' TO JR-SOURCE
                           MOVE WS-INV-ACCOUNT TO JR-ACCOUNT
                           PERFORM WRITE-DEBIT
                           MOVE WS-COGS-ACCOUNT TO JR-ACCOUNT
                           PERFORM WRITE-CREDIT
                       ELSE
                       IF WS-QTY-DELTA > ZERO
                           COMPUTE WS-AMOUNT =
                               WS-QTY-DELTA * UNIT-PRICE
                           PERFORM WRITE-DEBIT
                           MOVE WS-ACCR-ACCOUNT TO JR-ACCOUNT
                           PERFORM WRITE-CREDIT
                       ELSE
                       IF AUDIT-ACTION = 'RTV'
                           COMPUTE WS-AMOUNT =
                               (ZERO - WS-QTY-DELTA) * UNIT-PRICE
                           MOVE 'INV RETURN' TO JR-SOURCE
                           MOVE WS-ACCR-ACCOUNT TO JR-ACCOUNT
                           PERFORM WRITE-DEBIT
                           MOVE WS-INV-ACCOUNT TO JR-ACCOUNT
                           PERFORM WRITE-CREDIT
                       ELSE
                           COMPUTE WS-AMOUNT =
                               (ZERO - WS-QTY-DELTA) * UNIT-PRICE
                           PERFORM WRITE-CREDIT
                       END-IF
                       END-IF
                       END-IF
                       END-IF
               END-READ
           END-IF.

           MOVE WS-AMOUNT TO JR-AMOUNT
           ADD WS-AMOUNT TO WS-TOTAL-DR
           ADD 1 TO WS-JOURNAL-COUNT
           WRITE GL-JOURNAL-RECORD FROM WS-JOURNAL-ENTRY
           IF ARCHIVE-OPEN
               WRITE GL-ARCHIVE-RECORD FROM WS-JOURNAL-ENTRY
           END-IF.

       WRITE-CREDIT.
           MOVE 'C' TO JR-DC
           MOVE WS-AMOUNT TO JR-AMOUNT
           ADD WS-AMOUNT TO WS-TOTAL-CR
           ADD 1 TO WS-JOURNAL-COUNT
           WRITE GL-JOURNAL-RECORD FROM WS-JOURNAL-ENTRY
           IF ARCHIVE-OPEN
               WRITE GL-ARCHIVE-RECORD FROM WS-JOURNAL-ENTRY
           END-IF.

       WRITE-GL-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
