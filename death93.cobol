      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * Month-end receivables reconciliation - the AR control account
      * the accountant carries from PRG51's journals against the case
      * subledger PRG28 ages. The control balance is rolled forward
      * month by month from the monthly journal copies PRG51's
      * combined run leaves (gl-journal-YYYYMM.dat), taking only the
      * lines posted to the 'G AR' account on gl-accounts.dat: debits
      * raise it, credits lower it. A month with no journal copy on
      * file carries the balance across and is flagged - that month
      * was never extracted, or was extracted for one facility only.
      * The subledger is billing.dat charges less payments.dat
      * payments and PRG57 credit memos and write-offs, plus refunds,
      * for everything dated on or before the period end. The roll
      * forward starts at the earliest month with subledger activity
      * unless an earlier start month is keyed.
      *
      * Both totals print side by side with the difference, and then
      * both sides are SORTed together by ROLLNO (the PRG28 aging
      * approach) so each case's subledger net can be set against its
      * AR control postings: a case with activity only in the
      * subledger, only in the GL, or with differing amounts is
      * listed. Journal lines written before PRG51 carried the case
      * number show under ROLLNO 0000000 as unidentified GL postings.
      * An out-of-balance month is a finding, not a failure - the run
      * ends RC 0 with the difference on its last line; RC 8 means the
      * AR control account is not mapped.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRG93.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT GL-ACCOUNT-FILE ASSIGN TO WS-ACCOUNT-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ACCOUNT-STATUS.
            SELECT BILLING-EXTRACT ASSIGN TO WS-BILLING-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BILLING-STATUS.
            SELECT PAYMENT-FILE ASSIGN TO WS-PAYMENT-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PAYMENT-STATUS.
            SELECT ADJUSTMENT-FILE ASSIGN TO WS-ADJUSTMENT-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ADJUSTMENT-STATUS.
            SELECT GL-JOURNAL ASSIGN TO WS-JOURNAL-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-JOURNAL-STATUS.
            SELECT RECON-REPORT ASSIGN TO WS-RECON-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RECON-STATUS.
            SELECT RECON-SORT-FILE ASSIGN TO WS-SORT-WORK.
        DATA DIVISION.
        FILE SECTION.
        FD  GL-ACCOUNT-FILE.
        01  GL-ACCOUNT-RECORD.
            02 MAP-TYPE PIC X.
            02 FILLER PIC X.
            02 MAP-KEY PIC X(10).
            02 FILLER PIC X.
            02 MAP-ACCOUNT PIC X(8).
        FD  BILLING-EXTRACT.
        01  BILLING-EXTRACT-RECORD PIC X(100).
        FD  PAYMENT-FILE.
        01  PAYMENT-FILE-RECORD PIC X(40).
        FD  ADJUSTMENT-FILE.
        01  ADJUSTMENT-FILE-RECORD PIC X(60).
        FD  GL-JOURNAL.
        01  GL-JOURNAL-RECORD PIC X(60).
        FD  RECON-REPORT.
        01  RECON-LINE PIC X(80).
        SD  RECON-SORT-FILE.
        01  RECON-SORT-RECORD.
            02 SR-ROLLNO PIC 9(7).
            02 SR-SOURCE PIC X.
            02 SR-AMOUNT PIC S9(9)V99.
        WORKING-STORAGE SECTION.
        01 WS-ACCOUNT-FILE PIC X(40)
            VALUE '/user/billing/gl-accounts.dat'.
        01 WS-ACCOUNT-STATUS PIC XX.
        01 WS-BILLING-FILE PIC X(30)
            VALUE '/user/billing/billing.dat'.
        01 WS-BILLING-STATUS PIC XX.
        01 WS-PAYMENT-FILE PIC X(30)
            VALUE '/user/billing/payments.dat'.
        01 WS-PAYMENT-STATUS PIC XX.
        01 WS-ADJUSTMENT-FILE PIC X(30)
            VALUE '/user/billing/adjustments.dat'.
        01 WS-ADJUSTMENT-STATUS PIC XX.
      * Named per month by STRING, the same name PRG51 writes.
        01 WS-JOURNAL-FILE PIC X(40) VALUE SPACES.
        01 WS-JOURNAL-STATUS PIC XX.
        01 WS-RECON-FILE PIC X(40)
            VALUE '/user/billing/ar-gl-recon.txt'.
        01 WS-RECON-STATUS PIC XX.
        01 WS-SORT-WORK PIC X(30)
            VALUE '/user/billing/ar-gl-sort.tmp'.
        01 WS-PERIOD-END PIC 9(6).
        01 WS-PERIOD-END-R REDEFINES WS-PERIOD-END.
            02 WS-END-YEAR PIC 9(4).
            02 WS-END-MONTH PIC 99.
        01 WS-START-ENTRY PIC X(6) VALUE SPACES.
        01 WS-FIRST-PERIOD PIC 9(6).
        01 WS-ITEM-PERIOD PIC 9(6).
        01 WS-SCAN-PERIOD PIC 9(6).
        01 WS-SCAN-PERIOD-R REDEFINES WS-SCAN-PERIOD.
            02 WS-SCAN-YEAR PIC 9(4).
            02 WS-SCAN-MONTH PIC 99.
        01 WS-AR-ACCOUNT PIC X(8) VALUE SPACES.
        01 WS-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-INPUT VALUE 'Y'.
        01 WS-SORT-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-SORTED-RECON VALUE 'Y'.
      * Subledger side, as of the period end.
        01 WS-SUB-CHARGES PIC S9(11)V99 VALUE ZERO.
        01 WS-SUB-PAYMENTS PIC S9(11)V99 VALUE ZERO.
        01 WS-SUB-CREDITS PIC S9(11)V99 VALUE ZERO.
        01 WS-SUB-REFUNDS PIC S9(11)V99 VALUE ZERO.
        01 WS-SUB-BALANCE PIC S9(11)V99 VALUE ZERO.
      * GL side, rolled forward one month at a time.
        01 WS-GL-BALANCE PIC S9(11)V99 VALUE ZERO.
        01 WS-GL-OPENING PIC S9(11)V99.
        01 WS-MONTH-DEBITS PIC S9(11)V99.
        01 WS-MONTH-CREDITS PIC S9(11)V99.
        01 WS-MISSING-MONTHS PIC 9(3) VALUE ZERO.
        01 WS-DIFFERENCE PIC S9(11)V99 VALUE ZERO.
      * Per-case control break.
        01 WS-CASE-ROLLNO PIC 9(7).
        01 WS-CASE-SUB PIC S9(9)V99.
        01 WS-CASE-GL PIC S9(9)V99.
        01 WS-CASE-IN-SUB PIC X.
            88 CASE-IN-SUBLEDGER VALUE 'Y'.
        01 WS-CASE-IN-GL PIC X.
            88 CASE-IN-GL VALUE 'Y'.
        01 WS-CASE-STARTED PIC X VALUE 'N'.
            88 CASE-BREAK-ARMED VALUE 'Y'.
        01 WS-CASES-CHECKED PIC 9(5) VALUE ZERO.
        01 WS-CASES-OUT PIC 9(5) VALUE ZERO.
        01 WS-TOTAL-AMOUNT PIC -Z,ZZZ,ZZZ,ZZ9.99.
        01 WS-SHORT-AMOUNT PIC -ZZZ,ZZZ,ZZ9.99.
        01 WS-ROLL-HEADING.
            02 FILLER PIC X(24) VALUE 'PERIOD          OPENING'.
            02 FILLER PIC X(16) VALUE '          DEBITS'.
            02 FILLER PIC X(16) VALUE '         CREDITS'.
            02 FILLER PIC X(16) VALUE '         CLOSING'.
        01 WS-ROLL-DETAIL.
            02 RL-PERIOD PIC 9(6).
            02 FILLER PIC XX VALUE SPACES.
            02 RL-OPENING PIC -ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X VALUE SPACE.
            02 RL-DEBITS PIC -ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X VALUE SPACE.
            02 RL-CREDITS PIC -ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X VALUE SPACE.
            02 RL-CLOSING PIC -ZZZ,ZZZ,ZZ9.99.
        01 WS-SIDE-HEADING.
            02 FILLER PIC X(24) VALUE 'AS OF PERIOD END'.
            02 FILLER PIC X(17) VALUE '       GL CONTROL'.
            02 FILLER PIC X(19) VALUE '          SUBLEDGER'.
        01 WS-SIDE-DETAIL.
            02 SB-LABEL PIC X(24).
            02 SB-GL PIC -Z,ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC XX VALUE SPACES.
            02 SB-SUB PIC -Z,ZZZ,ZZZ,ZZ9.99.
        01 WS-CASE-HEADING.
            02 FILLER PIC X(24) VALUE 'ROLLNO         SUBLEDGER'.
            02 FILLER PIC X(16) VALUE '              GL'.
            02 FILLER PIC X(16) VALUE '      DIFFERENCE'.
            02 FILLER PIC X(5) VALUE ' NOTE'.
        01 WS-CASE-DETAIL.
            02 CD-ROLLNO PIC 9(7).
            02 FILLER PIC XX VALUE SPACES.
            02 CD-SUB PIC -ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X VALUE SPACE.
            02 CD-GL PIC -ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X VALUE SPACE.
            02 CD-DIFF PIC -ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X VALUE SPACE.
            02 CD-NOTE PIC X(18).
      * Mirror of PRG51's WS-JOURNAL-ENTRY - keep the two in step.
        01 WS-JOURNAL-ENTRY.
            02 JR-DATE PIC 9(8).
            02 FILLER PIC X.
            02 JR-ACCOUNT PIC X(8).
            02 FILLER PIC X.
            02 JR-DC PIC X.
            02 FILLER PIC X.
            02 JR-AMOUNT PIC 9(9)V99.
            02 FILLER PIC X.
            02 JR-SOURCE PIC X(20).
            02 FILLER PIC X.
            02 JR-ROLLNO PIC X(7).
            02 JR-ROLLNO-N REDEFINES JR-ROLLNO PIC 9(7).
      * Mirror of PRG14's WS-BILLING-LINE - keep the two in step.
        01 WS-BILLING-LINE.
            02 BL-ROLLNO PIC 9(7).
            02 FILLER PIC X.
            02 BL-STUNAME PIC A(8).
            02 FILLER PIC X.
            02 BL-PART PIC 9(6).
            02 FILLER PIC X.
            02 BL-DESC PIC X(20).
            02 FILLER PIC X.
            02 BL-QTY PIC 9(5).
            02 FILLER PIC X.
            02 BL-UNIT-PRICE PIC 9(5)V99.
            02 FILLER PIC X.
            02 BL-EXTENDED-PRICE PIC 9(7)V99.
            02 FILLER PIC X.
            02 BL-CHARGE-DATE PIC 9(8).
            02 FILLER PIC X.
            02 BL-CHARGE-CODE PIC X(6).
      * Mirror of PRG28's WS-PAYMENT-ENTRY - keep the two in step.
        01 WS-PAYMENT-ENTRY.
            02 PAY-ROLLNO PIC 9(7).
            02 FILLER PIC X.
            02 PAY-DATE PIC 9(8).
            02 FILLER PIC X.
            02 PAY-AMOUNT PIC 9(7)V99.
            02 FILLER PIC X.
            02 PAY-METHOD PIC X(6).
            02 FILLER PIC X.
            02 PAY-OPERATOR PIC 9(5).
      * Mirror of PRG57's WS-ADJUSTMENT-ENTRY - keep the two in step.
        01 WS-ADJUSTMENT-ENTRY.
            02 ADJ-ROLLNO PIC 9(7).
            02 FILLER PIC X.
            02 ADJ-DATE PIC 9(8).
            02 FILLER PIC X.
            02 ADJ-TYPE PIC X.
            02 FILLER PIC X.
            02 ADJ-AMOUNT PIC 9(7)V99.
            02 FILLER PIC X.
            02 ADJ-REASON PIC X(8).
            02 FILLER PIC X.
            02 ADJ-OPERATOR PIC 9(5).
            02 FILLER PIC X.
            02 ADJ-APPROVER PIC 9(5).
       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY 'RECONCILE AR THROUGH PERIOD (YYYYMM):'
           ACCEPT WS-PERIOD-END
           DISPLAY 'ROLL FORWARD FROM (YYYYMM, BLANK FOR EARLIEST '
               'ACTIVITY):'
           ACCEPT WS-START-ENTRY
           IF WS-PERIOD-END NOT NUMERIC
               OR WS-END-MONTH < 1 OR WS-END-MONTH > 12
               DISPLAY 'ERROR - PERIOD MUST BE YYYYMM'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM FIND-AR-ACCOUNT
           IF WS-AR-ACCOUNT = SPACES
               DISPLAY 'ERROR - NO AR CONTROL ACCOUNT (G AR) ON '
                   'GL-ACCOUNTS MAPPING FILE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RECON-REPORT
           MOVE SPACES TO RECON-LINE
           STRING 'AR SUBLEDGER TO GL CONTROL RECONCILIATION THROUGH '
               DELIMITED BY SIZE
               WS-PERIOD-END DELIMITED BY SIZE
               INTO RECON-LINE
           END-STRING
           WRITE RECON-LINE
           MOVE SPACES TO RECON-LINE
           STRING 'AR CONTROL ACCOUNT ' DELIMITED BY SIZE
               WS-AR-ACCOUNT DELIMITED BY SIZE
               INTO RECON-LINE
           END-STRING
           WRITE RECON-LINE
           SORT RECON-SORT-FILE
               ON ASCENDING KEY SR-ROLLNO SR-SOURCE
               INPUT PROCEDURE IS RELEASE-RECON-RECORDS
               OUTPUT PROCEDURE IS COMPARE-SORTED-CASES
           MOVE SPACES TO RECON-LINE
           STRING 'CASES CHECKED: ' DELIMITED BY SIZE
               WS-CASES-CHECKED DELIMITED BY SIZE
               ' OUT OF STEP: ' DELIMITED BY SIZE
               WS-CASES-OUT DELIMITED BY SIZE
               INTO RECON-LINE
           END-STRING
           WRITE RECON-LINE
           DISPLAY RECON-LINE
           MOVE WS-DIFFERENCE TO WS-SHORT-AMOUNT
           MOVE SPACES TO RECON-LINE
           STRING 'AR-GL DIFF:' DELIMITED BY SIZE
               WS-SHORT-AMOUNT DELIMITED BY SIZE
               ' CASES:' DELIMITED BY SIZE
               WS-CASES-OUT DELIMITED BY SIZE
               INTO RECON-LINE
           END-STRING
           WRITE RECON-LINE
           CLOSE RECON-REPORT
           DISPLAY 'RECONCILIATION WRITTEN TO ' WS-RECON-FILE
           DISPLAY RECON-LINE
           STOP RUN.

       FIND-AR-ACCOUNT.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT GL-ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = '00'
               DISPLAY 'ERROR - NO GL-ACCOUNTS MAPPING FILE: '
                   WS-ACCOUNT-STATUS
           ELSE
               PERFORM READ-ONE-MAPPING UNTIL END-OF-INPUT
               CLOSE GL-ACCOUNT-FILE
           END-IF.

       READ-ONE-MAPPING.
           READ GL-ACCOUNT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF MAP-TYPE = 'G' AND MAP-KEY = 'AR'
                       MOVE MAP-ACCOUNT TO WS-AR-ACCOUNT
                       MOVE 'Y' TO WS-EOF-SWITCH
                   END-IF
           END-READ.

      * Subledger items go to the SORT as 'S' records and AR control
      * postings as 'G' records, each signed the way it moves the
      * receivable (charges and refunds up, payments and credits
      * down), so one pass over the sorted file nets both sides of
      * every case.
       RELEASE-RECON-RECORDS.
           MOVE WS-PERIOD-END TO WS-FIRST-PERIOD
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT BILLING-EXTRACT
           IF WS-BILLING-STATUS NOT = '00'
               DISPLAY 'NO BILLING EXTRACT - NO CHARGES IN SUBLEDGER'
           ELSE
               PERFORM RELEASE-CHARGE UNTIL END-OF-INPUT
               CLOSE BILLING-EXTRACT
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT PAYMENT-FILE
           IF WS-PAYMENT-STATUS NOT = '00'
               DISPLAY 'NO PAYMENTS FILE - NO PAYMENTS IN SUBLEDGER'
           ELSE
               PERFORM RELEASE-PAYMENT UNTIL END-OF-INPUT
               CLOSE PAYMENT-FILE
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT ADJUSTMENT-FILE
           IF WS-ADJUSTMENT-STATUS NOT = '00'
               DISPLAY 'NO ADJUSTMENTS FILE - NO ADJUSTMENTS IN '
                   'SUBLEDGER'
           ELSE
               PERFORM RELEASE-ADJUSTMENT UNTIL END-OF-INPUT
               CLOSE ADJUSTMENT-FILE
           END-IF
           COMPUTE WS-SUB-BALANCE = WS-SUB-CHARGES - WS-SUB-PAYMENTS
               - WS-SUB-CREDITS + WS-SUB-REFUNDS
           IF WS-START-ENTRY IS NUMERIC
               MOVE WS-START-ENTRY TO WS-FIRST-PERIOD
           END-IF
           PERFORM ROLL-FORWARD-CONTROL.

       RELEASE-CHARGE.
           READ BILLING-EXTRACT
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE BILLING-EXTRACT-RECORD TO WS-BILLING-LINE
                   IF BL-CHARGE-DATE(1:6) NOT > WS-PERIOD-END
                       AND BL-EXTENDED-PRICE > ZERO
                       ADD BL-EXTENDED-PRICE TO WS-SUB-CHARGES
                       MOVE BL-CHARGE-DATE(1:6) TO WS-ITEM-PERIOD
                       PERFORM NOTE-FIRST-PERIOD
                       MOVE BL-ROLLNO TO SR-ROLLNO
                       MOVE 'S' TO SR-SOURCE
                       MOVE BL-EXTENDED-PRICE TO SR-AMOUNT
                       RELEASE RECON-SORT-RECORD
                   END-IF
           END-READ.

       RELEASE-PAYMENT.
           READ PAYMENT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE PAYMENT-FILE-RECORD TO WS-PAYMENT-ENTRY
                   IF PAY-DATE(1:6) NOT > WS-PERIOD-END
                       AND PAY-AMOUNT > ZERO
                       ADD PAY-AMOUNT TO WS-SUB-PAYMENTS
                       MOVE PAY-DATE(1:6) TO WS-ITEM-PERIOD
                       PERFORM NOTE-FIRST-PERIOD
                       MOVE PAY-ROLLNO TO SR-ROLLNO
                       MOVE 'S' TO SR-SOURCE
                       COMPUTE SR-AMOUNT = ZERO - PAY-AMOUNT
                       RELEASE RECON-SORT-RECORD
                   END-IF
           END-READ.

       RELEASE-ADJUSTMENT.
           READ ADJUSTMENT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE ADJUSTMENT-FILE-RECORD TO WS-ADJUSTMENT-ENTRY
                   IF ADJ-DATE(1:6) NOT > WS-PERIOD-END
                       AND ADJ-AMOUNT > ZERO
                       MOVE ADJ-DATE(1:6) TO WS-ITEM-PERIOD
                       PERFORM NOTE-FIRST-PERIOD
                       MOVE ADJ-ROLLNO TO SR-ROLLNO
                       MOVE 'S' TO SR-SOURCE
                       IF ADJ-TYPE = 'R'
                           ADD ADJ-AMOUNT TO WS-SUB-REFUNDS
                           MOVE ADJ-AMOUNT TO SR-AMOUNT
                       ELSE
                           ADD ADJ-AMOUNT TO WS-SUB-CREDITS
                           COMPUTE SR-AMOUNT = ZERO - ADJ-AMOUNT
                       END-IF
                       RELEASE RECON-SORT-RECORD
                   END-IF
           END-READ.

       NOTE-FIRST-PERIOD.
           IF WS-ITEM-PERIOD < WS-FIRST-PERIOD
               AND WS-ITEM-PERIOD > ZERO
               MOVE WS-ITEM-PERIOD TO WS-FIRST-PERIOD
           END-IF.

      * Roll forward - one report line per month from the first month
      * through the period end.
       ROLL-FORWARD-CONTROL.
           MOVE SPACES TO RECON-LINE
           WRITE RECON-LINE
           MOVE 'AR CONTROL ROLL FORWARD' TO RECON-LINE
           WRITE RECON-LINE
           MOVE WS-ROLL-HEADING TO RECON-LINE
           WRITE RECON-LINE
           MOVE ZERO TO WS-GL-BALANCE
           MOVE WS-FIRST-PERIOD TO WS-SCAN-PERIOD
           PERFORM ROLL-FORWARD-PERIOD
               UNTIL WS-SCAN-PERIOD > WS-PERIOD-END.

       ROLL-FORWARD-PERIOD.
           MOVE WS-GL-BALANCE TO WS-GL-OPENING
           MOVE ZERO TO WS-MONTH-DEBITS
           MOVE ZERO TO WS-MONTH-CREDITS
           MOVE SPACES TO WS-JOURNAL-FILE
           STRING '/user/billing/gl-journal-' DELIMITED BY SIZE
               WS-SCAN-PERIOD DELIMITED BY SIZE
               '.dat' DELIMITED BY SIZE
               INTO WS-JOURNAL-FILE
           END-STRING
           OPEN INPUT GL-JOURNAL
           IF WS-JOURNAL-STATUS NOT = '00'
               ADD 1 TO WS-MISSING-MONTHS
               MOVE SPACES TO RECON-LINE
               STRING WS-SCAN-PERIOD DELIMITED BY SIZE
                   '  NO JOURNAL ON FILE - BALANCE CARRIED FORWARD'
                   DELIMITED BY SIZE
                   INTO RECON-LINE
               END-STRING
               WRITE RECON-LINE
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM RELEASE-JOURNAL-LINE UNTIL END-OF-INPUT
               CLOSE GL-JOURNAL
               COMPUTE WS-GL-BALANCE = WS-GL-OPENING
                   + WS-MONTH-DEBITS - WS-MONTH-CREDITS
               MOVE WS-SCAN-PERIOD TO RL-PERIOD
               MOVE WS-GL-OPENING TO RL-OPENING
               MOVE WS-MONTH-DEBITS TO RL-DEBITS
               MOVE WS-MONTH-CREDITS TO RL-CREDITS
               MOVE WS-GL-BALANCE TO RL-CLOSING
               MOVE WS-ROLL-DETAIL TO RECON-LINE
               WRITE RECON-LINE
           END-IF
           IF WS-SCAN-MONTH = 12
               ADD 1 TO WS-SCAN-YEAR
               MOVE 1 TO WS-SCAN-MONTH
           ELSE
               ADD 1 TO WS-SCAN-MONTH
           END-IF.

       RELEASE-JOURNAL-LINE.
           READ GL-JOURNAL
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE GL-JOURNAL-RECORD TO WS-JOURNAL-ENTRY
                   IF JR-ACCOUNT = WS-AR-ACCOUNT
                       PERFORM RELEASE-CONTROL-POSTING
                   END-IF
           END-READ.

       RELEASE-CONTROL-POSTING.
           IF JR-ROLLNO IS NUMERIC
               MOVE JR-ROLLNO-N TO SR-ROLLNO
           ELSE
               MOVE ZERO TO SR-ROLLNO
           END-IF
           MOVE 'G' TO SR-SOURCE
           IF JR-DC = 'D'
               ADD JR-AMOUNT TO WS-MONTH-DEBITS
               MOVE JR-AMOUNT TO SR-AMOUNT
           ELSE
               ADD JR-AMOUNT TO WS-MONTH-CREDITS
               COMPUTE SR-AMOUNT = ZERO - JR-AMOUNT
           END-IF
           RELEASE RECON-SORT-RECORD.

      * Both totals first, then the case-by-case comparison as the
      * sorted records come back.
       COMPARE-SORTED-CASES.
           PERFORM PRINT-SIDE-BY-SIDE
           MOVE SPACES TO RECON-LINE
           WRITE RECON-LINE
           MOVE 'CASES OUT OF STEP BETWEEN SUBLEDGER AND GL' TO
               RECON-LINE
           WRITE RECON-LINE
           MOVE WS-CASE-HEADING TO RECON-LINE
           WRITE RECON-LINE
           MOVE 'N' TO WS-SORT-EOF-SWITCH
           MOVE 'N' TO WS-CASE-STARTED
           PERFORM RETURN-RECON-RECORD UNTIL END-OF-SORTED-RECON
           IF CASE-BREAK-ARMED
               PERFORM CHECK-CASE-BREAK
           END-IF.

       PRINT-SIDE-BY-SIDE.
           COMPUTE WS-DIFFERENCE = WS-GL-BALANCE - WS-SUB-BALANCE
           MOVE SPACES TO RECON-LINE
           WRITE RECON-LINE
           MOVE WS-SIDE-HEADING TO RECON-LINE
           WRITE RECON-LINE
           MOVE 'AR BALANCE' TO SB-LABEL
           MOVE WS-GL-BALANCE TO SB-GL
           MOVE WS-SUB-BALANCE TO SB-SUB
           MOVE WS-SIDE-DETAIL TO RECON-LINE
           WRITE RECON-LINE
           DISPLAY WS-SIDE-DETAIL
           MOVE WS-DIFFERENCE TO WS-TOTAL-AMOUNT
           MOVE SPACES TO RECON-LINE
           STRING 'DIFFERENCE (GL LESS SUBLEDGER): ' DELIMITED BY SIZE
               WS-TOTAL-AMOUNT DELIMITED BY SIZE
               INTO RECON-LINE
           END-STRING
           WRITE RECON-LINE
           DISPLAY RECON-LINE
           MOVE WS-SUB-CHARGES TO WS-TOTAL-AMOUNT
           MOVE SPACES TO RECON-LINE
           STRING '  SUBLEDGER CHARGES      ' DELIMITED BY SIZE
               WS-TOTAL-AMOUNT DELIMITED BY SIZE
               INTO RECON-LINE
           END-STRING
           WRITE RECON-LINE
           MOVE WS-SUB-PAYMENTS TO WS-TOTAL-AMOUNT
           MOVE SPACES TO RECON-LINE
           STRING '  LESS PAYMENTS          ' DELIMITED BY SIZE
               WS-TOTAL-AMOUNT DELIMITED BY SIZE
               INTO RECON-LINE
           END-STRING
           WRITE RECON-LINE
           MOVE WS-SUB-CREDITS TO WS-TOTAL-AMOUNT
           MOVE SPACES TO RECON-LINE
           STRING '  LESS CREDITS/WRITE-OFFS' DELIMITED BY SIZE
               WS-TOTAL-AMOUNT DELIMITED BY SIZE
               INTO RECON-LINE
           END-STRING
           WRITE RECON-LINE
           MOVE WS-SUB-REFUNDS TO WS-TOTAL-AMOUNT
           MOVE SPACES TO RECON-LINE
           STRING '  PLUS REFUNDS           ' DELIMITED BY SIZE
               WS-TOTAL-AMOUNT DELIMITED BY SIZE
               INTO RECON-LINE
           END-STRING
           WRITE RECON-LINE
           IF WS-MISSING-MONTHS > ZERO
               MOVE SPACES TO RECON-LINE
               STRING 'WARNING - MONTHS WITH NO JOURNAL ON FILE: '
                   DELIMITED BY SIZE
                   WS-MISSING-MONTHS DELIMITED BY SIZE
                   INTO RECON-LINE
               END-STRING
               WRITE RECON-LINE
               DISPLAY RECON-LINE
           END-IF.

       RETURN-RECON-RECORD.
           RETURN RECON-SORT-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SWITCH
               NOT AT END
                   IF NOT CASE-BREAK-ARMED
                       OR SR-ROLLNO NOT = WS-CASE-ROLLNO
                       IF CASE-BREAK-ARMED
                           PERFORM CHECK-CASE-BREAK
                       END-IF
                       MOVE 'Y' TO WS-CASE-STARTED
                       MOVE SR-ROLLNO TO WS-CASE-ROLLNO
                       MOVE ZERO TO WS-CASE-SUB
                       MOVE ZERO TO WS-CASE-GL
                       MOVE 'N' TO WS-CASE-IN-SUB
                       MOVE 'N' TO WS-CASE-IN-GL
                   END-IF
                   IF SR-SOURCE = 'S'
                       ADD SR-AMOUNT TO WS-CASE-SUB
                       MOVE 'Y' TO WS-CASE-IN-SUB
                   ELSE
                       ADD SR-AMOUNT TO WS-CASE-GL
                       MOVE 'Y' TO WS-CASE-IN-GL
                   END-IF
           END-RETURN.

       CHECK-CASE-BREAK.
           ADD 1 TO WS-CASES-CHECKED
           MOVE SPACES TO CD-NOTE
           EVALUATE TRUE
               WHEN WS-CASE-ROLLNO = ZERO AND CASE-IN-GL
                   MOVE 'GL - NO CASE NO' TO CD-NOTE
               WHEN NOT CASE-IN-GL
                   MOVE 'SUBLEDGER ONLY' TO CD-NOTE
               WHEN NOT CASE-IN-SUBLEDGER
                   MOVE 'GL ONLY' TO CD-NOTE
               WHEN WS-CASE-SUB NOT = WS-CASE-GL
                   MOVE 'AMOUNTS DIFFER' TO CD-NOTE
           END-EVALUATE
           IF CD-NOTE NOT = SPACES
               ADD 1 TO WS-CASES-OUT
               MOVE WS-CASE-ROLLNO TO CD-ROLLNO
               MOVE WS-CASE-SUB TO CD-SUB
               MOVE WS-CASE-GL TO CD-GL
               COMPUTE CD-DIFF = WS-CASE-GL - WS-CASE-SUB
               MOVE WS-CASE-DETAIL TO RECON-LINE
               WRITE RECON-LINE
           END-IF.
