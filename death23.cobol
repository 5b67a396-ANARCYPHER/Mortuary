      * program, return code, OK/FAIL, last summary line from that
      * step's own output) and prints it as a single report so the
      * morning shift can see at a glance whether last night's run was
      * clean before trusting the day's data. The deposit
      * reconciliation step (PRG91) leaves a detail opening
      * UNRECONCILED when the run date's receipts and deposit slip
      * do not agree by method, and that day is called out under the
      * verdict for the bookkeeper.
      *
      * A step whose inbound feed PRG113 found to be a repeat of one
      * already processed is not run; its line carries result DUPL
      * and a detail opening DUPLICATE FEED. The night is not clean,
      * and the held feeds are counted under the verdict - an
      * operator lets a genuine resend through with an override in
      * PRG113.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRG23.
      * surfaced on its own line of the verdict.
        01 WS-SKIP-COUNT PIC 9(3) VALUE ZERO.
        01 WS-OVERDUE-COUNT PIC 9(3) VALUE ZERO.
        01 WS-UNRECONCILED-COUNT PIC 9(3) VALUE ZERO.
        01 WS-UNRECONCILED-DETAIL PIC X(40) VALUE SPACES.
        01 WS-DUPLICATE-COUNT PIC 9(3) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY '=== COMBINED END-OF-DAY CONTROL REPORT ==='
               '   SKIPPED: ' WS-SKIP-COUNT
               '   FAILURES: ' WS-FAIL-COUNT
           IF WS-FAIL-COUNT = ZERO AND WS-STEP-COUNT > ZERO
               AND WS-DUPLICATE-COUNT = ZERO
               DISPLAY 'OVERALL: CLEAN - DATA IS SAFE TO TRUST'
           ELSE
               DISPLAY 'OVERALL: NOT CLEAN - REVIEW FAILED STEPS'
               DISPLAY 'PERIODIC STEPS OVERDUE: ' WS-OVERDUE-COUNT
                   ' - REVIEW THE RUN CALENDAR'
           END-IF
           IF WS-UNRECONCILED-COUNT > ZERO
               DISPLAY 'CASH RECEIPTS NOT RECONCILED TO DEPOSIT - '
                   'REVIEW IN PRG91: ' WS-UNRECONCILED-DETAIL
           END-IF
           IF WS-DUPLICATE-COUNT > ZERO
               DISPLAY 'DUPLICATE FEEDS HELD: ' WS-DUPLICATE-COUNT
                   ' - STEPS NOT RUN; OVERRIDE IN PRG113 IF MEANT'
           END-IF
           STOP RUN.

       READ-CONTROL-RECORD.
                           IF EC-DETAIL(1:14) = 'MISSED-OVERDUE'
                               ADD 1 TO WS-OVERDUE-COUNT
                           END-IF
                       WHEN EC-RESULT = 'DUPL'
                           ADD 1 TO WS-DUPLICATE-COUNT
                       WHEN EC-RESULT(1:2) = 'OK'
                           ADD 1 TO WS-STEP-COUNT
                           IF EC-DETAIL(1:12) = 'UNRECONCILED'
                               ADD 1 TO WS-UNRECONCILED-COUNT
                               MOVE EC-DETAIL
                                   TO WS-UNRECONCILED-DETAIL
                           END-IF
                       WHEN OTHER
                           ADD 1 TO WS-STEP-COUNT
                           ADD 1 TO WS-FAIL-COUNT
