      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * Accounting period close - PRG51 cuts the month-end GL
      * journal, but nothing stopped a payment, adjustment, or
      * charge being posted afterwards dated into the month the
      * accountant already has. PERIOD-CONTROL (see PERIODREC.cpy)
      * holds open/closed per YYYYMM; PRG28, PRG29, PRG57 and PRG90
      * refuse any entry dated into a closed month and put the
      * refusal on the security log. Closing a month takes the
      * PERIOD-CLOSE right on ROLE-MASTER, and only a month that has
      * ended can be closed. The one way back in is an approved
      * reopen: the operator needs the same right, and so does a
      * second, different EMPID approving it, with a reason. Every
      * close and every reopen is appended to the period log, which
      * this program lists; refusals land on the security log like
      * any other.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRG92.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PERIOD-CONTROL ASSIGN TO WS-PERIOD-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PER-PERIOD
                FILE STATUS IS WS-FILE-STATUS.
            SELECT PERIOD-LOG ASSIGN TO WS-PERIOD-LOG-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PERIOD-LOG-STATUS.
            SELECT EMPLOYEE-MASTER ASSIGN TO WS-EMPLOYEE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EMPID
                ALTERNATE RECORD KEY IS ALPNUM
                FILE STATUS IS WS-EMP-STATUS.
            SELECT ROLE-MASTER ASSIGN TO WS-ROLE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ROLE-EMPID
                FILE STATUS IS WS-ROLE-STATUS.
            SELECT SECURITY-LOG ASSIGN TO WS-SECURITY-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SECURITY-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  PERIOD-CONTROL.
        01  PERIOD-RECORD.
            COPY PERIODREC.
        FD  PERIOD-LOG.
        01  PERIOD-LOG-RECORD PIC X(80).
        FD  EMPLOYEE-MASTER.
        01  EMPLOYEE-RECORD.
            COPY EMPREC.
        FD  ROLE-MASTER.
        01  ROLE-RECORD.
            COPY ROLEREC.
        FD  SECURITY-LOG.
        01  SECURITY-LOG-RECORD PIC X(60).
        WORKING-STORAGE SECTION.
        01 WS-PERIOD-FILE PIC X(40)
            VALUE '/user/billing/period-control'.
        01 WS-FILE-STATUS PIC XX.
        01 WS-PERIOD-LOG-FILE PIC X(40)
            VALUE '/user/billing/period-control.log'.
        01 WS-PERIOD-LOG-STATUS PIC XX.
        01 WS-EMPLOYEE-FILE PIC X(40) VALUE '/user/employee/master'.
        01 WS-EMP-STATUS PIC XX.
        01 WS-ROLE-FILE PIC X(40)
            VALUE '/user/employee/role-master'.
        01 WS-ROLE-STATUS PIC XX.
        01 WS-SECURITY-FILE PIC X(40)
            VALUE '/user/mortuary/security-refusals.log'.
        01 WS-SECURITY-STATUS PIC XX.
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
        01 WS-APPROVER-EMPID PIC 9(5).
        01 WS-APPROVER-OK PIC X VALUE 'N'.
            88 APPROVER-VALID VALUE 'Y'.
        01 WS-MAY-CLOSE PIC X VALUE 'N'.
            88 OPERATOR-MAY-CLOSE VALUE 'Y'.
        01 WS-ROLE-EMPID PIC 9(5).
        01 WS-HAS-RIGHT PIC X VALUE 'N'.
            88 EMPID-HAS-RIGHT VALUE 'Y'.
        01 WS-REFUSED-FUNCTION PIC X(12).
        01 WS-TIMESTAMP PIC X(21).
        01 WS-TODAY PIC 9(8).
        01 WS-CURRENT-PERIOD PIC 9(6).
        01 WS-PERIOD PIC 9(6).
        01 WS-PERIOD-MONTH PIC 99.
        01 WS-REASON PIC X(20).
        01 WS-RECORD-FOUND PIC X VALUE 'N'.
            88 PERIOD-ON-FILE VALUE 'Y'.
        01 WS-TRAN-CODE PIC X VALUE SPACES.
            88 TRAN-CLOSE VALUE 'C'.
            88 TRAN-REOPEN VALUE 'R'.
            88 TRAN-LIST VALUE 'L'.
            88 TRAN-HISTORY VALUE 'H'.
            88 TRAN-QUIT VALUE 'X'.
        01 WS-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-FILE VALUE 'Y'.
        01 WS-LIST-COUNT PIC 9(5) VALUE ZERO.
      * Mirror of PRG81's WS-REFUSAL-ENTRY - keep the set in step.
        01 WS-REFUSAL-ENTRY.
            02 RF-EMPID PIC 9(5).
            02 FILLER PIC X VALUE SPACE.
            02 RF-PROGRAM PIC X(8).
            02 FILLER PIC X VALUE SPACE.
            02 RF-FUNCTION PIC X(12).
            02 FILLER PIC X VALUE SPACE.
            02 RF-TIMESTAMP PIC X(21).
      * One line per close or approved reopen, never rewritten.
        01 WS-PERIOD-LOG-ENTRY.
            02 PL-PERIOD PIC 9(6).
            02 FILLER PIC X VALUE SPACE.
            02 PL-ACTION PIC X(6).
            02 FILLER PIC X VALUE SPACE.
            02 PL-EMPID PIC 9(5).
            02 FILLER PIC X VALUE SPACE.
            02 PL-APPROVER PIC 9(5).
            02 FILLER PIC X VALUE SPACE.
            02 PL-REASON PIC X(20).
            02 FILLER PIC X VALUE SPACE.
            02 PL-TIMESTAMP PIC X(21).
       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY(1:6) TO WS-CURRENT-PERIOD
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
           MOVE WS-OPERATOR-EMPID TO WS-ROLE-EMPID
           PERFORM LOAD-PERIOD-CLOSE-RIGHT
           MOVE WS-HAS-RIGHT TO WS-MAY-CLOSE
           PERFORM OPEN-PERIOD-FILE
           PERFORM PROCESS-TRANSACTION UNTIL TRAN-QUIT
           CLOSE PERIOD-CONTROL
           CLOSE EMPLOYEE-MASTER
           STOP RUN.

      * Sign-on - a verified EMPID (on EMPLOYEE-MASTER, passing
      * PRG6's check-digit rule) is required before a period is
      * closed or reopened.
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

      * Looks WS-ROLE-EMPID up on ROLE-MASTER (PRG81) - used for the
      * operator at sign-on and again for a reopen's approver.
       LOAD-PERIOD-CLOSE-RIGHT.
           MOVE 'N' TO WS-HAS-RIGHT
           OPEN INPUT ROLE-MASTER
           IF WS-ROLE-STATUS = '00'
               MOVE WS-ROLE-EMPID TO ROLE-EMPID
               READ ROLE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ROLE-PERIOD-CLOSE TO WS-HAS-RIGHT
               END-READ
               CLOSE ROLE-MASTER
           END-IF.

       WRITE-SECURITY-REFUSAL.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-OPERATOR-EMPID TO RF-EMPID
           MOVE 'PRG92' TO RF-PROGRAM
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

       OPEN-PERIOD-FILE.
           OPEN I-O PERIOD-CONTROL
           IF WS-FILE-STATUS = '35'
               OPEN OUTPUT PERIOD-CONTROL
               CLOSE PERIOD-CONTROL
               OPEN I-O PERIOD-CONTROL
           END-IF
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PERIOD-CONTROL: ' WS-FILE-STATUS
               MOVE 'X' TO WS-TRAN-CODE
           END-IF.

       PROCESS-TRANSACTION.
           DISPLAY 'ENTER TRANSACTION (C-CLOSE PERIOD R-REOPEN '
               'L-LIST PERIODS H-HISTORY X-EXIT)'
           ACCEPT WS-TRAN-CODE
           EVALUATE TRUE
               WHEN TRAN-CLOSE
                   PERFORM CLOSE-PERIOD
               WHEN TRAN-REOPEN
                   PERFORM REOPEN-PERIOD
               WHEN TRAN-LIST
                   PERFORM LIST-PERIODS
               WHEN TRAN-HISTORY
                   PERFORM LIST-PERIOD-LOG
               WHEN TRAN-QUIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'INVALID TRANSACTION CODE'
           END-EVALUATE.

      * Reads WS-PERIOD's record, or sets up a fresh open one when
      * the month has never been closed.
       READ-PERIOD.
           MOVE WS-PERIOD TO PER-PERIOD
           READ PERIOD-CONTROL
               INVALID KEY
                   MOVE 'N' TO WS-RECORD-FOUND
                   MOVE SPACES TO PERIOD-RECORD
                   MOVE WS-PERIOD TO PER-PERIOD
                   MOVE 'O' TO PER-STATUS
                   MOVE ZERO TO PER-CLOSED-BY
                   MOVE ZERO TO PER-CLOSED-DATE
                   MOVE ZERO TO PER-REOPENED-BY
                   MOVE ZERO TO PER-REOPEN-APPROVER
                   MOVE ZERO TO PER-REOPENED-DATE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RECORD-FOUND
           END-READ.

       ACCEPT-PERIOD.
           DISPLAY 'PERIOD (YYYYMM):'
           MOVE ZERO TO WS-PERIOD
           ACCEPT WS-PERIOD
           MOVE WS-PERIOD(5:2) TO WS-PERIOD-MONTH.

      * Only a month that has ended can be closed - the current
      * month is still taking the day's postings.
       CLOSE-PERIOD.
           IF NOT OPERATOR-MAY-CLOSE
               DISPLAY 'REFUSED - NO PERIOD-CLOSE RIGHT ON '
                   'ROLE-MASTER (PRG81): ' WS-OPERATOR-EMPID
               MOVE 'PERIOD-CLOSE' TO WS-REFUSED-FUNCTION
               PERFORM WRITE-SECURITY-REFUSAL
           ELSE
               PERFORM ACCEPT-PERIOD
               EVALUATE TRUE
                   WHEN WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
                       DISPLAY 'CLOSE REJECTED - NOT A VALID YYYYMM: '
                           WS-PERIOD
                   WHEN WS-PERIOD NOT < WS-CURRENT-PERIOD
                       DISPLAY 'CLOSE REJECTED - PERIOD HAS NOT '
                           'ENDED: ' WS-PERIOD
                   WHEN OTHER
                       PERFORM CLOSE-VALIDATED-PERIOD
               END-EVALUATE
           END-IF.

       CLOSE-VALIDATED-PERIOD.
           PERFORM READ-PERIOD
           IF PERIOD-CLOSED
               DISPLAY 'PERIOD ALREADY CLOSED: ' WS-PERIOD ' BY '
                   PER-CLOSED-BY ' ON ' PER-CLOSED-DATE
           ELSE
               MOVE 'C' TO PER-STATUS
               MOVE WS-OPERATOR-EMPID TO PER-CLOSED-BY
               MOVE WS-TODAY TO PER-CLOSED-DATE
               IF PERIOD-ON-FILE
                   REWRITE PERIOD-RECORD
                       INVALID KEY
                           DISPLAY 'CLOSE FAILED - REWRITE ERROR: '
                               WS-PERIOD
                       NOT INVALID KEY
                           PERFORM LOG-PERIOD-CLOSE
                   END-REWRITE
               ELSE
                   WRITE PERIOD-RECORD
                       INVALID KEY
                           DISPLAY 'CLOSE FAILED - WRITE ERROR: '
                               WS-PERIOD
                       NOT INVALID KEY
                           PERFORM LOG-PERIOD-CLOSE
                   END-WRITE
               END-IF
           END-IF.

       LOG-PERIOD-CLOSE.
           MOVE WS-PERIOD TO PL-PERIOD
           MOVE 'CLOSE' TO PL-ACTION
           MOVE WS-OPERATOR-EMPID TO PL-EMPID
           MOVE ZERO TO PL-APPROVER
           MOVE SPACES TO PL-REASON
           PERFORM WRITE-PERIOD-LOG
           DISPLAY 'PERIOD CLOSED: ' WS-PERIOD.

      * A reopen needs the right on both sides - the operator asking
      * and a different EMPID approving - and a reason, all of which
      * go on the period log.
       REOPEN-PERIOD.
           IF NOT OPERATOR-MAY-CLOSE
               DISPLAY 'REFUSED - NO PERIOD-CLOSE RIGHT ON '
                   'ROLE-MASTER (PRG81): ' WS-OPERATOR-EMPID
               MOVE 'PERIOD-REOPN' TO WS-REFUSED-FUNCTION
               PERFORM WRITE-SECURITY-REFUSAL
           ELSE
               PERFORM ACCEPT-PERIOD
               PERFORM READ-PERIOD
               IF NOT PERIOD-CLOSED
                   DISPLAY 'REOPEN REJECTED - PERIOD IS NOT CLOSED: '
                       WS-PERIOD
               ELSE
                   DISPLAY 'REASON FOR REOPEN:'
                   MOVE SPACES TO WS-REASON
                   ACCEPT WS-REASON
                   IF WS-REASON = SPACES
                       DISPLAY 'REOPEN REJECTED - A REASON IS '
                           'REQUIRED'
                   ELSE
                       PERFORM VERIFY-APPROVER
                       IF APPROVER-VALID
                           PERFORM REOPEN-APPROVED-PERIOD
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Approval control - same shape as PRG57's: a second EMPID,
      * verified like a sign-on and not the operator, which must also
      * hold the PERIOD-CLOSE right. A refused approval is a refused
      * reopen and goes on the security log.
       VERIFY-APPROVER.
           MOVE 'N' TO WS-APPROVER-OK
           DISPLAY 'APPROVING EMPID:'
           ACCEPT WS-APPROVER-EMPID
           IF WS-APPROVER-EMPID = WS-OPERATOR-EMPID
               DISPLAY 'REOPEN REJECTED - APPROVER MUST NOT BE '
                   'THE REQUESTING OPERATOR'
           ELSE
               MOVE WS-APPROVER-EMPID TO EMPID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       DISPLAY 'REOPEN REJECTED - APPROVER NOT '
                           'ON EMPLOYEE-MASTER: ' WS-APPROVER-EMPID
                   NOT INVALID KEY
                       PERFORM VALIDATE-EMPID
                       IF EMP-TERM-DATE NOT = ZERO
                           AND EMP-TERM-DATE NOT > WS-SIGN-ON-DATE
                           DISPLAY 'REOPEN REJECTED - APPROVER '
                               'SEPARATED: ' WS-APPROVER-EMPID
                       ELSE
                           IF EMPID-VALID
                               PERFORM VERIFY-APPROVER-RIGHT
                           ELSE
                               DISPLAY 'REOPEN REJECTED - APPROVER '
                                   'FAILS CHECK-DIGIT TEST: '
                                   WS-APPROVER-EMPID
                           END-IF
                       END-IF
               END-READ
           END-IF
           IF NOT APPROVER-VALID
               MOVE 'PERIOD-REOPN' TO WS-REFUSED-FUNCTION
               PERFORM WRITE-SECURITY-REFUSAL
           END-IF.

       VERIFY-APPROVER-RIGHT.
           MOVE WS-APPROVER-EMPID TO WS-ROLE-EMPID
           PERFORM LOAD-PERIOD-CLOSE-RIGHT
           IF EMPID-HAS-RIGHT
               MOVE 'Y' TO WS-APPROVER-OK
               DISPLAY 'APPROVED BY: ' EMPID ' ' EMPNAME
           ELSE
               DISPLAY 'REOPEN REJECTED - APPROVER HAS NO '
                   'PERIOD-CLOSE RIGHT: ' WS-APPROVER-EMPID
           END-IF.

       REOPEN-APPROVED-PERIOD.
           MOVE 'O' TO PER-STATUS
           MOVE WS-OPERATOR-EMPID TO PER-REOPENED-BY
           MOVE WS-APPROVER-EMPID TO PER-REOPEN-APPROVER
           MOVE WS-TODAY TO PER-REOPENED-DATE
           MOVE WS-REASON TO PER-REOPEN-REASON
           REWRITE PERIOD-RECORD
               INVALID KEY
                   DISPLAY 'REOPEN FAILED - REWRITE ERROR: '
                       WS-PERIOD
               NOT INVALID KEY
                   MOVE WS-PERIOD TO PL-PERIOD
                   MOVE 'REOPEN' TO PL-ACTION
                   MOVE WS-OPERATOR-EMPID TO PL-EMPID
                   MOVE WS-APPROVER-EMPID TO PL-APPROVER
                   MOVE WS-REASON TO PL-REASON
                   PERFORM WRITE-PERIOD-LOG
                   DISPLAY 'PERIOD REOPENED: ' WS-PERIOD
                       ' - CLOSE IT AGAIN ONCE THE CORRECTION IS IN'
           END-REWRITE.

       WRITE-PERIOD-LOG.
           MOVE FUNCTION CURRENT-DATE TO PL-TIMESTAMP
           OPEN EXTEND PERIOD-LOG
           IF WS-PERIOD-LOG-STATUS = '35'
               OPEN OUTPUT PERIOD-LOG
           END-IF
           MOVE SPACES TO PERIOD-LOG-RECORD
           MOVE WS-PERIOD-LOG-ENTRY TO PERIOD-LOG-RECORD
           WRITE PERIOD-LOG-RECORD
           CLOSE PERIOD-LOG.

       LIST-PERIODS.
           DISPLAY '=== ACCOUNTING PERIODS ==='
           DISPLAY 'PERIOD ST CLOSED-BY CLOSED   REOPENED-BY APPROVER'
               ' REOPENED REASON'
           MOVE ZERO TO WS-LIST-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE ZERO TO PER-PERIOD
           START PERIOD-CONTROL KEY IS NOT LESS THAN PER-PERIOD
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM LIST-ONE-PERIOD UNTIL END-OF-FILE
           DISPLAY 'PERIODS LISTED: ' WS-LIST-COUNT
               ' (A MONTH NOT LISTED IS OPEN)'.

       LIST-ONE-PERIOD.
           READ PERIOD-CONTROL NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   DISPLAY PER-PERIOD ' ' PER-STATUS '  '
                       PER-CLOSED-BY '     ' PER-CLOSED-DATE ' '
                       PER-REOPENED-BY '       ' PER-REOPEN-APPROVER
                       '    ' PER-REOPENED-DATE ' ' PER-REOPEN-REASON
                   ADD 1 TO WS-LIST-COUNT
           END-READ.

       LIST-PERIOD-LOG.
           DISPLAY 'PERIOD (YYYYMM, 0 FOR ALL):'
           MOVE ZERO TO WS-PERIOD
           ACCEPT WS-PERIOD
           DISPLAY '=== PERIOD CLOSE / REOPEN HISTORY ==='
           MOVE ZERO TO WS-LIST-COUNT
           OPEN INPUT PERIOD-LOG
           IF WS-PERIOD-LOG-STATUS NOT = '00'
               DISPLAY 'NO CLOSES OR REOPENS ON FILE'
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM LIST-ONE-LOG-ENTRY UNTIL END-OF-FILE
               CLOSE PERIOD-LOG
           END-IF
           DISPLAY 'ENTRIES LISTED: ' WS-LIST-COUNT.

       LIST-ONE-LOG-ENTRY.
           READ PERIOD-LOG
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE PERIOD-LOG-RECORD TO WS-PERIOD-LOG-ENTRY
                   IF WS-PERIOD = ZERO OR PL-PERIOD = WS-PERIOD
                       DISPLAY PL-PERIOD ' ' PL-ACTION ' BY ' PL-EMPID
                           ' APPR ' PL-APPROVER ' ' PL-REASON ' '
                           PL-TIMESTAMP(1:14)
                       ADD 1 TO WS-LIST-COUNT
                   END-IF
           END-READ.
