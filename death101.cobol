      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * Paid leave - vacation and sick time off the wall calendar.
      * An employee's request (type, first and last day, hours) goes
      * on LEAVE-REQUEST-FILE pending; a supervisor holding the
      * LEAVE-APPROVE right on ROLE-MASTER approves or denies it, and
      * never their own. Approval takes the hours off the employee's
      * LEAVE-BALANCE-FILE balance - it is refused if the balance
      * will not cover them - and cancelling approved leave before
      * PRG64 has paid it puts them back. PRG33 accrues the balances
      * each pay-period run by the per-pay-class rules maintained
      * here; PRG63 reads approved leave so the absence is not a
      * NO-SHOW, and PRG64 pays it as leave hours. The balance
      * statement (B) prints each employee's balances and requests
      * to /user/employee/leave-statement.txt. Refusals for want of
      * the right land on the security log like any other.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRG101.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT LEAVE-REQUEST-FILE ASSIGN TO WS-REQUEST-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LR-KEY
                FILE STATUS IS WS-FILE-STATUS.
            SELECT LEAVE-BALANCE-FILE ASSIGN TO WS-BALANCE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LV-KEY
                FILE STATUS IS WS-BAL-STATUS.
            SELECT ACCRUAL-RULE-FILE ASSIGN TO WS-RULE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS AR-KEY
                FILE STATUS IS WS-RULE-STATUS.
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
            SELECT STATEMENT-PRINT ASSIGN TO WS-STATEMENT-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-STATEMENT-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  LEAVE-REQUEST-FILE.
        01  LEAVE-REQUEST-RECORD.
            COPY LVREQREC.
        FD  LEAVE-BALANCE-FILE.
        01  LEAVE-BALANCE-RECORD.
            COPY LEAVEREC.
        FD  ACCRUAL-RULE-FILE.
        01  ACCRUAL-RULE-RECORD.
            COPY ACRULREC.
        FD  EMPLOYEE-MASTER.
        01  EMPLOYEE-RECORD.
            COPY EMPREC.
        FD  ROLE-MASTER.
        01  ROLE-RECORD.
            COPY ROLEREC.
        FD  SECURITY-LOG.
        01  SECURITY-LOG-RECORD PIC X(60).
        FD  STATEMENT-PRINT.
        01  STATEMENT-PRINT-RECORD PIC X(80).
        WORKING-STORAGE SECTION.
        01 WS-REQUEST-FILE PIC X(40)
            VALUE '/user/employee/leave-requests'.
        01 WS-FILE-STATUS PIC XX.
        01 WS-BALANCE-FILE PIC X(40)
            VALUE '/user/employee/leave-balances'.
        01 WS-BAL-STATUS PIC XX.
        01 WS-RULE-FILE PIC X(40)
            VALUE '/user/employee/leave-accrual-rules'.
        01 WS-RULE-STATUS PIC XX.
        01 WS-EMPLOYEE-FILE PIC X(40) VALUE '/user/employee/master'.
        01 WS-EMP-STATUS PIC XX.
        01 WS-ROLE-FILE PIC X(40)
            VALUE '/user/employee/role-master'.
        01 WS-ROLE-STATUS PIC XX.
        01 WS-SECURITY-FILE PIC X(40)
            VALUE '/user/mortuary/security-refusals.log'.
        01 WS-SECURITY-STATUS PIC XX.
        01 WS-STATEMENT-FILE PIC X(40)
            VALUE '/user/employee/leave-statement.txt'.
        01 WS-STATEMENT-STATUS PIC XX.
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
        01 WS-MAY-APPROVE PIC X VALUE 'N'.
            88 OPERATOR-MAY-APPROVE VALUE 'Y'.
        01 WS-REFUSED-FUNCTION PIC X(12).
        01 WS-TIMESTAMP PIC X(21).
        01 WS-TODAY PIC 9(8).
        01 WS-TRAN-CODE PIC X VALUE SPACES.
            88 TRAN-REQUEST VALUE 'R'.
            88 TRAN-APPROVE VALUE 'A'.
            88 TRAN-DENY VALUE 'D'.
            88 TRAN-CANCEL VALUE 'C'.
            88 TRAN-PENDING VALUE 'P'.
            88 TRAN-RULE VALUE 'U'.
            88 TRAN-RULE-LIST VALUE 'T'.
            88 TRAN-STATEMENT VALUE 'B'.
            88 TRAN-QUIT VALUE 'X'.
        01 WS-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-FILE VALUE 'Y'.
        01 WS-REQ-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-REQUESTS VALUE 'Y'.
        01 WS-LIST-COUNT PIC 9(5) VALUE ZERO.
        01 WS-EMPID PIC 9(5).
        01 WS-NEXT-SEQ PIC 9(3).
        01 WS-REQ-TYPE PIC X.
            88 WS-REQ-TYPE-VALID VALUE 'V' 'S'.
        01 WS-REQ-START PIC 9(8).
        01 WS-REQ-END PIC 9(8).
        01 WS-REQ-HOURS PIC 9(3)V99.
        01 WS-BALANCE-FOUND PIC X VALUE 'N'.
            88 BALANCE-ON-FILE VALUE 'Y'.
        01 WS-RULE-FOUND PIC X VALUE 'N'.
            88 RULE-ON-FILE VALUE 'Y'.
        01 WS-DECISION-OK PIC X VALUE 'N'.
            88 DECISION-ALLOWED VALUE 'Y'.
        01 WS-STATEMENT-EMPID PIC 9(5).
        01 WS-STATEMENT-COUNT PIC 9(5) VALUE ZERO.
        01 WS-PENDING-HOURS PIC 9(5)V99.
        01 WS-DISPLAY-HOURS PIC ZZZZ9.99.
      * Mirror of PRG81's WS-REFUSAL-ENTRY - keep the set in step.
        01 WS-REFUSAL-ENTRY.
            02 RF-EMPID PIC 9(5).
            02 FILLER PIC X VALUE SPACE.
            02 RF-PROGRAM PIC X(8).
            02 FILLER PIC X VALUE SPACE.
            02 RF-FUNCTION PIC X(12).
            02 FILLER PIC X VALUE SPACE.
            02 RF-TIMESTAMP PIC X(21).
        01 WS-STMT-HEADING.
            02 FILLER PIC X(24) VALUE '=== LEAVE STATEMENT -   '.
            02 SH-EMPID PIC 9(5).
            02 FILLER PIC X VALUE SPACE.
            02 SH-NAME PIC X(20).
            02 FILLER PIC X(8) VALUE ' AS OF  '.
            02 SH-TODAY PIC 9(8).
            02 FILLER PIC X(14) VALUE ' ==='.
        01 WS-STMT-BALANCE.
            02 FILLER PIC X(2) VALUE SPACES.
            02 SB-TYPE-NAME PIC X(9).
            02 FILLER PIC X(9) VALUE 'BALANCE '.
            02 SB-BALANCE PIC ZZZ9.99.
            02 FILLER PIC X(10) VALUE '  ACCRUED '.
            02 SB-ACCRUED PIC ZZZZ9.99.
            02 FILLER PIC X(8) VALUE '  TAKEN '.
            02 SB-TAKEN PIC ZZZZ9.99.
            02 FILLER PIC X(8) VALUE '  LAST  '.
            02 SB-LAST-ACCRUAL PIC 9(8).
            02 FILLER PIC X(3) VALUE SPACES.
        01 WS-STMT-REQUEST.
            02 FILLER PIC X(4) VALUE SPACES.
            02 SR-SEQ PIC 9(3).
            02 FILLER PIC X VALUE SPACE.
            02 SR-TYPE PIC X.
            02 FILLER PIC X VALUE SPACE.
            02 SR-START PIC 9(8).
            02 FILLER PIC X(4) VALUE ' TO '.
            02 SR-END PIC 9(8).
            02 FILLER PIC X VALUE SPACE.
            02 SR-HOURS PIC ZZ9.99.
            02 FILLER PIC X VALUE SPACE.
            02 SR-STATUS-NAME PIC X(9).
            02 FILLER PIC X(4) VALUE ' BY '.
            02 SR-SUPERVISOR PIC 9(5).
            02 FILLER PIC X(6) VALUE ' PAID '.
            02 SR-PAID-PERIOD PIC 9(8).
            02 FILLER PIC X(9) VALUE SPACES.
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
           PERFORM LOAD-LEAVE-APPROVE-RIGHT
           PERFORM OPEN-FILES
           PERFORM PROCESS-TRANSACTION UNTIL TRAN-QUIT
           PERFORM CLOSE-FILES
           STOP RUN.

      * Sign-on - a verified EMPID (on EMPLOYEE-MASTER, passing
      * PRG6's check-digit rule) is required before leave moves; it
      * lands in LR-REQUESTED-BY, and in LR-SUPERVISOR on a decision.
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

      * The operator's LEAVE-APPROVE right off ROLE-MASTER (PRG81);
      * no role record, no right.
       LOAD-LEAVE-APPROVE-RIGHT.
           MOVE 'N' TO WS-MAY-APPROVE
           OPEN INPUT ROLE-MASTER
           IF WS-ROLE-STATUS = '00'
               MOVE WS-OPERATOR-EMPID TO ROLE-EMPID
               READ ROLE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ROLE-LEAVE-APPROVE TO WS-MAY-APPROVE
               END-READ
               CLOSE ROLE-MASTER
           END-IF.

       WRITE-SECURITY-REFUSAL.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-OPERATOR-EMPID TO RF-EMPID
           MOVE 'PRG101' TO RF-PROGRAM
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

       OPEN-FILES.
           OPEN I-O LEAVE-REQUEST-FILE
           IF WS-FILE-STATUS = '35'
               OPEN OUTPUT LEAVE-REQUEST-FILE
               CLOSE LEAVE-REQUEST-FILE
               OPEN I-O LEAVE-REQUEST-FILE
           END-IF
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING LEAVE-REQUEST-FILE: '
                   WS-FILE-STATUS
               MOVE 'X' TO WS-TRAN-CODE
           END-IF
           OPEN I-O LEAVE-BALANCE-FILE
           IF WS-BAL-STATUS = '35'
               OPEN OUTPUT LEAVE-BALANCE-FILE
               CLOSE LEAVE-BALANCE-FILE
               OPEN I-O LEAVE-BALANCE-FILE
           END-IF
           IF WS-BAL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING LEAVE-BALANCE-FILE: '
                   WS-BAL-STATUS
               MOVE 'X' TO WS-TRAN-CODE
           END-IF
           OPEN I-O ACCRUAL-RULE-FILE
           IF WS-RULE-STATUS = '35'
               OPEN OUTPUT ACCRUAL-RULE-FILE
               CLOSE ACCRUAL-RULE-FILE
               OPEN I-O ACCRUAL-RULE-FILE
           END-IF
           IF WS-RULE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACCRUAL-RULE-FILE: '
                   WS-RULE-STATUS
               MOVE 'X' TO WS-TRAN-CODE
           END-IF.

       PROCESS-TRANSACTION.
           DISPLAY 'ENTER TRANSACTION (R-REQUEST A-APPROVE D-DENY '
               'C-CANCEL P-PENDING U-ACCRUAL RULE T-LIST RULES '
               'B-BALANCE STATEMENT X-EXIT)'
           ACCEPT WS-TRAN-CODE
           EVALUATE TRUE
               WHEN TRAN-REQUEST
                   PERFORM REQUEST-LEAVE
               WHEN TRAN-APPROVE
                   PERFORM APPROVE-LEAVE
               WHEN TRAN-DENY
                   PERFORM DENY-LEAVE
               WHEN TRAN-CANCEL
                   PERFORM CANCEL-LEAVE
               WHEN TRAN-PENDING
                   PERFORM LIST-PENDING
               WHEN TRAN-RULE
                   PERFORM SET-ACCRUAL-RULE
               WHEN TRAN-RULE-LIST
                   PERFORM LIST-ACCRUAL-RULES
               WHEN TRAN-STATEMENT
                   PERFORM PRINT-BALANCE-STATEMENTS
               WHEN TRAN-QUIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'INVALID TRANSACTION CODE'
           END-EVALUATE.

       REQUEST-LEAVE.
           DISPLAY 'EMPID TAKING LEAVE:'
           ACCEPT WS-EMPID
           MOVE WS-EMPID TO EMPID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   DISPLAY 'REQUEST REJECTED - EMPID NOT ON '
                       'EMPLOYEE-MASTER: ' WS-EMPID
               NOT INVALID KEY
                   DISPLAY 'LEAVE FOR: ' EMPNAME
                   PERFORM ACCEPT-REQUEST-DETAILS
           END-READ.

       ACCEPT-REQUEST-DETAILS.
           DISPLAY 'TYPE (V-VACATION S-SICK), FIRST DAY, LAST DAY '
               '(YYYYMMDD), HOURS (E.G. 01600 = 16.00):'
           ACCEPT WS-REQ-TYPE
           ACCEPT WS-REQ-START
           ACCEPT WS-REQ-END
           ACCEPT WS-REQ-HOURS
           EVALUATE TRUE
               WHEN NOT WS-REQ-TYPE-VALID
                   DISPLAY 'REQUEST REJECTED - TYPE MUST BE V OR S'
               WHEN WS-REQ-START = ZERO OR WS-REQ-END < WS-REQ-START
                   DISPLAY 'REQUEST REJECTED - LAST DAY BEFORE FIRST'
               WHEN WS-REQ-HOURS = ZERO
                   DISPLAY 'REQUEST REJECTED - ZERO HOURS'
               WHEN OTHER
                   PERFORM WRITE-REQUEST
           END-EVALUATE.

       WRITE-REQUEST.
           PERFORM FIND-NEXT-REQUEST-SEQ
           INITIALIZE LEAVE-REQUEST-RECORD
           MOVE WS-EMPID TO LR-EMPID
           MOVE WS-NEXT-SEQ TO LR-SEQ
           MOVE WS-REQ-TYPE TO LR-TYPE
           MOVE WS-REQ-START TO LR-START-DATE
           MOVE WS-REQ-END TO LR-END-DATE
           MOVE WS-REQ-HOURS TO LR-HOURS
           MOVE 'P' TO LR-STATUS
           MOVE WS-OPERATOR-EMPID TO LR-REQUESTED-BY
           MOVE WS-TODAY TO LR-REQUESTED-DATE
           WRITE LEAVE-REQUEST-RECORD
               INVALID KEY
                   DISPLAY 'REQUEST NOT ADDED - WRITE ERROR: ' LR-KEY
               NOT INVALID KEY
                   DISPLAY 'LEAVE REQUESTED: ' LR-EMPID ' REQUEST '
                       LR-SEQ ' - PENDING APPROVAL'
                   PERFORM READ-REQUEST-BALANCE
                   IF BALANCE-ON-FILE
                       MOVE LV-BALANCE TO WS-DISPLAY-HOURS
                   ELSE
                       MOVE ZERO TO WS-DISPLAY-HOURS
                   END-IF
                   DISPLAY 'CURRENT BALANCE: ' WS-DISPLAY-HOURS
           END-WRITE.

       FIND-NEXT-REQUEST-SEQ.
           MOVE ZERO TO WS-NEXT-SEQ
           PERFORM START-EMPLOYEE-REQUESTS
           PERFORM SCAN-REQUEST-SEQ UNTIL END-OF-REQUESTS
           ADD 1 TO WS-NEXT-SEQ.

       SCAN-REQUEST-SEQ.
           READ LEAVE-REQUEST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-REQ-EOF-SWITCH
               NOT AT END
                   IF LR-EMPID NOT = WS-EMPID
                       MOVE 'Y' TO WS-REQ-EOF-SWITCH
                   ELSE
                       MOVE LR-SEQ TO WS-NEXT-SEQ
                   END-IF
           END-READ.

       START-EMPLOYEE-REQUESTS.
           MOVE 'N' TO WS-REQ-EOF-SWITCH
           MOVE WS-EMPID TO LR-EMPID
           MOVE ZERO TO LR-SEQ
           START LEAVE-REQUEST-FILE KEY IS NOT LESS THAN LR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-REQ-EOF-SWITCH
           END-START.

      * Balance for the request on LEAVE-REQUEST-RECORD.
       READ-REQUEST-BALANCE.
           MOVE 'N' TO WS-BALANCE-FOUND
           MOVE LR-EMPID TO LV-EMPID
           MOVE LR-TYPE TO LV-TYPE
           READ LEAVE-BALANCE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-BALANCE-FOUND
           END-READ.

      * Reads the request keyed on the terminal and checks the
      * operator may decide on it - the right, and not their own.
       READ-REQUEST-FOR-DECISION.
           MOVE 'N' TO WS-DECISION-OK
           DISPLAY 'EMPID AND REQUEST NUMBER:'
           ACCEPT LR-EMPID
           ACCEPT LR-SEQ
           READ LEAVE-REQUEST-FILE
               INVALID KEY
                   DISPLAY 'REQUEST NOT FOUND: ' LR-KEY
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT LR-PENDING
                           DISPLAY 'REQUEST IS NOT PENDING: ' LR-KEY
                               ' STATUS ' LR-STATUS
                       WHEN LR-EMPID = WS-OPERATOR-EMPID
                           DISPLAY 'REFUSED - A SUPERVISOR MAY NOT '
                               'DECIDE THEIR OWN LEAVE'
                       WHEN OTHER
                           MOVE 'Y' TO WS-DECISION-OK
                   END-EVALUATE
           END-READ.

       APPROVE-LEAVE.
           IF NOT OPERATOR-MAY-APPROVE
               DISPLAY 'REFUSED - NO LEAVE-APPROVE RIGHT ON '
                   'ROLE-MASTER'
               MOVE 'LEAVE-APPROV' TO WS-REFUSED-FUNCTION
               PERFORM WRITE-SECURITY-REFUSAL
           ELSE
               PERFORM READ-REQUEST-FOR-DECISION
               IF DECISION-ALLOWED
                   PERFORM APPROVE-AGAINST-BALANCE
               END-IF
           END-IF.

       APPROVE-AGAINST-BALANCE.
           PERFORM READ-REQUEST-BALANCE
           IF NOT BALANCE-ON-FILE OR LV-BALANCE < LR-HOURS
               IF BALANCE-ON-FILE
                   MOVE LV-BALANCE TO WS-DISPLAY-HOURS
               ELSE
                   MOVE ZERO TO WS-DISPLAY-HOURS
               END-IF
               DISPLAY 'APPROVAL REFUSED - BALANCE '
                   WS-DISPLAY-HOURS ' WILL NOT COVER THE HOURS'
           ELSE
               SUBTRACT LR-HOURS FROM LV-BALANCE
               ADD LR-HOURS TO LV-TAKEN-TOTAL
               REWRITE LEAVE-BALANCE-RECORD
                   INVALID KEY
                       DISPLAY 'APPROVAL FAILED - BALANCE REWRITE '
                           'ERROR: ' LV-KEY
                   NOT INVALID KEY
                       MOVE 'A' TO LR-STATUS
                       PERFORM RECORD-DECISION
               END-REWRITE
           END-IF.

       DENY-LEAVE.
           IF NOT OPERATOR-MAY-APPROVE
               DISPLAY 'REFUSED - NO LEAVE-APPROVE RIGHT ON '
                   'ROLE-MASTER'
               MOVE 'LEAVE-DENY' TO WS-REFUSED-FUNCTION
               PERFORM WRITE-SECURITY-REFUSAL
           ELSE
               PERFORM READ-REQUEST-FOR-DECISION
               IF DECISION-ALLOWED
                   MOVE 'D' TO LR-STATUS
                   PERFORM RECORD-DECISION
               END-IF
           END-IF.

       RECORD-DECISION.
           MOVE WS-OPERATOR-EMPID TO LR-SUPERVISOR
           MOVE WS-TODAY TO LR-DECIDED-DATE
           REWRITE LEAVE-REQUEST-RECORD
               INVALID KEY
                   DISPLAY 'DECISION NOT RECORDED - REWRITE ERROR: '
                       LR-KEY
               NOT INVALID KEY
                   IF LR-APPROVED
                       DISPLAY 'LEAVE APPROVED: ' LR-KEY
                   ELSE
                       DISPLAY 'LEAVE DENIED: ' LR-KEY
                   END-IF
           END-REWRITE.

      * A pending request may be withdrawn by any signed-on operator.
      * Approved leave not yet paid takes the LEAVE-APPROVE right to
      * cancel, and its hours go back on the balance; once PRG64 has
      * paid it, it stands.
       CANCEL-LEAVE.
           DISPLAY 'EMPID AND REQUEST NUMBER TO CANCEL:'
           ACCEPT LR-EMPID
           ACCEPT LR-SEQ
           READ LEAVE-REQUEST-FILE
               INVALID KEY
                   DISPLAY 'REQUEST NOT FOUND: ' LR-KEY
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN LR-PENDING
                           PERFORM WRITE-CANCELLATION
                       WHEN NOT LR-APPROVED
                           DISPLAY 'CANCEL REFUSED - REQUEST IS '
                               'ALREADY CLOSED: ' LR-KEY
                       WHEN LR-PAID-PERIOD NOT = ZERO
                           DISPLAY 'CANCEL REFUSED - LEAVE PAID IN '
                               'PERIOD ' LR-PAID-PERIOD
                       WHEN NOT OPERATOR-MAY-APPROVE
                           DISPLAY 'REFUSED - NO LEAVE-APPROVE '
                               'RIGHT ON ROLE-MASTER'
                           MOVE 'LEAVE-CANCEL' TO WS-REFUSED-FUNCTION
                           PERFORM WRITE-SECURITY-REFUSAL
                       WHEN OTHER
                           PERFORM RESTORE-CANCELLED-HOURS
                   END-EVALUATE
           END-READ.

       RESTORE-CANCELLED-HOURS.
           PERFORM READ-REQUEST-BALANCE
           IF NOT BALANCE-ON-FILE
               DISPLAY 'CANCEL FAILED - NO BALANCE ON FILE: ' LV-KEY
           ELSE
               ADD LR-HOURS TO LV-BALANCE
               SUBTRACT LR-HOURS FROM LV-TAKEN-TOTAL
               REWRITE LEAVE-BALANCE-RECORD
                   INVALID KEY
                       DISPLAY 'CANCEL FAILED - BALANCE REWRITE '
                           'ERROR: ' LV-KEY
                   NOT INVALID KEY
                       PERFORM WRITE-CANCELLATION
               END-REWRITE
           END-IF.

       WRITE-CANCELLATION.
           MOVE 'C' TO LR-STATUS
           MOVE WS-OPERATOR-EMPID TO LR-SUPERVISOR
           MOVE WS-TODAY TO LR-DECIDED-DATE
           REWRITE LEAVE-REQUEST-RECORD
               INVALID KEY
                   DISPLAY 'CANCEL FAILED - REWRITE ERROR: ' LR-KEY
               NOT INVALID KEY
                   DISPLAY 'LEAVE CANCELLED: ' LR-KEY
           END-REWRITE.

       LIST-PENDING.
           DISPLAY '=== LEAVE AWAITING APPROVAL ==='
           DISPLAY 'EMPID REQ T FIRST    LAST      HOURS'
           MOVE ZERO TO WS-LIST-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO LR-KEY
           START LEAVE-REQUEST-FILE KEY IS NOT LESS THAN LR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM LIST-ONE-PENDING UNTIL END-OF-FILE
           DISPLAY 'REQUESTS PENDING: ' WS-LIST-COUNT.

       LIST-ONE-PENDING.
           READ LEAVE-REQUEST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF LR-PENDING
                       MOVE LR-HOURS TO WS-DISPLAY-HOURS
                       DISPLAY LR-EMPID ' ' LR-SEQ ' ' LR-TYPE ' '
                           LR-START-DATE ' ' LR-END-DATE ' '
                           WS-DISPLAY-HOURS
                       ADD 1 TO WS-LIST-COUNT
                   END-IF
           END-READ.

      * Adds the pay class's rule for a leave type or replaces the
      * one already there. The change applies from the next PRG33
      * run; nothing already accrued is recomputed.
       SET-ACCRUAL-RULE.
           IF NOT OPERATOR-MAY-APPROVE
               DISPLAY 'REFUSED - NO LEAVE-APPROVE RIGHT ON '
                   'ROLE-MASTER'
               MOVE 'LEAVE-RULE' TO WS-REFUSED-FUNCTION
               PERFORM WRITE-SECURITY-REFUSAL
           ELSE
               PERFORM ACCEPT-ACCRUAL-RULE
           END-IF.

       ACCEPT-ACCRUAL-RULE.
           DISPLAY 'PAY CLASS (H/S), LEAVE TYPE (V/S), HOURS PER '
               'PAY PERIOD (E.G. 0400 = 4.00), MAXIMUM BALANCE '
               '(E.G. 012000 = 120.00, 0 FOR NO CAP):'
           ACCEPT AR-PAY-CLASS
           ACCEPT AR-TYPE
           READ ACCRUAL-RULE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-RULE-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RULE-FOUND
           END-READ
           ACCEPT AR-HOURS-PER-PERIOD
           ACCEPT AR-MAX-BALANCE
           MOVE WS-OPERATOR-EMPID TO AR-OPERATOR
           MOVE WS-TODAY TO AR-CHANGED-DATE
           EVALUATE TRUE
               WHEN AR-PAY-CLASS NOT = 'H' AND AR-PAY-CLASS NOT = 'S'
                   DISPLAY 'RULE REJECTED - PAY CLASS MUST BE H OR S'
               WHEN AR-TYPE NOT = 'V' AND AR-TYPE NOT = 'S'
                   DISPLAY 'RULE REJECTED - TYPE MUST BE V OR S'
               WHEN RULE-ON-FILE
                   REWRITE ACCRUAL-RULE-RECORD
                       INVALID KEY
                           DISPLAY 'RULE NOT CHANGED: ' AR-KEY
                       NOT INVALID KEY
                           DISPLAY 'RULE CHANGED: ' AR-KEY
                   END-REWRITE
               WHEN OTHER
                   WRITE ACCRUAL-RULE-RECORD
                       INVALID KEY
                           DISPLAY 'RULE NOT ADDED: ' AR-KEY
                       NOT INVALID KEY
                           DISPLAY 'RULE ADDED: ' AR-KEY
                   END-WRITE
           END-EVALUATE.

       LIST-ACCRUAL-RULES.
           DISPLAY '=== LEAVE ACCRUAL RULES ==='
           DISPLAY 'CLASS TYPE HOURS/PERIOD MAX BALANCE'
           MOVE ZERO TO WS-LIST-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO AR-KEY
           START ACCRUAL-RULE-FILE KEY IS NOT LESS THAN AR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM LIST-ONE-RULE UNTIL END-OF-FILE
           DISPLAY 'RULES LISTED: ' WS-LIST-COUNT.

       LIST-ONE-RULE.
           READ ACCRUAL-RULE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   DISPLAY AR-PAY-CLASS '     ' AR-TYPE '    '
                       AR-HOURS-PER-PERIOD '         '
                       AR-MAX-BALANCE
                   ADD 1 TO WS-LIST-COUNT
           END-READ.

      * Balance statement - one employee, or every employee on
      * EMPLOYEE-MASTER when the EMPID is left zero: vacation and
      * sick balances with their accrued and taken totals, then
      * every leave request on file and the hours still pending.
       PRINT-BALANCE-STATEMENTS.
           DISPLAY 'EMPID FOR STATEMENT (0 FOR ALL):'
           ACCEPT WS-STATEMENT-EMPID
           MOVE ZERO TO WS-STATEMENT-COUNT
           OPEN OUTPUT STATEMENT-PRINT
           IF WS-STATEMENT-EMPID NOT = ZERO
               MOVE WS-STATEMENT-EMPID TO EMPID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       DISPLAY 'EMPID NOT ON EMPLOYEE-MASTER: '
                           WS-STATEMENT-EMPID
                   NOT INVALID KEY
                       PERFORM PRINT-ONE-STATEMENT
               END-READ
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               MOVE ZERO TO EMPID
               START EMPLOYEE-MASTER KEY IS NOT LESS THAN EMPID
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-SWITCH
               END-START
               PERFORM STATEMENT-NEXT-EMPLOYEE UNTIL END-OF-FILE
           END-IF
           CLOSE STATEMENT-PRINT
           DISPLAY 'LEAVE STATEMENTS: ' WS-STATEMENT-COUNT
           DISPLAY 'STATEMENTS WRITTEN TO ' WS-STATEMENT-FILE.

       STATEMENT-NEXT-EMPLOYEE.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   PERFORM PRINT-ONE-STATEMENT
           END-READ.

       PRINT-ONE-STATEMENT.
           MOVE EMPID TO SH-EMPID
           MOVE EMPNAME TO SH-NAME
           MOVE WS-TODAY TO SH-TODAY
           WRITE STATEMENT-PRINT-RECORD FROM WS-STMT-HEADING
           MOVE 'V' TO LV-TYPE
           MOVE 'VACATION' TO SB-TYPE-NAME
           PERFORM PRINT-ONE-BALANCE
           MOVE 'S' TO LV-TYPE
           MOVE 'SICK' TO SB-TYPE-NAME
           PERFORM PRINT-ONE-BALANCE
           MOVE ZERO TO WS-PENDING-HOURS
           MOVE EMPID TO WS-EMPID
           PERFORM START-EMPLOYEE-REQUESTS
           PERFORM PRINT-ONE-REQUEST UNTIL END-OF-REQUESTS
           MOVE WS-PENDING-HOURS TO WS-DISPLAY-HOURS
           MOVE SPACES TO STATEMENT-PRINT-RECORD
           STRING '  HOURS AWAITING APPROVAL: ' DELIMITED BY SIZE
               WS-DISPLAY-HOURS DELIMITED BY SIZE
               INTO STATEMENT-PRINT-RECORD
           END-STRING
           WRITE STATEMENT-PRINT-RECORD
           MOVE SPACES TO STATEMENT-PRINT-RECORD
           WRITE STATEMENT-PRINT-RECORD
           ADD 1 TO WS-STATEMENT-COUNT.

       PRINT-ONE-BALANCE.
           MOVE EMPID TO LV-EMPID
           READ LEAVE-BALANCE-FILE
               INVALID KEY
                   MOVE ZERO TO SB-BALANCE
                   MOVE ZERO TO SB-ACCRUED
                   MOVE ZERO TO SB-TAKEN
                   MOVE ZERO TO SB-LAST-ACCRUAL
               NOT INVALID KEY
                   MOVE LV-BALANCE TO SB-BALANCE
                   MOVE LV-ACCRUED-TOTAL TO SB-ACCRUED
                   MOVE LV-TAKEN-TOTAL TO SB-TAKEN
                   MOVE LV-LAST-ACCRUAL TO SB-LAST-ACCRUAL
           END-READ
           WRITE STATEMENT-PRINT-RECORD FROM WS-STMT-BALANCE.

       PRINT-ONE-REQUEST.
           READ LEAVE-REQUEST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-REQ-EOF-SWITCH
               NOT AT END
                   IF LR-EMPID NOT = WS-EMPID
                       MOVE 'Y' TO WS-REQ-EOF-SWITCH
                   ELSE
                       MOVE LR-SEQ TO SR-SEQ
                       MOVE LR-TYPE TO SR-TYPE
                       MOVE LR-START-DATE TO SR-START
                       MOVE LR-END-DATE TO SR-END
                       MOVE LR-HOURS TO SR-HOURS
                       MOVE LR-SUPERVISOR TO SR-SUPERVISOR
                       MOVE LR-PAID-PERIOD TO SR-PAID-PERIOD
                       EVALUATE TRUE
                           WHEN LR-PENDING
                               MOVE 'PENDING' TO SR-STATUS-NAME
                               ADD LR-HOURS TO WS-PENDING-HOURS
                           WHEN LR-APPROVED
                               MOVE 'APPROVED' TO SR-STATUS-NAME
                           WHEN LR-DENIED
                               MOVE 'DENIED' TO SR-STATUS-NAME
                           WHEN OTHER
                               MOVE 'CANCELLED' TO SR-STATUS-NAME
                       END-EVALUATE
                       WRITE STATEMENT-PRINT-RECORD
                           FROM WS-STMT-REQUEST
                   END-IF
           END-READ.

       CLOSE-FILES.
           CLOSE LEAVE-REQUEST-FILE
           CLOSE LEAVE-BALANCE-FILE
           CLOSE ACCRUAL-RULE-FILE
           CLOSE EMPLOYEE-MASTER.
