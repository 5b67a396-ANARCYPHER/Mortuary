      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * Continuing-education credits - PRG9 warns when a license is
      * near LICENSE-EXPIRY, but licenses lapse for want of CE
      * hours, not for a forgotten renewal form. Each course an
      * employee completes goes on CE-CREDIT-FILE under the EMPID:
      * course, provider, completion date, hours, and category (E -
      * ethics, O - OSHA, G - general). CE-REQUIREMENT-FILE holds,
      * per LICENSE-STATE, the length of the renewal cycle in months
      * and the hours a cycle requires - in total, and the part of
      * that total which must be ethics and OSHA.
      *
      * The current cycle for an employee is the cycle months ending
      * at their LICENSE-EXPIRY. The shortfall report (S) takes every
      * licensed employee whose credits completed inside that cycle
      * fall short of the state's total, ethics or OSHA hours, SORTed
      * by days to expiry so the most urgent is first, onto
      * /user/employee/ce-shortfall.txt. A licensed employee whose
      * state has no requirement row is listed as well, so the table
      * gets filled in. Separated staff are left off.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRG100.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CE-CREDIT-FILE ASSIGN TO WS-CREDIT-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CE-KEY
                FILE STATUS IS WS-FILE-STATUS.
            SELECT CE-REQUIREMENT-FILE ASSIGN TO WS-REQUIREMENT-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CER-STATE
                FILE STATUS IS WS-REQ-STATUS.
            SELECT EMPLOYEE-MASTER ASSIGN TO WS-EMPLOYEE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EMPID
                ALTERNATE RECORD KEY IS ALPNUM
                FILE STATUS IS WS-EMP-STATUS.
            SELECT SHORTFALL-REPORT ASSIGN TO WS-REPORT-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REPORT-STATUS.
            SELECT CE-SORT-FILE ASSIGN TO WS-SORT-WORK.
        DATA DIVISION.
        FILE SECTION.
        FD  CE-CREDIT-FILE.
        01  CE-CREDIT-RECORD.
            02 CE-KEY.
                03 CE-EMPID PIC 9(5).
                03 CE-SEQ PIC 9(3).
            02 FILLER PIC X.
            02 CE-COURSE PIC X(30).
            02 FILLER PIC X.
            02 CE-PROVIDER PIC X(20).
            02 FILLER PIC X.
            02 CE-COMPLETED PIC 9(8).
            02 FILLER PIC X.
            02 CE-HOURS PIC 9(3)V9.
            02 FILLER PIC X.
            02 CE-CATEGORY PIC X.
                88 CE-ETHICS VALUE 'E'.
                88 CE-OSHA VALUE 'O'.
                88 CE-GENERAL VALUE 'G'.
                88 CE-CATEGORY-VALID VALUE 'E' 'O' 'G'.
            02 FILLER PIC X.
            02 CE-OPERATOR PIC 9(5).
            02 FILLER PIC X.
            02 CE-ENTERED PIC 9(8).
        FD  CE-REQUIREMENT-FILE.
        01  CE-REQUIREMENT-RECORD.
            02 CER-STATE PIC X(2).
            02 FILLER PIC X.
            02 CER-CYCLE-MONTHS PIC 9(2).
            02 FILLER PIC X.
            02 CER-TOTAL-HOURS PIC 9(3)V9.
            02 FILLER PIC X.
            02 CER-ETHICS-HOURS PIC 9(3)V9.
            02 FILLER PIC X.
            02 CER-OSHA-HOURS PIC 9(3)V9.
      *     CER-ETHICS-HOURS / CER-OSHA-HOURS: the part of
      *     CER-TOTAL-HOURS that must come from that category
            02 FILLER PIC X.
            02 CER-OPERATOR PIC 9(5).
            02 FILLER PIC X.
            02 CER-CHANGED-DATE PIC 9(8).
        FD  EMPLOYEE-MASTER.
        01  EMPLOYEE-RECORD.
            COPY EMPREC.
        FD  SHORTFALL-REPORT.
        01  SHORTFALL-LINE PIC X(80).
        SD  CE-SORT-FILE.
        01  CE-SORT-RECORD.
            02 SR-DAYS PIC S9(7).
            02 SR-EMPID PIC 9(5).
            02 SR-NAME PIC X(20).
            02 SR-STATE PIC X(2).
            02 SR-EXPIRY PIC 9(8).
            02 SR-EARNED PIC 9(4)V9.
            02 SR-REQUIRED PIC 9(3)V9.
            02 SR-SHORT PIC 9(4)V9.
            02 SR-NOTE PIC X(17).
        WORKING-STORAGE SECTION.
        01 WS-CREDIT-FILE PIC X(40) VALUE '/user/employee/ce-credits'.
        01 WS-FILE-STATUS PIC XX.
        01 WS-REQUIREMENT-FILE PIC X(40)
            VALUE '/user/employee/ce-requirements'.
        01 WS-REQ-STATUS PIC XX.
        01 WS-EMPLOYEE-FILE PIC X(40) VALUE '/user/employee/master'.
        01 WS-EMP-STATUS PIC XX.
        01 WS-REPORT-FILE PIC X(40)
            VALUE '/user/employee/ce-shortfall.txt'.
        01 WS-REPORT-STATUS PIC XX.
        01 WS-SORT-WORK PIC X(40)
            VALUE '/user/employee/ce-sort.tmp'.
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
        01 WS-TODAY-JULIAN PIC 9(7).
        01 WS-TRAN-CODE PIC X VALUE SPACES.
            88 TRAN-ADD VALUE 'A'.
            88 TRAN-DELETE VALUE 'D'.
            88 TRAN-LIST VALUE 'L'.
            88 TRAN-REQUIREMENT VALUE 'R'.
            88 TRAN-TABLE VALUE 'T'.
            88 TRAN-SHORTFALL VALUE 'S'.
            88 TRAN-QUIT VALUE 'X'.
        01 WS-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-INPUT VALUE 'Y'.
        01 WS-CREDIT-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-CREDITS VALUE 'Y'.
        01 WS-SORT-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-SORTED VALUE 'Y'.
        01 WS-LIST-COUNT PIC 9(5) VALUE ZERO.
        01 WS-EMPID PIC 9(5).
        01 WS-NEXT-SEQ PIC 9(3).
        01 WS-DELETE-SEQ PIC 9(3).
        01 WS-HELD-CREDIT PIC X(91).
      * One employee's current cycle and the credits inside it.
        01 WS-RULE-FOUND PIC X VALUE 'N'.
            88 STATE-RULE-FOUND VALUE 'Y'.
        01 WS-CYCLE-START PIC 9(8).
        01 WS-CYCLE-MONTHS PIC 9(5).
        01 WS-CYCLE-YEAR PIC 9(4).
        01 WS-CYCLE-MONTH PIC 9(2).
        01 WS-EXPIRY-DATE.
            02 WS-EXPIRY-YEAR PIC 9(4).
            02 WS-EXPIRY-MONTH PIC 9(2).
            02 WS-EXPIRY-DAY PIC 9(2).
        01 WS-EARNED-TOTAL PIC 9(4)V9.
        01 WS-EARNED-ETHICS PIC 9(4)V9.
        01 WS-EARNED-OSHA PIC 9(4)V9.
        01 WS-DAYS-TO-EXPIRY PIC S9(7).
        01 WS-SHORT-COUNT PIC 9(5) VALUE ZERO.
        01 WS-LICENSED-COUNT PIC 9(5) VALUE ZERO.
        01 WS-DISPLAY-HOURS PIC ZZZ9.9.
        01 WS-REPORT-HEADING.
            02 FILLER PIC X(25) VALUE '=== CE CREDIT SHORTFALL -'.
            02 FILLER PIC X(7) VALUE ' AS OF '.
            02 RH-TODAY PIC 9(8).
            02 FILLER PIC X(40) VALUE ' ==='.
        01 WS-REPORT-COLUMNS.
            02 FILLER PIC X(27) VALUE 'EMPID NAME                 '.
            02 FILLER PIC X(18) VALUE 'ST EXPIRES   DAYS '.
            02 FILLER PIC X(18) VALUE 'HOURS   REQ SHORT '.
            02 FILLER PIC X(17) VALUE 'NOTE'.
        01 WS-REPORT-DETAIL.
            02 RD-EMPID PIC 9(5).
            02 FILLER PIC X VALUE SPACE.
            02 RD-NAME PIC X(20).
            02 FILLER PIC X VALUE SPACE.
            02 RD-STATE PIC X(2).
            02 FILLER PIC X VALUE SPACE.
            02 RD-EXPIRY PIC 9(8).
            02 FILLER PIC X VALUE SPACE.
            02 RD-DAYS PIC -ZZZ9.
            02 FILLER PIC X VALUE SPACE.
            02 RD-EARNED PIC ZZ9.9.
            02 FILLER PIC X VALUE SPACE.
            02 RD-REQUIRED PIC ZZ9.9.
            02 FILLER PIC X VALUE SPACE.
            02 RD-SHORT PIC ZZ9.9.
            02 FILLER PIC X VALUE SPACE.
            02 RD-NOTE PIC X(17).
        01 WS-REPORT-TOTAL.
            02 FILLER PIC X(20) VALUE 'LICENSED EMPLOYEES: '.
            02 RT-LICENSED PIC ZZZZ9.
            02 FILLER PIC X(15) VALUE '  SHORT OF CE: '.
            02 RT-SHORT PIC ZZZZ9.
            02 FILLER PIC X(35) VALUE SPACES.
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
           COMPUTE WS-TODAY-JULIAN =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
           PERFORM OPEN-FILES
           PERFORM PROCESS-TRANSACTION UNTIL TRAN-QUIT
           PERFORM CLOSE-FILES
           STOP RUN.

      * Sign-on - a verified EMPID (on EMPLOYEE-MASTER, passing
      * PRG6's check-digit rule) is required before credits are
      * keyed; it lands in CE-OPERATOR and CER-OPERATOR.
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
           OPEN I-O CE-CREDIT-FILE
           IF WS-FILE-STATUS = '35'
               OPEN OUTPUT CE-CREDIT-FILE
               CLOSE CE-CREDIT-FILE
               OPEN I-O CE-CREDIT-FILE
           END-IF
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CE-CREDIT-FILE: '
                   WS-FILE-STATUS
               MOVE 'X' TO WS-TRAN-CODE
           END-IF
           OPEN I-O CE-REQUIREMENT-FILE
           IF WS-REQ-STATUS = '35'
               OPEN OUTPUT CE-REQUIREMENT-FILE
               CLOSE CE-REQUIREMENT-FILE
               OPEN I-O CE-REQUIREMENT-FILE
           END-IF
           IF WS-REQ-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CE-REQUIREMENT-FILE: '
                   WS-REQ-STATUS
               MOVE 'X' TO WS-TRAN-CODE
           END-IF.

       PROCESS-TRANSACTION.
           DISPLAY 'ENTER TRANSACTION (A-ADD CREDIT D-DELETE CREDIT '
               'L-LIST CREDITS R-STATE REQUIREMENT T-LIST TABLE '
               'S-SHORTFALL REPORT X-EXIT)'
           ACCEPT WS-TRAN-CODE
           EVALUATE TRUE
               WHEN TRAN-ADD
                   PERFORM ADD-CREDIT
               WHEN TRAN-DELETE
                   PERFORM DELETE-CREDIT
               WHEN TRAN-LIST
                   PERFORM LIST-CREDITS
               WHEN TRAN-REQUIREMENT
                   PERFORM SET-REQUIREMENT
               WHEN TRAN-TABLE
                   PERFORM LIST-REQUIREMENTS
               WHEN TRAN-SHORTFALL
                   PERFORM PRINT-SHORTFALL-REPORT
               WHEN TRAN-QUIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'INVALID TRANSACTION CODE'
           END-EVALUATE.

       ADD-CREDIT.
           DISPLAY 'EMPID:'
           ACCEPT WS-EMPID
           MOVE WS-EMPID TO EMPID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   DISPLAY 'CREDIT REJECTED - EMPID NOT ON '
                       'EMPLOYEE-MASTER: ' WS-EMPID
               NOT INVALID KEY
                   PERFORM ACCEPT-CREDIT-DETAILS
           END-READ.

       ACCEPT-CREDIT-DETAILS.
           DISPLAY 'COURSE, PROVIDER, COMPLETION DATE (YYYYMMDD), '
               'HOURS (E.G. 0025 = 2.5), CATEGORY (E-ETHICS O-OSHA '
               'G-GENERAL):'
           ACCEPT CE-COURSE
           ACCEPT CE-PROVIDER
           ACCEPT CE-COMPLETED
           ACCEPT CE-HOURS
           ACCEPT CE-CATEGORY
           EVALUATE TRUE
               WHEN NOT CE-CATEGORY-VALID
                   DISPLAY 'CREDIT REJECTED - CATEGORY MUST BE E, O '
                       'OR G'
               WHEN CE-HOURS = ZERO
                   DISPLAY 'CREDIT REJECTED - ZERO HOURS'
               WHEN CE-COMPLETED = ZERO OR CE-COMPLETED > WS-TODAY
                   DISPLAY 'CREDIT REJECTED - COMPLETION DATE MISSING '
                       'OR IN THE FUTURE: ' CE-COMPLETED
               WHEN OTHER
                   PERFORM WRITE-CREDIT
           END-EVALUATE.

       WRITE-CREDIT.
           PERFORM FIND-NEXT-CREDIT-SEQ
           MOVE WS-EMPID TO CE-EMPID
           MOVE WS-NEXT-SEQ TO CE-SEQ
           MOVE WS-OPERATOR-EMPID TO CE-OPERATOR
           MOVE WS-TODAY TO CE-ENTERED
           WRITE CE-CREDIT-RECORD
               INVALID KEY
                   DISPLAY 'CREDIT NOT ADDED - WRITE ERROR: ' CE-KEY
               NOT INVALID KEY
                   DISPLAY 'CREDIT ADDED: ' CE-EMPID ' LINE ' CE-SEQ
           END-WRITE.

      * The course fields are held while the EMPID's last sequence
      * is found, then put back for the write.
       FIND-NEXT-CREDIT-SEQ.
           MOVE CE-CREDIT-RECORD TO WS-HELD-CREDIT
           MOVE ZERO TO WS-NEXT-SEQ
           PERFORM START-EMPLOYEE-CREDITS
           PERFORM SCAN-CREDIT-SEQ UNTIL END-OF-CREDITS
           ADD 1 TO WS-NEXT-SEQ
           MOVE WS-HELD-CREDIT TO CE-CREDIT-RECORD.

       SCAN-CREDIT-SEQ.
           READ CE-CREDIT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CREDIT-EOF-SWITCH
               NOT AT END
                   IF CE-EMPID NOT = WS-EMPID
                       MOVE 'Y' TO WS-CREDIT-EOF-SWITCH
                   ELSE
                       MOVE CE-SEQ TO WS-NEXT-SEQ
                   END-IF
           END-READ.

       START-EMPLOYEE-CREDITS.
           MOVE 'N' TO WS-CREDIT-EOF-SWITCH
           MOVE WS-EMPID TO CE-EMPID
           MOVE ZERO TO CE-SEQ
           START CE-CREDIT-FILE KEY IS NOT LESS THAN CE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CREDIT-EOF-SWITCH
           END-START.

       DELETE-CREDIT.
           DISPLAY 'EMPID AND CREDIT LINE TO DELETE:'
           ACCEPT WS-EMPID
           ACCEPT WS-DELETE-SEQ
           MOVE WS-EMPID TO CE-EMPID
           MOVE WS-DELETE-SEQ TO CE-SEQ
           READ CE-CREDIT-FILE
               INVALID KEY
                   DISPLAY 'DELETE FAILED - NOT FOUND: ' CE-KEY
               NOT INVALID KEY
                   DELETE CE-CREDIT-FILE
                       INVALID KEY
                           DISPLAY 'DELETE FAILED - DELETE ERROR: '
                               CE-KEY
                       NOT INVALID KEY
                           DISPLAY 'CREDIT DELETED: ' CE-KEY
                   END-DELETE
           END-READ.

      * Every credit on file for the employee, then the current
      * cycle's hours against the state requirement.
       LIST-CREDITS.
           DISPLAY 'EMPID TO LIST:'
           ACCEPT WS-EMPID
           MOVE WS-EMPID TO EMPID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   DISPLAY 'EMPID NOT ON EMPLOYEE-MASTER: ' WS-EMPID
               NOT INVALID KEY
                   DISPLAY '=== CE CREDITS - ' EMPID ' ' EMPNAME
                       ' ==='
                   DISPLAY 'LINE COURSE                         '
                       'PROVIDER             COMPLETED HOURS CAT'
                   MOVE ZERO TO WS-LIST-COUNT
                   PERFORM START-EMPLOYEE-CREDITS
                   PERFORM LIST-ONE-CREDIT UNTIL END-OF-CREDITS
                   DISPLAY 'CREDITS LISTED: ' WS-LIST-COUNT
                   PERFORM TOTAL-CURRENT-CYCLE
                   PERFORM SHOW-CYCLE-STANDING
           END-READ.

       LIST-ONE-CREDIT.
           READ CE-CREDIT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CREDIT-EOF-SWITCH
               NOT AT END
                   IF CE-EMPID NOT = WS-EMPID
                       MOVE 'Y' TO WS-CREDIT-EOF-SWITCH
                   ELSE
                       MOVE CE-HOURS TO WS-DISPLAY-HOURS
                       DISPLAY CE-SEQ '  ' CE-COURSE ' ' CE-PROVIDER
                           ' ' CE-COMPLETED ' ' WS-DISPLAY-HOURS ' '
                           CE-CATEGORY
                       ADD 1 TO WS-LIST-COUNT
                   END-IF
           END-READ.

       SHOW-CYCLE-STANDING.
           IF LICENSE-EXPIRY = ZERO OR LICENSE-STATE = SPACES
               DISPLAY 'NO LICENSE ON FILE - NO CE REQUIREMENT'
           ELSE
           IF NOT STATE-RULE-FOUND
               DISPLAY 'NO CE REQUIREMENT ON FILE FOR STATE '
                   LICENSE-STATE
           ELSE
               DISPLAY 'CURRENT CYCLE ' WS-CYCLE-START ' TO '
                   LICENSE-EXPIRY
               MOVE WS-EARNED-TOTAL TO WS-DISPLAY-HOURS
               DISPLAY '  TOTAL HOURS:  ' WS-DISPLAY-HOURS
                   ' OF ' CER-TOTAL-HOURS
               MOVE WS-EARNED-ETHICS TO WS-DISPLAY-HOURS
               DISPLAY '  ETHICS HOURS: ' WS-DISPLAY-HOURS
                   ' OF ' CER-ETHICS-HOURS
               MOVE WS-EARNED-OSHA TO WS-DISPLAY-HOURS
               DISPLAY '  OSHA HOURS:   ' WS-DISPLAY-HOURS
                   ' OF ' CER-OSHA-HOURS
           END-IF
           END-IF.

      * Adds the state's row or replaces the one already there.
       SET-REQUIREMENT.
           DISPLAY 'STATE, CYCLE MONTHS, TOTAL HOURS, ETHICS HOURS, '
               'OSHA HOURS (HOURS AS 0120 = 12.0):'
           ACCEPT CER-STATE
           READ CE-REQUIREMENT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-RULE-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RULE-FOUND
           END-READ
           ACCEPT CER-CYCLE-MONTHS
           ACCEPT CER-TOTAL-HOURS
           ACCEPT CER-ETHICS-HOURS
           ACCEPT CER-OSHA-HOURS
           MOVE WS-OPERATOR-EMPID TO CER-OPERATOR
           MOVE WS-TODAY TO CER-CHANGED-DATE
           EVALUATE TRUE
               WHEN CER-STATE = SPACES
                   DISPLAY 'REQUIREMENT REJECTED - NO STATE'
               WHEN CER-CYCLE-MONTHS = ZERO
                   DISPLAY 'REQUIREMENT REJECTED - ZERO CYCLE MONTHS'
               WHEN CER-ETHICS-HOURS + CER-OSHA-HOURS
                   > CER-TOTAL-HOURS
                   DISPLAY 'REQUIREMENT REJECTED - ETHICS AND OSHA '
                       'EXCEED THE TOTAL'
               WHEN STATE-RULE-FOUND
                   REWRITE CE-REQUIREMENT-RECORD
                       INVALID KEY
                           DISPLAY 'REQUIREMENT NOT CHANGED: '
                               CER-STATE
                       NOT INVALID KEY
                           DISPLAY 'REQUIREMENT CHANGED: ' CER-STATE
                   END-REWRITE
               WHEN OTHER
                   WRITE CE-REQUIREMENT-RECORD
                       INVALID KEY
                           DISPLAY 'REQUIREMENT NOT ADDED: '
                               CER-STATE
                       NOT INVALID KEY
                           DISPLAY 'REQUIREMENT ADDED: ' CER-STATE
                   END-WRITE
           END-EVALUATE.

       LIST-REQUIREMENTS.
           DISPLAY '=== CE REQUIREMENTS BY STATE ==='
           DISPLAY 'ST MONTHS TOTAL ETHICS OSHA'
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE ZERO TO WS-LIST-COUNT
           MOVE LOW-VALUES TO CER-STATE
           START CE-REQUIREMENT-FILE KEY IS NOT LESS THAN CER-STATE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM LIST-ONE-REQUIREMENT UNTIL END-OF-INPUT
           DISPLAY 'STATES LISTED: ' WS-LIST-COUNT.

       LIST-ONE-REQUIREMENT.
           READ CE-REQUIREMENT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   DISPLAY CER-STATE '     ' CER-CYCLE-MONTHS ' '
                       CER-TOTAL-HOURS '  ' CER-ETHICS-HOURS '   '
                       CER-OSHA-HOURS
                   ADD 1 TO WS-LIST-COUNT
           END-READ.

      * Cycle start is LICENSE-EXPIRY less the state's cycle months,
      * same day of the month; a credit counts when it was completed
      * after that and on or before the expiry. Expects the employee
      * on EMPLOYEE-RECORD.
       TOTAL-CURRENT-CYCLE.
           MOVE ZERO TO WS-EARNED-TOTAL
           MOVE ZERO TO WS-EARNED-ETHICS
           MOVE ZERO TO WS-EARNED-OSHA
           MOVE ZERO TO WS-CYCLE-START
           MOVE 'N' TO WS-RULE-FOUND
           MOVE LICENSE-STATE TO CER-STATE
           READ CE-REQUIREMENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RULE-FOUND
           END-READ
           IF STATE-RULE-FOUND AND LICENSE-EXPIRY > ZERO
               MOVE LICENSE-EXPIRY TO WS-EXPIRY-DATE
               COMPUTE WS-CYCLE-MONTHS = WS-EXPIRY-YEAR * 12
                   + WS-EXPIRY-MONTH - 1 - CER-CYCLE-MONTHS
               DIVIDE WS-CYCLE-MONTHS BY 12 GIVING WS-CYCLE-YEAR
                   REMAINDER WS-CYCLE-MONTH
               ADD 1 TO WS-CYCLE-MONTH
               COMPUTE WS-CYCLE-START = WS-CYCLE-YEAR * 10000
                   + WS-CYCLE-MONTH * 100 + WS-EXPIRY-DAY
               MOVE EMPID TO WS-EMPID
               PERFORM START-EMPLOYEE-CREDITS
               PERFORM TOTAL-ONE-CREDIT UNTIL END-OF-CREDITS
           END-IF.

       TOTAL-ONE-CREDIT.
           READ CE-CREDIT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CREDIT-EOF-SWITCH
               NOT AT END
                   IF CE-EMPID NOT = WS-EMPID
                       MOVE 'Y' TO WS-CREDIT-EOF-SWITCH
                   ELSE
                       IF CE-COMPLETED > WS-CYCLE-START
                           AND CE-COMPLETED NOT > LICENSE-EXPIRY
                           ADD CE-HOURS TO WS-EARNED-TOTAL
                           IF CE-ETHICS
                               ADD CE-HOURS TO WS-EARNED-ETHICS
                           END-IF
                           IF CE-OSHA
                               ADD CE-HOURS TO WS-EARNED-OSHA
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      * Shortfall report - licensed employees short of their state's
      * cycle hours, SORTed by days to expiry, most urgent first.
       PRINT-SHORTFALL-REPORT.
           MOVE ZERO TO WS-SHORT-COUNT
           MOVE ZERO TO WS-LICENSED-COUNT
           OPEN OUTPUT SHORTFALL-REPORT
           MOVE WS-TODAY TO RH-TODAY
           WRITE SHORTFALL-LINE FROM WS-REPORT-HEADING
           WRITE SHORTFALL-LINE FROM WS-REPORT-COLUMNS
           SORT CE-SORT-FILE
               ON ASCENDING KEY SR-DAYS SR-EMPID
               INPUT PROCEDURE IS RELEASE-SHORT-EMPLOYEES
               OUTPUT PROCEDURE IS PRINT-SHORT-EMPLOYEES
           MOVE WS-LICENSED-COUNT TO RT-LICENSED
           MOVE WS-SHORT-COUNT TO RT-SHORT
           WRITE SHORTFALL-LINE FROM WS-REPORT-TOTAL
           CLOSE SHORTFALL-REPORT
           DISPLAY 'CE SHORTFALL: ' WS-SHORT-COUNT
               ' OF ' WS-LICENSED-COUNT ' LICENSED'
           DISPLAY 'REPORT WRITTEN TO ' WS-REPORT-FILE.

       RELEASE-SHORT-EMPLOYEES.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE ZERO TO EMPID
           START EMPLOYEE-MASTER KEY IS NOT LESS THAN EMPID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM RELEASE-ONE-EMPLOYEE UNTIL END-OF-INPUT.

       RELEASE-ONE-EMPLOYEE.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF LICENSE-EXPIRY > ZERO
                       AND LICENSE-STATE NOT = SPACES
                       AND (EMP-TERM-DATE = ZERO
                           OR EMP-TERM-DATE > WS-TODAY)
                       ADD 1 TO WS-LICENSED-COUNT
                       PERFORM TOTAL-CURRENT-CYCLE
                       PERFORM CHECK-SHORTFALL
                   END-IF
           END-READ.

       CHECK-SHORTFALL.
           MOVE SPACES TO SR-NOTE
           MOVE ZERO TO SR-SHORT
           MOVE ZERO TO SR-REQUIRED
           IF NOT STATE-RULE-FOUND
               MOVE 'NO STATE RULE' TO SR-NOTE
           ELSE
               MOVE CER-TOTAL-HOURS TO SR-REQUIRED
               IF WS-EARNED-TOTAL < CER-TOTAL-HOURS
                   COMPUTE SR-SHORT =
                       CER-TOTAL-HOURS - WS-EARNED-TOTAL
               END-IF
               IF WS-EARNED-ETHICS < CER-ETHICS-HOURS
                   MOVE 'ETHICS' TO SR-NOTE
               END-IF
               IF WS-EARNED-OSHA < CER-OSHA-HOURS
                   IF SR-NOTE = SPACES
                       MOVE 'OSHA' TO SR-NOTE
                   ELSE
                       MOVE 'ETHICS OSHA' TO SR-NOTE
                   END-IF
               END-IF
           END-IF
           IF NOT STATE-RULE-FOUND OR SR-SHORT > ZERO
               OR SR-NOTE NOT = SPACES
               COMPUTE WS-DAYS-TO-EXPIRY =
                   FUNCTION INTEGER-OF-DATE(LICENSE-EXPIRY)
                   - WS-TODAY-JULIAN
               MOVE WS-DAYS-TO-EXPIRY TO SR-DAYS
               MOVE EMPID TO SR-EMPID
               MOVE EMPNAME TO SR-NAME
               MOVE LICENSE-STATE TO SR-STATE
               MOVE LICENSE-EXPIRY TO SR-EXPIRY
               MOVE WS-EARNED-TOTAL TO SR-EARNED
               RELEASE CE-SORT-RECORD
               ADD 1 TO WS-SHORT-COUNT
           END-IF.

       PRINT-SHORT-EMPLOYEES.
           MOVE 'N' TO WS-SORT-EOF-SWITCH
           PERFORM PRINT-ONE-SORTED UNTIL END-OF-SORTED.

       PRINT-ONE-SORTED.
           RETURN CE-SORT-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SWITCH
               NOT AT END
                   MOVE SR-EMPID TO RD-EMPID
                   MOVE SR-NAME TO RD-NAME
                   MOVE SR-STATE TO RD-STATE
                   MOVE SR-EXPIRY TO RD-EXPIRY
                   MOVE SR-DAYS TO RD-DAYS
                   MOVE SR-EARNED TO RD-EARNED
                   MOVE SR-REQUIRED TO RD-REQUIRED
                   MOVE SR-SHORT TO RD-SHORT
                   MOVE SR-NOTE TO RD-NOTE
                   IF SR-DAYS < ZERO AND SR-NOTE = SPACES
                       MOVE 'LICENSE EXPIRED' TO RD-NOTE
                   END-IF
                   WRITE SHORTFALL-LINE FROM WS-REPORT-DETAIL
           END-RETURN.

       CLOSE-FILES.
           CLOSE CE-CREDIT-FILE
           CLOSE CE-REQUIREMENT-FILE
           CLOSE EMPLOYEE-MASTER.
