      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * Cash-advance ledger - clergy honoraria, obituary notices,
      * death-certificate copies, and florist bills the home pays on
      * the family's behalf were keyed as ordinary service charges,
      * so they printed mixed in with the goods and services and
      * PRG51 booked them as revenue. Each advance is now its own
      * CASH-ADVANCE-FILE record (see CADVREC.cpy), keyed ROLLNO plus
      * a per-case sequence: the payee, the amount paid out, the
      * check it was paid with, and the amount billed to the family.
      * PRG14 extracts them to billing.dat under charge code CASHAD,
      * PRG54 prints them in a separate cash advance section, and
      * PRG51 journals them to the clearing account. A closed case
      * takes no new advances - its billing is final - and none is
      * recorded while the current month is closed (PRG92); that
      * refusal goes to the security log.
      *
      * A payee set up on SUPPLIER-MASTER (clergy, musicians and
      * other outside contractors) is tagged with its supplier code
      * so PRG98's year-end 1099 report counts the advance against
      * that payee.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRG86.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CASH-ADVANCE-FILE ASSIGN TO WS-CADV-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CADV-KEY
                FILE STATUS IS WS-FILE-STATUS.
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
            SELECT SUPPLIER-MASTER ASSIGN TO WS-SUPPLIER-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SUP-CODE
                FILE STATUS IS WS-SUP-STATUS.
            SELECT PERIOD-CONTROL ASSIGN TO WS-PERIOD-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PER-PERIOD
                FILE STATUS IS WS-PERIOD-STATUS.
            SELECT SECURITY-LOG ASSIGN TO WS-SECURITY-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SECURITY-STATUS.
            SELECT EMPLOYEE-MASTER ASSIGN TO WS-EMPLOYEE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EMPID
                ALTERNATE RECORD KEY IS ALPNUM
                FILE STATUS IS WS-EMP-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  CASH-ADVANCE-FILE.
        01  CASH-ADVANCE-RECORD.
            COPY CADVREC.
        FD  CASE-MASTER.
        01  CASE-MASTER-RECORD.
            COPY CASEREC REPLACING ==ROLLNO== BY ==ROLLNO-KEY==.
        FD  SUPPLIER-MASTER.
        01  SUPPLIER-RECORD.
            COPY SUPREC.
        FD  PERIOD-CONTROL.
        01  PERIOD-RECORD.
            COPY PERIODREC.
        FD  SECURITY-LOG.
        01  SECURITY-LOG-RECORD PIC X(60).
        FD  EMPLOYEE-MASTER.
        01  EMPLOYEE-RECORD.
            COPY EMPREC.
        WORKING-STORAGE SECTION.
        01 WS-CADV-FILE PIC X(40) VALUE '/user/billing/cash-advances'.
        01 WS-FILE-STATUS PIC XX.
        01 WS-CASE-FILE PIC X(40) VALUE '/user/mortuary/case-master'.
        01 WS-CASE-STATUS PIC XX.
        01 WS-SUPPLIER-FILE PIC X(40)
            VALUE '/user/inventory/supplier-master'.
        01 WS-SUP-STATUS PIC XX.
        01 WS-EMPLOYEE-FILE PIC X(40) VALUE '/user/employee/master'.
        01 WS-EMP-STATUS PIC XX.
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
        01 WS-TIMESTAMP PIC X(21).
      * Mirror of PRG81's WS-REFUSAL-ENTRY - keep the set in step.
        01 WS-REFUSAL-ENTRY.
            02 RF-EMPID PIC 9(5).
            02 FILLER PIC X VALUE SPACE.
            02 RF-PROGRAM PIC X(8).
            02 FILLER PIC X VALUE SPACE.
            02 RF-FUNCTION PIC X(12).
            02 FILLER PIC X VALUE SPACE.
            02 RF-TIMESTAMP PIC X(21).
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
            88 TRAN-ADD VALUE 'A'.
            88 TRAN-LIST VALUE 'L'.
            88 TRAN-QUIT VALUE 'X'.
        01 WS-ROLLNO PIC 9(7).
        01 WS-TODAY PIC 9(8).
        01 WS-NEXT-SEQ PIC 9(3).
        01 WS-SAVE-RECORD PIC X(98).
        01 WS-AMOUNT-CENTS PIC 9(9).
        01 WS-ADVANCE-OK PIC X VALUE 'Y'.
            88 ADVANCE-CLEAR VALUE 'Y'.
        01 WS-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-ADVANCES VALUE 'Y'.
        01 WS-LIST-COUNT PIC 9(5) VALUE ZERO.
        01 WS-PAID-TOTAL PIC 9(9)V99 VALUE ZERO.
        01 WS-BILLED-TOTAL PIC 9(9)V99 VALUE ZERO.
        01 WS-DISPLAY-PAID PIC -ZZZ,ZZZ,ZZ9.99.
        01 WS-DISPLAY-BILLED PIC -ZZZ,ZZZ,ZZ9.99.
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
      * PRG6's check-digit rule) is required before money goes out;
      * it lands in CADV-EMPID.
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
           OPEN I-O CASH-ADVANCE-FILE
           IF WS-FILE-STATUS = '35'
               OPEN OUTPUT CASH-ADVANCE-FILE
               CLOSE CASH-ADVANCE-FILE
               OPEN I-O CASH-ADVANCE-FILE
           END-IF
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CASH-ADVANCE-FILE: '
                   WS-FILE-STATUS
               MOVE 'X' TO WS-TRAN-CODE
           END-IF
           OPEN INPUT CASE-MASTER
           IF WS-CASE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CASE-MASTER: ' WS-CASE-STATUS
               MOVE 'X' TO WS-TRAN-CODE
           END-IF
           OPEN INPUT SUPPLIER-MASTER
           IF WS-SUP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SUPPLIER-MASTER: '
                   WS-SUP-STATUS
               MOVE 'X' TO WS-TRAN-CODE
           END-IF.

       PROCESS-TRANSACTION.
           DISPLAY 'ENTER TRANSACTION (A-ADD ADVANCE L-LIST CASE '
               'X-EXIT)'
           ACCEPT WS-TRAN-CODE
           EVALUATE TRUE
               WHEN TRAN-ADD
                   PERFORM ADD-ADVANCE
               WHEN TRAN-LIST
                   PERFORM LIST-ADVANCES
               WHEN TRAN-QUIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'INVALID TRANSACTION CODE'
           END-EVALUATE.

       ADD-ADVANCE.
           MOVE 'Y' TO WS-ADVANCE-OK
           DISPLAY 'ROLLNO OF CASE:'
           ACCEPT WS-ROLLNO
           MOVE WS-ROLLNO TO ROLLNO-KEY
           READ CASE-MASTER
               INVALID KEY
                   DISPLAY 'ADVANCE REJECTED - CASE NOT FOUND: '
                       WS-ROLLNO
                   MOVE 'N' TO WS-ADVANCE-OK
           END-READ
           IF ADVANCE-CLEAR AND CASE-STATUS = 'C'
               DISPLAY 'ADVANCE REJECTED - CASE IS CLOSED: '
                   WS-ROLLNO
               MOVE 'N' TO WS-ADVANCE-OK
           END-IF
           IF ADVANCE-CLEAR
               PERFORM CHECK-ADVANCE-PERIOD
           END-IF
           IF ADVANCE-CLEAR
               PERFORM BUILD-ADVANCE-RECORD
           END-IF
           IF ADVANCE-CLEAR
               PERFORM CHECK-ADVANCE-PERIOD
           END-IF
           IF ADVANCE-CLEAR
               PERFORM WRITE-ADVANCE
           END-IF.

      * Period close (PRG92) - an advance dated today into a closed
      * month is refused and logged; a month with no PERIOD-CONTROL
      * record is open. Checked before the details are keyed, and
      * again just before the write.
       CHECK-ADVANCE-PERIOD.
           MOVE WS-TODAY(1:6) TO WS-POSTING-PERIOD
           PERFORM CHECK-POSTING-PERIOD
           IF NOT POSTING-PERIOD-OPEN
               DISPLAY 'ADVANCE REJECTED - PERIOD '
                   WS-POSTING-PERIOD ' IS CLOSED (PRG92)'
               MOVE 'N' TO WS-ADVANCE-OK
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

       WRITE-SECURITY-REFUSAL.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-OPERATOR-EMPID TO RF-EMPID
           MOVE 'PRG86' TO RF-PROGRAM
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

       BUILD-ADVANCE-RECORD.
           DISPLAY 'ADVANCE TYPE (CLERGY/OBIT/DCCOPY/FLORAL/OTHER):'
           ACCEPT CADV-TYPE
           IF CADV-TYPE NOT = 'CLERGY' AND CADV-TYPE NOT = 'OBIT'
               AND CADV-TYPE NOT = 'DCCOPY'
               AND CADV-TYPE NOT = 'FLORAL'
               AND CADV-TYPE NOT = 'OTHER'
               DISPLAY 'ADVANCE REJECTED - UNKNOWN TYPE: ' CADV-TYPE
               MOVE 'N' TO WS-ADVANCE-OK
           END-IF
           IF ADVANCE-CLEAR
               DISPLAY 'PAYEE:'
               ACCEPT CADV-PAYEE
               DISPLAY 'PAYEE SUPPLIER CODE (BLANK IF NOT SET UP):'
               MOVE SPACES TO CADV-SUP-CODE
               ACCEPT CADV-SUP-CODE
               IF CADV-SUP-CODE NOT = SPACES
                   MOVE CADV-SUP-CODE TO SUP-CODE
                   READ SUPPLIER-MASTER
                       INVALID KEY
                           DISPLAY 'ADVANCE REJECTED - PAYEE NOT ON '
                               'SUPPLIER-MASTER: ' CADV-SUP-CODE
                           MOVE 'N' TO WS-ADVANCE-OK
                   END-READ
               END-IF
               DISPLAY 'AMOUNT PAID OUT (CENTS IMPLIED):'
               ACCEPT WS-AMOUNT-CENTS
               COMPUTE CADV-PAID-AMOUNT = WS-AMOUNT-CENTS / 100
               DISPLAY 'CHECK NUMBER:'
               ACCEPT CADV-CHECK-NO
               DISPLAY 'AMOUNT BILLED TO FAMILY (CENTS IMPLIED, '
                   '0 FOR SAME AS PAID):'
               ACCEPT WS-AMOUNT-CENTS
               IF WS-AMOUNT-CENTS = ZERO
                   MOVE CADV-PAID-AMOUNT TO CADV-BILLED-AMOUNT
               ELSE
                   COMPUTE CADV-BILLED-AMOUNT = WS-AMOUNT-CENTS / 100
               END-IF
               IF CADV-PAID-AMOUNT = ZERO
                   DISPLAY 'ADVANCE REJECTED - NOTHING PAID OUT'
                   MOVE 'N' TO WS-ADVANCE-OK
               END-IF
               IF CADV-CHECK-NO = SPACES
                   DISPLAY 'ADVANCE REJECTED - CHECK NUMBER REQUIRED'
                   MOVE 'N' TO WS-ADVANCE-OK
               END-IF
           END-IF
           IF ADVANCE-CLEAR
               AND CADV-BILLED-AMOUNT NOT = CADV-PAID-AMOUNT
               DISPLAY 'WARNING - AMOUNT BILLED DIFFERS FROM AMOUNT '
                   'PAID, THE STATEMENT WILL SHOW BOTH AMOUNTS'
           END-IF.

       WRITE-ADVANCE.
           PERFORM FIND-NEXT-ADVANCE-SEQ
           MOVE WS-ROLLNO TO CADV-ROLLNO
           MOVE WS-NEXT-SEQ TO CADV-SEQ
           MOVE WS-TODAY TO CADV-DATE
           MOVE WS-OPERATOR-EMPID TO CADV-EMPID
           WRITE CASH-ADVANCE-RECORD
               INVALID KEY
                   DISPLAY 'ADVANCE FAILED - WRITE ERROR: ' CADV-KEY
               NOT INVALID KEY
                   DISPLAY 'ADVANCE ' WS-NEXT-SEQ ' RECORDED FOR CASE '
                       WS-ROLLNO
           END-WRITE.

      * The browse reads into the record area, so the keyed fields
      * are saved around it and put back before the write.
       FIND-NEXT-ADVANCE-SEQ.
           MOVE CASH-ADVANCE-RECORD TO WS-SAVE-RECORD
           MOVE ZERO TO WS-NEXT-SEQ
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE WS-ROLLNO TO CADV-ROLLNO
           MOVE ZERO TO CADV-SEQ
           START CASH-ADVANCE-FILE KEY IS NOT LESS THAN CADV-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM SCAN-ADVANCE-SEQ UNTIL END-OF-ADVANCES
           ADD 1 TO WS-NEXT-SEQ
           MOVE WS-SAVE-RECORD TO CASH-ADVANCE-RECORD.

       SCAN-ADVANCE-SEQ.
           READ CASH-ADVANCE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF CADV-ROLLNO NOT = WS-ROLLNO
                       MOVE 'Y' TO WS-EOF-SWITCH
                   ELSE
                       MOVE CADV-SEQ TO WS-NEXT-SEQ
                   END-IF
           END-READ.

       LIST-ADVANCES.
           DISPLAY 'ROLLNO TO LIST ADVANCES FOR:'
           ACCEPT WS-ROLLNO
           DISPLAY '=== CASH ADVANCES - ' WS-ROLLNO ' ==='
           MOVE ZERO TO WS-LIST-COUNT
           MOVE ZERO TO WS-PAID-TOTAL
           MOVE ZERO TO WS-BILLED-TOTAL
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE WS-ROLLNO TO CADV-ROLLNO
           MOVE ZERO TO CADV-SEQ
           START CASH-ADVANCE-FILE KEY IS NOT LESS THAN CADV-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM LIST-ONE-ADVANCE UNTIL END-OF-ADVANCES
           MOVE WS-PAID-TOTAL TO WS-DISPLAY-PAID
           MOVE WS-BILLED-TOTAL TO WS-DISPLAY-BILLED
           DISPLAY 'ADVANCES LISTED: ' WS-LIST-COUNT
               ' PAID ' WS-DISPLAY-PAID
               ' BILLED ' WS-DISPLAY-BILLED.

       LIST-ONE-ADVANCE.
           READ CASH-ADVANCE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF CADV-ROLLNO NOT = WS-ROLLNO
                       MOVE 'Y' TO WS-EOF-SWITCH
                   ELSE
                       MOVE CADV-PAID-AMOUNT TO WS-DISPLAY-PAID
                       MOVE CADV-BILLED-AMOUNT TO WS-DISPLAY-BILLED
                       DISPLAY CADV-SEQ ' ' CADV-DATE ' ' CADV-TYPE
                           ' ' CADV-PAYEE ' CK ' CADV-CHECK-NO
                       DISPLAY '    PAID ' WS-DISPLAY-PAID
                           ' BILLED ' WS-DISPLAY-BILLED
                           ' BY ' CADV-EMPID
                       ADD 1 TO WS-LIST-COUNT
                       ADD CADV-PAID-AMOUNT TO WS-PAID-TOTAL
                       ADD CADV-BILLED-AMOUNT TO WS-BILLED-TOTAL
                   END-IF
           END-READ.

       CLOSE-FILES.
           CLOSE CASH-ADVANCE-FILE
           CLOSE CASE-MASTER
           CLOSE SUPPLIER-MASTER
           CLOSE EMPLOYEE-MASTER.
