      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * Veteran burial-benefit tracking - nothing on the case said
      * the decedent served, so flag requests, national-cemetery
      * scheduling, and the VA burial allowance slipped every month.
      * One VETERAN-MASTER record per veteran case (see VETREC.cpy):
      * service branch, DD-214 received date, burial flag, headstone/
      * marker application, and the burial-allowance claim amount and
      * status. The follow-up report lists every claim filed but not
      * paid, oldest first in ROLLNO order with the days outstanding,
      * so someone calls the VA regional office. The VA check itself
      * posts through PRG28 under payment method VA, which marks the
      * claim paid and lets PRG51 book it to its own GL account.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRG85.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT VETERAN-MASTER ASSIGN TO WS-VET-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS VET-ROLLNO
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
            SELECT EMPLOYEE-MASTER ASSIGN TO WS-EMPLOYEE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EMPID
                ALTERNATE RECORD KEY IS ALPNUM
                FILE STATUS IS WS-EMP-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  VETERAN-MASTER.
        01  VETERAN-RECORD.
            COPY VETREC.
        FD  CASE-MASTER.
        01  CASE-MASTER-RECORD.
            COPY CASEREC REPLACING ==ROLLNO== BY ==ROLLNO-KEY==.
        FD  EMPLOYEE-MASTER.
        01  EMPLOYEE-RECORD.
            COPY EMPREC.
        WORKING-STORAGE SECTION.
        01 WS-VET-FILE PIC X(40)
            VALUE '/user/mortuary/veteran-master'.
        01 WS-FILE-STATUS PIC XX.
        01 WS-CASE-FILE PIC X(40) VALUE '/user/mortuary/case-master'.
        01 WS-CASE-STATUS PIC XX.
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
        01 WS-TRAN-CODE PIC X VALUE SPACES.
            88 TRAN-ADD VALUE 'A'.
            88 TRAN-UPDATE VALUE 'U'.
            88 TRAN-INQUIRE VALUE 'I'.
            88 TRAN-FOLLOW-UP VALUE 'F'.
            88 TRAN-QUIT VALUE 'X'.
        01 WS-ROLLNO PIC 9(7).
        01 WS-TODAY PIC 9(8).
        01 WS-TODAY-JULIAN PIC 9(7).
        01 WS-CLAIM-JULIAN PIC 9(7).
        01 WS-AGE-DAYS PIC S9(7).
        01 WS-AMOUNT-CENTS PIC 9(9).
        01 WS-EVENT-DATE PIC 9(8).
        01 WS-UPDATE-CODE PIC X.
        01 WS-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-VETERANS VALUE 'Y'.
        01 WS-OPEN-CLAIMS PIC 9(5) VALUE ZERO.
        01 WS-OPEN-TOTAL PIC 9(9)V99 VALUE ZERO.
        01 WS-DISPLAY-AMOUNT PIC -ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-JULIAN =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
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
      * PRG6's check-digit rule) is required before a benefit record
      * is touched; it lands in VET-RECORDED-BY.
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
           OPEN I-O VETERAN-MASTER
           IF WS-FILE-STATUS = '35'
               OPEN OUTPUT VETERAN-MASTER
               CLOSE VETERAN-MASTER
               OPEN I-O VETERAN-MASTER
           END-IF
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING VETERAN-MASTER: '
                   WS-FILE-STATUS
               MOVE 'X' TO WS-TRAN-CODE
           END-IF
           OPEN INPUT CASE-MASTER
           IF WS-CASE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CASE-MASTER: ' WS-CASE-STATUS
               MOVE 'X' TO WS-TRAN-CODE
           END-IF.

       PROCESS-TRANSACTION.
           DISPLAY 'ENTER TRANSACTION (A-ADD VETERAN U-UPDATE '
               'I-INQUIRE F-FOLLOW-UP REPORT X-EXIT)'
           ACCEPT WS-TRAN-CODE
           EVALUATE TRUE
               WHEN TRAN-ADD
                   PERFORM ADD-VETERAN
               WHEN TRAN-UPDATE
                   PERFORM UPDATE-VETERAN
               WHEN TRAN-INQUIRE
                   PERFORM INQUIRE-VETERAN
               WHEN TRAN-FOLLOW-UP
                   PERFORM PRINT-FOLLOW-UP-REPORT
               WHEN TRAN-QUIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'INVALID TRANSACTION CODE'
           END-EVALUATE.

       ADD-VETERAN.
           DISPLAY 'ROLLNO OF VETERAN CASE:'
           ACCEPT WS-ROLLNO
           MOVE WS-ROLLNO TO ROLLNO-KEY
           READ CASE-MASTER
               INVALID KEY
                   DISPLAY 'VETERAN REJECTED - CASE NOT FOUND: '
                       WS-ROLLNO
               NOT INVALID KEY
                   PERFORM BUILD-VETERAN-RECORD
           END-READ.

       BUILD-VETERAN-RECORD.
           MOVE WS-ROLLNO TO VET-ROLLNO
           DISPLAY 'SERVICE BRANCH (ARMY/NAVY/AIR FORCE/MARINES/'
               'COAST GUARD/SPACE FORCE/NATL GUARD):'
           ACCEPT VET-BRANCH
           DISPLAY 'DD-214 RECEIVED DATE (YYYYMMDD, 0 IF NOT YET):'
           ACCEPT VET-DD214-DATE
           MOVE 'N' TO VET-FLAG-ISSUED
           MOVE ZERO TO VET-FLAG-DATE
           MOVE ZERO TO VET-MARKER-DATE
           MOVE ZERO TO VET-CLAIM-AMOUNT
           MOVE ZERO TO VET-CLAIM-DATE
           MOVE 'N' TO VET-CLAIM-STATUS
           MOVE ZERO TO VET-PAID-AMOUNT
           MOVE ZERO TO VET-PAID-DATE
           MOVE WS-OPERATOR-EMPID TO VET-RECORDED-BY
           WRITE VETERAN-RECORD
               INVALID KEY
                   DISPLAY 'VETERAN REJECTED - ALREADY ON FILE '
                       'FOR: ' WS-ROLLNO
               NOT INVALID KEY
                   DISPLAY 'VETERAN RECORDED - ' WS-ROLLNO ' '
                       VET-BRANCH
           END-WRITE.

      * One event per update: the DD-214 arriving, the flag going
      * out, the marker application, the burial-allowance claim
      * being filed, or the VA denying it. Payment is not keyed here
      * - the check posts through PRG28 under method VA, which is
      * what moves the claim to paid.
       UPDATE-VETERAN.
           DISPLAY 'ROLLNO TO UPDATE:'
           ACCEPT WS-ROLLNO
           MOVE WS-ROLLNO TO VET-ROLLNO
           READ VETERAN-MASTER
               INVALID KEY
                   DISPLAY 'NO VETERAN RECORD ON FILE FOR: '
                       WS-ROLLNO
               NOT INVALID KEY
                   PERFORM APPLY-VETERAN-EVENT
           END-READ.

       APPLY-VETERAN-EVENT.
           DISPLAY 'EVENT (D-DD214 RECEIVED F-FLAG ISSUED '
               'M-MARKER APPLIED C-CLAIM FILED X-CLAIM DENIED):'
           ACCEPT WS-UPDATE-CODE
           IF WS-UPDATE-CODE = 'D' OR 'F' OR 'M' OR 'C'
               DISPLAY 'EVENT DATE (YYYYMMDD, 0 FOR TODAY):'
               ACCEPT WS-EVENT-DATE
               IF WS-EVENT-DATE = ZERO
                   MOVE WS-TODAY TO WS-EVENT-DATE
               END-IF
           END-IF
           EVALUATE WS-UPDATE-CODE
               WHEN 'D'
                   MOVE WS-EVENT-DATE TO VET-DD214-DATE
               WHEN 'F'
                   MOVE 'Y' TO VET-FLAG-ISSUED
                   MOVE WS-EVENT-DATE TO VET-FLAG-DATE
               WHEN 'M'
                   MOVE WS-EVENT-DATE TO VET-MARKER-DATE
               WHEN 'C'
                   PERFORM FILE-BURIAL-CLAIM
               WHEN 'X'
                   IF VET-CLAIM-STATUS NOT = 'F'
                       DISPLAY 'UPDATE REJECTED - NO CLAIM AWAITING '
                           'PAYMENT TO DENY'
                       MOVE SPACE TO WS-UPDATE-CODE
                   ELSE
                       MOVE 'D' TO VET-CLAIM-STATUS
                   END-IF
               WHEN OTHER
                   DISPLAY 'UPDATE REJECTED - EVENT MUST BE '
                       'D, F, M, C, OR X'
                   MOVE SPACE TO WS-UPDATE-CODE
           END-EVALUATE
           IF WS-UPDATE-CODE NOT = SPACE
               MOVE WS-OPERATOR-EMPID TO VET-RECORDED-BY
               REWRITE VETERAN-RECORD
                   INVALID KEY
                       DISPLAY 'UPDATE FAILED - REWRITE ERROR: '
                           WS-ROLLNO
                   NOT INVALID KEY
                       DISPLAY 'VETERAN RECORD UPDATED: ' WS-ROLLNO
               END-REWRITE
           END-IF.

      * A claim files once; a paid claim is never reopened here.
       FILE-BURIAL-CLAIM.
           IF VET-CLAIM-STATUS = 'P'
               DISPLAY 'UPDATE REJECTED - CLAIM ALREADY PAID'
               MOVE SPACE TO WS-UPDATE-CODE
           ELSE
               IF VET-DD214-DATE = ZERO
                   DISPLAY 'WARNING - NO DD-214 ON FILE, THE VA '
                       'WILL ASK FOR IT'
               END-IF
               DISPLAY 'CLAIM AMOUNT (CENTS IMPLIED):'
               ACCEPT WS-AMOUNT-CENTS
               COMPUTE VET-CLAIM-AMOUNT = WS-AMOUNT-CENTS / 100
               MOVE WS-EVENT-DATE TO VET-CLAIM-DATE
               MOVE 'F' TO VET-CLAIM-STATUS
           END-IF.

       INQUIRE-VETERAN.
           DISPLAY 'ROLLNO FOR INQUIRY:'
           ACCEPT WS-ROLLNO
           MOVE WS-ROLLNO TO VET-ROLLNO
           READ VETERAN-MASTER
               INVALID KEY
                   DISPLAY 'NO VETERAN RECORD ON FILE FOR: '
                       WS-ROLLNO
               NOT INVALID KEY
                   DISPLAY 'BRANCH  : ' VET-BRANCH
                   DISPLAY 'DD-214  : ' VET-DD214-DATE
                   DISPLAY 'FLAG    : ' VET-FLAG-ISSUED
                       ' ' VET-FLAG-DATE
                   DISPLAY 'MARKER  : ' VET-MARKER-DATE
                   MOVE VET-CLAIM-AMOUNT TO WS-DISPLAY-AMOUNT
                   DISPLAY 'CLAIM   : ' WS-DISPLAY-AMOUNT
                       ' FILED ' VET-CLAIM-DATE
                       ' STATUS ' VET-CLAIM-STATUS
                   MOVE VET-PAID-AMOUNT TO WS-DISPLAY-AMOUNT
                   DISPLAY 'PAID    : ' WS-DISPLAY-AMOUNT
                       ' ON ' VET-PAID-DATE
           END-READ.

      * The follow-up report - every burial-allowance claim filed
      * and not yet paid or denied, with the days it has been out.
      * Each line is a call to the VA regional office.
       PRINT-FOLLOW-UP-REPORT.
           DISPLAY '=== VA CLAIMS FILED NOT PAID - AS OF ' WS-TODAY
               ' ==='
           MOVE ZERO TO WS-OPEN-CLAIMS
           MOVE ZERO TO WS-OPEN-TOTAL
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE ZERO TO VET-ROLLNO
           START VETERAN-MASTER
               KEY IS NOT LESS THAN VET-ROLLNO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM CHECK-ONE-CLAIM UNTIL END-OF-VETERANS
           MOVE WS-OPEN-TOTAL TO WS-DISPLAY-AMOUNT
           DISPLAY 'CLAIMS OUTSTANDING: ' WS-OPEN-CLAIMS
               ' TOTAL ' WS-DISPLAY-AMOUNT.

       CHECK-ONE-CLAIM.
           READ VETERAN-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF VET-CLAIM-STATUS = 'F'
                       MOVE ZERO TO WS-AGE-DAYS
                       IF VET-CLAIM-DATE > ZERO
                           COMPUTE WS-CLAIM-JULIAN =
                               FUNCTION INTEGER-OF-DATE
                               (VET-CLAIM-DATE)
                           COMPUTE WS-AGE-DAYS =
                               WS-TODAY-JULIAN - WS-CLAIM-JULIAN
                       END-IF
                       MOVE VET-CLAIM-AMOUNT TO WS-DISPLAY-AMOUNT
                       DISPLAY VET-ROLLNO ' ' VET-BRANCH ' '
                           WS-DISPLAY-AMOUNT
                           ' FILED ' VET-CLAIM-DATE
                           ' (' WS-AGE-DAYS ' DAYS)'
                       ADD 1 TO WS-OPEN-CLAIMS
                       ADD VET-CLAIM-AMOUNT TO WS-OPEN-TOTAL
                   END-IF
           END-READ.

       CLOSE-FILES.
           CLOSE VETERAN-MASTER
           CLOSE CASE-MASTER
           CLOSE EMPLOYEE-MASTER.
