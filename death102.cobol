      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * Precaution flag transaction - a decedent with a known
      * infectious condition, or who is bariatric or needs other
      * special handling, used to be flagged with a sticky note on
      * the cooler door. The code now lives on the case itself
      * (CASE-PRECAUTION on CASEREC): PRG4 takes it on the intake
      * line, and this program sets, changes, or clears it on an
      * existing case, the way PRG34 adds a note - ROLLNO first,
      * then the signed-on operator's entry. The code is a number,
      * never diagnosis text; every change goes on the case audit
      * log PRG88 reads, under the setting EMPID, and nowhere else,
      * so the reason stays with whoever set it. The list shows
      * every open case carrying a code - the board the sticky
      * notes used to be. Tags, dispatch entries, the run sheet,
      * and the prep record print the code as the symbol *Pn*.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRG102.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
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
            SELECT CASE-AUDIT-LOG ASSIGN TO WS-CASE-AUDIT-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CASE-AUDIT-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  CASE-MASTER.
        01  CASE-MASTER-RECORD.
            COPY CASEREC REPLACING ==ROLLNO== BY ==ROLLNO-KEY==.
        FD  EMPLOYEE-MASTER.
        01  EMPLOYEE-RECORD.
            COPY EMPREC.
        FD  CASE-AUDIT-LOG.
        01  CASE-AUDIT-RECORD PIC X(120).
        WORKING-STORAGE SECTION.
        01 WS-CASE-FILE PIC X(40) VALUE '/user/mortuary/case-master'.
        01 WS-CASE-STATUS PIC XX.
        01 WS-EMPLOYEE-FILE PIC X(40) VALUE '/user/employee/master'.
        01 WS-EMP-STATUS PIC XX.
        01 WS-CASE-AUDIT-FILE PIC X(40)
            VALUE '/user/mortuary/case-audit.log'.
        01 WS-CASE-AUDIT-STATUS PIC XX.
        01 WS-CASE-AUDIT-ENTRY.
            COPY CAUDREC.
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
            88 TRAN-SET VALUE 'S'.
            88 TRAN-LIST VALUE 'L'.
            88 TRAN-QUIT VALUE 'X'.
        01 WS-ROLLNO PIC 9(7).
        01 WS-TIMESTAMP PIC X(21).
        01 WS-OLD-PRECAUTION PIC X.
        01 WS-NEW-PRECAUTION PIC X.
        01 WS-SET-OK PIC X VALUE 'Y'.
            88 SET-CLEAR VALUE 'Y'.
        01 WS-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-CASES VALUE 'Y'.
        01 WS-LIST-COUNT PIC 9(5) VALUE ZERO.
        01 WS-PREC-SYMBOL.
            02 FILLER PIC X(2) VALUE '*P'.
            02 WS-PREC-CODE PIC X.
            02 FILLER PIC X VALUE '*'.
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
           PERFORM OPEN-FILES
           PERFORM PROCESS-TRANSACTION UNTIL TRAN-QUIT
           PERFORM CLOSE-FILES
           STOP RUN.

      * Sign-on - a verified EMPID (on EMPLOYEE-MASTER, passing
      * PRG6's check-digit rule) is required before a code is set
      * or cleared; it is the setting EMPID on the audit entry.
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
           OPEN I-O CASE-MASTER
           IF WS-CASE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CASE-MASTER: ' WS-CASE-STATUS
               MOVE 'X' TO WS-TRAN-CODE
           END-IF.

       PROCESS-TRANSACTION.
           DISPLAY 'ENTER TRANSACTION (S-SET OR CLEAR PRECAUTION '
               'L-LIST FLAGGED CASES X-EXIT)'
           ACCEPT WS-TRAN-CODE
           EVALUATE TRUE
               WHEN TRAN-SET
                   PERFORM SET-PRECAUTION
               WHEN TRAN-LIST
                   PERFORM LIST-FLAGGED-CASES
               WHEN TRAN-QUIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'INVALID TRANSACTION CODE'
           END-EVALUATE.

      * A blank code clears the flag. A closed case is past every
      * touchpoint the flag protects, so it is left alone; keying
      * the code the case already carries is refused rather than
      * cluttering the audit log.
       SET-PRECAUTION.
           MOVE 'Y' TO WS-SET-OK
           DISPLAY 'ROLLNO FOR PRECAUTION:'
           ACCEPT WS-ROLLNO
           MOVE WS-ROLLNO TO ROLLNO-KEY
           READ CASE-MASTER
               INVALID KEY
                   DISPLAY 'PRECAUTION REJECTED - CASE NOT FOUND: '
                       WS-ROLLNO
                   MOVE 'N' TO WS-SET-OK
           END-READ
           IF SET-CLEAR AND CASE-STATUS = 'C'
               DISPLAY 'PRECAUTION REJECTED - CASE IS CLOSED: '
                   WS-ROLLNO
               MOVE 'N' TO WS-SET-OK
           END-IF
           IF SET-CLEAR
               MOVE CASE-PRECAUTION TO WS-OLD-PRECAUTION
               DISPLAY 'CURRENT CODE: ' WS-OLD-PRECAUTION
               DISPLAY 'NEW CODE (1-INFECTIOUS 2-BARIATRIC '
                   '3-OTHER SPECIAL HANDLING, BLANK TO CLEAR):'
               MOVE SPACE TO WS-NEW-PRECAUTION
               ACCEPT WS-NEW-PRECAUTION
               PERFORM VALIDATE-NEW-PRECAUTION
           END-IF
           IF SET-CLEAR
               MOVE WS-NEW-PRECAUTION TO CASE-PRECAUTION
               REWRITE CASE-MASTER-RECORD
                   INVALID KEY
                       DISPLAY 'PRECAUTION FAILED - REWRITE ERROR: '
                           WS-ROLLNO
                   NOT INVALID KEY
                       PERFORM AUDIT-PRECAUTION-CHANGE
                       PERFORM CONFIRM-PRECAUTION-SET
               END-REWRITE
           END-IF.

       VALIDATE-NEW-PRECAUTION.
           IF WS-NEW-PRECAUTION NOT = SPACE
               AND WS-NEW-PRECAUTION NOT = '1'
               AND WS-NEW-PRECAUTION NOT = '2'
               AND WS-NEW-PRECAUTION NOT = '3'
               DISPLAY 'PRECAUTION REJECTED - CODE NOT 1, 2, 3 '
                   'OR BLANK: ' WS-NEW-PRECAUTION
               MOVE 'N' TO WS-SET-OK
           ELSE
               IF WS-NEW-PRECAUTION = WS-OLD-PRECAUTION
                   DISPLAY 'PRECAUTION REJECTED - CASE ALREADY '
                       'CARRIES THAT CODE: ' WS-ROLLNO
                   MOVE 'N' TO WS-SET-OK
               END-IF
           END-IF.

       CONFIRM-PRECAUTION-SET.
           IF WS-NEW-PRECAUTION = SPACE
               DISPLAY 'PRECAUTION CLEARED - CASE ' WS-ROLLNO
           ELSE
               MOVE WS-NEW-PRECAUTION TO WS-PREC-CODE
               DISPLAY 'PRECAUTION SET - CASE ' WS-ROLLNO ' '
                   WS-PREC-SYMBOL
               IF CASE-STATUS NOT = 'I'
                   DISPLAY 'CASE IS PAST INTAKE - REPRINT ITS TAG '
                       '(PRG52) SO THE SYMBOL IS ON THE DOOR'
               END-IF
           END-IF.

       AUDIT-PRECAUTION-CHANGE.
           MOVE WS-ROLLNO TO CA-ROLLNO
           MOVE 'CASE-PRECAUTION' TO CA-FIELD
           MOVE WS-OLD-PRECAUTION TO CA-OLD-VALUE
           MOVE WS-NEW-PRECAUTION TO CA-NEW-VALUE
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-OPERATOR-EMPID TO CA-EMPID
           MOVE 'PRG102' TO CA-PROGRAM
           MOVE WS-TIMESTAMP TO CA-TIMESTAMP
           OPEN EXTEND CASE-AUDIT-LOG
           IF WS-CASE-AUDIT-STATUS = '35'
               OPEN OUTPUT CASE-AUDIT-LOG
           END-IF
           MOVE WS-CASE-AUDIT-ENTRY TO CASE-AUDIT-RECORD
           WRITE CASE-AUDIT-RECORD
           CLOSE CASE-AUDIT-LOG.

       LIST-FLAGGED-CASES.
           DISPLAY '=== OPEN CASES CARRYING A PRECAUTION CODE ==='
           MOVE ZERO TO WS-LIST-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE ZERO TO ROLLNO-KEY
           START CASE-MASTER KEY IS NOT LESS THAN ROLLNO-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM LIST-ONE-CASE UNTIL END-OF-CASES
           DISPLAY 'FLAGGED CASES: ' WS-LIST-COUNT.

       LIST-ONE-CASE.
           READ CASE-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF CASE-STATUS NOT = 'C'
                       AND CASE-PRECAUTION NOT = SPACE
                       MOVE CASE-PRECAUTION TO WS-PREC-CODE
                       DISPLAY ROLLNO-KEY ' ' WS-PREC-SYMBOL
                           ' STATUS ' CASE-STATUS ' ' NAME-LAST
                       ADD 1 TO WS-LIST-COUNT
                   END-IF
           END-READ.

       CLOSE-FILES.
           CLOSE CASE-MASTER
           CLOSE EMPLOYEE-MASTER.
