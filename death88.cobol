      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * Case change-history inquiry - status history says when a
      * case moved, but not who changed a date of death after the
      * certificate was filed or who put a case on another
      * director's desk. Every program that rewrites CASE-MASTER
      * (PRG4, PRG16, PRG49, PRG80, PRG83, PRG87) writes one entry
      * per changed field to the case audit log (see CAUDREC.cpy),
      * and this inquiry reads the log back for one ROLLNO, oldest
      * first: field, value before, value after, who, from which
      * program, and when. A field name narrows the list to that
      * field alone. A case that has since been rekeyed or merged
      * away still shows its history under the old number.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRG88.
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
        01 WS-CASE-OPEN-SWITCH PIC X VALUE 'N'.
            88 CASE-MASTER-OPEN VALUE 'Y'.
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
            88 TRAN-HISTORY VALUE 'H'.
            88 TRAN-QUIT VALUE 'X'.
        01 WS-ROLLNO PIC 9(7).
        01 WS-FIELD-FILTER PIC X(16).
        01 WS-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-AUDIT VALUE 'Y'.
        01 WS-HISTORY-COUNT PIC 9(5) VALUE ZERO.
        01 WS-HISTORY-LINE.
            02 HL-DATE PIC X(8).
            02 FILLER PIC X VALUE SPACE.
            02 HL-TIME PIC X(4).
            02 FILLER PIC X VALUE SPACE.
            02 HL-FIELD PIC X(16).
            02 FILLER PIC X VALUE SPACE.
            02 HL-OLD-VALUE PIC X(20).
            02 FILLER PIC X(4) VALUE ' -> '.
            02 HL-NEW-VALUE PIC X(20).
            02 FILLER PIC X VALUE SPACE.
            02 HL-EMPID PIC 9(5).
            02 FILLER PIC X VALUE SPACE.
            02 HL-PROGRAM PIC X(8).
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
      * PRG6's check-digit rule) is required before case history
      * is shown.
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
           OPEN INPUT CASE-MASTER
           IF WS-CASE-STATUS = '00'
               MOVE 'Y' TO WS-CASE-OPEN-SWITCH
           ELSE
               DISPLAY 'WARNING - CASE-MASTER NOT OPENED, CASE '
                   'NAMES WILL NOT SHOW: ' WS-CASE-STATUS
           END-IF.

       PROCESS-TRANSACTION.
           DISPLAY 'ENTER TRANSACTION (H-CASE HISTORY X-EXIT)'
           ACCEPT WS-TRAN-CODE
           EVALUATE TRUE
               WHEN TRAN-HISTORY
                   PERFORM SHOW-CASE-HISTORY
               WHEN TRAN-QUIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'INVALID TRANSACTION CODE'
           END-EVALUATE.

      * The log is read front to back on every inquiry - it is
      * appended in time order, so the list comes out oldest first.
       SHOW-CASE-HISTORY.
           DISPLAY 'ROLLNO:'
           ACCEPT WS-ROLLNO
           DISPLAY 'FIELD NAME (BLANK FOR ALL FIELDS):'
           MOVE SPACES TO WS-FIELD-FILTER
           ACCEPT WS-FIELD-FILTER
           PERFORM SHOW-CASE-NAME
           MOVE ZERO TO WS-HISTORY-COUNT
           OPEN INPUT CASE-AUDIT-LOG
           IF WS-CASE-AUDIT-STATUS NOT = '00'
               DISPLAY 'NO CASE CHANGES LOGGED YET: '
                   WS-CASE-AUDIT-STATUS
           ELSE
               DISPLAY 'DATE     TIME FIELD            BEFORE'
                   '                  AFTER                EMPID'
                   ' PROGRAM'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM READ-AUDIT-ENTRY UNTIL END-OF-AUDIT
               CLOSE CASE-AUDIT-LOG
               DISPLAY 'CHANGES LISTED: ' WS-HISTORY-COUNT
           END-IF.

       SHOW-CASE-NAME.
           IF CASE-MASTER-OPEN
               MOVE WS-ROLLNO TO ROLLNO-KEY
               READ CASE-MASTER
                   INVALID KEY
                       DISPLAY 'CASE ' WS-ROLLNO ' NOT ON '
                           'CASE-MASTER (ARCHIVED, REKEYED, OR '
                           'MERGED AWAY)'
                   NOT INVALID KEY
                       DISPLAY 'CASE ' WS-ROLLNO ' ' NAME-LAST ' '
                           NAME-FIRST ' STATUS ' CASE-STATUS
               END-READ
           END-IF.

       READ-AUDIT-ENTRY.
           READ CASE-AUDIT-LOG INTO WS-CASE-AUDIT-ENTRY
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF CA-ROLLNO = WS-ROLLNO
                       IF WS-FIELD-FILTER = SPACES
                           OR WS-FIELD-FILTER = CA-FIELD
                           PERFORM SHOW-AUDIT-ENTRY
                       END-IF
                   END-IF
           END-READ.

       SHOW-AUDIT-ENTRY.
           MOVE CA-TIMESTAMP(1:8) TO HL-DATE
           MOVE CA-TIMESTAMP(9:4) TO HL-TIME
           MOVE CA-FIELD TO HL-FIELD
           MOVE CA-OLD-VALUE TO HL-OLD-VALUE
           MOVE CA-NEW-VALUE TO HL-NEW-VALUE
           MOVE CA-EMPID TO HL-EMPID
           MOVE CA-PROGRAM TO HL-PROGRAM
           DISPLAY WS-HISTORY-LINE
           ADD 1 TO WS-HISTORY-COUNT.

       CLOSE-FILES.
           IF CASE-MASTER-OPEN
               CLOSE CASE-MASTER
           END-IF
           CLOSE EMPLOYEE-MASTER.
