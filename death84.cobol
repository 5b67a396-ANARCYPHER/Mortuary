      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * Crematory operations log - PRG68's checklist gets a
      * DISPOSITION-TYPE 'C' case authorized; this follows it into
      * the retort and back out. One CREMATION-RUN-FILE record per
      * case (see RUNREC.cpy): the run starts with the retort unit,
      * the crematory operator's EMPID (validated against
      * EMPLOYEE-MASTER the same way sign-on is), and the number on
      * the stainless ID disc that goes in with the decedent; it ends
      * with the disc recovered and checked, the cremains container,
      * and the weight. The daily retort log prints every run started
      * on a date, and the pickup list prints every finished run
      * whose cremains have not yet gone out PRG69's door - PRG69
      * marks the run released when the disc keyed at the door
      * matches.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRG84.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CREMATION-RUN-FILE ASSIGN TO WS-RUN-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RUN-ROLLNO
                FILE STATUS IS WS-FILE-STATUS.
            SELECT CREMATION-CHECKLIST ASSIGN TO WS-CREM-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CREM-ROLLNO
                FILE STATUS IS WS-CREM-STATUS.
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
            SELECT RETORT-REPORT ASSIGN TO WS-REPORT-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REPORT-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  CREMATION-RUN-FILE.
        01  CREMATION-RUN-RECORD.
            COPY RUNREC.
        FD  CREMATION-CHECKLIST.
        01  CREMATION-CHECKLIST-RECORD.
            COPY CREMREC.
        FD  CASE-MASTER.
        01  CASE-MASTER-RECORD.
            COPY CASEREC REPLACING ==ROLLNO== BY ==ROLLNO-KEY==.
        FD  EMPLOYEE-MASTER.
        01  EMPLOYEE-RECORD.
            COPY EMPREC.
        FD  RETORT-REPORT.
        01  RETORT-REPORT-LINE PIC X(100).
        WORKING-STORAGE SECTION.
        01 WS-RUN-FILE PIC X(40)
            VALUE '/user/mortuary/cremation-runs'.
        01 WS-FILE-STATUS PIC XX.
        01 WS-CREM-FILE PIC X(40)
            VALUE '/user/mortuary/cremation-checklist'.
        01 WS-CREM-STATUS PIC XX.
        01 WS-CREM-OPEN-SWITCH PIC X VALUE 'N'.
            88 CREMATION-CHECKLIST-OPEN VALUE 'Y'.
        01 WS-CASE-FILE PIC X(40) VALUE '/user/mortuary/case-master'.
        01 WS-CASE-STATUS PIC XX.
        01 WS-EMPLOYEE-FILE PIC X(40) VALUE '/user/employee/master'.
        01 WS-EMP-STATUS PIC XX.
        01 WS-REPORT-FILE PIC X(40).
        01 WS-LOG-FILE PIC X(40)
            VALUE '/user/mortuary/retort-log.txt'.
        01 WS-PICKUP-FILE PIC X(40)
            VALUE '/user/mortuary/cremains-pickup.txt'.
        01 WS-REPORT-STATUS PIC XX.
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
            88 TRAN-START VALUE 'S'.
            88 TRAN-END VALUE 'E'.
            88 TRAN-LOG VALUE 'L'.
            88 TRAN-PICKUP VALUE 'P'.
            88 TRAN-INQUIRE VALUE 'I'.
            88 TRAN-QUIT VALUE 'X'.
        01 WS-ROLLNO PIC 9(7).
        01 WS-TODAY PIC 9(8).
        01 WS-TODAY-JULIAN PIC 9(7).
        01 WS-END-DATE PIC 9(8).
        01 WS-END-JULIAN PIC 9(7).
        01 WS-DAYS-WAITING PIC S9(5).
        01 WS-TIMESTAMP PIC X(21).
        01 WS-LOG-DATE PIC 9(8).
        01 WS-RETORT PIC X(4).
        01 WS-RUN-OPERATOR PIC 9(5).
        01 WS-DISC-NO PIC X(10).
        01 WS-WEIGHT-TENTHS PIC 9(4).
        01 WS-RUN-OK PIC X VALUE 'Y'.
            88 RUN-CLEAR VALUE 'Y'.
        01 WS-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-RUNS VALUE 'Y'.
        01 WS-LINE-COUNT PIC 9(5) VALUE ZERO.
        01 WS-CASE-NAME PIC X(20).
        01 WS-RUN-DETAIL.
            02 RD-ROLLNO PIC 9(7).
            02 FILLER PIC X(2) VALUE SPACES.
            02 RD-NAME PIC X(20).
            02 FILLER PIC X(2) VALUE SPACES.
            02 RD-RETORT PIC X(4).
            02 FILLER PIC X(2) VALUE SPACES.
            02 RD-OPERATOR PIC 9(5).
            02 FILLER PIC X(2) VALUE SPACES.
            02 RD-START PIC 9(12).
            02 FILLER PIC X(2) VALUE SPACES.
            02 RD-END PIC 9(12).
            02 FILLER PIC X(2) VALUE SPACES.
            02 RD-DISC-NO PIC X(10).
            02 FILLER PIC X(2) VALUE SPACES.
            02 RD-WEIGHT PIC ZZ9.9.
        01 WS-PICKUP-DETAIL.
            02 PD-ROLLNO PIC 9(7).
            02 FILLER PIC X(2) VALUE SPACES.
            02 PD-NAME PIC X(20).
            02 FILLER PIC X(2) VALUE SPACES.
            02 PD-END-DATE PIC 9(8).
            02 FILLER PIC X(2) VALUE SPACES.
            02 PD-DAYS PIC ZZZZ9.
            02 FILLER PIC X(2) VALUE SPACES.
            02 PD-DISC-NO PIC X(10).
            02 FILLER PIC X(2) VALUE SPACES.
            02 PD-CONTAINER PIC X(15).
            02 FILLER PIC X(2) VALUE SPACES.
            02 PD-NOK PIC X(8).
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
           CLOSE CREMATION-RUN-FILE
           CLOSE CREMATION-CHECKLIST
           CLOSE CASE-MASTER
           CLOSE EMPLOYEE-MASTER
           STOP RUN.

      * Sign-on - a verified EMPID (on EMPLOYEE-MASTER, passing
      * PRG6's check-digit rule) is required before runs are logged.
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
           OPEN I-O CREMATION-RUN-FILE
           IF WS-FILE-STATUS = '35'
               OPEN OUTPUT CREMATION-RUN-FILE
               CLOSE CREMATION-RUN-FILE
               OPEN I-O CREMATION-RUN-FILE
           END-IF
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CREMATION-RUN-FILE: '
                   WS-FILE-STATUS
               MOVE 'X' TO WS-TRAN-CODE
           END-IF
           OPEN INPUT CREMATION-CHECKLIST
           IF WS-CREM-STATUS = '00'
               MOVE 'Y' TO WS-CREM-OPEN-SWITCH
           ELSE
               DISPLAY 'WARNING - CREMATION-CHECKLIST NOT OPENED, '
                   'NO RUN CAN START: ' WS-CREM-STATUS
           END-IF
           OPEN INPUT CASE-MASTER
           IF WS-CASE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CASE-MASTER: ' WS-CASE-STATUS
               MOVE 'X' TO WS-TRAN-CODE
           END-IF.

       PROCESS-TRANSACTION.
           DISPLAY 'ENTER TRANSACTION (S-START RUN E-END RUN '
               'L-RETORT LOG P-PICKUP LIST I-INQUIRE X-EXIT)'
           ACCEPT WS-TRAN-CODE
           EVALUATE TRUE
               WHEN TRAN-START
                   PERFORM START-RETORT-RUN
               WHEN TRAN-END
                   PERFORM END-RETORT-RUN
               WHEN TRAN-LOG
                   PERFORM PRINT-RETORT-LOG
               WHEN TRAN-PICKUP
                   PERFORM PRINT-PICKUP-LIST
               WHEN TRAN-INQUIRE
                   PERFORM INQUIRE-RETORT-RUN
               WHEN TRAN-QUIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'INVALID TRANSACTION CODE'
           END-EVALUATE.

      * A run starts only on a cremation case whose PRG68 checklist
      * is fully signed - the retort is the point of no return.
       START-RETORT-RUN.
           MOVE 'Y' TO WS-RUN-OK
           DISPLAY 'ROLLNO INTO RETORT:'
           ACCEPT WS-ROLLNO
           MOVE WS-ROLLNO TO ROLLNO-KEY
           READ CASE-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-RUN-OK
                   DISPLAY 'RUN REJECTED - CASE NOT FOUND: '
                       WS-ROLLNO
               NOT INVALID KEY
                   IF DISPOSITION-TYPE NOT = 'C'
                       MOVE 'N' TO WS-RUN-OK
                       DISPLAY 'RUN REJECTED - NOT A CREMATION '
                           'CASE: ' WS-ROLLNO
                   END-IF
           END-READ
           IF RUN-CLEAR
               PERFORM VERIFY-CHECKLIST-SIGNED
           END-IF
           IF RUN-CLEAR
               PERFORM CAPTURE-RUN-START
           END-IF
           IF RUN-CLEAR
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               MOVE WS-ROLLNO TO RUN-ROLLNO
               MOVE WS-RETORT TO RUN-RETORT
               MOVE WS-RUN-OPERATOR TO RUN-OPERATOR
               MOVE WS-TIMESTAMP(1:12) TO RUN-START
               MOVE ZERO TO RUN-END
               MOVE WS-DISC-NO TO RUN-DISC-NO
               MOVE SPACES TO RUN-CONTAINER
               MOVE ZERO TO RUN-WEIGHT
               MOVE 'N' TO RUN-RELEASED
               MOVE ZERO TO RUN-RELEASED-DATE
               WRITE CREMATION-RUN-RECORD
                   INVALID KEY
                       DISPLAY 'RUN REJECTED - RUN ALREADY ON FILE '
                           'FOR: ' WS-ROLLNO
                   NOT INVALID KEY
                       DISPLAY 'RETORT RUN STARTED: ' WS-ROLLNO
                           ' RETORT ' WS-RETORT ' DISC ' WS-DISC-NO
               END-WRITE
           END-IF.

       VERIFY-CHECKLIST-SIGNED.
           IF NOT CREMATION-CHECKLIST-OPEN
               MOVE 'N' TO WS-RUN-OK
               DISPLAY 'RUN REJECTED - CHECKLIST CANNOT BE VERIFIED'
           ELSE
               MOVE WS-ROLLNO TO CREM-ROLLNO
               READ CREMATION-CHECKLIST
                   INVALID KEY
                       MOVE 'N' TO WS-RUN-OK
                       DISPLAY 'RUN REJECTED - NO CREMATION '
                           'CHECKLIST (PRG68): ' WS-ROLLNO
                   NOT INVALID KEY
                       IF CREM-AUTH-EMPID = ZERO
                           OR CREM-PACEMAKER-EMPID = ZERO
                           OR CREM-CONTAINER-EMPID = ZERO
                           MOVE 'N' TO WS-RUN-OK
                           DISPLAY 'RUN REJECTED - CREMATION '
                               'CHECKLIST ITEM OPEN (PRG68): '
                               WS-ROLLNO
                       END-IF
               END-READ
           END-IF.

       CAPTURE-RUN-START.
           DISPLAY 'RETORT UNIT:'
           ACCEPT WS-RETORT
           DISPLAY 'CREMATORY OPERATOR EMPID:'
           ACCEPT WS-RUN-OPERATOR
           MOVE WS-RUN-OPERATOR TO EMPID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-RUN-OK
                   DISPLAY 'RUN REJECTED - EMPID NOT ON '
                       'EMPLOYEE-MASTER: ' WS-RUN-OPERATOR
               NOT INVALID KEY
                   PERFORM VALIDATE-EMPID
                   IF NOT EMPID-VALID
                       MOVE 'N' TO WS-RUN-OK
                       DISPLAY 'RUN REJECTED - EMPID FAILS '
                           'CHECK-DIGIT TEST: ' WS-RUN-OPERATOR
                   END-IF
                   IF EMP-TERM-DATE NOT = ZERO
                       AND EMP-TERM-DATE NOT > WS-SIGN-ON-DATE
                       MOVE 'N' TO WS-RUN-OK
                       DISPLAY 'RUN REJECTED - EMPID SEPARATED: '
                           WS-RUN-OPERATOR
                   END-IF
           END-READ
           IF RUN-CLEAR
               DISPLAY 'ID DISC NUMBER:'
               ACCEPT WS-DISC-NO
               IF WS-DISC-NO = SPACES
                   MOVE 'N' TO WS-RUN-OK
                   DISPLAY 'RUN REJECTED - ID DISC NUMBER REQUIRED'
               END-IF
           END-IF.

      * The disc recovered from the retort must be the disc that
      * went in - a mismatch is a commingling incident, not a typo
      * to be keyed past.
       END-RETORT-RUN.
           DISPLAY 'ROLLNO OUT OF RETORT:'
           ACCEPT WS-ROLLNO
           MOVE WS-ROLLNO TO RUN-ROLLNO
           READ CREMATION-RUN-FILE
               INVALID KEY
                   DISPLAY 'END REJECTED - NO RUN STARTED FOR: '
                       WS-ROLLNO
               NOT INVALID KEY
                   IF RUN-END NOT = ZERO
                       DISPLAY 'END REJECTED - RUN ALREADY ENDED: '
                           WS-ROLLNO
                   ELSE
                       PERFORM CAPTURE-RUN-END
                   END-IF
           END-READ.

       CAPTURE-RUN-END.
           DISPLAY 'ID DISC NUMBER RECOVERED:'
           ACCEPT WS-DISC-NO
           IF WS-DISC-NO NOT = RUN-DISC-NO
               DISPLAY 'END REJECTED - DISC ' WS-DISC-NO
                   ' DOES NOT MATCH RUN DISC ' RUN-DISC-NO
               DISPLAY 'STOP - REPORT TO THE CREMATORY MANAGER'
           ELSE
               DISPLAY 'CREMAINS CONTAINER:'
               ACCEPT RUN-CONTAINER
               DISPLAY 'CREMAINS WEIGHT (LBS IN TENTHS, 0052 = '
                   '5.2):'
               ACCEPT WS-WEIGHT-TENTHS
               COMPUTE RUN-WEIGHT = WS-WEIGHT-TENTHS / 10
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               MOVE WS-TIMESTAMP(1:12) TO RUN-END
               REWRITE CREMATION-RUN-RECORD
                   INVALID KEY
                       DISPLAY 'END FAILED - REWRITE ERROR: '
                           WS-ROLLNO
                   NOT INVALID KEY
                       DISPLAY 'RETORT RUN ENDED: ' WS-ROLLNO
                           ' - CREMAINS AWAITING PICKUP'
               END-REWRITE
           END-IF.

       INQUIRE-RETORT-RUN.
           DISPLAY 'ROLLNO:'
           ACCEPT WS-ROLLNO
           MOVE WS-ROLLNO TO RUN-ROLLNO
           READ CREMATION-RUN-FILE
               INVALID KEY
                   DISPLAY 'NO RETORT RUN ON FILE FOR: ' WS-ROLLNO
               NOT INVALID KEY
                   DISPLAY '=== RETORT RUN - ' WS-ROLLNO ' ==='
                   DISPLAY 'RETORT   : ' RUN-RETORT
                       '  OPERATOR: ' RUN-OPERATOR
                   DISPLAY 'START    : ' RUN-START
                       '  END: ' RUN-END
                   DISPLAY 'ID DISC  : ' RUN-DISC-NO
                   DISPLAY 'CONTAINER: ' RUN-CONTAINER
                       '  WEIGHT: ' RUN-WEIGHT
                   DISPLAY 'RELEASED : ' RUN-RELEASED
                       '  ON: ' RUN-RELEASED-DATE
           END-READ.

      * Daily retort log - every run started on the date asked for,
      * in ROLLNO order.
       PRINT-RETORT-LOG.
           DISPLAY 'RETORT LOG DATE (YYYYMMDD, 0 FOR TODAY):'
           ACCEPT WS-LOG-DATE
           IF WS-LOG-DATE = ZERO
               MOVE WS-TODAY TO WS-LOG-DATE
           END-IF
           MOVE WS-LOG-FILE TO WS-REPORT-FILE
           OPEN OUTPUT RETORT-REPORT
           MOVE SPACES TO RETORT-REPORT-LINE
           STRING 'DAILY RETORT LOG - ' DELIMITED BY SIZE
               WS-LOG-DATE DELIMITED BY SIZE
               INTO RETORT-REPORT-LINE
           END-STRING
           WRITE RETORT-REPORT-LINE
           MOVE SPACES TO RETORT-REPORT-LINE
           STRING 'CASE     NAME                  UNIT  OPER   '
               DELIMITED BY SIZE
               'START         END           DISC        WEIGHT'
               DELIMITED BY SIZE
               INTO RETORT-REPORT-LINE
           END-STRING
           WRITE RETORT-REPORT-LINE
           MOVE ZERO TO WS-LINE-COUNT
           PERFORM START-RUN-BROWSE
           PERFORM LOG-ONE-RUN UNTIL END-OF-RUNS
           CLOSE RETORT-REPORT
           DISPLAY 'RUNS LOGGED: ' WS-LINE-COUNT
           DISPLAY 'RETORT LOG WRITTEN TO ' WS-REPORT-FILE.

       LOG-ONE-RUN.
           READ CREMATION-RUN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF RUN-START(1:8) = WS-LOG-DATE
                       PERFORM LOOKUP-CASE-NAME
                       MOVE RUN-ROLLNO TO RD-ROLLNO
                       MOVE WS-CASE-NAME TO RD-NAME
                       MOVE RUN-RETORT TO RD-RETORT
                       MOVE RUN-OPERATOR TO RD-OPERATOR
                       MOVE RUN-START TO RD-START
                       MOVE RUN-END TO RD-END
                       MOVE RUN-DISC-NO TO RD-DISC-NO
                       MOVE RUN-WEIGHT TO RD-WEIGHT
                       MOVE SPACES TO RETORT-REPORT-LINE
                       MOVE WS-RUN-DETAIL TO RETORT-REPORT-LINE
                       WRITE RETORT-REPORT-LINE
                       ADD 1 TO WS-LINE-COUNT
                   END-IF
           END-READ.

      * Cremains awaiting pickup - every finished run not yet handed
      * over at PRG69's door, with the days it has been waiting.
       PRINT-PICKUP-LIST.
           MOVE WS-PICKUP-FILE TO WS-REPORT-FILE
           OPEN OUTPUT RETORT-REPORT
           MOVE SPACES TO RETORT-REPORT-LINE
           STRING 'CREMAINS AWAITING PICKUP - ' DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO RETORT-REPORT-LINE
           END-STRING
           WRITE RETORT-REPORT-LINE
           MOVE SPACES TO RETORT-REPORT-LINE
           STRING 'CASE     NAME                  ENDED     '
               DELIMITED BY SIZE
               ' DAYS  DISC        CONTAINER        NOK'
               DELIMITED BY SIZE
               INTO RETORT-REPORT-LINE
           END-STRING
           WRITE RETORT-REPORT-LINE
           MOVE ZERO TO WS-LINE-COUNT
           PERFORM START-RUN-BROWSE
           PERFORM LIST-ONE-PICKUP UNTIL END-OF-RUNS
           CLOSE RETORT-REPORT
           DISPLAY 'CREMAINS AWAITING PICKUP: ' WS-LINE-COUNT
           DISPLAY 'PICKUP LIST WRITTEN TO ' WS-REPORT-FILE.

       LIST-ONE-PICKUP.
           READ CREMATION-RUN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF RUN-END NOT = ZERO AND RUN-RELEASED NOT = 'Y'
                       PERFORM LOOKUP-CASE-NAME
                       MOVE RUN-END(1:8) TO WS-END-DATE
                       COMPUTE WS-END-JULIAN =
                           FUNCTION INTEGER-OF-DATE(WS-END-DATE)
                       COMPUTE WS-DAYS-WAITING =
                           WS-TODAY-JULIAN - WS-END-JULIAN
                       MOVE RUN-ROLLNO TO PD-ROLLNO
                       MOVE WS-CASE-NAME TO PD-NAME
                       MOVE WS-END-DATE TO PD-END-DATE
                       MOVE WS-DAYS-WAITING TO PD-DAYS
                       MOVE RUN-DISC-NO TO PD-DISC-NO
                       MOVE RUN-CONTAINER TO PD-CONTAINER
                       MOVE NOK-NAME TO PD-NOK
                       MOVE SPACES TO RETORT-REPORT-LINE
                       MOVE WS-PICKUP-DETAIL TO RETORT-REPORT-LINE
                       WRITE RETORT-REPORT-LINE
                       ADD 1 TO WS-LINE-COUNT
                   END-IF
           END-READ.

       START-RUN-BROWSE.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE ZERO TO RUN-ROLLNO
           START CREMATION-RUN-FILE KEY IS NOT LESS THAN RUN-ROLLNO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START.

      * Full surname where PRG4 captured one, STUNAME otherwise.
       LOOKUP-CASE-NAME.
           MOVE SPACES TO WS-CASE-NAME
           MOVE SPACES TO NOK-NAME
           MOVE RUN-ROLLNO TO ROLLNO-KEY
           READ CASE-MASTER
               INVALID KEY
                   MOVE 'CASE NOT ON FILE' TO WS-CASE-NAME
               NOT INVALID KEY
                   IF NAME-LAST NOT = SPACES
                       MOVE NAME-LAST TO WS-CASE-NAME
                   ELSE
                       MOVE STUNAME TO WS-CASE-NAME
                   END-IF
           END-READ.
