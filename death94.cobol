      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * Inter-facility stock transfer. Moving stock between buildings
      * used to be a PRG12 DELETE at one end and an ADD at the other
      * with nothing tying the two together, so stock vanished
      * whenever the second half never got keyed. Ship-out (S) takes
      * the quantity off the source facility's part and records it
      * on TRANSFER-FILE as in transit under the next transfer
      * number; receive (R) lands it on the destination facility's
      * part named at ship-out and closes the transfer. Both halves
      * write an INV-AUDIT-LOG entry (XFROUT / XFRIN) carrying the
      * transfer number, which PRG51 leaves off the GL journal - the
      * stock never left the company. The in-transit report (T)
      * lists transfers shipped but not received after a given
      * number of days to in-transit.txt; the nightly stream runs it
      * so a forgotten receipt shows up within the week, and PRG44
      * values the stock still in transit.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRG94.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT INVENTORY-FILE ASSIGN TO WS-INVENTORY-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS FILESYSFILE-KEY
                ALTERNATE RECORD KEY IS ALTKEY1
                ALTERNATE RECORD KEY IS ALTKEY2
                FILE STATUS IS WS-FILE-STATUS.
            SELECT TRANSFER-FILE ASSIGN TO WS-TRANSFER-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS XFER-NO
                FILE STATUS IS WS-TRANSFER-STATUS.
            SELECT INV-AUDIT-LOG ASSIGN TO WS-AUDIT-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUDIT-STATUS.
            SELECT TRANSIT-REPORT ASSIGN TO WS-REPORT-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REPORT-STATUS.
            SELECT EMPLOYEE-MASTER ASSIGN TO WS-EMPLOYEE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EMPID
                ALTERNATE RECORD KEY IS ALPNUM
                FILE STATUS IS WS-EMP-STATUS.
            SELECT BATCH-LOCK-FILE ASSIGN TO WS-BATCH-LOCK-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LOCK-STATUS.
            SELECT ONLINE-SESSION-LOG ASSIGN TO WS-SESSION-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SESSION-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  INVENTORY-FILE.
        01  INVENTORY-RECORD.
            COPY INVREC.
        FD  TRANSFER-FILE.
        01  TRANSFER-RECORD.
            COPY XFERREC.
        FD  INV-AUDIT-LOG.
        01  AUDIT-LOG-RECORD PIC X(120).
        FD  TRANSIT-REPORT.
        01  TRANSIT-LINE PIC X(80).
        FD  EMPLOYEE-MASTER.
        01  EMPLOYEE-RECORD.
            COPY EMPREC.
        FD  BATCH-LOCK-FILE.
        01  BATCH-LOCK-RECORD PIC X(40).
        FD  ONLINE-SESSION-LOG.
        01  ONLINE-SESSION-RECORD PIC X(50).
        WORKING-STORAGE SECTION.
        01 WS-INVENTORY-FILE PIC X(25) VALUE '/user/inventory/parts'.
        01 WS-FILE-STATUS PIC XX.
        01 WS-TRANSFER-FILE PIC X(40)
            VALUE '/user/inventory/transfers'.
        01 WS-TRANSFER-STATUS PIC XX.
        01 WS-AUDIT-FILE PIC X(40)
            VALUE '/user/inventory/audit.log'.
        01 WS-AUDIT-STATUS PIC XX.
        01 WS-REPORT-FILE PIC X(40)
            VALUE '/user/inventory/in-transit.txt'.
        01 WS-REPORT-STATUS PIC XX.
        01 WS-EMPLOYEE-FILE PIC X(40) VALUE '/user/employee/master'.
        01 WS-EMP-STATUS PIC XX.
        01 WS-BATCH-LOCK-FILE PIC X(40)
            VALUE '/user/mortuary/batch-lock'.
        01 WS-LOCK-STATUS PIC XX.
        01 WS-SESSION-FILE PIC X(40)
            VALUE '/user/mortuary/online-sessions.log'.
        01 WS-SESSION-STATUS PIC XX.
        01 WS-BATCH-STREAM PIC X.
        01 WS-LOCKED-SWITCH PIC X VALUE 'N'.
            88 BATCH-HOLDS-LOCK VALUE 'Y'.
        01 WS-SESSION-ENTRY.
            02 SE-PROGRAM PIC X(8).
            02 FILLER PIC X VALUE SPACE.
            02 SE-EMPID PIC 9(5).
            02 FILLER PIC X VALUE SPACE.
            02 SE-TIMESTAMP PIC X(21).
            02 FILLER PIC X VALUE SPACE.
            02 SE-ACTION PIC X(5).
        01 WS-TRAN-CODE PIC X VALUE SPACES.
            88 TRAN-SHIP VALUE 'S'.
            88 TRAN-RECEIVE VALUE 'R'.
            88 TRAN-TRANSIT-REPORT VALUE 'T'.
            88 TRAN-QUIT VALUE 'X'.
        01 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
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
        01 WS-TIMESTAMP PIC X(21).
        01 WS-TODAY PIC 9(8).
        01 WS-TODAY-JULIAN PIC 9(7).
        01 WS-SHIP-JULIAN PIC 9(7).
        01 WS-DAYS-OUT PIC 9(5).
        01 WS-DAYS-LIMIT PIC 9(3).
        01 WS-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-TRANSFERS VALUE 'Y'.
        01 WS-NEXT-XFER-NO PIC 9(6).
        01 WS-OVERDUE-COUNT PIC 9(5).
      * Ship-out working fields - the source part is read, then the
      * destination checked, then the source read again to rewrite.
        01 WS-FROM-PART PIC 9(6).
        01 WS-FROM-FACILITY PIC X(4).
        01 WS-FROM-AVAILABLE PIC 9(5).
        01 WS-FROM-PRICE PIC 9(5)V99.
        01 WS-TO-PART PIC 9(6).
        01 WS-TO-FACILITY PIC X(4).
        01 WS-XFER-QTY PIC 9(5).
        01 WS-ENTRY-XFER-NO PIC 9(6).
        01 WS-STEP-OK PIC X.
            88 STEP-PASSED VALUE 'Y'.
        01 WS-TRANSIT-DETAIL.
            02 TD-XFER-NO PIC 9(6).
            02 FILLER PIC XX VALUE SPACES.
            02 TD-SHIP-DATE PIC 9(8).
            02 FILLER PIC XX VALUE SPACES.
            02 TD-DAYS PIC ZZZZ9.
            02 FILLER PIC XX VALUE SPACES.
            02 TD-FROM-PART PIC 9(6).
            02 FILLER PIC X VALUE SPACE.
            02 TD-FROM-FACILITY PIC X(4).
            02 FILLER PIC X(4) VALUE ' TO '.
            02 TD-TO-PART PIC 9(6).
            02 FILLER PIC X VALUE SPACE.
            02 TD-TO-FACILITY PIC X(4).
            02 FILLER PIC XX VALUE SPACES.
            02 TD-QTY PIC ZZZZ9.
            02 FILLER PIC XX VALUE SPACES.
            02 TD-SHIPPED-BY PIC 9(5).
      * Shared inventory audit entry (PRG5 et al); a transfer's two
      * entries also carry its transfer number after the timestamp.
        01 WS-AUDIT-ENTRY.
            02 AUDIT-OPERATOR PIC X(10).
            02 FILLER PIC X VALUE SPACE.
            02 AUDIT-ACTION PIC X(6).
            02 FILLER PIC X VALUE SPACE.
            02 AUDIT-PART-KEY PIC 9(6).
            02 FILLER PIC X VALUE SPACE.
            02 AUDIT-BEFORE-QTY PIC 9(5).
            02 FILLER PIC X VALUE SPACE.
            02 AUDIT-AFTER-QTY PIC 9(5).
            02 FILLER PIC X VALUE SPACE.
            02 AUDIT-TIMESTAMP PIC X(21).
            02 FILLER PIC X VALUE SPACE.
            02 AUDIT-XFER-NO PIC 9(6).
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM CHECK-BATCH-LOCK
           IF BATCH-HOLDS-LOCK
               STOP RUN
           END-IF
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
           PERFORM REGISTER-ONLINE-SESSION
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM OPEN-FILES
           PERFORM PROCESS-TRANSACTION UNTIL TRAN-QUIT
           PERFORM CLOSE-FILES
           PERFORM DEREGISTER-ONLINE-SESSION
           STOP RUN.

      * Batch-versus-online coordination, as in PRG5 - this program
      * opens inventory-file I-O.
       CHECK-BATCH-LOCK.
           MOVE 'N' TO WS-LOCKED-SWITCH
           MOVE SPACE TO WS-BATCH-STREAM
           ACCEPT WS-BATCH-STREAM FROM ENVIRONMENT 'BATCH_STREAM'
           IF WS-BATCH-STREAM NOT = 'Y'
               OPEN INPUT BATCH-LOCK-FILE
               IF WS-LOCK-STATUS = '00'
                   CLOSE BATCH-LOCK-FILE
                   MOVE 'Y' TO WS-LOCKED-SWITCH
                   DISPLAY 'FILE IN USE BY NIGHTLY BATCH - '
                       'RETRY LATER'
               END-IF
           END-IF.

       REGISTER-ONLINE-SESSION.
           IF WS-BATCH-STREAM NOT = 'Y'
               MOVE 'START' TO SE-ACTION
               PERFORM WRITE-SESSION-ENTRY
           END-IF.

       DEREGISTER-ONLINE-SESSION.
           IF WS-BATCH-STREAM NOT = 'Y'
               MOVE 'END' TO SE-ACTION
               PERFORM WRITE-SESSION-ENTRY
           END-IF.

       WRITE-SESSION-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE 'PRG94' TO SE-PROGRAM
           MOVE WS-OPERATOR-EMPID TO SE-EMPID
           MOVE WS-TIMESTAMP TO SE-TIMESTAMP
           OPEN EXTEND ONLINE-SESSION-LOG
           IF WS-SESSION-STATUS = '35'
               OPEN OUTPUT ONLINE-SESSION-LOG
           END-IF
           MOVE WS-SESSION-ENTRY TO ONLINE-SESSION-RECORD
           WRITE ONLINE-SESSION-RECORD
           CLOSE ONLINE-SESSION-LOG.

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
                           MOVE WS-OPERATOR-EMPID TO WS-OPERATOR-ID
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
           OPEN I-O INVENTORY-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING INVENTORY-FILE: '
                   WS-FILE-STATUS
               MOVE 'X' TO WS-TRAN-CODE
           END-IF
           OPEN I-O TRANSFER-FILE
           IF WS-TRANSFER-STATUS = '35'
               OPEN OUTPUT TRANSFER-FILE
               CLOSE TRANSFER-FILE
               OPEN I-O TRANSFER-FILE
           END-IF
           IF WS-TRANSFER-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TRANSFER-FILE: '
                   WS-TRANSFER-STATUS
               MOVE 'X' TO WS-TRAN-CODE
           END-IF
           OPEN EXTEND INV-AUDIT-LOG
           IF WS-AUDIT-STATUS = '35'
               OPEN OUTPUT INV-AUDIT-LOG
           END-IF.

       PROCESS-TRANSACTION.
           DISPLAY 'ENTER TRANSACTION (S-SHIP OUT R-RECEIVE '
               'T-IN-TRANSIT REPORT X-EXIT)'
           ACCEPT WS-TRAN-CODE
           EVALUATE TRUE
               WHEN TRAN-SHIP
                   PERFORM SHIP-TRANSFER
               WHEN TRAN-RECEIVE
                   PERFORM RECEIVE-TRANSFER
               WHEN TRAN-TRANSIT-REPORT
                   PERFORM PRINT-TRANSIT-REPORT
               WHEN TRAN-QUIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'INVALID TRANSACTION CODE'
           END-EVALUATE.

      * Ship-out - the destination is another facility's record for
      * the same stock, named now so the receipt cannot land it
      * anywhere else. Stock held for open PRG53 quotes stays put:
      * only on-hand less reserved can ship.
       SHIP-TRANSFER.
           MOVE 'N' TO WS-STEP-OK
           DISPLAY 'SHIP FROM PART NO:'
           ACCEPT WS-FROM-PART
           MOVE WS-FROM-PART TO FILESYSFILE-KEY
           READ INVENTORY-FILE
               INVALID KEY
                   DISPLAY 'SHIP REFUSED - PART NOT FOUND: '
                       WS-FROM-PART
               NOT INVALID KEY
                   MOVE INV-FACILITY TO WS-FROM-FACILITY
                   IF QTY-RESERVED NOT < QTY-ON-HAND
                       MOVE ZERO TO WS-FROM-AVAILABLE
                   ELSE
                       COMPUTE WS-FROM-AVAILABLE =
                           QTY-ON-HAND - QTY-RESERVED
                   END-IF
                   MOVE UNIT-PRICE TO WS-FROM-PRICE
                   MOVE 'Y' TO WS-STEP-OK
           END-READ
           IF STEP-PASSED
               PERFORM CHECK-DESTINATION-PART
           END-IF
           IF STEP-PASSED
               DISPLAY 'QUANTITY TO SHIP:'
               ACCEPT WS-XFER-QTY
               IF WS-XFER-QTY = ZERO
                   OR WS-XFER-QTY > WS-FROM-AVAILABLE
                   DISPLAY 'SHIP REFUSED - QUANTITY MUST BE 1 TO '
                       WS-FROM-AVAILABLE ' (ON HAND LESS RESERVED)'
                   MOVE 'N' TO WS-STEP-OK
               END-IF
           END-IF
           IF STEP-PASSED
               PERFORM POST-SHIP-OUT
           END-IF.

       CHECK-DESTINATION-PART.
           DISPLAY 'SHIP TO PART NO (AT RECEIVING FACILITY):'
           ACCEPT WS-TO-PART
           MOVE WS-TO-PART TO FILESYSFILE-KEY
           READ INVENTORY-FILE
               INVALID KEY
                   DISPLAY 'SHIP REFUSED - DESTINATION PART NOT '
                       'FOUND - ADD IT THROUGH PRG5 FIRST: '
                       WS-TO-PART
                   MOVE 'N' TO WS-STEP-OK
               NOT INVALID KEY
                   MOVE INV-FACILITY TO WS-TO-FACILITY
                   IF WS-TO-FACILITY = WS-FROM-FACILITY
                       DISPLAY 'SHIP REFUSED - BOTH PARTS ARE AT THE '
                           'SAME FACILITY'
                       MOVE 'N' TO WS-STEP-OK
                   END-IF
           END-READ.

       POST-SHIP-OUT.
           PERFORM FIND-NEXT-XFER-NO
           MOVE WS-FROM-PART TO FILESYSFILE-KEY
           READ INVENTORY-FILE
               INVALID KEY
                   DISPLAY 'SHIP FAILED - PART NOT FOUND: '
                       WS-FROM-PART
               NOT INVALID KEY
                   MOVE QTY-ON-HAND TO AUDIT-BEFORE-QTY
                   SUBTRACT WS-XFER-QTY FROM QTY-ON-HAND
                   REWRITE INVENTORY-RECORD
                       INVALID KEY
                           DISPLAY 'SHIP FAILED - REWRITE ERROR: '
                               WS-FROM-PART
                       NOT INVALID KEY
                           MOVE 'XFROUT' TO AUDIT-ACTION
                           MOVE QTY-ON-HAND TO AUDIT-AFTER-QTY
                           PERFORM WRITE-TRANSFER-AUDIT
                           PERFORM WRITE-TRANSFER-RECORD
                   END-REWRITE
           END-READ.

       WRITE-TRANSFER-RECORD.
           MOVE SPACES TO TRANSFER-RECORD
           MOVE WS-NEXT-XFER-NO TO XFER-NO
           MOVE 'S' TO XFER-STATUS
           MOVE WS-FROM-PART TO XFER-FROM-PART
           MOVE WS-FROM-FACILITY TO XFER-FROM-FACILITY
           MOVE WS-TO-PART TO XFER-TO-PART
           MOVE WS-TO-FACILITY TO XFER-TO-FACILITY
           MOVE WS-XFER-QTY TO XFER-QTY
           MOVE WS-FROM-PRICE TO XFER-UNIT-PRICE
           MOVE WS-TODAY TO XFER-SHIP-DATE
           MOVE WS-OPERATOR-EMPID TO XFER-SHIPPED-BY
           MOVE ZERO TO XFER-RECEIVE-DATE
           MOVE ZERO TO XFER-RECEIVED-BY
           WRITE TRANSFER-RECORD
               INVALID KEY
                   DISPLAY 'ERROR - TRANSFER NOT RECORDED: '
                       WS-NEXT-XFER-NO
               NOT INVALID KEY
                   DISPLAY 'TRANSFER ' WS-NEXT-XFER-NO ' SHIPPED - '
                       WS-XFER-QTY ' OF PART ' WS-FROM-PART
                       ' IN TRANSIT'
           END-WRITE.

      * Transfer numbers run on from the highest on file.
       FIND-NEXT-XFER-NO.
           MOVE ZERO TO WS-NEXT-XFER-NO
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE ZERO TO XFER-NO
           START TRANSFER-FILE KEY IS NOT LESS THAN XFER-NO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM READ-HIGHEST-XFER UNTIL END-OF-TRANSFERS
           ADD 1 TO WS-NEXT-XFER-NO.

       READ-HIGHEST-XFER.
           READ TRANSFER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE XFER-NO TO WS-NEXT-XFER-NO
           END-READ.

      * Receive - the whole shipped quantity lands on the
      * destination part named at ship-out.
       RECEIVE-TRANSFER.
           DISPLAY 'TRANSFER NO RECEIVED:'
           ACCEPT WS-ENTRY-XFER-NO
           MOVE WS-ENTRY-XFER-NO TO XFER-NO
           READ TRANSFER-FILE
               INVALID KEY
                   DISPLAY 'RECEIVE REFUSED - TRANSFER NOT FOUND: '
                       WS-ENTRY-XFER-NO
               NOT INVALID KEY
                   IF XFER-IN-TRANSIT
                       PERFORM POST-RECEIPT
                   ELSE
                       DISPLAY 'RECEIVE REFUSED - TRANSFER ALREADY '
                           'RECEIVED ' XFER-RECEIVE-DATE
                   END-IF
           END-READ.

       POST-RECEIPT.
           MOVE XFER-TO-PART TO FILESYSFILE-KEY
           READ INVENTORY-FILE
               INVALID KEY
                   DISPLAY 'RECEIVE REFUSED - DESTINATION PART NOT '
                       'FOUND: ' XFER-TO-PART
               NOT INVALID KEY
                   IF XFER-QTY > 99999 - QTY-ON-HAND
                       DISPLAY 'RECEIVE REFUSED - QTY EXCEEDS '
                           'CAPACITY: ' XFER-TO-PART
                   ELSE
                       PERFORM LAND-RECEIPT
                   END-IF
           END-READ.

       LAND-RECEIPT.
           MOVE QTY-ON-HAND TO AUDIT-BEFORE-QTY
           ADD XFER-QTY TO QTY-ON-HAND
           REWRITE INVENTORY-RECORD
               INVALID KEY
                   DISPLAY 'RECEIVE FAILED - REWRITE ERROR: '
                       XFER-TO-PART
               NOT INVALID KEY
                   MOVE 'XFRIN' TO AUDIT-ACTION
                   MOVE QTY-ON-HAND TO AUDIT-AFTER-QTY
                   MOVE XFER-NO TO WS-NEXT-XFER-NO
                   PERFORM WRITE-TRANSFER-AUDIT
                   MOVE 'R' TO XFER-STATUS
                   MOVE WS-TODAY TO XFER-RECEIVE-DATE
                   MOVE WS-OPERATOR-EMPID TO XFER-RECEIVED-BY
                   REWRITE TRANSFER-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR - TRANSFER NOT CLOSED: '
                               XFER-NO
                       NOT INVALID KEY
                           DISPLAY 'TRANSFER ' XFER-NO ' RECEIVED - '
                               XFER-QTY ' ONTO PART ' XFER-TO-PART
                   END-REWRITE
           END-REWRITE.

       WRITE-TRANSFER-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR
           MOVE FILESYSFILE-KEY TO AUDIT-PART-KEY
           MOVE WS-TIMESTAMP TO AUDIT-TIMESTAMP
           MOVE WS-NEXT-XFER-NO TO AUDIT-XFER-NO
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE WS-AUDIT-ENTRY TO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD.

      * In-transit report - every transfer shipped but not received
      * at least the keyed number of days ago (zero lists them all).
       PRINT-TRANSIT-REPORT.
           DISPLAY 'DAYS IN TRANSIT BEFORE LISTING (0 FOR ALL):'
           ACCEPT WS-DAYS-LIMIT
           COMPUTE WS-TODAY-JULIAN = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           MOVE ZERO TO WS-OVERDUE-COUNT
           OPEN OUTPUT TRANSIT-REPORT
           MOVE SPACES TO TRANSIT-LINE
           STRING 'TRANSFERS IN TRANSIT ' DELIMITED BY SIZE
               WS-DAYS-LIMIT DELIMITED BY SIZE
               ' DAYS OR MORE AS OF ' DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO TRANSIT-LINE
           END-STRING
           WRITE TRANSIT-LINE
           DISPLAY TRANSIT-LINE
           MOVE 'XFER    SHIPPED    DAYS  FROM           TO'
               TO TRANSIT-LINE
           MOVE 'QTY  BY' TO TRANSIT-LINE(56:7)
           WRITE TRANSIT-LINE
           DISPLAY TRANSIT-LINE
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE ZERO TO XFER-NO
           START TRANSFER-FILE KEY IS NOT LESS THAN XFER-NO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM CHECK-ONE-TRANSFER UNTIL END-OF-TRANSFERS
           MOVE SPACES TO TRANSIT-LINE
           STRING 'TRANSFERS IN TRANSIT OVER ' DELIMITED BY SIZE
               WS-DAYS-LIMIT DELIMITED BY SIZE
               ' DAYS: ' DELIMITED BY SIZE
               WS-OVERDUE-COUNT DELIMITED BY SIZE
               INTO TRANSIT-LINE
           END-STRING
           WRITE TRANSIT-LINE
           CLOSE TRANSIT-REPORT
           DISPLAY TRANSIT-LINE.

       CHECK-ONE-TRANSFER.
           READ TRANSFER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF XFER-IN-TRANSIT
                       COMPUTE WS-SHIP-JULIAN =
                           FUNCTION INTEGER-OF-DATE(XFER-SHIP-DATE)
                       COMPUTE WS-DAYS-OUT =
                           WS-TODAY-JULIAN - WS-SHIP-JULIAN
                       IF WS-DAYS-OUT NOT < WS-DAYS-LIMIT
                           PERFORM WRITE-TRANSIT-LINE
                       END-IF
                   END-IF
           END-READ.

       WRITE-TRANSIT-LINE.
           ADD 1 TO WS-OVERDUE-COUNT
           MOVE XFER-NO TO TD-XFER-NO
           MOVE XFER-SHIP-DATE TO TD-SHIP-DATE
           MOVE WS-DAYS-OUT TO TD-DAYS
           MOVE XFER-FROM-PART TO TD-FROM-PART
           MOVE XFER-FROM-FACILITY TO TD-FROM-FACILITY
           IF XFER-FROM-FACILITY = SPACES
               MOVE 'MAIN' TO TD-FROM-FACILITY
           END-IF
           MOVE XFER-TO-PART TO TD-TO-PART
           MOVE XFER-TO-FACILITY TO TD-TO-FACILITY
           IF XFER-TO-FACILITY = SPACES
               MOVE 'MAIN' TO TD-TO-FACILITY
           END-IF
           MOVE XFER-QTY TO TD-QTY
           MOVE XFER-SHIPPED-BY TO TD-SHIPPED-BY
           MOVE WS-TRANSIT-DETAIL TO TRANSIT-LINE
           WRITE TRANSIT-LINE
           DISPLAY WS-TRANSIT-DETAIL.

       CLOSE-FILES.
           CLOSE INVENTORY-FILE
           CLOSE TRANSFER-FILE
           CLOSE INV-AUDIT-LOG
           CLOSE EMPLOYEE-MASTER.
