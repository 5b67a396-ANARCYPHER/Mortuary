      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * Return-to-vendor processing - damaged or recalled
      * merchandise used to leave by a PRG12 DELETE, which dropped
      * the stock with no trace of why, left the serial units "on
      * hand" on SERIAL-UNIT-FILE, and let PRG60 pay the full
      * invoice anyway. Authorization records the return against a
      * received PO line (supplier validated against SUPPLIER-MASTER
      * and the part's ALTKEY1, quantity, serials, reason and the
      * vendor's RMA number) on VENDOR-RETURN-FILE (see RTVREC.cpy).
      * Shipping it appends an 'R' transaction to PRG12's
      * INV-TRAN-FILE - so the decrement flows through the
      * checkpointed, audited batch path the way PRG31's receipts
      * do - marks the serial units returned, and raises a debit
      * memo (see DMEMREC.cpy) that PRG60 nets against the
      * supplier's open vouchers. Return numbers come from
      * rtv-control.dat the same way PRG31 draws PO numbers from
      * po-control.dat.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRG96.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT VENDOR-RETURN-FILE ASSIGN TO WS-RETURN-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RTV-NO
                FILE STATUS IS WS-FILE-STATUS.
            SELECT DEBIT-MEMO-FILE ASSIGN TO WS-DEBIT-MEMO-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DM-NO
                FILE STATUS IS WS-MEMO-STATUS.
            SELECT PO-MASTER ASSIGN TO WS-PO-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PO-KEY
                FILE STATUS IS WS-PO-STATUS.
            SELECT SUPPLIER-MASTER ASSIGN TO WS-SUPPLIER-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SUP-CODE
                FILE STATUS IS WS-SUP-STATUS.
            SELECT INVENTORY-FILE ASSIGN TO WS-INVENTORY-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS FILESYSFILE-KEY
                ALTERNATE RECORD KEY IS ALTKEY1
                ALTERNATE RECORD KEY IS ALTKEY2
                FILE STATUS IS WS-INV-STATUS.
            SELECT SERIAL-UNIT-FILE ASSIGN TO WS-SERIAL-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SER-KEY
                FILE STATUS IS WS-SERIAL-STATUS.
            SELECT INV-TRAN-FILE ASSIGN TO WS-TRAN-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TRAN-STATUS.
            SELECT RTV-CONTROL-FILE ASSIGN TO WS-RTV-CONTROL-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RTV-CONTROL-STATUS.
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
        FD  VENDOR-RETURN-FILE.
        01  VENDOR-RETURN-RECORD.
            COPY RTVREC.
        FD  DEBIT-MEMO-FILE.
        01  DEBIT-MEMO-RECORD.
            COPY DMEMREC.
      * Same PO-MASTER record PRG31 maintains - keep the two in
      * step.
        FD  PO-MASTER.
        01  PO-RECORD.
            02 PO-KEY.
                03 PO-NUMBER PIC 9(6).
                03 PO-LINE PIC 9(3).
            02 FILLER PIC X.
            02 PO-PART PIC 9(6).
            02 FILLER PIC X.
            02 PO-QTY-ORDERED PIC 9(5).
            02 FILLER PIC X.
            02 PO-ORDER-DATE PIC 9(8).
            02 FILLER PIC X.
            02 PO-STATUS PIC X.
            02 FILLER PIC X.
            02 PO-XMIT-FLAG PIC X.
            02 FILLER PIC X.
            02 PO-XMIT-DATE PIC 9(8).
        FD  SUPPLIER-MASTER.
        01  SUPPLIER-RECORD.
            COPY SUPREC.
        FD  INVENTORY-FILE.
        01  INVENTORY-RECORD.
            COPY INVREC.
        FD  SERIAL-UNIT-FILE.
        01  SERIAL-UNIT-RECORD.
            COPY SERREC.
        FD  INV-TRAN-FILE.
        01  INV-TRAN-RECORD.
            02 TRAN-SEQ PIC 9(6).
            02 FILLER PIC X.
            02 TRAN-CODE PIC X.
            02 FILLER PIC X.
            02 TRAN-PART-KEY PIC 9(6).
            02 FILLER PIC X.
            02 TRAN-QTY PIC 9(5).
        FD  RTV-CONTROL-FILE.
        01  RTV-CONTROL-RECORD PIC 9(6).
        FD  EMPLOYEE-MASTER.
        01  EMPLOYEE-RECORD.
            COPY EMPREC.
        FD  BATCH-LOCK-FILE.
        01  BATCH-LOCK-RECORD PIC X(40).
        FD  ONLINE-SESSION-LOG.
        01  ONLINE-SESSION-RECORD PIC X(50).
        WORKING-STORAGE SECTION.
        01 WS-RETURN-FILE PIC X(40)
            VALUE '/user/inventory/vendor-returns'.
        01 WS-FILE-STATUS PIC XX.
        01 WS-DEBIT-MEMO-FILE PIC X(40)
            VALUE '/user/inventory/ap-debit-memos'.
        01 WS-MEMO-STATUS PIC XX.
        01 WS-PO-FILE PIC X(30) VALUE '/user/inventory/po-master'.
        01 WS-PO-STATUS PIC XX.
        01 WS-SUPPLIER-FILE PIC X(40)
            VALUE '/user/inventory/supplier-master'.
        01 WS-SUP-STATUS PIC XX.
        01 WS-INVENTORY-FILE PIC X(25) VALUE '/user/inventory/parts'.
        01 WS-INV-STATUS PIC XX.
        01 WS-SERIAL-FILE PIC X(30)
            VALUE '/user/inventory/serial-units'.
        01 WS-SERIAL-STATUS PIC XX.
        01 WS-TRAN-FILE PIC X(30)
            VALUE '/user/inventory/inv-tran.dat'.
        01 WS-TRAN-STATUS PIC XX.
        01 WS-RTV-CONTROL-FILE PIC X(40)
            VALUE '/user/inventory/rtv-control.dat'.
        01 WS-RTV-CONTROL-STATUS PIC XX.
        01 WS-TRAN-CODE PIC X VALUE SPACES.
            88 TRAN-AUTHORIZE VALUE 'A'.
            88 TRAN-SHIP VALUE 'S'.
            88 TRAN-CANCEL VALUE 'C'.
            88 TRAN-LIST VALUE 'L'.
            88 TRAN-QUIT VALUE 'X'.
        01 WS-TODAY PIC 9(8).
        01 WS-NEXT-RTV-NO PIC 9(6) VALUE ZERO.
        01 WS-NEXT-TRAN-SEQ PIC 9(6) VALUE ZERO.
        01 WS-TRAN-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-TRANS VALUE 'Y'.
        01 WS-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-RETURNS VALUE 'Y'.
        01 WS-RETURN-OK PIC X VALUE 'N'.
            88 RETURN-VALID VALUE 'Y'.
        01 WS-SUP-CODE PIC X(10).
        01 WS-CREDIT-CENTS PIC 9(7).
        01 WS-SERIALIZED PIC X.
        01 WS-SERIAL-IN PIC X(15).
        01 WS-SUB PIC 9(2).
        01 WS-SERIAL-DUP PIC X VALUE 'N'.
            88 SERIAL-ALREADY-KEYED VALUE 'Y'.
        01 WS-RETURNED-QTY PIC 9(6).
        01 WS-RETURNABLE-QTY PIC 9(5).
        01 WS-AVAILABLE-QTY PIC 9(5).
        01 WS-OPEN-COUNT PIC 9(5) VALUE ZERO.
        01 WS-MEMO-AMOUNT PIC 9(7)V99.
        01 WS-DISPLAY-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
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
        01 WS-BATCH-LOCK-FILE PIC X(40)
            VALUE '/user/mortuary/batch-lock'.
        01 WS-LOCK-STATUS PIC XX.
        01 WS-SESSION-FILE PIC X(40)
            VALUE '/user/mortuary/online-sessions.log'.
        01 WS-SESSION-STATUS PIC XX.
        01 WS-BATCH-STREAM PIC X.
        01 WS-LOCKED-SWITCH PIC X VALUE 'N'.
            88 BATCH-HOLDS-LOCK VALUE 'Y'.
        01 WS-TIMESTAMP PIC X(21).
        01 WS-SESSION-ENTRY.
            02 SE-PROGRAM PIC X(8).
            02 FILLER PIC X VALUE SPACE.
            02 SE-EMPID PIC 9(5).
            02 FILLER PIC X VALUE SPACE.
            02 SE-TIMESTAMP PIC X(21).
            02 FILLER PIC X VALUE SPACE.
            02 SE-ACTION PIC X(5).
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

      * Batch-versus-online coordination - while nightly_batch.sh
      * holds /user/mortuary/batch-lock this session must not append
      * returns to INV-TRAN-FILE mid-replay; online sessions
      * register on the session log so the batch refuses to start
      * while one is active.
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
           MOVE 'PRG96' TO SE-PROGRAM
           MOVE WS-OPERATOR-EMPID TO SE-EMPID
           MOVE WS-TIMESTAMP TO SE-TIMESTAMP
           OPEN EXTEND ONLINE-SESSION-LOG
           IF WS-SESSION-STATUS = '35'
               OPEN OUTPUT ONLINE-SESSION-LOG
           END-IF
           MOVE WS-SESSION-ENTRY TO ONLINE-SESSION-RECORD
           WRITE ONLINE-SESSION-RECORD
           CLOSE ONLINE-SESSION-LOG.

      * Sign-on - a verified EMPID (on EMPLOYEE-MASTER, passing
      * PRG6's check-digit rule) is required; it lands on the
      * return as the authorizing or shipping operator.
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

      * SERIAL-UNIT-FILE only matters for serialized parts; a shop
      * that has never received one has no file yet.
       OPEN-FILES.
           OPEN I-O VENDOR-RETURN-FILE
           IF WS-FILE-STATUS = '35'
               OPEN OUTPUT VENDOR-RETURN-FILE
               CLOSE VENDOR-RETURN-FILE
               OPEN I-O VENDOR-RETURN-FILE
           END-IF
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING VENDOR-RETURN-FILE: '
                   WS-FILE-STATUS
               MOVE 'X' TO WS-TRAN-CODE
           END-IF
           OPEN I-O DEBIT-MEMO-FILE
           IF WS-MEMO-STATUS = '35'
               OPEN OUTPUT DEBIT-MEMO-FILE
               CLOSE DEBIT-MEMO-FILE
               OPEN I-O DEBIT-MEMO-FILE
           END-IF
           IF WS-MEMO-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DEBIT-MEMO-FILE: '
                   WS-MEMO-STATUS
               MOVE 'X' TO WS-TRAN-CODE
           END-IF
           OPEN INPUT PO-MASTER
           IF WS-PO-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PO-MASTER: ' WS-PO-STATUS
               MOVE 'X' TO WS-TRAN-CODE
           END-IF
           OPEN INPUT SUPPLIER-MASTER
           IF WS-SUP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SUPPLIER-MASTER: '
                   WS-SUP-STATUS
               MOVE 'X' TO WS-TRAN-CODE
           END-IF
           OPEN INPUT INVENTORY-FILE
           IF WS-INV-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING INVENTORY-FILE: ' WS-INV-STATUS
               MOVE 'X' TO WS-TRAN-CODE
           END-IF
           OPEN I-O SERIAL-UNIT-FILE
           IF WS-SERIAL-STATUS = '35'
               OPEN OUTPUT SERIAL-UNIT-FILE
               CLOSE SERIAL-UNIT-FILE
               OPEN I-O SERIAL-UNIT-FILE
           END-IF
           IF WS-SERIAL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SERIAL-UNIT-FILE: '
                   WS-SERIAL-STATUS
               MOVE 'X' TO WS-TRAN-CODE
           END-IF.

       PROCESS-TRANSACTION.
           DISPLAY 'ENTER TRANSACTION (A-AUTHORIZE S-SHIP C-CANCEL '
               'L-LIST OPEN X-EXIT)'
           ACCEPT WS-TRAN-CODE
           EVALUATE TRUE
               WHEN TRAN-AUTHORIZE
                   PERFORM AUTHORIZE-RETURN
               WHEN TRAN-SHIP
                   PERFORM SHIP-RETURN
               WHEN TRAN-CANCEL
                   PERFORM CANCEL-RETURN
               WHEN TRAN-LIST
                   PERFORM LIST-OPEN-RETURNS
               WHEN TRAN-QUIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'INVALID TRANSACTION CODE'
           END-EVALUATE.

      * Authorization touches nothing but VENDOR-RETURN-FILE - the
      * stock stays on hand until the return physically ships.
       AUTHORIZE-RETURN.
           MOVE 'N' TO WS-RETURN-OK
           MOVE SPACES TO VENDOR-RETURN-RECORD
           DISPLAY 'VENDOR SUP-CODE:'
           ACCEPT WS-SUP-CODE
           MOVE WS-SUP-CODE TO SUP-CODE
           READ SUPPLIER-MASTER
               INVALID KEY
                   DISPLAY 'RETURN REJECTED - VENDOR NOT ON '
                       'SUPPLIER-MASTER: ' WS-SUP-CODE
               NOT INVALID KEY
                   DISPLAY 'VENDOR: ' SUP-NAME
                   PERFORM CHECK-RETURN-PO-LINE
           END-READ
           IF RETURN-VALID
               PERFORM CHECK-RETURN-QTY
           END-IF
           IF RETURN-VALID
               PERFORM ENTER-RETURN-REASON
           END-IF
           IF RETURN-VALID
               PERFORM CAPTURE-RETURN-SERIALS
           END-IF
           IF RETURN-VALID
               PERFORM WRITE-RETURN-AUTHORIZATION
           END-IF.

      * The return goes back against what was actually received:
      * the PO line must be 'R' and its part must carry this vendor
      * as ALTKEY1, the same code PRG5 holds the part to.
       CHECK-RETURN-PO-LINE.
           DISPLAY 'PO NUMBER AND LINE:'
           ACCEPT PO-NUMBER
           ACCEPT PO-LINE
           READ PO-MASTER
               INVALID KEY
                   DISPLAY 'RETURN REJECTED - PO LINE NOT FOUND: '
                       PO-KEY
               NOT INVALID KEY
                   IF PO-STATUS NOT = 'R'
                       DISPLAY 'RETURN REJECTED - PO LINE NOT '
                           'RECEIVED: ' PO-KEY
                   ELSE
                       MOVE PO-PART TO FILESYSFILE-KEY
                       READ INVENTORY-FILE
                           INVALID KEY
                               DISPLAY 'RETURN REJECTED - PART NOT '
                                   'ON FILE: ' PO-PART
                           NOT INVALID KEY
                               IF ALTKEY1 NOT = WS-SUP-CODE
                                   DISPLAY 'RETURN REJECTED - PART '
                                       PO-PART ' IS SUPPLIED BY '
                                       ALTKEY1
                               ELSE
                                   MOVE 'Y' TO WS-RETURN-OK
                                   DISPLAY 'PART: ' PO-PART ' '
                                       PART-DESC ' RECEIVED QTY '
                                       PO-QTY-ORDERED
                               END-IF
                       END-READ
                   END-IF
           END-READ.

      * What earlier returns against the same PO line (authorized
      * or shipped, not cancelled) already took back cannot go back
      * again.
       CHECK-RETURN-QTY.
           PERFORM TOTAL-PRIOR-RETURNS
           IF WS-RETURNED-QTY NOT < PO-QTY-ORDERED
               MOVE 'N' TO WS-RETURN-OK
               DISPLAY 'RETURN REJECTED - ALL ' PO-QTY-ORDERED
                   ' RECEIVED ARE ALREADY ON A RETURN'
           ELSE
               COMPUTE WS-RETURNABLE-QTY =
                   PO-QTY-ORDERED - WS-RETURNED-QTY
               DISPLAY 'QUANTITY TO RETURN:'
               ACCEPT RTV-QTY
               IF RTV-QTY = ZERO OR RTV-QTY > WS-RETURNABLE-QTY
                   MOVE 'N' TO WS-RETURN-OK
                   DISPLAY 'RETURN REJECTED - QUANTITY MUST BE 1 TO '
                       WS-RETURNABLE-QTY ' (' WS-RETURNED-QTY
                       ' ALREADY RETURNED)'
               ELSE
                   DISPLAY 'UNIT CREDIT (CENTS IMPLIED, 0 FOR UNIT '
                       'COST ' UNIT-COST '):'
                   ACCEPT WS-CREDIT-CENTS
                   IF WS-CREDIT-CENTS = ZERO
                       MOVE UNIT-COST TO RTV-UNIT-CREDIT
                   ELSE
                       COMPUTE RTV-UNIT-CREDIT = WS-CREDIT-CENTS / 100
                   END-IF
               END-IF
           END-IF.

      * The scan reads through the record area the new return is
      * being built in, so it is blanked again afterwards.
       TOTAL-PRIOR-RETURNS.
           MOVE ZERO TO WS-RETURNED-QTY
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO RTV-NO
           START VENDOR-RETURN-FILE KEY IS NOT LESS THAN RTV-NO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM ADD-PRIOR-RETURN UNTIL END-OF-RETURNS
           MOVE SPACES TO VENDOR-RETURN-RECORD.

       ADD-PRIOR-RETURN.
           READ VENDOR-RETURN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF RTV-PO-NUMBER = PO-NUMBER
                       AND RTV-PO-LINE = PO-LINE
                       AND NOT RTV-CANCELLED
                       ADD RTV-QTY TO WS-RETURNED-QTY
                   END-IF
           END-READ.

       ENTER-RETURN-REASON.
           DISPLAY 'REASON (D-DAMAGED R-RECALL O-OTHER):'
           ACCEPT RTV-REASON-CODE
           IF RTV-REASON-CODE NOT = 'D' AND RTV-REASON-CODE NOT = 'R'
               AND RTV-REASON-CODE NOT = 'O'
               MOVE 'N' TO WS-RETURN-OK
               DISPLAY 'RETURN REJECTED - REASON MUST BE D, R, OR O'
           ELSE
               DISPLAY 'REASON DETAIL:'
               ACCEPT RTV-REASON
               DISPLAY 'VENDOR RMA NUMBER:'
               ACCEPT RTV-RMA-NO
               IF RTV-RMA-NO = SPACES
                   MOVE 'N' TO WS-RETURN-OK
                   DISPLAY 'RETURN REJECTED - NO RMA NUMBER FROM '
                       'THE VENDOR'
               END-IF
           END-IF.

      * A serialized part names every unit going back, one serial
      * per unit returned, each still on hand ('A') for this part and
      * each named only once.
       CAPTURE-RETURN-SERIALS.
           MOVE ZERO TO RTV-SERIAL-COUNT
           DISPLAY 'SERIALIZED MERCHANDISE (Y/N):'
           ACCEPT WS-SERIALIZED
           IF WS-SERIALIZED = 'Y'
               IF RTV-QTY > 10
                   MOVE 'N' TO WS-RETURN-OK
                   DISPLAY 'RETURN REJECTED - AT MOST 10 SERIALIZED '
                       'UNITS PER RETURN'
               ELSE
                   PERFORM CAPTURE-ONE-RETURN-SERIAL
                       UNTIL RTV-SERIAL-COUNT = RTV-QTY
                       OR NOT RETURN-VALID
               END-IF
           END-IF.

       CAPTURE-ONE-RETURN-SERIAL.
           DISPLAY 'SERIAL NUMBER (BLANK TO ABANDON):'
           MOVE SPACES TO WS-SERIAL-IN
           ACCEPT WS-SERIAL-IN
           MOVE 'N' TO WS-SERIAL-DUP
           PERFORM CHECK-SERIAL-KEYED
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > RTV-SERIAL-COUNT
           IF WS-SERIAL-IN = SPACES
               MOVE 'N' TO WS-RETURN-OK
               DISPLAY 'RETURN ABANDONED - SERIALS INCOMPLETE'
           ELSE
               IF SERIAL-ALREADY-KEYED
                   DISPLAY 'SERIAL ALREADY ON THIS RETURN: '
                       WS-SERIAL-IN
               ELSE
                   MOVE PO-PART TO SER-PART
                   MOVE WS-SERIAL-IN TO SER-SERIAL
                   READ SERIAL-UNIT-FILE
                       INVALID KEY
                           DISPLAY 'SERIAL NOT ON FILE FOR PART: '
                               WS-SERIAL-IN
                       NOT INVALID KEY
                           IF SER-STATUS NOT = 'A'
                               DISPLAY 'SERIAL NOT ON HAND - STATUS '
                                   SER-STATUS ': ' WS-SERIAL-IN
                           ELSE
                               ADD 1 TO RTV-SERIAL-COUNT
                               MOVE WS-SERIAL-IN
                                   TO RTV-SERIAL(RTV-SERIAL-COUNT)
                           END-IF
                   END-READ
               END-IF
           END-IF.

       CHECK-SERIAL-KEYED.
           IF RTV-SERIAL(WS-SUB) = WS-SERIAL-IN
               MOVE 'Y' TO WS-SERIAL-DUP
           END-IF.

       WRITE-RETURN-AUTHORIZATION.
           PERFORM READ-RTV-CONTROL
           ADD 1 TO WS-NEXT-RTV-NO
           MOVE WS-NEXT-RTV-NO TO RTV-NO
           MOVE 'A' TO RTV-STATUS
           MOVE WS-SUP-CODE TO RTV-SUP-CODE
           MOVE PO-NUMBER TO RTV-PO-NUMBER
           MOVE PO-LINE TO RTV-PO-LINE
           MOVE PO-PART TO RTV-PART
           MOVE WS-TODAY TO RTV-AUTH-DATE
           MOVE WS-OPERATOR-EMPID TO RTV-AUTH-BY
           MOVE ZERO TO RTV-SHIP-DATE
           MOVE ZERO TO RTV-SHIPPED-BY
           WRITE VENDOR-RETURN-RECORD
               INVALID KEY
                   DISPLAY 'RETURN NOT WRITTEN - DUPLICATE NUMBER: '
                       RTV-NO
               NOT INVALID KEY
                   PERFORM WRITE-RTV-CONTROL
                   COMPUTE WS-MEMO-AMOUNT =
                       RTV-QTY * RTV-UNIT-CREDIT
                   MOVE WS-MEMO-AMOUNT TO WS-DISPLAY-AMOUNT
                   DISPLAY 'RETURN ' RTV-NO ' AUTHORIZED - RMA '
                       RTV-RMA-NO ' CREDIT DUE ' WS-DISPLAY-AMOUNT
           END-WRITE.

       READ-RTV-CONTROL.
           MOVE ZERO TO WS-NEXT-RTV-NO
           OPEN INPUT RTV-CONTROL-FILE
           IF WS-RTV-CONTROL-STATUS = '00'
               READ RTV-CONTROL-FILE
                   NOT AT END
                       MOVE RTV-CONTROL-RECORD TO WS-NEXT-RTV-NO
               END-READ
               CLOSE RTV-CONTROL-FILE
           END-IF.

       WRITE-RTV-CONTROL.
           OPEN OUTPUT RTV-CONTROL-FILE
           MOVE WS-NEXT-RTV-NO TO RTV-CONTROL-RECORD
           WRITE RTV-CONTROL-RECORD
           CLOSE RTV-CONTROL-FILE.

      * Shipping: the decrement goes to INV-TRAN-FILE as an 'R'
      * transaction - PRG12 applies it and writes the RTV audit
      * entry - the serial units flip to returned, and the debit
      * memo for the credit is raised under the same number.
       SHIP-RETURN.
           MOVE 'N' TO WS-RETURN-OK
           DISPLAY 'RETURN NUMBER TO SHIP:'
           ACCEPT RTV-NO
           READ VENDOR-RETURN-FILE
               INVALID KEY
                   DISPLAY 'SHIP FAILED - RETURN NOT FOUND: ' RTV-NO
               NOT INVALID KEY
                   IF NOT RTV-AUTHORIZED
                       DISPLAY 'SHIP REJECTED - RETURN STATUS IS '
                           RTV-STATUS ': ' RTV-NO
                   ELSE
                       PERFORM CHECK-STOCK-TO-SHIP
                   END-IF
           END-READ
           IF RETURN-VALID
               MOVE 1 TO WS-SUB
               PERFORM CHECK-ONE-SHIP-SERIAL
                   UNTIL WS-SUB > RTV-SERIAL-COUNT
                   OR NOT RETURN-VALID
           END-IF
           IF RETURN-VALID
               PERFORM POST-RETURN-TRANSACTION
               MOVE 1 TO WS-SUB
               PERFORM MARK-ONE-SERIAL-RETURNED
                   UNTIL WS-SUB > RTV-SERIAL-COUNT
               PERFORM RAISE-DEBIT-MEMO
               MOVE 'S' TO RTV-STATUS
               MOVE WS-TODAY TO RTV-SHIP-DATE
               MOVE WS-OPERATOR-EMPID TO RTV-SHIPPED-BY
               REWRITE VENDOR-RETURN-RECORD
                   INVALID KEY
                       DISPLAY 'WARNING - RETURN NOT MARKED SHIPPED: '
                           RTV-NO
                   NOT INVALID KEY
                       DISPLAY 'RETURN ' RTV-NO ' SHIPPED - TRAN SEQ '
                           WS-NEXT-TRAN-SEQ
               END-REWRITE
           END-IF.

      * PRG12 skips a decrement on-hand cannot cover, so refuse it
      * here rather than ship a return the batch will not post. Stock
      * reserved for open PRG53 quotes is not free to go back either.
       CHECK-STOCK-TO-SHIP.
           MOVE RTV-PART TO FILESYSFILE-KEY
           READ INVENTORY-FILE
               INVALID KEY
                   DISPLAY 'SHIP REJECTED - PART NOT ON FILE: '
                       RTV-PART
               NOT INVALID KEY
                   IF QTY-RESERVED NOT < QTY-ON-HAND
                       MOVE ZERO TO WS-AVAILABLE-QTY
                   ELSE
                       COMPUTE WS-AVAILABLE-QTY =
                           QTY-ON-HAND - QTY-RESERVED
                   END-IF
                   IF RTV-QTY > WS-AVAILABLE-QTY
                       DISPLAY 'SHIP REJECTED - ONLY ' WS-AVAILABLE-QTY
                           ' AVAILABLE (ON HAND LESS RESERVED) FOR '
                           'PART ' RTV-PART
                   ELSE
                       MOVE 'Y' TO WS-RETURN-OK
                   END-IF
           END-READ.

       CHECK-ONE-SHIP-SERIAL.
           MOVE RTV-PART TO SER-PART
           MOVE RTV-SERIAL(WS-SUB) TO SER-SERIAL
           READ SERIAL-UNIT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-RETURN-OK
                   DISPLAY 'SHIP REJECTED - SERIAL NOT ON FILE: '
                       RTV-SERIAL(WS-SUB)
               NOT INVALID KEY
                   IF SER-STATUS NOT = 'A'
                       MOVE 'N' TO WS-RETURN-OK
                       DISPLAY 'SHIP REJECTED - SERIAL NO LONGER ON '
                           'HAND: ' RTV-SERIAL(WS-SUB)
                   END-IF
           END-READ
           ADD 1 TO WS-SUB.

       POST-RETURN-TRANSACTION.
           PERFORM FIND-NEXT-TRAN-SEQ
           OPEN EXTEND INV-TRAN-FILE
           IF WS-TRAN-STATUS = '35'
               OPEN OUTPUT INV-TRAN-FILE
           END-IF
           MOVE SPACES TO INV-TRAN-RECORD
           MOVE WS-NEXT-TRAN-SEQ TO TRAN-SEQ
           MOVE 'R' TO TRAN-CODE
           MOVE RTV-PART TO TRAN-PART-KEY
           MOVE RTV-QTY TO TRAN-QTY
           WRITE INV-TRAN-RECORD
           CLOSE INV-TRAN-FILE.

       MARK-ONE-SERIAL-RETURNED.
           MOVE RTV-PART TO SER-PART
           MOVE RTV-SERIAL(WS-SUB) TO SER-SERIAL
           READ SERIAL-UNIT-FILE
               INVALID KEY
                   DISPLAY 'WARNING - SERIAL NOT MARKED RETURNED: '
                       RTV-SERIAL(WS-SUB)
               NOT INVALID KEY
                   MOVE 'R' TO SER-STATUS
                   REWRITE SERIAL-UNIT-RECORD
                       INVALID KEY
                           DISPLAY 'WARNING - SERIAL NOT MARKED '
                               'RETURNED: ' RTV-SERIAL(WS-SUB)
                   END-REWRITE
           END-READ
           ADD 1 TO WS-SUB.

       RAISE-DEBIT-MEMO.
           MOVE SPACES TO DEBIT-MEMO-RECORD
           MOVE RTV-NO TO DM-NO
           MOVE 'O' TO DM-STATUS
           MOVE RTV-SUP-CODE TO DM-SUP-CODE
           MOVE RTV-RMA-NO TO DM-RMA-NO
           MOVE WS-TODAY TO DM-DATE
           COMPUTE DM-AMOUNT = RTV-QTY * RTV-UNIT-CREDIT
           MOVE ZERO TO DM-APPLIED-AMOUNT
           WRITE DEBIT-MEMO-RECORD
               INVALID KEY
                   DISPLAY 'WARNING - DEBIT MEMO ALREADY ON FILE: '
                       DM-NO
               NOT INVALID KEY
                   MOVE DM-AMOUNT TO WS-DISPLAY-AMOUNT
                   DISPLAY 'DEBIT MEMO ' DM-NO ' RAISED FOR '
                       DM-SUP-CODE ' ' WS-DISPLAY-AMOUNT
           END-WRITE.

       FIND-NEXT-TRAN-SEQ.
           MOVE ZERO TO WS-NEXT-TRAN-SEQ
           MOVE 'N' TO WS-TRAN-EOF-SWITCH
           OPEN INPUT INV-TRAN-FILE
           IF WS-TRAN-STATUS NOT = '00'
               MOVE 'Y' TO WS-TRAN-EOF-SWITCH
           ELSE
               PERFORM SCAN-TRAN-SEQ UNTIL END-OF-TRANS
               CLOSE INV-TRAN-FILE
           END-IF
           ADD 1 TO WS-NEXT-TRAN-SEQ.

       SCAN-TRAN-SEQ.
           READ INV-TRAN-FILE
               AT END
                   MOVE 'Y' TO WS-TRAN-EOF-SWITCH
               NOT AT END
                   IF TRAN-SEQ > WS-NEXT-TRAN-SEQ
                       MOVE TRAN-SEQ TO WS-NEXT-TRAN-SEQ
                   END-IF
           END-READ.

      * Only a return that has not shipped can be cancelled - once
      * it leaves, the stock, serials and memo have all moved.
       CANCEL-RETURN.
           DISPLAY 'RETURN NUMBER TO CANCEL:'
           ACCEPT RTV-NO
           READ VENDOR-RETURN-FILE
               INVALID KEY
                   DISPLAY 'CANCEL FAILED - RETURN NOT FOUND: ' RTV-NO
               NOT INVALID KEY
                   IF NOT RTV-AUTHORIZED
                       DISPLAY 'CANCEL REJECTED - RETURN STATUS IS '
                           RTV-STATUS ': ' RTV-NO
                   ELSE
                       MOVE 'C' TO RTV-STATUS
                       REWRITE VENDOR-RETURN-RECORD
                           INVALID KEY
                               DISPLAY 'CANCEL FAILED - REWRITE '
                                   'ERROR: ' RTV-NO
                           NOT INVALID KEY
                               DISPLAY 'RETURN CANCELLED: ' RTV-NO
                       END-REWRITE
                   END-IF
           END-READ.

       LIST-OPEN-RETURNS.
           DISPLAY '=== RETURNS AWAITING SHIPMENT ==='
           DISPLAY 'RTV    VENDOR     PO     LINE PART   QTY   '
               'RSN RMA'
           MOVE ZERO TO WS-OPEN-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO RTV-NO
           START VENDOR-RETURN-FILE KEY IS NOT LESS THAN RTV-NO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM LIST-ONE-RETURN UNTIL END-OF-RETURNS
           DISPLAY 'OPEN RETURNS: ' WS-OPEN-COUNT.

       LIST-ONE-RETURN.
           READ VENDOR-RETURN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF RTV-AUTHORIZED
                       DISPLAY RTV-NO ' ' RTV-SUP-CODE ' '
                           RTV-PO-NUMBER ' ' RTV-PO-LINE '  '
                           RTV-PART ' ' RTV-QTY '  '
                           RTV-REASON-CODE '   ' RTV-RMA-NO
                       ADD 1 TO WS-OPEN-COUNT
                   END-IF
           END-READ.

       CLOSE-FILES.
           CLOSE VENDOR-RETURN-FILE
           CLOSE DEBIT-MEMO-FILE
           CLOSE PO-MASTER
           CLOSE SUPPLIER-MASTER
           CLOSE INVENTORY-FILE
           CLOSE SERIAL-UNIT-FILE
           CLOSE EMPLOYEE-MASTER.
