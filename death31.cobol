      * report shows everything ordered but not yet received. PO
      * numbers come from po-control.dat the same way PRG4 draws
      * case numbers from case-control.dat.
      *
      * Generation counts open quote reservations: a part is flagged
      * on its available-to-promise quantity (QTY-ON-HAND less
      * QTY-RESERVED), and the suggested quantity tops that figure
      * up, so stock PRG53 has promised to a family is reordered
      * before the shelf is actually empty.
      *
      * Transmission writes each supplier's open, unsent PO lines to
      * a fixed-layout order file in the H/D/T form the casket
      * manufacturers accept - one file per supplier, named
      * /user/inventory/po-out-<SUP-CODE>.dat. A part's supplier is
      * its ALTKEY1 on the parts file. Each line sent is stamped
      * PO-XMIT-FLAG 'Y' with the date, so a rerun never sends the
      * same line twice; nightly_batch.sh runs it for every supplier.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRG31.
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SER-KEY
                FILE STATUS IS WS-SERIAL-STATUS.
            SELECT SUPPLIER-MASTER ASSIGN TO WS-SUPPLIER-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SUP-CODE
                FILE STATUS IS WS-SUP-STATUS.
            SELECT PO-TRANSMIT-FILE ASSIGN TO WS-TRANSMIT-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TRANSMIT-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  PO-MASTER.
            02 FILLER PIC X.
            02 PO-STATUS PIC X.
      *     PO-STATUS: O - open (ordered, not received), R - received
            02 FILLER PIC X.
            02 PO-XMIT-FLAG PIC X.
                88 PO-TRANSMITTED VALUE 'Y'.
            02 FILLER PIC X.
            02 PO-XMIT-DATE PIC 9(8).
      *     PO-XMIT-*: 'Y' and the date once the line has gone out on
      *     the supplier's order file; 'N' and zero until then
        FD  INVENTORY-FILE.
        01  INVENTORY-RECORD.
            COPY INVREC.
        FD  SERIAL-UNIT-FILE.
        01  SERIAL-UNIT-RECORD.
            COPY SERREC.
        FD  SUPPLIER-MASTER.
        01  SUPPLIER-RECORD.
            COPY SUPREC.
        FD  PO-TRANSMIT-FILE.
        01  PO-TRANSMIT-RECORD PIC X(80).
        WORKING-STORAGE SECTION.
        01 WS-PO-FILE PIC X(30) VALUE '/user/inventory/po-master'.
        01 WS-FILE-STATUS PIC XX.
            88 TRAN-GENERATE VALUE 'G'.
            88 TRAN-RECEIVE VALUE 'R'.
            88 TRAN-OPEN-REPORT VALUE 'O'.
            88 TRAN-TRANSMIT VALUE 'T'.
            88 TRAN-QUIT VALUE 'X'.
        01 WS-TODAY PIC 9(8).
        01 WS-NEXT-PO-NUMBER PIC 9(6) VALUE ZERO.
            88 END-OF-TRANS VALUE 'Y'.
        01 WS-OPEN-COUNT PIC 9(5) VALUE ZERO.
        01 WS-SUGGESTED-QTY PIC 9(5).
        01 WS-AVAILABLE-QTY PIC 9(5).
        01 WS-COST-CENTS PIC 9(7).
        01 WS-SERIAL-FILE PIC X(30)
            VALUE '/user/inventory/serial-units'.
        01 WS-SERIAL-STATUS PIC XX.
        01 WS-SUPPLIER-FILE PIC X(40)
            VALUE '/user/inventory/supplier-master'.
        01 WS-SUP-STATUS PIC XX.
        01 WS-TRANSMIT-FILE PIC X(50).
        01 WS-TRANSMIT-STATUS PIC XX.
        01 WS-XMIT-SUP-CODE PIC X(10).
        01 WS-XMIT-LINES PIC 9(5).
        01 WS-XMIT-QTY PIC 9(9).
        01 WS-XMIT-TOTAL PIC 9(5).
        01 WS-XMIT-OPEN-SWITCH PIC X VALUE 'N'.
            88 TRANSMIT-FILE-OPEN VALUE 'Y'.
            88 TRANSMIT-FILE-FAILED VALUE 'F'.
        01 WS-SUP-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-SUPPLIERS VALUE 'Y'.
      * Supplier order file layout - 80-byte records, single-space
      * separated: one header, one detail per PO line, one trailer.
      * Unit cost carries two implied decimals.
        01 WS-XMIT-HEADER.
            02 XH-TYPE PIC X VALUE 'H'.
            02 FILLER PIC X VALUE SPACE.
            02 XH-SUP-CODE PIC X(10).
            02 FILLER PIC X VALUE SPACE.
            02 XH-SUP-NAME PIC X(20).
            02 FILLER PIC X VALUE SPACE.
            02 XH-XMIT-DATE PIC 9(8).
            02 FILLER PIC X(38) VALUE SPACES.
        01 WS-XMIT-DETAIL.
            02 XD-TYPE PIC X VALUE 'D'.
            02 FILLER PIC X VALUE SPACE.
            02 XD-PO-NUMBER PIC 9(6).
            02 FILLER PIC X VALUE SPACE.
            02 XD-PO-LINE PIC 9(3).
            02 FILLER PIC X VALUE SPACE.
            02 XD-PART PIC 9(6).
            02 FILLER PIC X VALUE SPACE.
            02 XD-PART-DESC PIC X(20).
            02 FILLER PIC X VALUE SPACE.
            02 XD-QTY PIC 9(5).
            02 FILLER PIC X VALUE SPACE.
            02 XD-UNIT-COST PIC 9(5)V99.
            02 FILLER PIC X VALUE SPACE.
            02 XD-ORDER-DATE PIC 9(8).
            02 FILLER PIC X VALUE SPACE.
            02 XD-SHIP-TO PIC X(4).
            02 FILLER PIC X(11) VALUE SPACES.
        01 WS-XMIT-TRAILER.
            02 XT-TYPE PIC X VALUE 'T'.
            02 FILLER PIC X VALUE SPACE.
            02 XT-LINE-COUNT PIC 9(5).
            02 FILLER PIC X VALUE SPACE.
            02 XT-QTY-TOTAL PIC 9(9).
            02 FILLER PIC X(63) VALUE SPACES.
        01 WS-SERIALIZED PIC X.
        01 WS-SERIAL-IN PIC X(15).
        01 WS-SERIAL-COUNT PIC 9(3).
        01 WS-OPERATOR-EMPID PIC 9(5).
        01 WS-SIGN-ON-OK PIC X VALUE 'N'.
            88 SIGN-ON-VALID VALUE 'Y'.
        01 WS-SIGN-ON-DATE PIC 9(8).
        01 WS-EMPID-OK PIC X VALUE 'Y'.
            88 EMPID-VALID VALUE 'Y'.
        01 WS-EMPID-ALPHA PIC X(5).
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


       PROCESS-TRANSACTION.
           DISPLAY 'ENTER TRANSACTION (G-GENERATE FROM LOW STOCK '
               'R-RECEIVE O-OPEN PO REPORT T-TRANSMIT TO SUPPLIERS '
               'X-EXIT)'
           ACCEPT WS-TRAN-CODE
           EVALUATE TRUE
               WHEN TRAN-GENERATE
                   PERFORM RECEIVE-PO-LINE
               WHEN TRAN-OPEN-REPORT
                   PERFORM PRINT-OPEN-PO
               WHEN TRAN-TRANSMIT
                   PERFORM TRANSMIT-PURCHASE-ORDERS
               WHEN TRAN-QUIT
                   CONTINUE
               WHEN OTHER
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF QTY-RESERVED NOT < QTY-ON-HAND
                       MOVE ZERO TO WS-AVAILABLE-QTY
                   ELSE
                       COMPUTE WS-AVAILABLE-QTY =
                           QTY-ON-HAND - QTY-RESERVED
                   END-IF
                   IF WS-AVAILABLE-QTY <= REORDER-POINT
                       AND (WS-FACILITY-FILTER = SPACES
                       OR INV-FACILITY = WS-FACILITY-FILTER)
                       PERFORM WRITE-PO-LINE

      * Suggested order quantity restocks to twice the reorder point
      * - enough cover that the part is not straight back on PRG11's
      * report after one case. Reserved stock does not count as
      * cover.
       WRITE-PO-LINE.
           COMPUTE WS-SUGGESTED-QTY =
               REORDER-POINT * 2 - WS-AVAILABLE-QTY
           IF WS-SUGGESTED-QTY = ZERO
               MOVE 1 TO WS-SUGGESTED-QTY
           END-IF
           MOVE WS-SUGGESTED-QTY TO PO-QTY-ORDERED
           MOVE WS-TODAY TO PO-ORDER-DATE
           MOVE 'O' TO PO-STATUS
           MOVE 'N' TO PO-XMIT-FLAG
           MOVE ZERO TO PO-XMIT-DATE
           WRITE PO-RECORD
               INVALID KEY
                   DISPLAY 'PO LINE NOT WRITTEN: ' PO-KEY

       PRINT-OPEN-PO.
           DISPLAY '=== OPEN PURCHASE ORDERS ==='
           DISPLAY 'PO     LINE PART    QTY    ORDERED  SENT'
           MOVE 'N' TO WS-PO-EOF-SWITCH
           MOVE ZERO TO WS-OPEN-COUNT
           MOVE LOW-VALUES TO PO-KEY
                   IF PO-STATUS = 'O'
                       DISPLAY PO-NUMBER ' ' PO-LINE '  ' PO-PART
                           '  ' PO-QTY-ORDERED '  ' PO-ORDER-DATE
                           ' ' PO-XMIT-FLAG
                       ADD 1 TO WS-OPEN-COUNT
                   END-IF
           END-READ.

      * Outbound order transmission - blank supplier sends for every
      * supplier on SUPPLIER-MASTER. Each supplier's file is appended
      * to, so orders not yet collected stay on it; the header and
      * trailer bracket each run's batch of lines.
       TRANSMIT-PURCHASE-ORDERS.
           DISPLAY 'SUPPLIER TO TRANSMIT TO (BLANK FOR ALL):'
           MOVE SPACES TO WS-XMIT-SUP-CODE
           ACCEPT WS-XMIT-SUP-CODE
           MOVE ZERO TO WS-XMIT-TOTAL
           OPEN INPUT SUPPLIER-MASTER
           IF WS-SUP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SUPPLIER-MASTER: ' WS-SUP-STATUS
           ELSE
               IF WS-XMIT-SUP-CODE = SPACES
                   MOVE 'N' TO WS-SUP-EOF-SWITCH
                   MOVE LOW-VALUES TO SUP-CODE
                   START SUPPLIER-MASTER KEY IS NOT LESS THAN SUP-CODE
                       INVALID KEY
                           MOVE 'Y' TO WS-SUP-EOF-SWITCH
                   END-START
                   PERFORM TRANSMIT-NEXT-SUPPLIER
                       UNTIL END-OF-SUPPLIERS
               ELSE
                   MOVE WS-XMIT-SUP-CODE TO SUP-CODE
                   READ SUPPLIER-MASTER
                       INVALID KEY
                           DISPLAY 'TRANSMIT REJECTED - SUPPLIER NOT '
                               'ON SUPPLIER-MASTER: ' WS-XMIT-SUP-CODE
                       NOT INVALID KEY
                           PERFORM TRANSMIT-ONE-SUPPLIER
                   END-READ
               END-IF
               CLOSE SUPPLIER-MASTER
               DISPLAY 'PO LINES TRANSMITTED: ' WS-XMIT-TOTAL
           END-IF.

       TRANSMIT-NEXT-SUPPLIER.
           READ SUPPLIER-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SUP-EOF-SWITCH
               NOT AT END
                   PERFORM TRANSMIT-ONE-SUPPLIER
           END-READ.

       TRANSMIT-ONE-SUPPLIER.
           MOVE ZERO TO WS-XMIT-LINES
           MOVE ZERO TO WS-XMIT-QTY
           MOVE 'N' TO WS-XMIT-OPEN-SWITCH
           MOVE SPACES TO WS-TRANSMIT-FILE
           STRING '/user/inventory/po-out-' DELIMITED BY SIZE
               SUP-CODE DELIMITED BY SPACE
               '.dat' DELIMITED BY SIZE
               INTO WS-TRANSMIT-FILE
           END-STRING
           MOVE 'N' TO WS-PO-EOF-SWITCH
           MOVE LOW-VALUES TO PO-KEY
           START PO-MASTER KEY IS NOT LESS THAN PO-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PO-EOF-SWITCH
           END-START
           PERFORM TRANSMIT-PO-LINE UNTIL END-OF-PO
           IF TRANSMIT-FILE-OPEN
               MOVE WS-XMIT-LINES TO XT-LINE-COUNT
               MOVE WS-XMIT-QTY TO XT-QTY-TOTAL
               MOVE WS-XMIT-TRAILER TO PO-TRANSMIT-RECORD
               WRITE PO-TRANSMIT-RECORD
               CLOSE PO-TRANSMIT-FILE
               DISPLAY 'SUPPLIER ' SUP-CODE ' LINES SENT: '
                   WS-XMIT-LINES
           END-IF.

      * Only open, unsent lines for parts this supplier carries go
      * out. A part missing from the parts file cannot be routed to a
      * supplier and stays unsent for the open-PO report to show.
       TRANSMIT-PO-LINE.
           READ PO-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PO-EOF-SWITCH
               NOT AT END
                   IF PO-STATUS = 'O' AND NOT PO-TRANSMITTED
                       AND NOT TRANSMIT-FILE-FAILED
                       MOVE PO-PART TO FILESYSFILE-KEY
                       READ INVENTORY-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF ALTKEY1 = SUP-CODE
                                   PERFORM SEND-PO-LINE
                               END-IF
                       END-READ
                   END-IF
           END-READ.

       SEND-PO-LINE.
           IF NOT TRANSMIT-FILE-OPEN
               PERFORM OPEN-TRANSMIT-FILE
           END-IF
           IF TRANSMIT-FILE-OPEN
               MOVE PO-NUMBER TO XD-PO-NUMBER
               MOVE PO-LINE TO XD-PO-LINE
               MOVE PO-PART TO XD-PART
               MOVE PART-DESC TO XD-PART-DESC
               MOVE PO-QTY-ORDERED TO XD-QTY
               MOVE UNIT-COST TO XD-UNIT-COST
               MOVE PO-ORDER-DATE TO XD-ORDER-DATE
               MOVE INV-FACILITY TO XD-SHIP-TO
               MOVE WS-XMIT-DETAIL TO PO-TRANSMIT-RECORD
               WRITE PO-TRANSMIT-RECORD
               ADD 1 TO WS-XMIT-LINES
               ADD 1 TO WS-XMIT-TOTAL
               ADD PO-QTY-ORDERED TO WS-XMIT-QTY
               MOVE 'Y' TO PO-XMIT-FLAG
               MOVE WS-TODAY TO PO-XMIT-DATE
               REWRITE PO-RECORD
                   INVALID KEY
                       DISPLAY 'WARNING - PO LINE NOT MARKED SENT: '
                           PO-KEY
               END-REWRITE
           END-IF.

       OPEN-TRANSMIT-FILE.
           OPEN EXTEND PO-TRANSMIT-FILE
           IF WS-TRANSMIT-STATUS = '35'
               OPEN OUTPUT PO-TRANSMIT-FILE
           END-IF
           IF WS-TRANSMIT-STATUS NOT = '00'
               MOVE 'F' TO WS-XMIT-OPEN-SWITCH
               DISPLAY 'ERROR OPENING ' WS-TRANSMIT-FILE ': '
                   WS-TRANSMIT-STATUS
           ELSE
               MOVE 'Y' TO WS-XMIT-OPEN-SWITCH
               MOVE SUP-CODE TO XH-SUP-CODE
               MOVE SUP-NAME TO XH-SUP-NAME
               MOVE WS-TODAY TO XH-XMIT-DATE
               MOVE WS-XMIT-HEADER TO PO-TRANSMIT-RECORD
               WRITE PO-TRANSMIT-RECORD
           END-IF.

       CLOSE-FILES.
           CLOSE PO-MASTER
           CLOSE INVENTORY-FILE
