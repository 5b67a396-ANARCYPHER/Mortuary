      * two re-reads in ALTKEY1 (supplier) order for supplier
      * subtotals; the grand total closes the report. Runs as a
      * nightly_batch.sh step so the figure lands with the month-end
      * close - report written to valuation.txt. Stock shipped
      * between facilities through PRG94 and not yet received is off
      * both parts' QTY-ON-HAND, so it is valued from TRANSFER-FILE
      * at its ship-out price in an IN TRANSIT section and carried
      * into the grand total - month-end value does not dip while a
      * transfer is on the road.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRG44.
                ALTERNATE RECORD KEY IS ALTKEY1
                ALTERNATE RECORD KEY IS ALTKEY2
                FILE STATUS IS WS-FILE-STATUS.
            SELECT TRANSFER-FILE ASSIGN TO WS-TRANSFER-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS XFER-NO
                FILE STATUS IS WS-TRANSFER-STATUS.
            SELECT VALUATION-REPORT ASSIGN TO WS-REPORT-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REPORT-STATUS.
        FD  INVENTORY-FILE.
        01  INVENTORY-RECORD.
            COPY INVREC.
        FD  TRANSFER-FILE.
        01  TRANSFER-RECORD.
            COPY XFERREC.
        FD  VALUATION-REPORT.
        01  VALUATION-LINE PIC X(80).
        WORKING-STORAGE SECTION.
        01 WS-REPORT-FILE PIC X(40)
            VALUE '/user/inventory/valuation.txt'.
        01 WS-REPORT-STATUS PIC XX.
        01 WS-TRANSFER-FILE PIC X(40)
            VALUE '/user/inventory/transfers'.
        01 WS-TRANSFER-STATUS PIC XX.
        01 WS-TRANSIT-COUNT PIC 9(5) VALUE ZERO.
        01 WS-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-PARTS VALUE 'Y'.
        01 WS-PART-COUNT PIC 9(5) VALUE ZERO.
                   TO VALUATION-LINE
               WRITE VALUATION-LINE
               PERFORM VALUE-BY-FACILITY
               PERFORM VALUE-IN-TRANSIT
               MOVE SPACES TO VALUATION-LINE
               MOVE WS-GRAND-TOTAL TO WS-DISPLAY-VALUE
               STRING 'GRAND TOTAL STOCK VALUE ' DELIMITED BY SIZE
               END-STRING
               WRITE VALUATION-LINE
               DISPLAY 'PARTS VALUED: ' WS-PART-COUNT
               DISPLAY 'TRANSFERS IN TRANSIT VALUED: '
                   WS-TRANSIT-COUNT
               DISPLAY 'GRAND TOTAL STOCK VALUE: ' WS-DISPLAY-VALUE
           END-IF
           PERFORM CLOSE-FILES
               END-IF
           END-IF.

      * Pass four - open PRG94 transfers. No transfer file yet means
      * nothing has ever been shipped between buildings.
       VALUE-IN-TRANSIT.
           OPEN INPUT TRANSFER-FILE
           IF WS-TRANSFER-STATUS = '00'
               MOVE 'STOCK IN TRANSIT BETWEEN FACILITIES'
                   TO VALUATION-LINE
               WRITE VALUATION-LINE
               MOVE 'IN TRANSIT' TO WS-CURRENT-BREAK
               MOVE ZERO TO WS-BREAK-VALUE
               MOVE 'N' TO WS-EOF-SWITCH
               MOVE ZERO TO XFER-NO
               START TRANSFER-FILE KEY IS NOT LESS THAN XFER-NO
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-SWITCH
               END-START
               PERFORM VALUE-ONE-TRANSFER UNTIL END-OF-PARTS
               PERFORM WRITE-SUBTOTAL
               ADD WS-BREAK-VALUE TO WS-GRAND-TOTAL
               CLOSE TRANSFER-FILE
           END-IF.

       VALUE-ONE-TRANSFER.
           READ TRANSFER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF XFER-IN-TRANSIT
                       COMPUTE WS-EXTENDED-VALUE =
                           XFER-QTY * XFER-UNIT-PRICE
                       ADD WS-EXTENDED-VALUE TO WS-BREAK-VALUE
                       ADD 1 TO WS-TRANSIT-COUNT
                       MOVE XFER-FROM-PART TO VL-PART
                       MOVE SPACES TO VL-DESC
                       STRING 'TRANSFER ' DELIMITED BY SIZE
                           XFER-NO DELIMITED BY SIZE
                           INTO VL-DESC
                       END-STRING
                       MOVE XFER-QTY TO VL-QTY
                       MOVE XFER-UNIT-PRICE TO VL-PRICE
                       MOVE WS-EXTENDED-VALUE TO VL-VALUE
                       WRITE VALUATION-LINE FROM WS-DETAIL-LINE
                   END-IF
           END-READ.

       WRITE-DETAIL-VALUE.
           COMPUTE WS-EXTENDED-VALUE =
               QTY-ON-HAND * UNIT-PRICE
