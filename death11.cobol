      *
      * Low-stock report - scans inventory-file for any part at or
      * below its reorder point, so purchasing gets ahead of running
      * out of a casket size or supply part. The test is on the
      * quantity available to promise - on hand less what open
      * PRG53 quotes are holding - since reserved stock is already
      * spoken for.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRG11.
        01 WS-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-PARTS VALUE 'Y'.
        01 WS-LOW-STOCK-COUNT PIC 9(5) VALUE ZERO.
        01 WS-AVAILABLE-QTY PIC 9(5).
      * Blank runs the report consolidated; a code runs one
      * building (blank-facility parts are the original building's).
        01 WS-FACILITY-FILTER PIC X(4) VALUE SPACES.
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   PERFORM COMPUTE-AVAILABLE
                   IF WS-AVAILABLE-QTY <= REORDER-POINT
                       AND (WS-FACILITY-FILTER = SPACES
                       OR INV-FACILITY = WS-FACILITY-FILTER)
                       DISPLAY 'PART NO : ' FILESYSFILE-KEY
                       DISPLAY 'DESC    : ' PART-DESC
                       DISPLAY 'ON HAND : ' QTY-ON-HAND
                       DISPLAY 'RESERVED: ' QTY-RESERVED
                       DISPLAY 'AVAIL   : ' WS-AVAILABLE-QTY
                       DISPLAY 'REORDER : ' REORDER-POINT
                       DISPLAY '----------------------------------'
                       ADD 1 TO WS-LOW-STOCK-COUNT
                   END-IF
           END-READ.

       COMPUTE-AVAILABLE.
           IF QTY-RESERVED NOT < QTY-ON-HAND
               MOVE ZERO TO WS-AVAILABLE-QTY
           ELSE
               COMPUTE WS-AVAILABLE-QTY = QTY-ON-HAND - QTY-RESERVED
           END-IF.

       CLOSE-FILES.
           CLOSE INVENTORY-FILE.
