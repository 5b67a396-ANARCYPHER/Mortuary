      *
      * Inventory inquiry by ALTKEY1 (supplier code) or ALTKEY2
      * (casket/part category) - the two alternate keys xli3 declared
      * on inventory-file but nothing previously read by. Each part
      * shows what is on hand, what open quotes are holding, and the
      * quantity still available to promise a family.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRG10.
            88 REPORT-BY-CATEGORY VALUE '2'.
        01 WS-SEARCH-VALUE PIC X(10).
        01 WS-MATCH-COUNT PIC 9(5) VALUE ZERO.
        01 WS-AVAILABLE-QTY PIC 9(5).
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM OPEN-FILES
       DISPLAY-PART.
           DISPLAY 'PART NO : ' FILESYSFILE-KEY
           DISPLAY 'DESC    : ' PART-DESC
           PERFORM COMPUTE-AVAILABLE
           DISPLAY 'ON HAND : ' QTY-ON-HAND
           DISPLAY 'RESERVED: ' QTY-RESERVED
           DISPLAY 'AVAIL   : ' WS-AVAILABLE-QTY
           DISPLAY 'ALTKEY1 : ' ALTKEY1
           DISPLAY 'ALTKEY2 : ' ALTKEY2
           DISPLAY '----------------------------------------'
           ADD 1 TO WS-MATCH-COUNT.

       COMPUTE-AVAILABLE.
           IF QTY-RESERVED NOT < QTY-ON-HAND
               MOVE ZERO TO WS-AVAILABLE-QTY
           ELSE
               COMPUTE WS-AVAILABLE-QTY = QTY-ON-HAND - QTY-RESERVED
           END-IF.

       CLOSE-FILES.
           CLOSE INVENTORY-FILE.
