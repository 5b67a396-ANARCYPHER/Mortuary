      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * Location label and badge print - the barcoded labels the
      * handheld scans alongside the case tag, so PRG104 can post a
      * custody move without anyone typing where the case went.
      * Cooler slot labels come off STORAGE-MASTER (one unit, or
      * every slot), vehicle labels off VEHICLE-MASTER, preparation
      * room labels for a keyed room code, and staff badges for a
      * current EMPID on EMPLOYEE-MASTER. Each label is the Code 39
      * barcode (values in SCANREC.cpy) with the same text printed
      * under it, appended to location-labels.dat for the label
      * printer the way PRG4 appends its tags to tag-print.dat.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRG105.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT STORAGE-MASTER ASSIGN TO WS-STORAGE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS STOR-KEY
                FILE STATUS IS WS-STORAGE-STATUS.
            SELECT VEHICLE-MASTER ASSIGN TO WS-VEHICLE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS VEH-UNIT
                FILE STATUS IS WS-VEHICLE-STATUS.
            SELECT LABEL-PRINT-FILE ASSIGN TO WS-LABEL-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LABEL-STATUS.
            SELECT EMPLOYEE-MASTER ASSIGN TO WS-EMPLOYEE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EMPID
                ALTERNATE RECORD KEY IS ALPNUM
                FILE STATUS IS WS-EMP-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  STORAGE-MASTER.
        01  STORAGE-RECORD.
            COPY STOREC.
        FD  VEHICLE-MASTER.
        01  VEHICLE-RECORD.
            COPY VEHREC.
        FD  LABEL-PRINT-FILE.
        01  LABEL-PRINT-RECORD PIC X(60).
        FD  EMPLOYEE-MASTER.
        01  EMPLOYEE-RECORD.
            COPY EMPREC.
        WORKING-STORAGE SECTION.
        01 WS-STORAGE-FILE PIC X(40)
            VALUE '/user/mortuary/storage-master'.
        01 WS-STORAGE-STATUS PIC XX.
        01 WS-STORAGE-OPEN-SWITCH PIC X VALUE 'N'.
            88 STORAGE-MASTER-OPEN VALUE 'Y'.
        01 WS-VEHICLE-FILE PIC X(40)
            VALUE '/user/mortuary/vehicle-master'.
        01 WS-VEHICLE-STATUS PIC XX.
        01 WS-VEHICLE-OPEN-SWITCH PIC X VALUE 'N'.
            88 VEHICLE-MASTER-OPEN VALUE 'Y'.
        01 WS-LABEL-FILE PIC X(40)
            VALUE '/user/mortuary/location-labels.dat'.
        01 WS-LABEL-STATUS PIC XX.
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
            88 TRAN-SLOTS VALUE 'S'.
            88 TRAN-VEHICLES VALUE 'V'.
            88 TRAN-ROOM VALUE 'R'.
            88 TRAN-BADGE VALUE 'B'.
            88 TRAN-QUIT VALUE 'X'.
        01 WS-TODAY PIC 9(8).
        01 WS-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-MASTER VALUE 'Y'.
        01 WS-UNIT-FILTER PIC X(4).
        01 WS-ROOM-CODE PIC X(8).
        01 WS-BADGE-EMPID PIC 9(5).
        01 WS-LABEL-COUNT PIC 9(5).
        01 WS-LABEL-TYPE PIC X.
        01 WS-LABEL-BODY PIC X(8).
        01 WS-LABEL-TEXT PIC X(40).
        01 WS-SLOT-BODY.
            02 SB-UNIT PIC X(4).
            02 SB-SLOT PIC 9(3).
        01 WS-LABEL-ENTRY.
            02 LB-BARCODE PIC X(12).
            02 FILLER PIC X VALUE SPACE.
            02 LB-TEXT PIC X(40).
       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
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
      * PRG6's check-digit rule) is required before labels print.
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
           OPEN INPUT STORAGE-MASTER
           IF WS-STORAGE-STATUS = '00'
               MOVE 'Y' TO WS-STORAGE-OPEN-SWITCH
           ELSE
               DISPLAY 'WARNING - STORAGE-MASTER NOT OPENED, NO SLOT '
                   'LABELS: ' WS-STORAGE-STATUS
           END-IF
           OPEN INPUT VEHICLE-MASTER
           IF WS-VEHICLE-STATUS = '00'
               MOVE 'Y' TO WS-VEHICLE-OPEN-SWITCH
           ELSE
               DISPLAY 'WARNING - VEHICLE-MASTER NOT OPENED, NO '
                   'VEHICLE LABELS: ' WS-VEHICLE-STATUS
           END-IF
           OPEN EXTEND LABEL-PRINT-FILE
           IF WS-LABEL-STATUS = '35'
               OPEN OUTPUT LABEL-PRINT-FILE
           END-IF
           IF WS-LABEL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING LABEL PRINT FILE: '
                   WS-LABEL-STATUS
               MOVE 'X' TO WS-TRAN-CODE
           END-IF.

       PROCESS-TRANSACTION.
           DISPLAY 'ENTER TRANSACTION (S-SLOT LABELS V-VEHICLE '
               'LABELS R-ROOM LABEL B-BADGE X-EXIT)'
           ACCEPT WS-TRAN-CODE
           EVALUATE TRUE
               WHEN TRAN-SLOTS
                   PERFORM PRINT-SLOT-LABELS
               WHEN TRAN-VEHICLES
                   PERFORM PRINT-VEHICLE-LABELS
               WHEN TRAN-ROOM
                   PERFORM PRINT-ROOM-LABEL
               WHEN TRAN-BADGE
                   PERFORM PRINT-BADGE-LABEL
               WHEN TRAN-QUIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'INVALID TRANSACTION CODE'
           END-EVALUATE.

       PRINT-SLOT-LABELS.
           IF NOT STORAGE-MASTER-OPEN
               DISPLAY 'STORAGE-MASTER UNAVAILABLE - NO SLOT LABELS'
           ELSE
               DISPLAY 'COOLER UNIT (BLANK FOR ALL):'
               MOVE SPACES TO WS-UNIT-FILTER
               ACCEPT WS-UNIT-FILTER
               MOVE ZERO TO WS-LABEL-COUNT
               MOVE 'N' TO WS-EOF-SWITCH
               MOVE LOW-VALUES TO STOR-KEY
               START STORAGE-MASTER KEY IS NOT LESS THAN STOR-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-SWITCH
               END-START
               PERFORM LABEL-ONE-SLOT UNTIL END-OF-MASTER
               DISPLAY 'SLOT LABELS PRINTED: ' WS-LABEL-COUNT
           END-IF.

       LABEL-ONE-SLOT.
           READ STORAGE-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF WS-UNIT-FILTER = SPACES
                       OR STOR-UNIT = WS-UNIT-FILTER
                       MOVE STOR-UNIT TO SB-UNIT
                       MOVE STOR-SLOT TO SB-SLOT
                       MOVE 'S' TO WS-LABEL-TYPE
                       MOVE WS-SLOT-BODY TO WS-LABEL-BODY
                       MOVE SPACES TO WS-LABEL-TEXT
                       STRING 'COOLER ' DELIMITED BY SIZE
                           STOR-UNIT DELIMITED BY SIZE
                           ' SLOT ' DELIMITED BY SIZE
                           STOR-SLOT DELIMITED BY SIZE
                           INTO WS-LABEL-TEXT
                       END-STRING
                       PERFORM WRITE-LABEL-RECORD
                   END-IF
           END-READ.

       PRINT-VEHICLE-LABELS.
           IF NOT VEHICLE-MASTER-OPEN
               DISPLAY 'VEHICLE-MASTER UNAVAILABLE - NO VEHICLE '
                   'LABELS'
           ELSE
               MOVE ZERO TO WS-LABEL-COUNT
               MOVE 'N' TO WS-EOF-SWITCH
               MOVE LOW-VALUES TO VEH-UNIT
               START VEHICLE-MASTER KEY IS NOT LESS THAN VEH-UNIT
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-SWITCH
               END-START
               PERFORM LABEL-ONE-VEHICLE UNTIL END-OF-MASTER
               DISPLAY 'VEHICLE LABELS PRINTED: ' WS-LABEL-COUNT
           END-IF.

      * Retired units get no new label - PRG47 will not dispatch
      * them, so nothing should be scanned into one.
       LABEL-ONE-VEHICLE.
           READ VEHICLE-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF VEH-IN-SERVICE = 'Y'
                       MOVE 'V' TO WS-LABEL-TYPE
                       MOVE VEH-UNIT TO WS-LABEL-BODY
                       MOVE SPACES TO WS-LABEL-TEXT
                       STRING 'VEHICLE ' DELIMITED BY SIZE
                           VEH-UNIT DELIMITED BY SPACE
                           ' ' DELIMITED BY SIZE
                           VEH-DESC DELIMITED BY SIZE
                           INTO WS-LABEL-TEXT
                       END-STRING
                       PERFORM WRITE-LABEL-RECORD
                   END-IF
           END-READ.

       PRINT-ROOM-LABEL.
           DISPLAY 'PREPARATION ROOM CODE:'
           MOVE SPACES TO WS-ROOM-CODE
           ACCEPT WS-ROOM-CODE
           IF WS-ROOM-CODE = SPACES
               DISPLAY 'LABEL REJECTED - ROOM CODE IS BLANK'
           ELSE
               MOVE ZERO TO WS-LABEL-COUNT
               MOVE 'R' TO WS-LABEL-TYPE
               MOVE WS-ROOM-CODE TO WS-LABEL-BODY
               MOVE SPACES TO WS-LABEL-TEXT
               STRING 'PREP ROOM ' DELIMITED BY SIZE
                   WS-ROOM-CODE DELIMITED BY SIZE
                   INTO WS-LABEL-TEXT
               END-STRING
               PERFORM WRITE-LABEL-RECORD
               DISPLAY 'ROOM LABEL PRINTED: ' WS-ROOM-CODE
           END-IF.

       PRINT-BADGE-LABEL.
           DISPLAY 'EMPID FOR BADGE:'
           ACCEPT WS-BADGE-EMPID
           MOVE WS-BADGE-EMPID TO EMPID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   DISPLAY 'BADGE REJECTED - EMPID NOT ON '
                       'EMPLOYEE-MASTER: ' WS-BADGE-EMPID
               NOT INVALID KEY
                   IF EMP-TERM-DATE NOT = ZERO
                       AND EMP-TERM-DATE NOT > WS-TODAY
                       DISPLAY 'BADGE REJECTED - EMPID SEPARATED '
                           EMP-TERM-DATE ': ' WS-BADGE-EMPID
                   ELSE
                       MOVE ZERO TO WS-LABEL-COUNT
                       MOVE 'E' TO WS-LABEL-TYPE
                       MOVE EMPID TO WS-LABEL-BODY
                       MOVE SPACES TO WS-LABEL-TEXT
                       STRING EMPID DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           EMPNAME DELIMITED BY SIZE
                           INTO WS-LABEL-TEXT
                       END-STRING
                       PERFORM WRITE-LABEL-RECORD
                       DISPLAY 'BADGE PRINTED: ' EMPID ' ' EMPNAME
                   END-IF
           END-READ.

      * The barcode is the label type and body between Code 39
      * start/stop characters, trailing blanks dropped so the
      * scanner sends exactly the value PRG104 expects. A slot body
      * is positional (a short unit code is blank-filled to four),
      * so it goes in whole.
       WRITE-LABEL-RECORD.
           MOVE SPACES TO LB-BARCODE
           IF WS-LABEL-TYPE = 'S'
               STRING '*' DELIMITED BY SIZE
                   WS-LABEL-TYPE DELIMITED BY SIZE
                   WS-LABEL-BODY(1:7) DELIMITED BY SIZE
                   '*' DELIMITED BY SIZE
                   INTO LB-BARCODE
               END-STRING
           ELSE
               STRING '*' DELIMITED BY SIZE
                   WS-LABEL-TYPE DELIMITED BY SIZE
                   WS-LABEL-BODY DELIMITED BY SPACE
                   '*' DELIMITED BY SIZE
                   INTO LB-BARCODE
               END-STRING
           END-IF
           MOVE WS-LABEL-TEXT TO LB-TEXT
           MOVE SPACES TO LABEL-PRINT-RECORD
           MOVE WS-LABEL-ENTRY TO LABEL-PRINT-RECORD
           WRITE LABEL-PRINT-RECORD
           ADD 1 TO WS-LABEL-COUNT.

       CLOSE-FILES.
           CLOSE STORAGE-MASTER
           CLOSE VEHICLE-MASTER
           CLOSE LABEL-PRINT-FILE
           CLOSE EMPLOYEE-MASTER.
