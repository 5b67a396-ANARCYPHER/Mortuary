      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * Regulated medical-waste storage and manifest log - the
      * carbon copies in the prep room drawer, in the system. Each
      * sharps, red-bag or pathological container is a record on
      * WASTE-CONTAINER (see WASTEREC.cpy): its container ID, waste
      * type, accumulation start date, weight and the generating
      * EMPID, validated against EMPLOYEE-MASTER. A pickup closes
      * containers against the hauler's manifest number, the hauler
      * validated against SUPPLIER-MASTER (PRG32); one manifest
      * belongs to one hauler.
      *
      * The storage report flags every container held on site past
      * the storage limit - still accumulating, or picked up late
      * this year - and the annual manifest summary prints one
      * year's manifests with their containers for the inspector,
      * the same shape PRG66 gives the formaldehyde binder.
      *
      * Transactions: S - start a container, W - reweigh a
      * container, P - pickup against a manifest, I - inquire,
      * E - storage exception report (the nightly stream runs it),
      * H - annual manifest summary, X - exit.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRG112.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT WASTE-CONTAINER ASSIGN TO WS-WASTE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS WC-CONTAINER-ID
                ALTERNATE RECORD KEY IS WC-MANIFEST
                    WITH DUPLICATES
                FILE STATUS IS WS-FILE-STATUS.
            SELECT SUPPLIER-MASTER ASSIGN TO WS-SUPPLIER-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SUP-CODE
                FILE STATUS IS WS-SUP-STATUS.
            SELECT EMPLOYEE-MASTER ASSIGN TO WS-EMPLOYEE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EMPID
                ALTERNATE RECORD KEY IS ALPNUM
                FILE STATUS IS WS-EMP-STATUS.
            SELECT STORAGE-REPORT ASSIGN TO WS-REPORT-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REPORT-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  WASTE-CONTAINER.
        01  WASTE-RECORD.
            COPY WASTEREC.
        FD  SUPPLIER-MASTER.
        01  SUPPLIER-RECORD.
            COPY SUPREC.
        FD  EMPLOYEE-MASTER.
        01  EMPLOYEE-RECORD.
            COPY EMPREC.
        FD  STORAGE-REPORT.
        01  REPORT-LINE PIC X(100).
        WORKING-STORAGE SECTION.
        01 WS-WASTE-FILE PIC X(40)
            VALUE '/user/mortuary/waste-container'.
        01 WS-FILE-STATUS PIC XX.
        01 WS-SUPPLIER-FILE PIC X(40)
            VALUE '/user/inventory/supplier-master'.
        01 WS-SUP-STATUS PIC XX.
        01 WS-EMPLOYEE-FILE PIC X(40) VALUE '/user/employee/master'.
        01 WS-EMP-STATUS PIC XX.
        01 WS-REPORT-FILE PIC X(40)
            VALUE '/user/mortuary/waste-storage.txt'.
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
            88 TRAN-WEIGH VALUE 'W'.
            88 TRAN-PICKUP VALUE 'P'.
            88 TRAN-INQUIRE VALUE 'I'.
            88 TRAN-EXCEPTION VALUE 'E'.
            88 TRAN-HISTORY VALUE 'H'.
            88 TRAN-QUIT VALUE 'X'.
      * Storage limit - the most days the state lets a generator hold
      * regulated medical waste on site before it must be shipped.
        01 WS-STORAGE-LIMIT-DAYS PIC 9(3) VALUE 30.
        01 WS-TODAY PIC 9(8).
        01 WS-CONTAINER-ID PIC X(10).
        01 WS-CONTAINER-OK PIC X VALUE 'Y'.
            88 CONTAINER-CLEAR VALUE 'Y'.
        01 WS-WEIGHT-TENTHS PIC 9(5).
        01 WS-GENERATOR-EMPID PIC 9(5).
        01 WS-MANIFEST PIC X(12).
        01 WS-HAULER PIC X(10).
        01 WS-PICKUP-DATE PIC 9(8).
        01 WS-PICKUP-OK PIC X VALUE 'Y'.
            88 PICKUP-CLEAR VALUE 'Y'.
        01 WS-PICKUP-DONE PIC X VALUE 'N'.
            88 PICKUP-DONE VALUE 'Y'.
        01 WS-PICKUP-COUNT PIC 9(3).
        01 WS-PICKUP-WEIGHT PIC 9(6)V9.
        01 WS-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-FILE VALUE 'Y'.
        01 WS-DAYS-HELD PIC 9(5).
        01 WS-HISTORY-YEAR PIC 9(4).
        01 WS-EXCEPTION-COUNT PIC 9(5).
        01 WS-ON-SITE-COUNT PIC 9(5).
        01 WS-LAST-MANIFEST PIC X(12).
        01 WS-MANIFEST-COUNT PIC 9(5).
        01 WS-MANIFEST-CONTAINERS PIC 9(3).
        01 WS-MANIFEST-WEIGHT PIC 9(6)V9.
        01 WS-YEAR-CONTAINERS PIC 9(5).
        01 WS-YEAR-WEIGHT PIC 9(7)V9.
        01 WS-DISPLAY-WEIGHT PIC Z,ZZZ,ZZ9.9.
        01 WS-TYPE-NAME PIC X(12).
        01 WS-EXCEPTION-DETAIL.
            02 ED-CONTAINER-ID PIC X(10).
            02 FILLER PIC X(2) VALUE SPACES.
            02 ED-TYPE PIC X(12).
            02 FILLER PIC X(2) VALUE SPACES.
            02 ED-START-DATE PIC 9(8).
            02 FILLER PIC X(2) VALUE SPACES.
            02 ED-DAYS PIC ZZZZ9.
            02 FILLER PIC X(2) VALUE SPACES.
            02 ED-WEIGHT PIC ZZZ9.9.
            02 FILLER PIC X(2) VALUE SPACES.
            02 ED-EMPID PIC 9(5).
            02 FILLER PIC X(2) VALUE SPACES.
            02 ED-FLAG PIC X(40).
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
      * PRG6's check-digit rule) is required; it lands on the
      * container as the last to record against it.
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
           OPEN I-O WASTE-CONTAINER
           IF WS-FILE-STATUS = '35'
               OPEN OUTPUT WASTE-CONTAINER
               CLOSE WASTE-CONTAINER
               OPEN I-O WASTE-CONTAINER
           END-IF
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING WASTE-CONTAINER: '
                   WS-FILE-STATUS
               MOVE 'X' TO WS-TRAN-CODE
           END-IF
           OPEN INPUT SUPPLIER-MASTER
           IF WS-SUP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SUPPLIER-MASTER: '
                   WS-SUP-STATUS
               MOVE 'X' TO WS-TRAN-CODE
           END-IF.

       PROCESS-TRANSACTION.
           DISPLAY 'ENTER TRANSACTION (S-START CONTAINER W-REWEIGH '
               'P-PICKUP I-INQUIRE E-EXCEPTIONS H-ANNUAL SUMMARY '
               'X-EXIT)'
           ACCEPT WS-TRAN-CODE
           EVALUATE TRUE
               WHEN TRAN-START
                   PERFORM START-CONTAINER
               WHEN TRAN-WEIGH
                   PERFORM REWEIGH-CONTAINER
               WHEN TRAN-PICKUP
                   PERFORM RECORD-PICKUP
               WHEN TRAN-INQUIRE
                   PERFORM INQUIRE-CONTAINER
               WHEN TRAN-EXCEPTION
                   PERFORM PRINT-STORAGE-EXCEPTIONS
               WHEN TRAN-HISTORY
                   PERFORM PRINT-MANIFEST-SUMMARY
               WHEN TRAN-QUIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'INVALID TRANSACTION CODE'
           END-EVALUATE.

      * A new container - the ID lettered on it must not already be
      * on file, the generating EMPID must be on EMPLOYEE-MASTER, and
      * the accumulation cannot have started in the future.
       START-CONTAINER.
           MOVE 'Y' TO WS-CONTAINER-OK
           DISPLAY 'CONTAINER ID:'
           MOVE SPACES TO WS-CONTAINER-ID
           ACCEPT WS-CONTAINER-ID
           MOVE WS-CONTAINER-ID TO WC-CONTAINER-ID
           READ WASTE-CONTAINER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'REJECTED - CONTAINER ALREADY ON FILE: '
                       WS-CONTAINER-ID
                   MOVE 'N' TO WS-CONTAINER-OK
           END-READ
           IF CONTAINER-CLEAR AND WS-CONTAINER-ID = SPACES
               DISPLAY 'REJECTED - NO CONTAINER ID KEYED'
               MOVE 'N' TO WS-CONTAINER-OK
           END-IF
           IF CONTAINER-CLEAR
               MOVE SPACES TO WASTE-RECORD
               MOVE WS-CONTAINER-ID TO WC-CONTAINER-ID
               DISPLAY 'WASTE TYPE (S-SHARPS B-BIOHAZARD '
                   'P-PATHOLOGICAL):'
               ACCEPT WC-WASTE-TYPE
               IF NOT WC-SHARPS AND NOT WC-BIOHAZARD
                   AND NOT WC-PATHOLOGICAL
                   DISPLAY 'REJECTED - WASTE TYPE MUST BE S, B OR P'
                   MOVE 'N' TO WS-CONTAINER-OK
               END-IF
           END-IF
           IF CONTAINER-CLEAR
               DISPLAY 'ACCUMULATION START DATE (YYYYMMDD, 0 FOR '
                   'TODAY):'
               ACCEPT WC-START-DATE
               IF WC-START-DATE = ZERO
                   MOVE WS-TODAY TO WC-START-DATE
               END-IF
               IF WC-START-DATE > WS-TODAY
                   DISPLAY 'REJECTED - START DATE IN THE FUTURE: '
                       WC-START-DATE
                   MOVE 'N' TO WS-CONTAINER-OK
               END-IF
           END-IF
           IF CONTAINER-CLEAR
               DISPLAY 'GENERATING EMPID:'
               ACCEPT WS-GENERATOR-EMPID
               MOVE WS-GENERATOR-EMPID TO EMPID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       DISPLAY 'REJECTED - EMPID NOT ON '
                           'EMPLOYEE-MASTER: ' WS-GENERATOR-EMPID
                       MOVE 'N' TO WS-CONTAINER-OK
                   NOT INVALID KEY
                       IF EMP-TERM-DATE NOT = ZERO
                           AND EMP-TERM-DATE NOT > WS-TODAY
                           DISPLAY 'REJECTED - EMPID SEPARATED '
                               EMP-TERM-DATE ': ' WS-GENERATOR-EMPID
                           MOVE 'N' TO WS-CONTAINER-OK
                       END-IF
               END-READ
           END-IF
           IF CONTAINER-CLEAR
               DISPLAY 'WEIGHT (LBS, TENTHS IMPLIED, 0 IF NOT YET '
                   'WEIGHED):'
               ACCEPT WS-WEIGHT-TENTHS
               COMPUTE WC-WEIGHT = WS-WEIGHT-TENTHS / 10
               MOVE WS-GENERATOR-EMPID TO WC-EMPID
               MOVE 'A' TO WC-STATUS
               MOVE SPACES TO WC-MANIFEST
               MOVE SPACES TO WC-HAULER
               MOVE ZERO TO WC-PICKUP-DATE
               MOVE WS-OPERATOR-EMPID TO WC-RECORDED-BY
               WRITE WASTE-RECORD
                   INVALID KEY
                       DISPLAY 'START FAILED - WRITE ERROR: '
                           WC-CONTAINER-ID
                   NOT INVALID KEY
                       DISPLAY 'CONTAINER STARTED: ' WC-CONTAINER-ID
                           ' ' WC-WASTE-TYPE ' ACCUMULATING SINCE '
                           WC-START-DATE
               END-WRITE
           END-IF.

       READ-CONTAINER.
           MOVE 'Y' TO WS-CONTAINER-OK
           MOVE WS-CONTAINER-ID TO WC-CONTAINER-ID
           READ WASTE-CONTAINER
               INVALID KEY
                   DISPLAY 'REJECTED - NO SUCH CONTAINER: '
                       WS-CONTAINER-ID
                   MOVE 'N' TO WS-CONTAINER-OK
           END-READ.

      * A container is weighed again as it fills; once it has gone
      * out on a manifest its weight is the hauler's and stands.
       REWEIGH-CONTAINER.
           DISPLAY 'CONTAINER ID:'
           MOVE SPACES TO WS-CONTAINER-ID
           ACCEPT WS-CONTAINER-ID
           PERFORM READ-CONTAINER
           IF CONTAINER-CLEAR AND WC-PICKED-UP
               DISPLAY 'REJECTED - CONTAINER PICKED UP ' WC-PICKUP-DATE
                   ' ON MANIFEST ' WC-MANIFEST
               MOVE 'N' TO WS-CONTAINER-OK
           END-IF
           IF CONTAINER-CLEAR
               MOVE WC-WEIGHT TO WS-DISPLAY-WEIGHT
               DISPLAY 'WEIGHT NOW ' WS-DISPLAY-WEIGHT ' LBS'
               DISPLAY 'NEW WEIGHT (LBS, TENTHS IMPLIED):'
               ACCEPT WS-WEIGHT-TENTHS
               COMPUTE WC-WEIGHT = WS-WEIGHT-TENTHS / 10
               MOVE WS-OPERATOR-EMPID TO WC-RECORDED-BY
               REWRITE WASTE-RECORD
                   INVALID KEY
                       DISPLAY 'REWEIGH FAILED - REWRITE ERROR: '
                           WC-CONTAINER-ID
                   NOT INVALID KEY
                       MOVE WC-WEIGHT TO WS-DISPLAY-WEIGHT
                       DISPLAY 'CONTAINER ' WC-CONTAINER-ID
                           ' REWEIGHED ' WS-DISPLAY-WEIGHT ' LBS'
               END-REWRITE
           END-IF.

      * A pickup - the hauler (on SUPPLIER-MASTER) and its manifest
      * number, then each container loaded, closed against the
      * manifest. A manifest number already on file under another
      * hauler is refused; one already on file under this hauler
      * takes more containers (a manifest keyed in two sittings).
       RECORD-PICKUP.
           MOVE 'Y' TO WS-PICKUP-OK
           DISPLAY 'HAULER (SUP-CODE):'
           MOVE SPACES TO WS-HAULER
           ACCEPT WS-HAULER
           MOVE WS-HAULER TO SUP-CODE
           READ SUPPLIER-MASTER
               INVALID KEY
                   DISPLAY 'PICKUP REJECTED - HAULER NOT ON '
                       'SUPPLIER-MASTER: ' WS-HAULER
                   MOVE 'N' TO WS-PICKUP-OK
           END-READ
           IF PICKUP-CLEAR
               DISPLAY 'HAULER: ' SUP-NAME
               DISPLAY 'MANIFEST NUMBER:'
               MOVE SPACES TO WS-MANIFEST
               ACCEPT WS-MANIFEST
               IF WS-MANIFEST = SPACES
                   DISPLAY 'PICKUP REJECTED - NO MANIFEST NUMBER'
                   MOVE 'N' TO WS-PICKUP-OK
               END-IF
           END-IF
           IF PICKUP-CLEAR
               MOVE WS-MANIFEST TO WC-MANIFEST
               READ WASTE-CONTAINER KEY IS WC-MANIFEST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WC-HAULER NOT = WS-HAULER
                           DISPLAY 'PICKUP REJECTED - MANIFEST '
                               WS-MANIFEST ' IS ON FILE FOR HAULER '
                               WC-HAULER
                           MOVE 'N' TO WS-PICKUP-OK
                       ELSE
                           DISPLAY 'MANIFEST ALREADY ON FILE - '
                               'CONTAINERS ADDED TO IT'
                       END-IF
               END-READ
           END-IF
           IF PICKUP-CLEAR
               DISPLAY 'PICKUP DATE (YYYYMMDD, 0 FOR TODAY):'
               ACCEPT WS-PICKUP-DATE
               IF WS-PICKUP-DATE = ZERO
                   MOVE WS-TODAY TO WS-PICKUP-DATE
               END-IF
               IF WS-PICKUP-DATE > WS-TODAY
                   DISPLAY 'PICKUP REJECTED - DATE IN THE FUTURE: '
                       WS-PICKUP-DATE
                   MOVE 'N' TO WS-PICKUP-OK
               END-IF
           END-IF
           IF PICKUP-CLEAR
               MOVE ZERO TO WS-PICKUP-COUNT
               MOVE ZERO TO WS-PICKUP-WEIGHT
               MOVE 'N' TO WS-PICKUP-DONE
               DISPLAY 'CONTAINERS LOADED - ONE ID PER LINE, A BLANK '
                   'LINE ENDS THE PICKUP.'
               PERFORM PICKUP-ONE-CONTAINER UNTIL PICKUP-DONE
               MOVE WS-PICKUP-WEIGHT TO WS-DISPLAY-WEIGHT
               DISPLAY 'MANIFEST ' WS-MANIFEST ' - CONTAINERS '
                   WS-PICKUP-COUNT ' WEIGHT ' WS-DISPLAY-WEIGHT
                   ' LBS'
           END-IF.

       PICKUP-ONE-CONTAINER.
           MOVE SPACES TO WS-CONTAINER-ID
           ACCEPT WS-CONTAINER-ID
           IF WS-CONTAINER-ID = SPACES
               MOVE 'Y' TO WS-PICKUP-DONE
           ELSE
               PERFORM READ-CONTAINER
               IF CONTAINER-CLEAR AND WC-PICKED-UP
                   DISPLAY 'SKIPPED - ' WC-CONTAINER-ID
                       ' ALREADY PICKED UP ON MANIFEST ' WC-MANIFEST
                   MOVE 'N' TO WS-CONTAINER-OK
               END-IF
               IF CONTAINER-CLEAR
                   AND WC-START-DATE > WS-PICKUP-DATE
                   DISPLAY 'SKIPPED - ' WC-CONTAINER-ID
                       ' STARTED AFTER THE PICKUP DATE '
                       WC-START-DATE
                   MOVE 'N' TO WS-CONTAINER-OK
               END-IF
               IF CONTAINER-CLEAR
                   PERFORM CLOSE-CONTAINER
               END-IF
           END-IF.

       CLOSE-CONTAINER.
           MOVE 'P' TO WC-STATUS
           MOVE WS-MANIFEST TO WC-MANIFEST
           MOVE WS-HAULER TO WC-HAULER
           MOVE WS-PICKUP-DATE TO WC-PICKUP-DATE
           MOVE WS-OPERATOR-EMPID TO WC-RECORDED-BY
           REWRITE WASTE-RECORD
               INVALID KEY
                   DISPLAY 'PICKUP FAILED - REWRITE ERROR: '
                       WC-CONTAINER-ID
               NOT INVALID KEY
                   ADD 1 TO WS-PICKUP-COUNT
                   ADD WC-WEIGHT TO WS-PICKUP-WEIGHT
                   COMPUTE WS-DAYS-HELD =
                       FUNCTION INTEGER-OF-DATE(WC-PICKUP-DATE) -
                       FUNCTION INTEGER-OF-DATE(WC-START-DATE)
                   IF WS-DAYS-HELD > WS-STORAGE-LIMIT-DAYS
                       DISPLAY 'CLOSED - ' WC-CONTAINER-ID
                           ' HELD ' WS-DAYS-HELD
                           ' DAYS, PAST THE STORAGE LIMIT'
                   ELSE
                       DISPLAY 'CLOSED - ' WC-CONTAINER-ID
                           ' HELD ' WS-DAYS-HELD ' DAYS'
                   END-IF
           END-REWRITE.

       INQUIRE-CONTAINER.
           DISPLAY 'CONTAINER ID:'
           MOVE SPACES TO WS-CONTAINER-ID
           ACCEPT WS-CONTAINER-ID
           PERFORM READ-CONTAINER
           IF CONTAINER-CLEAR
               PERFORM SET-TYPE-NAME
               PERFORM FIND-DAYS-HELD
               MOVE WC-WEIGHT TO WS-DISPLAY-WEIGHT
               DISPLAY '=== WASTE CONTAINER ' WC-CONTAINER-ID ' ==='
               DISPLAY 'TYPE        : ' WS-TYPE-NAME
               DISPLAY 'STARTED     : ' WC-START-DATE
                   ' BY EMPID ' WC-EMPID
               DISPLAY 'WEIGHT      : ' WS-DISPLAY-WEIGHT ' LBS'
               IF WC-PICKED-UP
                   DISPLAY 'PICKED UP   : ' WC-PICKUP-DATE
                       ' HAULER ' WC-HAULER ' MANIFEST ' WC-MANIFEST
                   DISPLAY 'DAYS HELD   : ' WS-DAYS-HELD
               ELSE
                   DISPLAY 'ON SITE     : ' WS-DAYS-HELD ' DAYS OF '
                       WS-STORAGE-LIMIT-DAYS ' ALLOWED'
               END-IF
               DISPLAY 'RECORDED BY : ' WC-RECORDED-BY
           END-IF.

       SET-TYPE-NAME.
           EVALUATE TRUE
               WHEN WC-SHARPS
                   MOVE 'SHARPS' TO WS-TYPE-NAME
               WHEN WC-BIOHAZARD
                   MOVE 'BIOHAZARD' TO WS-TYPE-NAME
               WHEN WC-PATHOLOGICAL
                   MOVE 'PATHOLOGICAL' TO WS-TYPE-NAME
               WHEN OTHER
                   MOVE WC-WASTE-TYPE TO WS-TYPE-NAME
           END-EVALUATE.

      * Days on site - to the pickup for a container gone, to today
      * for one still accumulating.
       FIND-DAYS-HELD.
           IF WC-PICKED-UP
               COMPUTE WS-DAYS-HELD =
                   FUNCTION INTEGER-OF-DATE(WC-PICKUP-DATE) -
                   FUNCTION INTEGER-OF-DATE(WC-START-DATE)
           ELSE
               COMPUTE WS-DAYS-HELD =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY) -
                   FUNCTION INTEGER-OF-DATE(WC-START-DATE)
           END-IF.

      * Storage exceptions - every container still on site past the
      * limit, and every container picked up this year that had been
      * held past it.
       PRINT-STORAGE-EXCEPTIONS.
           MOVE ZERO TO WS-EXCEPTION-COUNT
           MOVE ZERO TO WS-ON-SITE-COUNT
           OPEN OUTPUT STORAGE-REPORT
           MOVE SPACES TO REPORT-LINE
           STRING 'MEDICAL WASTE HELD PAST THE STORAGE LIMIT - '
               DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'STORAGE LIMIT ' DELIMITED BY SIZE
               WS-STORAGE-LIMIT-DAYS DELIMITED BY SIZE
               ' DAYS FROM ACCUMULATION START' DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'CONTAINER   TYPE          STARTED    DAYS  WEIGHT'
               TO REPORT-LINE
           MOVE 'EMPID  FLAG' TO REPORT-LINE(53:11)
           WRITE REPORT-LINE
           MOVE ALL '-' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO WC-CONTAINER-ID
           START WASTE-CONTAINER KEY IS NOT LESS THAN WC-CONTAINER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM CHECK-ONE-CONTAINER UNTIL END-OF-FILE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'CONTAINERS ON SITE: ' DELIMITED BY SIZE
               WS-ON-SITE-COUNT DELIMITED BY SIZE
               '  HELD PAST LIMIT: ' DELIMITED BY SIZE
               WS-EXCEPTION-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           CLOSE STORAGE-REPORT
           DISPLAY 'REPORT WRITTEN TO ' WS-REPORT-FILE
           DISPLAY 'CONTAINERS ON SITE: ' WS-ON-SITE-COUNT
               ' HELD PAST LIMIT: ' WS-EXCEPTION-COUNT.

       CHECK-ONE-CONTAINER.
           READ WASTE-CONTAINER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF WC-ACCUMULATING
                       ADD 1 TO WS-ON-SITE-COUNT
                   END-IF
                   PERFORM FIND-DAYS-HELD
                   IF WS-DAYS-HELD > WS-STORAGE-LIMIT-DAYS
                       IF WC-ACCUMULATING
                           MOVE 'STILL ON SITE - SHIP IT NOW'
                               TO ED-FLAG
                           PERFORM WRITE-EXCEPTION-LINE
                       ELSE
                       IF WC-PICKUP-DATE(1:4) = WS-TODAY(1:4)
                           MOVE SPACES TO ED-FLAG
                           STRING 'PICKED UP LATE ' DELIMITED BY SIZE
                               WC-PICKUP-DATE DELIMITED BY SIZE
                               ' MANIFEST ' DELIMITED BY SIZE
                               WC-MANIFEST DELIMITED BY SPACE
                               INTO ED-FLAG
                           END-STRING
                           PERFORM WRITE-EXCEPTION-LINE
                       END-IF
                       END-IF
                   END-IF
           END-READ.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT
           PERFORM SET-TYPE-NAME
           MOVE WC-CONTAINER-ID TO ED-CONTAINER-ID
           MOVE WS-TYPE-NAME TO ED-TYPE
           MOVE WC-START-DATE TO ED-START-DATE
           MOVE WS-DAYS-HELD TO ED-DAYS
           MOVE WC-WEIGHT TO ED-WEIGHT
           MOVE WC-EMPID TO ED-EMPID
           WRITE REPORT-LINE FROM WS-EXCEPTION-DETAIL.

      * The year the inspector asks for - every manifest with a
      * pickup in one calendar year, its hauler and date, and each
      * container shipped under it, flagged when it had been held
      * past the storage limit. Manifests read back in manifest
      * number order off the alternate key.
       PRINT-MANIFEST-SUMMARY.
           DISPLAY 'YEAR (YYYY):'
           ACCEPT WS-HISTORY-YEAR
           DISPLAY '=== MEDICAL WASTE MANIFESTS - YEAR '
               WS-HISTORY-YEAR ' ==='
           MOVE ZERO TO WS-MANIFEST-COUNT
           MOVE ZERO TO WS-YEAR-CONTAINERS
           MOVE ZERO TO WS-YEAR-WEIGHT
           MOVE ZERO TO WS-MANIFEST-CONTAINERS
           MOVE ZERO TO WS-MANIFEST-WEIGHT
           MOVE SPACES TO WS-LAST-MANIFEST
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO WC-MANIFEST
           START WASTE-CONTAINER KEY IS NOT LESS THAN WC-MANIFEST
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM SUMMARY-ONE-CONTAINER UNTIL END-OF-FILE
           IF WS-LAST-MANIFEST NOT = SPACES
               PERFORM SHOW-MANIFEST-TOTAL
           END-IF
           MOVE WS-YEAR-WEIGHT TO WS-DISPLAY-WEIGHT
           DISPLAY 'MANIFESTS: ' WS-MANIFEST-COUNT
               ' CONTAINERS: ' WS-YEAR-CONTAINERS
               ' WEIGHT: ' WS-DISPLAY-WEIGHT ' LBS'.

       SUMMARY-ONE-CONTAINER.
           READ WASTE-CONTAINER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF WC-PICKED-UP
                       AND WC-PICKUP-DATE(1:4) = WS-HISTORY-YEAR
                       IF WC-MANIFEST NOT = WS-LAST-MANIFEST
                           IF WS-LAST-MANIFEST NOT = SPACES
                               PERFORM SHOW-MANIFEST-TOTAL
                           END-IF
                           PERFORM SHOW-MANIFEST-HEADER
                       END-IF
                       PERFORM SHOW-MANIFEST-CONTAINER
                   END-IF
           END-READ.

       SHOW-MANIFEST-HEADER.
           ADD 1 TO WS-MANIFEST-COUNT
           MOVE WC-MANIFEST TO WS-LAST-MANIFEST
           MOVE ZERO TO WS-MANIFEST-CONTAINERS
           MOVE ZERO TO WS-MANIFEST-WEIGHT
           MOVE WC-HAULER TO SUP-CODE
           READ SUPPLIER-MASTER
               INVALID KEY
                   MOVE SPACES TO SUP-NAME
           END-READ
           DISPLAY 'MANIFEST ' WC-MANIFEST ' PICKED UP '
               WC-PICKUP-DATE ' HAULER ' WC-HAULER ' ' SUP-NAME.

       SHOW-MANIFEST-CONTAINER.
           PERFORM SET-TYPE-NAME
           PERFORM FIND-DAYS-HELD
           ADD 1 TO WS-MANIFEST-CONTAINERS
           ADD 1 TO WS-YEAR-CONTAINERS
           ADD WC-WEIGHT TO WS-MANIFEST-WEIGHT
           ADD WC-WEIGHT TO WS-YEAR-WEIGHT
           MOVE WC-WEIGHT TO WS-DISPLAY-WEIGHT
           IF WS-DAYS-HELD > WS-STORAGE-LIMIT-DAYS
               DISPLAY '  ' WC-CONTAINER-ID ' ' WS-TYPE-NAME ' '
                   WC-START-DATE ' ' WS-DAYS-HELD ' DAYS '
                   WS-DISPLAY-WEIGHT ' LBS  ** PAST LIMIT **'
           ELSE
               DISPLAY '  ' WC-CONTAINER-ID ' ' WS-TYPE-NAME ' '
                   WC-START-DATE ' ' WS-DAYS-HELD ' DAYS '
                   WS-DISPLAY-WEIGHT ' LBS'
           END-IF.

       SHOW-MANIFEST-TOTAL.
           MOVE WS-MANIFEST-WEIGHT TO WS-DISPLAY-WEIGHT
           DISPLAY '  CONTAINERS: ' WS-MANIFEST-CONTAINERS
               ' WEIGHT: ' WS-DISPLAY-WEIGHT ' LBS'.

       CLOSE-FILES.
           CLOSE WASTE-CONTAINER
           CLOSE SUPPLIER-MASTER
           CLOSE EMPLOYEE-MASTER.
