      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * Cooler capacity forecast - PRG25's census says how full the
      * coolers are today and PRG75 shows last year's trend; this
      * says whether we run out of slots this week. For each of the
      * next seven days (today first) it projects free slots per
      * facility and per cooler unit:
      *
      *   - starting from STORAGE-MASTER as it stands - in-service
      *     slots, and which cases sit in them;
      *   - adding expected intakes at each facility: the average of
      *     that weekday's intakes over the trailing eight weeks of
      *     CASE-MASTER (by INTAKE-DATE and CASE-FACILITY), plus the
      *     first calls still pending or accepted on FIRST-CALL-QUEUE
      *     (PRG42), due today. First calls carry no facility and
      *     PRG42's intake lines leave it blank, so they land at the
      *     original building. Intakes fill units in STOR-KEY order,
      *     the first-free-slot order PRG4 assigns in;
      *   - subtracting expected releases: a case in a slot leaves on
      *     the day of its first service or cremation booked on
      *     SCHEDULE-MASTER (PRG26) - a viewing does not count - and
      *     a case already at 'R' that still holds a slot leaves
      *     today unless it is booked later in the week. PRG16 gives
      *     a slot back when the case goes to 'R', so an 'R' case is
      *     only counted where its slot was never given back.
      *
      * Fractions of an expected intake are carried day to day, and
      * each day's figure is the whole slots left. Any day under the
      * keyed safety margin is flagged '*', and a facility under it
      * gets a warning line - time to call the mutual-aid facility or
      * book a rental unit. The forecast goes to cooler-forecast.txt;
      * the nightly stream runs it with the house margin.
      *
      * Transactions: F - forecast, X - exit.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRG115.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT STORAGE-MASTER ASSIGN TO WS-STORAGE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS STOR-KEY
                FILE STATUS IS WS-FILE-STATUS.
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
            SELECT SCHEDULE-MASTER ASSIGN TO WS-SCHEDULE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SCH-KEY
                FILE STATUS IS WS-SCHEDULE-STATUS.
            SELECT FIRST-CALL-QUEUE ASSIGN TO WS-QUEUE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS FC-SEQ
                FILE STATUS IS WS-QUEUE-STATUS.
            SELECT EMPLOYEE-MASTER ASSIGN TO WS-EMPLOYEE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EMPID
                ALTERNATE RECORD KEY IS ALPNUM
                FILE STATUS IS WS-EMP-STATUS.
            SELECT FORECAST-REPORT ASSIGN TO WS-REPORT-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REPORT-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  STORAGE-MASTER.
        01  STORAGE-RECORD.
            COPY STOREC.
        FD  CASE-MASTER.
        01  CASE-MASTER-RECORD.
            COPY CASEREC REPLACING ==ROLLNO== BY ==ROLLNO-KEY==.
      * Mirror of PRG26's SCHEDULE-RECORD - keep the two in step.
        FD  SCHEDULE-MASTER.
        01  SCHEDULE-RECORD.
            02 SCH-KEY.
                03 SCH-DATE PIC 9(8).
                03 SCH-TIME PIC 9(4).
                03 SCH-ROOM PIC X(8).
            02 FILLER PIC X.
            02 SCH-ROLLNO PIC 9(7).
            02 FILLER PIC X.
            02 SCH-EVENT-TYPE PIC X.
      *     SCH-EVENT-TYPE: V - viewing, S - service, C - cremation
            02 FILLER PIC X.
            02 SCH-END-TIME PIC 9(4).
            02 FILLER PIC X.
            02 SCH-STAFF-1 PIC 9(5).
            02 FILLER PIC X.
            02 SCH-STAFF-2 PIC 9(5).
            02 FILLER PIC X.
            02 SCH-STAFF-3 PIC 9(5).
            02 FILLER PIC X.
            02 SCH-VEHICLE PIC X(8).
      * Mirror of PRG42's FIRST-CALL-RECORD - keep the two in step.
        FD  FIRST-CALL-QUEUE.
        01  FIRST-CALL-RECORD.
            02 FC-SEQ PIC 9(5).
            02 FILLER PIC X.
            02 FC-STATUS PIC X.
      *     FC-STATUS: P - pending review, A - accepted for intake,
      *     R - rejected, C - converted to an intake line
            02 FILLER PIC X.
            02 FC-NAME PIC A(8).
            02 FILLER PIC X.
            02 FC-CALLER PIC X(20).
            02 FILLER PIC X.
            02 FC-PICKUP PIC X(20).
            02 FILLER PIC X.
            02 FC-PHONE PIC X(12).
            02 FILLER PIC X.
            02 FC-ONCALL-EMPID PIC 9(5).
            02 FILLER PIC X.
            02 FC-IMPORTED PIC X(21).
        FD  EMPLOYEE-MASTER.
        01  EMPLOYEE-RECORD.
            COPY EMPREC.
        FD  FORECAST-REPORT.
        01  REPORT-LINE PIC X(100).
        WORKING-STORAGE SECTION.
        01 WS-STORAGE-FILE PIC X(40)
            VALUE '/user/mortuary/storage-master'.
        01 WS-FILE-STATUS PIC XX.
        01 WS-CASE-FILE PIC X(40) VALUE '/user/mortuary/case-master'.
        01 WS-CASE-STATUS PIC XX.
        01 WS-SCHEDULE-FILE PIC X(40)
            VALUE '/user/mortuary/schedule-master'.
        01 WS-SCHEDULE-STATUS PIC XX.
        01 WS-QUEUE-FILE PIC X(40)
            VALUE '/user/mortuary/first-call-queue'.
        01 WS-QUEUE-STATUS PIC XX.
        01 WS-EMPLOYEE-FILE PIC X(40) VALUE '/user/employee/master'.
        01 WS-EMP-STATUS PIC XX.
        01 WS-REPORT-FILE PIC X(40)
            VALUE '/user/mortuary/cooler-forecast.txt'.
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
            88 TRAN-FORECAST VALUE 'F'.
            88 TRAN-QUIT VALUE 'X'.
      * Weeks of history behind each weekday's intake rate.
        01 WS-TRAILING-WEEKS PIC 9(2) VALUE 8.
        01 WS-TODAY PIC 9(8).
        01 WS-TODAY-INT PIC 9(7).
        01 WS-FROM-DATE PIC 9(8).
        01 WS-LAST-DATE PIC 9(8).
        01 WS-MARGIN PIC 9(3).
        01 WS-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-FILE VALUE 'Y'.
        01 WS-SCHEDULE-OPEN PIC X VALUE 'N'.
            88 SCHEDULE-OPEN VALUE 'Y'.
        01 WS-QUEUE-OPEN PIC X VALUE 'N'.
            88 QUEUE-OPEN VALUE 'Y'.
      * The seven forecast days - day 1 is today.
        01 WS-DAY-TABLE.
            02 WS-DAY-ENTRY OCCURS 7 TIMES.
                03 DT-DATE PIC 9(8).
                03 DT-WEEKDAY PIC 9.
        01 WS-WEEKDAY-NAMES PIC X(21)
            VALUE 'SUNMONTUEWEDTHUFRISAT'.
      * INTEGER-OF-DATE day 1 (1 January 1601) was a Monday, so the
      * day number MOD 7 gives 0 for Sunday through 6 for Saturday;
      * weekday subscripts below are that plus one.
        01 WS-WEEKDAY PIC 9.
        01 WS-DAY PIC 9.
        01 WS-PRIOR-DAY PIC 9.
        01 WS-DAY-INT PIC 9(7).
      * Facilities - one entry per STOR-FACILITY with a cooler.
        01 WS-FACILITY-COUNT PIC 9(2) VALUE ZERO.
        01 WS-FACILITY-TABLE.
            02 WS-FACILITY-ENTRY OCCURS 10 TIMES.
                03 FT-FACILITY PIC X(4).
                03 FT-SLOTS PIC 9(4).
                03 FT-FREE-NOW PIC 9(4).
                03 FT-LAST-UNIT PIC 9(2).
                03 FT-PENDING PIC 9(3).
                03 FT-WEEKDAY-INTAKES PIC 9(4) OCCURS 7 TIMES.
                03 FT-DAY-INTAKE PIC 9(3)V99 OCCURS 7 TIMES.
                03 FT-DAY-RELEASES PIC 9(4) OCCURS 7 TIMES.
                03 FT-DAY-FREE PIC S9(5)V99 OCCURS 7 TIMES.
        01 WS-FAC-SUB PIC 9(2).
        01 WS-FAC-FOUND PIC 9(2).
      * Cooler units, in STOR-KEY order.
        01 WS-UNIT-COUNT PIC 9(2) VALUE ZERO.
        01 WS-UNIT-TABLE.
            02 WS-UNIT-ENTRY OCCURS 50 TIMES.
                03 UT-UNIT PIC X(4).
                03 UT-FAC-SUB PIC 9(2).
                03 UT-SLOTS PIC 9(3).
                03 UT-FREE-NOW PIC 9(3).
                03 UT-DAY-RELEASES PIC 9(3) OCCURS 7 TIMES.
                03 UT-DAY-INTAKE PIC 9(3)V99 OCCURS 7 TIMES.
                03 UT-DAY-FREE PIC S9(4)V99 OCCURS 7 TIMES.
        01 WS-UNIT-SUB PIC 9(2).
        01 WS-UNIT-FOUND PIC 9(2).
      * Cases in a slot today, and the day each is expected out
      * (zero - not this week).
        01 WS-OCCUPANT-COUNT PIC 9(4) VALUE ZERO.
        01 WS-OCCUPANT-TABLE.
            02 WS-OCCUPANT-ENTRY OCCURS 999 TIMES.
                03 OT-ROLLNO PIC 9(7).
                03 OT-UNIT-SUB PIC 9(2).
                03 OT-RELEASE-DAY PIC 9.
        01 WS-OCC-SUB PIC 9(4).
        01 WS-OCC-FOUND PIC 9(4).
        01 WS-TABLE-FULL PIC X VALUE 'N'.
            88 TABLE-FULL VALUE 'Y'.
        01 WS-PENDING-CALLS PIC 9(3).
        01 WS-UNPLACED-CALLS PIC 9(3).
        01 WS-BOOKED-RELEASES PIC 9(4).
        01 WS-READY-RELEASES PIC 9(4).
        01 WS-INTAKES-READ PIC 9(5).
        01 WS-REMAINING PIC 9(3)V99.
        01 WS-TAKE PIC 9(3)V99.
        01 WS-FREE-NOW-WORK PIC S9(4)V99.
        01 WS-WHOLE-FREE PIC S9(5).
        01 WS-FLAG-COUNT PIC 9(3).
        01 WS-UNIT-FLAG-COUNT PIC 9(3).
        01 WS-FORECAST-DETAIL.
            02 FD-FACILITY PIC X(4).
            02 FILLER PIC X VALUE SPACE.
            02 FD-UNIT PIC X(5).
            02 FD-SLOTS PIC ZZZ9.
            02 FILLER PIC X(2) VALUE SPACES.
            02 FD-FREE-NOW PIC ZZZ9.
            02 FILLER PIC X(2) VALUE SPACES.
            02 FD-DAY-CELL OCCURS 7 TIMES.
                03 FD-DAY-FREE PIC ----9.
                03 FD-DAY-FLAG PIC X.
                03 FILLER PIC X.
        01 WS-DAY-HEADING.
            02 FILLER PIC X(22) VALUE SPACES.
            02 DH-DAY-CELL OCCURS 7 TIMES.
                03 FILLER PIC X VALUE SPACE.
                03 DH-DAY-TEXT PIC X(6).
        01 WS-WARNING-LINE.
            02 FILLER PIC X(9) VALUE 'FACILITY '.
            02 WL-FACILITY PIC X(4).
            02 FILLER PIC X VALUE SPACE.
            02 WL-DATE PIC 9(8).
            02 FILLER PIC X VALUE SPACE.
            02 WL-WEEKDAY PIC X(3).
            02 FILLER PIC X(16) VALUE ' PROJECTED FREE '.
            02 WL-FREE PIC ----9.
            02 FILLER PIC X(41)
                VALUE ' - ARRANGE MUTUAL AID OR A RENTAL UNIT'.
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
      * PRG6's check-digit rule) is required.
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

      * STORAGE-MASTER and CASE-MASTER are needed; with no
      * SCHEDULE-MASTER or FIRST-CALL-QUEUE yet there is simply
      * nothing booked or pending.
       OPEN-FILES.
           OPEN INPUT STORAGE-MASTER
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING STORAGE-MASTER: ' WS-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               MOVE 'X' TO WS-TRAN-CODE
           END-IF
           OPEN INPUT CASE-MASTER
           IF WS-CASE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CASE-MASTER: ' WS-CASE-STATUS
               MOVE 8 TO RETURN-CODE
               MOVE 'X' TO WS-TRAN-CODE
           END-IF
           OPEN INPUT SCHEDULE-MASTER
           IF WS-SCHEDULE-STATUS = '00'
               MOVE 'Y' TO WS-SCHEDULE-OPEN
           ELSE
               DISPLAY 'NOTE - NO SCHEDULE-MASTER, NO BOOKED '
                   'RELEASES: ' WS-SCHEDULE-STATUS
           END-IF
           OPEN INPUT FIRST-CALL-QUEUE
           IF WS-QUEUE-STATUS = '00'
               MOVE 'Y' TO WS-QUEUE-OPEN
           ELSE
               DISPLAY 'NOTE - NO FIRST-CALL-QUEUE, NO PENDING '
                   'CALLS: ' WS-QUEUE-STATUS
           END-IF.

       PROCESS-TRANSACTION.
           DISPLAY 'ENTER TRANSACTION (F-FORECAST X-EXIT)'
           ACCEPT WS-TRAN-CODE
           EVALUATE TRUE
               WHEN TRAN-FORECAST
                   PERFORM RUN-FORECAST
               WHEN TRAN-QUIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'INVALID TRANSACTION CODE'
           END-EVALUATE.

       RUN-FORECAST.
           DISPLAY 'SAFETY MARGIN (FREE SLOTS):'
           ACCEPT WS-MARGIN
           PERFORM SET-FORECAST-DAYS
           PERFORM LOAD-STORAGE
           IF TABLE-FULL
               DISPLAY 'FORECAST NOT RUN - MORE THAN 50 UNITS, 10 '
                   'FACILITIES OR 999 OCCUPIED SLOTS'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-UNIT-COUNT = ZERO
                   DISPLAY 'NO IN-SERVICE SLOTS ON STORAGE-MASTER'
               ELSE
                   PERFORM FIND-BOOKED-RELEASES
                   PERFORM FIND-READY-RELEASES
                   PERFORM COUNT-TRAILING-INTAKES
                   PERFORM COUNT-PENDING-CALLS
                   PERFORM PROJECT-DAY
                       VARYING WS-DAY FROM 1 BY 1 UNTIL WS-DAY > 7
                   PERFORM PRINT-FORECAST
               END-IF
           END-IF.

       SET-FORECAST-DAYS.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           PERFORM SET-ONE-DAY
               VARYING WS-DAY FROM 1 BY 1 UNTIL WS-DAY > 7
           MOVE DT-DATE(7) TO WS-LAST-DATE
           COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER(
               WS-TODAY-INT - WS-TRAILING-WEEKS * 7).

       SET-ONE-DAY.
           COMPUTE WS-DAY-INT = WS-TODAY-INT + WS-DAY - 1
           COMPUTE DT-DATE(WS-DAY) =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           COMPUTE DT-WEEKDAY(WS-DAY) =
               FUNCTION MOD(WS-DAY-INT, 7) + 1.

      *****************************************************************
      * Today's coolers - units and facilities from STORAGE-MASTER
      *****************************************************************
       LOAD-STORAGE.
           MOVE ZERO TO WS-UNIT-COUNT
           MOVE ZERO TO WS-FACILITY-COUNT
           MOVE ZERO TO WS-OCCUPANT-COUNT
           MOVE 'N' TO WS-TABLE-FULL
           INITIALIZE WS-UNIT-TABLE
           INITIALIZE WS-FACILITY-TABLE
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO STOR-KEY
           START STORAGE-MASTER KEY IS NOT LESS THAN STOR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM LOAD-ONE-SLOT UNTIL END-OF-FILE.

       LOAD-ONE-SLOT.
           READ STORAGE-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF STOR-IN-SERVICE = 'Y'
                       PERFORM COUNT-ONE-SLOT
                   END-IF
           END-READ.

       COUNT-ONE-SLOT.
           PERFORM FIND-UNIT
           IF WS-UNIT-FOUND = ZERO
               PERFORM ADD-UNIT
           END-IF
           IF NOT TABLE-FULL
               ADD 1 TO UT-SLOTS(WS-UNIT-FOUND)
               MOVE UT-FAC-SUB(WS-UNIT-FOUND) TO WS-FAC-SUB
               ADD 1 TO FT-SLOTS(WS-FAC-SUB)
               IF STOR-OCCUPANT = ZERO
                   ADD 1 TO UT-FREE-NOW(WS-UNIT-FOUND)
                   ADD 1 TO FT-FREE-NOW(WS-FAC-SUB)
               ELSE
                   IF WS-OCCUPANT-COUNT < 999
                       ADD 1 TO WS-OCCUPANT-COUNT
                       MOVE STOR-OCCUPANT
                           TO OT-ROLLNO(WS-OCCUPANT-COUNT)
                       MOVE WS-UNIT-FOUND
                           TO OT-UNIT-SUB(WS-OCCUPANT-COUNT)
                       MOVE ZERO TO OT-RELEASE-DAY(WS-OCCUPANT-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-TABLE-FULL
                       MOVE 'Y' TO WS-EOF-SWITCH
                   END-IF
               END-IF
           END-IF.

       FIND-UNIT.
           MOVE ZERO TO WS-UNIT-FOUND
           PERFORM TEST-ONE-UNIT
               VARYING WS-UNIT-SUB FROM 1 BY 1
               UNTIL WS-UNIT-SUB > WS-UNIT-COUNT
               OR WS-UNIT-FOUND > ZERO.

       TEST-ONE-UNIT.
           IF UT-UNIT(WS-UNIT-SUB) = STOR-UNIT
               MOVE WS-UNIT-SUB TO WS-UNIT-FOUND
           END-IF.

       ADD-UNIT.
           PERFORM FIND-FACILITY
           IF WS-FAC-FOUND = ZERO
               IF WS-FACILITY-COUNT < 10
                   ADD 1 TO WS-FACILITY-COUNT
                   MOVE WS-FACILITY-COUNT TO WS-FAC-FOUND
                   MOVE STOR-FACILITY TO FT-FACILITY(WS-FAC-FOUND)
               END-IF
           END-IF
           IF WS-FAC-FOUND = ZERO OR WS-UNIT-COUNT NOT < 50
               MOVE 'Y' TO WS-TABLE-FULL
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               ADD 1 TO WS-UNIT-COUNT
               MOVE WS-UNIT-COUNT TO WS-UNIT-FOUND
               MOVE STOR-UNIT TO UT-UNIT(WS-UNIT-FOUND)
               MOVE WS-FAC-FOUND TO UT-FAC-SUB(WS-UNIT-FOUND)
               MOVE WS-UNIT-FOUND TO FT-LAST-UNIT(WS-FAC-FOUND)
           END-IF.

      * Looks up STOR-FACILITY among the facilities found so far.
       FIND-FACILITY.
           MOVE ZERO TO WS-FAC-FOUND
           PERFORM TEST-ONE-FACILITY
               VARYING WS-FAC-SUB FROM 1 BY 1
               UNTIL WS-FAC-SUB > WS-FACILITY-COUNT
               OR WS-FAC-FOUND > ZERO.

       TEST-ONE-FACILITY.
           IF FT-FACILITY(WS-FAC-SUB) = STOR-FACILITY
               MOVE WS-FAC-SUB TO WS-FAC-FOUND
           END-IF.

      *****************************************************************
      * Expected releases
      *****************************************************************
      * The first service or cremation booked this week for a case
      * in a slot is the day the slot comes free.
       FIND-BOOKED-RELEASES.
           MOVE ZERO TO WS-BOOKED-RELEASES
           IF SCHEDULE-OPEN
               MOVE 'N' TO WS-EOF-SWITCH
               MOVE LOW-VALUES TO SCH-KEY
               MOVE WS-TODAY TO SCH-DATE
               START SCHEDULE-MASTER KEY IS NOT LESS THAN SCH-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-SWITCH
               END-START
               PERFORM CHECK-ONE-BOOKING UNTIL END-OF-FILE
           END-IF.

       CHECK-ONE-BOOKING.
           READ SCHEDULE-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF SCH-DATE > WS-LAST-DATE
                       MOVE 'Y' TO WS-EOF-SWITCH
                   ELSE
                       IF SCH-EVENT-TYPE = 'S' OR SCH-EVENT-TYPE = 'C'
                           PERFORM BOOKING-RELEASES-SLOT
                       END-IF
                   END-IF
           END-READ.

       BOOKING-RELEASES-SLOT.
           PERFORM FIND-OCCUPANT
           IF WS-OCC-FOUND > ZERO
               IF OT-RELEASE-DAY(WS-OCC-FOUND) = ZERO
                   COMPUTE OT-RELEASE-DAY(WS-OCC-FOUND) =
                       FUNCTION INTEGER-OF-DATE(SCH-DATE)
                       - WS-TODAY-INT + 1
                   PERFORM ADD-RELEASE
                   ADD 1 TO WS-BOOKED-RELEASES
               END-IF
           END-IF.

       FIND-OCCUPANT.
           MOVE ZERO TO WS-OCC-FOUND
           PERFORM TEST-ONE-OCCUPANT
               VARYING WS-OCC-SUB FROM 1 BY 1
               UNTIL WS-OCC-SUB > WS-OCCUPANT-COUNT
               OR WS-OCC-FOUND > ZERO.

       TEST-ONE-OCCUPANT.
           IF OT-ROLLNO(WS-OCC-SUB) = SCH-ROLLNO
               MOVE WS-OCC-SUB TO WS-OCC-FOUND
           END-IF.

       ADD-RELEASE.
           MOVE OT-RELEASE-DAY(WS-OCC-FOUND) TO WS-DAY
           MOVE OT-UNIT-SUB(WS-OCC-FOUND) TO WS-UNIT-SUB
           MOVE UT-FAC-SUB(WS-UNIT-SUB) TO WS-FAC-SUB
           ADD 1 TO UT-DAY-RELEASES(WS-UNIT-SUB, WS-DAY)
           ADD 1 TO FT-DAY-RELEASES(WS-FAC-SUB, WS-DAY).

      * A case at 'R' with no booking this week still holding a slot
      * goes out today.
       FIND-READY-RELEASES.
           MOVE ZERO TO WS-READY-RELEASES
           PERFORM CHECK-READY-OCCUPANT
               VARYING WS-OCC-FOUND FROM 1 BY 1
               UNTIL WS-OCC-FOUND > WS-OCCUPANT-COUNT.

       CHECK-READY-OCCUPANT.
           IF OT-RELEASE-DAY(WS-OCC-FOUND) = ZERO
               MOVE OT-ROLLNO(WS-OCC-FOUND) TO ROLLNO-KEY
               READ CASE-MASTER KEY IS ROLLNO-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CASE-STATUS = 'R'
                           MOVE 1 TO OT-RELEASE-DAY(WS-OCC-FOUND)
                           PERFORM ADD-RELEASE
                           ADD 1 TO WS-READY-RELEASES
                       END-IF
               END-READ
           END-IF.

      *****************************************************************
      * Expected intakes
      *****************************************************************
      * Intakes per facility per weekday over the trailing weeks,
      * off the INTAKE-DATE alternate key; each forecast day then
      * expects that weekday's average.
       COUNT-TRAILING-INTAKES.
           MOVE ZERO TO WS-INTAKES-READ
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE WS-FROM-DATE TO INTAKE-DATE
           START CASE-MASTER KEY IS NOT LESS THAN INTAKE-DATE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM COUNT-ONE-INTAKE UNTIL END-OF-FILE
           PERFORM SET-FACILITY-RATES
               VARYING WS-FAC-SUB FROM 1 BY 1
               UNTIL WS-FAC-SUB > WS-FACILITY-COUNT.

       COUNT-ONE-INTAKE.
           READ CASE-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF INTAKE-DATE NOT < WS-TODAY
                       MOVE 'Y' TO WS-EOF-SWITCH
                   ELSE
      *                The storage record is done with by now, so
      *                its facility field carries the lookup.
                       MOVE CASE-FACILITY TO STOR-FACILITY
                       PERFORM FIND-FACILITY
                       IF WS-FAC-FOUND > ZERO
                           COMPUTE WS-WEEKDAY = FUNCTION MOD(
                               FUNCTION INTEGER-OF-DATE(INTAKE-DATE),
                               7) + 1
                           ADD 1 TO FT-WEEKDAY-INTAKES(WS-FAC-FOUND,
                               WS-WEEKDAY)
                           ADD 1 TO WS-INTAKES-READ
                       END-IF
                   END-IF
           END-READ.

       SET-FACILITY-RATES.
           PERFORM SET-ONE-RATE
               VARYING WS-DAY FROM 1 BY 1 UNTIL WS-DAY > 7.

       SET-ONE-RATE.
           MOVE DT-WEEKDAY(WS-DAY) TO WS-WEEKDAY
           COMPUTE FT-DAY-INTAKE(WS-FAC-SUB, WS-DAY) ROUNDED =
               FT-WEEKDAY-INTAKES(WS-FAC-SUB, WS-WEEKDAY)
               / WS-TRAILING-WEEKS.

      * First calls not yet turned into intake lines arrive today,
      * at the original building (blank facility).
       COUNT-PENDING-CALLS.
           MOVE ZERO TO WS-PENDING-CALLS
           MOVE ZERO TO WS-UNPLACED-CALLS
           IF QUEUE-OPEN
               MOVE 'N' TO WS-EOF-SWITCH
               MOVE ZERO TO FC-SEQ
               START FIRST-CALL-QUEUE KEY IS NOT LESS THAN FC-SEQ
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-SWITCH
               END-START
               PERFORM COUNT-ONE-CALL UNTIL END-OF-FILE
           END-IF
           IF WS-PENDING-CALLS > ZERO
               MOVE SPACES TO STOR-FACILITY
               PERFORM FIND-FACILITY
               IF WS-FAC-FOUND > ZERO
                   MOVE WS-PENDING-CALLS TO FT-PENDING(WS-FAC-FOUND)
                   ADD WS-PENDING-CALLS
                       TO FT-DAY-INTAKE(WS-FAC-FOUND, 1)
               ELSE
                   MOVE WS-PENDING-CALLS TO WS-UNPLACED-CALLS
               END-IF
           END-IF.

       COUNT-ONE-CALL.
           READ FIRST-CALL-QUEUE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF FC-STATUS = 'P' OR FC-STATUS = 'A'
                       ADD 1 TO WS-PENDING-CALLS
                   END-IF
           END-READ.

      *****************************************************************
      * One forecast day - releases first, then the day's intakes
      * into each facility's units in order; what will not fit goes
      * against the facility's last unit as overflow.
      *****************************************************************
       PROJECT-DAY.
           PERFORM OPEN-UNIT-DAY
               VARYING WS-UNIT-SUB FROM 1 BY 1
               UNTIL WS-UNIT-SUB > WS-UNIT-COUNT
           PERFORM PLACE-FACILITY-INTAKES
               VARYING WS-FAC-SUB FROM 1 BY 1
               UNTIL WS-FAC-SUB > WS-FACILITY-COUNT.

       OPEN-UNIT-DAY.
           IF WS-DAY = 1
               MOVE UT-FREE-NOW(WS-UNIT-SUB) TO WS-FREE-NOW-WORK
           ELSE
               COMPUTE WS-PRIOR-DAY = WS-DAY - 1
               MOVE UT-DAY-FREE(WS-UNIT-SUB, WS-PRIOR-DAY)
                   TO WS-FREE-NOW-WORK
           END-IF
           COMPUTE UT-DAY-FREE(WS-UNIT-SUB, WS-DAY) =
               WS-FREE-NOW-WORK + UT-DAY-RELEASES(WS-UNIT-SUB, WS-DAY).

       PLACE-FACILITY-INTAKES.
           MOVE FT-DAY-INTAKE(WS-FAC-SUB, WS-DAY) TO WS-REMAINING
           PERFORM PLACE-IN-ONE-UNIT
               VARYING WS-UNIT-SUB FROM 1 BY 1
               UNTIL WS-UNIT-SUB > WS-UNIT-COUNT
           IF WS-REMAINING > ZERO
               MOVE FT-LAST-UNIT(WS-FAC-SUB) TO WS-UNIT-SUB
               ADD WS-REMAINING TO UT-DAY-INTAKE(WS-UNIT-SUB, WS-DAY)
               SUBTRACT WS-REMAINING
                   FROM UT-DAY-FREE(WS-UNIT-SUB, WS-DAY)
           END-IF
           MOVE ZERO TO FT-DAY-FREE(WS-FAC-SUB, WS-DAY)
           PERFORM SUM-FACILITY-FREE
               VARYING WS-UNIT-SUB FROM 1 BY 1
               UNTIL WS-UNIT-SUB > WS-UNIT-COUNT.

       PLACE-IN-ONE-UNIT.
           IF UT-FAC-SUB(WS-UNIT-SUB) = WS-FAC-SUB
               AND WS-REMAINING > ZERO
               AND UT-DAY-FREE(WS-UNIT-SUB, WS-DAY) > ZERO
               IF WS-REMAINING > UT-DAY-FREE(WS-UNIT-SUB, WS-DAY)
                   MOVE UT-DAY-FREE(WS-UNIT-SUB, WS-DAY) TO WS-TAKE
               ELSE
                   MOVE WS-REMAINING TO WS-TAKE
               END-IF
               ADD WS-TAKE TO UT-DAY-INTAKE(WS-UNIT-SUB, WS-DAY)
               SUBTRACT WS-TAKE FROM UT-DAY-FREE(WS-UNIT-SUB, WS-DAY)
               SUBTRACT WS-TAKE FROM WS-REMAINING
           END-IF.

       SUM-FACILITY-FREE.
           IF UT-FAC-SUB(WS-UNIT-SUB) = WS-FAC-SUB
               ADD UT-DAY-FREE(WS-UNIT-SUB, WS-DAY)
                   TO FT-DAY-FREE(WS-FAC-SUB, WS-DAY)
           END-IF.

      *****************************************************************
      * The forecast report
      *****************************************************************
       PRINT-FORECAST.
           MOVE ZERO TO WS-FLAG-COUNT
           MOVE ZERO TO WS-UNIT-FLAG-COUNT
           OPEN OUTPUT FORECAST-REPORT
           MOVE SPACES TO REPORT-LINE
           STRING 'COOLER CAPACITY FORECAST - ' DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               ' - SAFETY MARGIN ' DELIMITED BY SIZE
               WS-MARGIN DELIMITED BY SIZE
               ' FREE SLOTS' DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'INTAKES: SAME-WEEKDAY AVERAGE OVER THE LAST '
               DELIMITED BY SIZE
               WS-TRAILING-WEEKS DELIMITED BY SIZE
               ' WEEKS (' DELIMITED BY SIZE
               WS-INTAKES-READ DELIMITED BY SIZE
               ' CASES) PLUS ' DELIMITED BY SIZE
               WS-PENDING-CALLS DELIMITED BY SIZE
               ' PENDING FIRST CALLS TODAY' DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'RELEASES: ' DELIMITED BY SIZE
               WS-BOOKED-RELEASES DELIMITED BY SIZE
               ' BOOKED SERVICE/CREMATION, ' DELIMITED BY SIZE
               WS-READY-RELEASES DELIMITED BY SIZE
               ' AT R STILL IN A SLOT' DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF WS-UNPLACED-CALLS > ZERO
               MOVE SPACES TO REPORT-LINE
               STRING 'NOTE - ' DELIMITED BY SIZE
                   WS-UNPLACED-CALLS DELIMITED BY SIZE
                   ' FIRST CALLS NOT COUNTED - NO COOLER AT THE '
                   DELIMITED BY SIZE
                   'ORIGINAL BUILDING' DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM SET-DAY-HEADING
           MOVE 'FAC  UNIT SLOTS  FREE' TO WS-DAY-HEADING(1:22)
           MOVE WS-DAY-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE '          NOW' TO REPORT-LINE(9:13)
           MOVE 'PROJECTED FREE SLOTS AT END OF DAY (* UNDER MARGIN)'
               TO REPORT-LINE(24:51)
           WRITE REPORT-LINE
           MOVE ALL '-' TO REPORT-LINE(1:71)
           WRITE REPORT-LINE
           PERFORM PRINT-ONE-FACILITY
               VARYING WS-FAC-SUB FROM 1 BY 1
               UNTIL WS-FAC-SUB > WS-FACILITY-COUNT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-FLAG-COUNT = ZERO
               MOVE 'NO FACILITY PROJECTED UNDER THE SAFETY MARGIN'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM WARN-ONE-FACILITY
                   VARYING WS-FAC-SUB FROM 1 BY 1
                   UNTIL WS-FAC-SUB > WS-FACILITY-COUNT
           END-IF
           CLOSE FORECAST-REPORT
           DISPLAY 'REPORT WRITTEN TO ' WS-REPORT-FILE
           DISPLAY 'UNIT DAYS UNDER MARGIN: ' WS-UNIT-FLAG-COUNT
           DISPLAY 'FACILITY DAYS UNDER MARGIN: ' WS-FLAG-COUNT.

       SET-DAY-HEADING.
           MOVE SPACES TO WS-DAY-HEADING
           PERFORM SET-ONE-HEADING
               VARYING WS-DAY FROM 1 BY 1 UNTIL WS-DAY > 7.

       SET-ONE-HEADING.
           MOVE DT-WEEKDAY(WS-DAY) TO WS-WEEKDAY
           MOVE SPACES TO DH-DAY-TEXT(WS-DAY)
           STRING WS-WEEKDAY-NAMES((WS-WEEKDAY - 1) * 3 + 1:3)
               DT-DATE(WS-DAY)(7:2)
               DELIMITED BY SIZE INTO DH-DAY-TEXT(WS-DAY)
           END-STRING.

      * The facility's units, then its total line.
       PRINT-ONE-FACILITY.
           PERFORM PRINT-ONE-UNIT
               VARYING WS-UNIT-SUB FROM 1 BY 1
               UNTIL WS-UNIT-SUB > WS-UNIT-COUNT
           MOVE FT-FACILITY(WS-FAC-SUB) TO FD-FACILITY
           MOVE 'TOTAL' TO FD-UNIT
           MOVE FT-SLOTS(WS-FAC-SUB) TO FD-SLOTS
           MOVE FT-FREE-NOW(WS-FAC-SUB) TO FD-FREE-NOW
           PERFORM SET-FACILITY-CELL
               VARYING WS-DAY FROM 1 BY 1 UNTIL WS-DAY > 7
           MOVE WS-FORECAST-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       PRINT-ONE-UNIT.
           IF UT-FAC-SUB(WS-UNIT-SUB) = WS-FAC-SUB
               MOVE FT-FACILITY(WS-FAC-SUB) TO FD-FACILITY
               MOVE UT-UNIT(WS-UNIT-SUB) TO FD-UNIT
               MOVE UT-SLOTS(WS-UNIT-SUB) TO FD-SLOTS
               MOVE UT-FREE-NOW(WS-UNIT-SUB) TO FD-FREE-NOW
               PERFORM SET-UNIT-CELL
                   VARYING WS-DAY FROM 1 BY 1 UNTIL WS-DAY > 7
               MOVE WS-FORECAST-DETAIL TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      * Whole slots only - a fraction of an expected intake still
      * takes the slot.
       SET-UNIT-CELL.
           COMPUTE WS-WHOLE-FREE =
               FUNCTION INTEGER(UT-DAY-FREE(WS-UNIT-SUB, WS-DAY))
           MOVE WS-WHOLE-FREE TO FD-DAY-FREE(WS-DAY)
           IF WS-WHOLE-FREE < WS-MARGIN
               MOVE '*' TO FD-DAY-FLAG(WS-DAY)
               ADD 1 TO WS-UNIT-FLAG-COUNT
           ELSE
               MOVE SPACE TO FD-DAY-FLAG(WS-DAY)
           END-IF.

       SET-FACILITY-CELL.
           COMPUTE WS-WHOLE-FREE =
               FUNCTION INTEGER(FT-DAY-FREE(WS-FAC-SUB, WS-DAY))
           MOVE WS-WHOLE-FREE TO FD-DAY-FREE(WS-DAY)
           IF WS-WHOLE-FREE < WS-MARGIN
               MOVE '*' TO FD-DAY-FLAG(WS-DAY)
               ADD 1 TO WS-FLAG-COUNT
           ELSE
               MOVE SPACE TO FD-DAY-FLAG(WS-DAY)
           END-IF.

       WARN-ONE-FACILITY.
           PERFORM WARN-ONE-DAY
               VARYING WS-DAY FROM 1 BY 1 UNTIL WS-DAY > 7.

       WARN-ONE-DAY.
           COMPUTE WS-WHOLE-FREE =
               FUNCTION INTEGER(FT-DAY-FREE(WS-FAC-SUB, WS-DAY))
           IF WS-WHOLE-FREE < WS-MARGIN
               MOVE FT-FACILITY(WS-FAC-SUB) TO WL-FACILITY
               MOVE DT-DATE(WS-DAY) TO WL-DATE
               MOVE DT-WEEKDAY(WS-DAY) TO WS-WEEKDAY
               MOVE WS-WEEKDAY-NAMES((WS-WEEKDAY - 1) * 3 + 1:3)
                   TO WL-WEEKDAY
               MOVE WS-WHOLE-FREE TO WL-FREE
               MOVE WS-WARNING-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY WS-WARNING-LINE
           END-IF.

       CLOSE-FILES.
           CLOSE STORAGE-MASTER
           CLOSE CASE-MASTER
           IF SCHEDULE-OPEN
               CLOSE SCHEDULE-MASTER
           END-IF
           IF QUEUE-OPEN
               CLOSE FIRST-CALL-QUEUE
           END-IF
           CLOSE EMPLOYEE-MASTER.
