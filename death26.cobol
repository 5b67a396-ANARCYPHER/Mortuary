      * to a ROLLNO validated against CASE-MASTER. The daily schedule
      * report prints everything booked for one date, for the morning
      * shift to run alongside PRG7's case register.
      *
      * Booking or cancelling a viewing or service on a case whose
      * obituary has already been sent to an outlet warns that the
      * notice went out with the old time, naming each outlet, so it
      * is resubmitted through PRG107 (OBIT-PUBLICATION, see
      * OBPUBREC.cpy) before it runs wrong.
      *
      * Every booking and cancellation is also appended to
      * schedule-change.log, time-stamped, so PRG110 can tell the
      * family of bookings made or cancelled since its last run -
      * the calendar itself keeps no history once a booking is
      * deleted.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRG26.
            SELECT TRANSPORT-LOG ASSIGN TO WS-TRANSPORT-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TRANSPORT-STATUS.
            SELECT SCHEDULE-CHANGE-LOG ASSIGN TO WS-SCHED-CHANGE-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SCHED-CHANGE-STATUS.
            SELECT OBIT-PUBLICATION ASSIGN TO WS-OBIT-PUB-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OP-KEY
                FILE STATUS IS WS-PUB-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  SCHEDULE-MASTER.
        01  EMPLOYEE-RECORD.
            COPY EMPREC.
        FD  TRANSPORT-LOG.
        01  TRANSPORT-LOG-RECORD PIC X(120).
        FD  SCHEDULE-CHANGE-LOG.
        01  SCHEDULE-CHANGE-RECORD PIC X(80).
        FD  OBIT-PUBLICATION.
        01  OBIT-PUB-RECORD.
            COPY OBPUBREC.
        WORKING-STORAGE SECTION.
        01 WS-SCHEDULE-FILE PIC X(40)
            VALUE '/user/mortuary/schedule-master'.
        01 WS-TRANSPORT-FILE PIC X(40)
            VALUE '/user/mortuary/transport.log'.
        01 WS-TRANSPORT-STATUS PIC XX.
        01 WS-SCHED-CHANGE-FILE PIC X(40)
            VALUE '/user/mortuary/schedule-change.log'.
        01 WS-SCHED-CHANGE-STATUS PIC XX.
        01 WS-CHANGE-TIMESTAMP PIC X(21).
      * One entry per booking made or cancelled - PRG110 reads this
      * layout; keep the two in step.
        01 WS-SCHED-CHANGE-ENTRY.
            02 SC-ROLLNO PIC 9(7).
            02 FILLER PIC X VALUE SPACE.
            02 SC-ACTION PIC X.
            02 FILLER PIC X VALUE SPACE.
            02 SC-EVENT-TYPE PIC X.
            02 FILLER PIC X VALUE SPACE.
            02 SC-DATE PIC 9(8).
            02 FILLER PIC X VALUE SPACE.
            02 SC-TIME PIC 9(4).
            02 FILLER PIC X VALUE SPACE.
            02 SC-ROOM PIC X(8).
            02 FILLER PIC X VALUE SPACE.
            02 SC-TIMESTAMP PIC X(21).
            02 FILLER PIC X VALUE SPACE.
            02 SC-OPERATOR PIC 9(5).
      *     SC-ACTION: B - booked, C - cancelled
        01 WS-OBIT-PUB-FILE PIC X(40)
            VALUE '/user/mortuary/obit-publication'.
        01 WS-PUB-STATUS PIC XX.
        01 WS-PUB-OPEN-SWITCH PIC X VALUE 'N'.
            88 OBIT-PUBLICATION-OPEN VALUE 'Y'.
        01 WS-PUB-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-PUBLICATIONS VALUE 'Y'.
        01 WS-OBIT-ROLLNO PIC 9(7).
        01 WS-TRANS-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-TRANSPORT VALUE 'Y'.
        01 WS-ASSIGN-STAFF.
            02 TR-DISP-TYPE PIC X.
            02 FILLER PIC X.
            02 TR-TIMESTAMP PIC X(21).
            02 FILLER PIC X.
            02 TR-PRECAUTION PIC X(4).
            02 FILLER PIC X.
            02 TR-ODOMETER PIC 9(7).
        01 WS-ROLLNO PIC 9(7).
        01 WS-REPORT-DATE PIC 9(8).
        01 WS-EOF-SWITCH PIC X VALUE 'N'.
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

           IF WS-CASE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CASE-MASTER: ' WS-CASE-STATUS
               MOVE 'X' TO WS-TRAN-CODE
           END-IF
      *    No publication file yet simply means no notice has gone out.
           OPEN INPUT OBIT-PUBLICATION
           IF WS-PUB-STATUS = '00'
               MOVE 'Y' TO WS-PUB-OPEN-SWITCH
           END-IF
           IF WS-PUB-STATUS NOT = '00' AND WS-PUB-STATUS NOT = '35'
               DISPLAY 'WARNING - OBIT-PUBLICATION NOT OPENED, NO '
                   'OBITUARY TIME WARNINGS: ' WS-PUB-STATUS
           END-IF.

       PROCESS-TRANSACTION.
               NOT INVALID KEY
                   DISPLAY 'BOOKED - ' SCH-ROOM ' ' SCH-DATE ' '
                       SCH-TIME ' FOR CASE ' SCH-ROLLNO
                   MOVE 'B' TO SC-ACTION
                   PERFORM WRITE-SCHEDULE-CHANGE
                   IF SCH-EVENT-TYPE = 'V' OR SCH-EVENT-TYPE = 'S'
                       MOVE SCH-ROLLNO TO WS-OBIT-ROLLNO
                       PERFORM WARN-OBITUARY-SENT
                   END-IF
           END-WRITE.

      * Staff and vehicle assignment - who is working the service
                       WS-STAFF-EMPID(WS-ASSIGN-SUB)
               NOT INVALID KEY
                   DISPLAY '  ' EMPID ' ' EMPNAME
                   IF EMP-TERM-DATE NOT = ZERO
                       AND EMP-TERM-DATE NOT > WS-ASSIGN-DATE
                       MOVE 'Y' TO WS-CONFLICT-SWITCH
                       DISPLAY 'EMPID SEPARATED ' EMP-TERM-DATE
                           ' - CANNOT STAFF THIS DATE: ' EMPID
                   END-IF
           END-READ.

      * Walks the day's other bookings - two bookings overlap when
                       NOT INVALID KEY
                           DISPLAY 'BOOKING CANCELLED - ' SCH-ROOM
                               ' ' SCH-DATE ' ' SCH-TIME
                           MOVE 'C' TO SC-ACTION
                           PERFORM WRITE-SCHEDULE-CHANGE
                           IF SCH-EVENT-TYPE = 'V'
                               OR SCH-EVENT-TYPE = 'S'
                               MOVE SCH-ROLLNO TO WS-OBIT-ROLLNO
                               PERFORM WARN-OBITUARY-SENT
                           END-IF
                   END-DELETE
           END-READ.

       WRITE-SCHEDULE-CHANGE.
           MOVE FUNCTION CURRENT-DATE TO WS-CHANGE-TIMESTAMP
           MOVE SCH-ROLLNO TO SC-ROLLNO
           MOVE SCH-EVENT-TYPE TO SC-EVENT-TYPE
           MOVE SCH-DATE TO SC-DATE
           MOVE SCH-TIME TO SC-TIME
           MOVE SCH-ROOM TO SC-ROOM
           MOVE WS-CHANGE-TIMESTAMP TO SC-TIMESTAMP
           MOVE WS-OPERATOR-EMPID TO SC-OPERATOR
           OPEN EXTEND SCHEDULE-CHANGE-LOG
           IF WS-SCHED-CHANGE-STATUS = '35'
               OPEN OUTPUT SCHEDULE-CHANGE-LOG
           END-IF
           MOVE WS-SCHED-CHANGE-ENTRY TO SCHEDULE-CHANGE-RECORD
           WRITE SCHEDULE-CHANGE-RECORD
           CLOSE SCHEDULE-CHANGE-LOG.

      * A notice already sent to an outlet carries the times the
      * calendar showed then; each such outlet is named.
       WARN-OBITUARY-SENT.
           IF OBIT-PUBLICATION-OPEN
               MOVE 'N' TO WS-PUB-EOF-SWITCH
               MOVE WS-OBIT-ROLLNO TO OP-ROLLNO
               MOVE LOW-VALUES TO OP-OUTLET
               START OBIT-PUBLICATION KEY IS NOT LESS THAN OP-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-PUB-EOF-SWITCH
               END-START
               PERFORM WARN-ONE-OUTLET UNTIL END-OF-PUBLICATIONS
           END-IF.

       WARN-ONE-OUTLET.
           READ OBIT-PUBLICATION NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PUB-EOF-SWITCH
               NOT AT END
                   IF OP-ROLLNO NOT = WS-OBIT-ROLLNO
                       MOVE 'Y' TO WS-PUB-EOF-SWITCH
                   ELSE
                       IF OP-SUBMIT-DATE NOT = ZERO
                           DISPLAY 'WARNING - OBITUARY SENT TO '
                               OP-OUTLET ' ON ' OP-SUBMIT-DATE
                               ' WITH THE OLD TIMES - RESUBMIT '
                               '(PRG107)'
                       END-IF
                   END-IF
           END-READ.

       PRINT-DAILY-SCHEDULE.
           DISPLAY 'SCHEDULE DATE (YYYYMMDD):'
           ACCEPT WS-REPORT-DATE
       CLOSE-FILES.
           CLOSE SCHEDULE-MASTER
           CLOSE CASE-MASTER
           CLOSE OBIT-PUBLICATION
           CLOSE EMPLOYEE-MASTER.
