      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * Removal and transfer mileage billing - mileage beyond the
      * service area used to be billed only when the director
      * remembered to key a PRG29 charge. The nightly run pairs each
      * PRG47 dispatch ('O') on TRANSPORT-LOG with the return ('R')
      * for the same case and vehicle and takes the trip's miles off
      * the two odometer readings the entries carry. A trip runs out
      * empty and back loaded (a removal) or out loaded and back
      * empty (a transfer), so half the odometer miles are loaded
      * miles.
      *
      * For every case with a trip completed since the last run, the
      * case's loaded miles across all its trips, less the miles the
      * service area includes, are what the case owes mileage on.
      * Whatever of that is not already on CASE-CHARGE-FILE under the
      * mileage charge code is posted as one more charge line, the
      * quantity being the miles. The line carries no fixed price, so
      * PRG14 bills it at the CHARGE-MASTER rate in force on the
      * charge date - and at the firm's trade rate for a trade case -
      * exactly as it bills a charge keyed through PRG29. A case
      * already charged mileage by hand is charged only the
      * difference. A charge dated into a month closed in PRG92 is
      * not posted, and the refusal goes to the security log.
      *
      * Trips with readings that cannot be right - an odometer left
      * at zero, a return reading below the dispatch reading, more
      * miles than any one trip could run, or a return with no
      * dispatch to match - are not billed and go to the exception
      * report for the director to sort out.
      *
      * The time of the last run is kept on mileage-control.dat. A
      * run that leaves a case unposted, or meets more cases than it
      * can hold, sets that time back to just before the earliest
      * trip of the first such case, so the next run takes those
      * trips again; a case posted in between then shows only as
      * 'ALREADY CHARGED'.
      *
      * Transactions: R - run mileage billing, X - exit.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRG111.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT TRANSPORT-LOG ASSIGN TO WS-TRANSPORT-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TRANSPORT-STATUS.
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
            SELECT CHARGE-MASTER ASSIGN TO WS-CHARGE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SVC-CODE
                FILE STATUS IS WS-CHARGE-STATUS.
            SELECT CASE-CHARGE-FILE ASSIGN TO WS-CASE-CHARGE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CCHG-KEY
                FILE STATUS IS WS-CCHG-STATUS.
            SELECT PERIOD-CONTROL ASSIGN TO WS-PERIOD-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PER-PERIOD
                FILE STATUS IS WS-PERIOD-STATUS.
            SELECT SECURITY-LOG ASSIGN TO WS-SECURITY-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SECURITY-STATUS.
            SELECT EMPLOYEE-MASTER ASSIGN TO WS-EMPLOYEE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EMPID
                ALTERNATE RECORD KEY IS ALPNUM
                FILE STATUS IS WS-EMP-STATUS.
            SELECT MILEAGE-CONTROL-FILE ASSIGN TO WS-CONTROL-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CONTROL-STATUS.
            SELECT MILEAGE-REPORT ASSIGN TO WS-REPORT-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REPORT-STATUS.
            SELECT EXCEPTION-REPORT ASSIGN TO WS-EXCEPTION-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXCEPTION-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  TRANSPORT-LOG.
        01  TRANSPORT-LOG-RECORD PIC X(120).
        FD  CASE-MASTER.
        01  CASE-MASTER-RECORD.
            COPY CASEREC REPLACING ==ROLLNO== BY ==ROLLNO-KEY==.
        FD  CHARGE-MASTER.
        01  CHARGE-RECORD.
            COPY SVCREC.
        FD  CASE-CHARGE-FILE.
        01  CASE-CHARGE-RECORD.
            COPY CCHGREC.
        FD  PERIOD-CONTROL.
        01  PERIOD-RECORD.
            COPY PERIODREC.
        FD  SECURITY-LOG.
        01  SECURITY-LOG-RECORD PIC X(60).
        FD  EMPLOYEE-MASTER.
        01  EMPLOYEE-RECORD.
            COPY EMPREC.
        FD  MILEAGE-CONTROL-FILE.
        01  MILEAGE-CONTROL-RECORD PIC X(21).
        FD  MILEAGE-REPORT.
        01  REPORT-LINE PIC X(100).
        FD  EXCEPTION-REPORT.
        01  EXCEPTION-LINE PIC X(100).
        WORKING-STORAGE SECTION.
        01 WS-TRANSPORT-FILE PIC X(40)
            VALUE '/user/mortuary/transport-log.dat'.
        01 WS-TRANSPORT-STATUS PIC XX.
        01 WS-CASE-FILE PIC X(40) VALUE '/user/mortuary/case-master'.
        01 WS-CASE-STATUS PIC XX.
        01 WS-CHARGE-FILE PIC X(40)
            VALUE '/user/billing/charge-master'.
        01 WS-CHARGE-STATUS PIC XX.
        01 WS-CASE-CHARGE-FILE PIC X(40)
            VALUE '/user/billing/case-charges'.
        01 WS-CCHG-STATUS PIC XX.
        01 WS-PERIOD-FILE PIC X(40)
            VALUE '/user/billing/period-control'.
        01 WS-PERIOD-STATUS PIC XX.
        01 WS-SECURITY-FILE PIC X(40)
            VALUE '/user/mortuary/security-refusals.log'.
        01 WS-SECURITY-STATUS PIC XX.
        01 WS-REFUSED-FUNCTION PIC X(12).
        01 WS-TIMESTAMP PIC X(21).
      * Mirror of PRG81's WS-REFUSAL-ENTRY - keep the set in step.
        01 WS-REFUSAL-ENTRY.
            02 RF-EMPID PIC 9(5).
            02 FILLER PIC X VALUE SPACE.
            02 RF-PROGRAM PIC X(8).
            02 FILLER PIC X VALUE SPACE.
            02 RF-FUNCTION PIC X(12).
            02 FILLER PIC X VALUE SPACE.
            02 RF-TIMESTAMP PIC X(21).
        01 WS-EMPLOYEE-FILE PIC X(40) VALUE '/user/employee/master'.
        01 WS-EMP-STATUS PIC XX.
        01 WS-CONTROL-FILE PIC X(40)
            VALUE '/user/mortuary/mileage-control.dat'.
        01 WS-CONTROL-STATUS PIC XX.
        01 WS-REPORT-FILE PIC X(40)
            VALUE '/user/mortuary/mileage-charges.txt'.
        01 WS-REPORT-STATUS PIC XX.
        01 WS-EXCEPTION-FILE PIC X(40)
            VALUE '/user/mortuary/mileage-exceptions.txt'.
        01 WS-EXCEPTION-STATUS PIC XX.
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
            88 TRAN-RUN VALUE 'R'.
            88 TRAN-QUIT VALUE 'X'.
      * Mileage rules - the charge code the miles bill under, the
      * loaded miles the service area includes, and the most miles
      * one trip can believably run.
        01 WS-MILEAGE-CODE PIC X(6) VALUE 'MILEAG'.
        01 WS-INCLUDED-MILES PIC 9(3) VALUE 25.
        01 WS-MAX-TRIP-MILES PIC 9(4) VALUE 1000.
        01 WS-TODAY PIC 9(8).
        01 WS-RUN-TIMESTAMP PIC X(21).
        01 WS-LAST-RUN PIC X(21).
        01 WS-POSTING-PERIOD PIC 9(6).
        01 WS-PERIOD-OK PIC X VALUE 'Y'.
            88 POSTING-PERIOD-OPEN VALUE 'Y'.
      * Trip times seen this run: the latest, and the latest from an
      * earlier minute - a last-run time that takes the current
      * minute's trips again.
        01 WS-CUR-STAMP PIC X(21).
        01 WS-PRIOR-STAMP PIC X(21).
        01 WS-NEW-CONTROL PIC X(21).
        01 WS-CLOSED-LOGGED PIC X VALUE 'N'.
            88 CLOSED-REFUSAL-LOGGED VALUE 'Y'.
        01 WS-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-TRANSPORT-LOG VALUE 'Y'.
        01 WS-CCHG-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-CASE-CHARGES VALUE 'Y'.
        01 WS-PASS PIC X.
            88 COLLECT-PASS VALUE 'C'.
            88 TOTAL-PASS VALUE 'T'.
        01 WS-TRIP-OK PIC X VALUE 'Y'.
            88 TRIP-CLEAR VALUE 'Y'.
        01 WS-TRIP-MILES PIC 9(7).
        01 WS-LOADED-MILES PIC 9(7).
        01 WS-CHARGEABLE-MILES PIC S9(7).
        01 WS-CHARGED-MILES PIC 9(7).
        01 WS-POST-MILES PIC S9(7).
        01 WS-NEXT-SEQ PIC 9(3).
        01 WS-EXCEPTION-REASON PIC X(30).
        01 WS-OUT-ODOMETER PIC 9(7).
        01 WS-OUT-TIMESTAMP PIC X(21).
        01 WS-POSTED-COUNT PIC 9(5).
        01 WS-EXCEPTION-COUNT PIC 9(5).
        01 WS-SKIPPED-COUNT PIC 9(5).
        01 WS-CASE-LIMIT-SWITCH PIC X VALUE 'N'.
            88 CASE-TABLE-FULL VALUE 'Y'.
      * Dispatches still waiting for their return, by case and
      * vehicle.
        01 WS-OPEN-TRIPS.
            02 WS-OPEN-TRIP OCCURS 50 TIMES.
                03 OT-ROLLNO PIC 9(7).
                03 OT-VEHICLE PIC X(8).
                03 OT-ODOMETER PIC 9(7).
                03 OT-TIMESTAMP PIC X(21).
        01 WS-OPEN-COUNT PIC 9(3).
        01 WS-OPEN-SUB PIC 9(3).
        01 WS-OPEN-FOUND PIC 9(3).
      * Cases with a trip completed since the last run, and their
      * loaded miles over every trip on the log.
        01 WS-MILEAGE-CASES.
            02 WS-MILEAGE-CASE OCCURS 200 TIMES.
                03 MC-ROLLNO PIC 9(7).
                03 MC-LOADED-MILES PIC 9(7).
                03 MC-HOLD-STAMP PIC X(21).
      *         MC-HOLD-STAMP: the last-run time to keep if the case
      *         goes unposted - before its first trip in this run.
        01 WS-CASE-COUNT PIC 9(3).
        01 WS-CASE-SUB PIC 9(3).
        01 WS-CASE-FOUND PIC 9(3).
      * Mirror of PRG47's WS-TRANSPORT-ENTRY - keep the two in step.
        01 WS-TRANSPORT-ENTRY.
            02 TR-ROLLNO PIC 9(7).
            02 FILLER PIC X.
            02 TR-TYPE PIC X.
            02 FILLER PIC X.
            02 TR-DRIVER PIC 9(5).
            02 FILLER PIC X.
            02 TR-VEHICLE PIC X(8).
            02 FILLER PIC X.
            02 TR-PICKUP PIC X(20).
            02 FILLER PIC X.
            02 TR-DELIVERY PIC X(20).
            02 FILLER PIC X.
            02 TR-DISP-TYPE PIC X.
            02 FILLER PIC X.
            02 TR-TIMESTAMP PIC X(21).
            02 FILLER PIC X.
            02 TR-PRECAUTION PIC X(4).
            02 FILLER PIC X.
            02 TR-ODOMETER PIC 9(7).
        01 WS-POSTED-DETAIL.
            02 PD-ROLLNO PIC 9(7).
            02 FILLER PIC X(2) VALUE SPACES.
            02 PD-LOADED PIC Z(6)9.
            02 FILLER PIC X(2) VALUE SPACES.
            02 PD-INCLUDED PIC ZZ9.
            02 FILLER PIC X(2) VALUE SPACES.
            02 PD-PRIOR PIC Z(6)9.
            02 FILLER PIC X(2) VALUE SPACES.
            02 PD-POSTED PIC Z(6)9.
            02 FILLER PIC X(2) VALUE SPACES.
            02 PD-LINE PIC 999.
            02 FILLER PIC X(2) VALUE SPACES.
            02 PD-NOTE PIC X(30).
        01 WS-EXCEPTION-DETAIL.
            02 EX-ROLLNO PIC 9(7).
            02 FILLER PIC X(2) VALUE SPACES.
            02 EX-VEHICLE PIC X(8).
            02 FILLER PIC X(2) VALUE SPACES.
            02 EX-OUT-ODO PIC Z(6)9.
            02 FILLER PIC X(2) VALUE SPACES.
            02 EX-IN-ODO PIC Z(6)9.
            02 FILLER PIC X(2) VALUE SPACES.
            02 EX-RETURNED PIC X(14).
            02 FILLER PIC X(2) VALUE SPACES.
            02 EX-REASON PIC X(30).
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
      * PRG6's check-digit rule) is required; it is what lands in
      * CCHG-OPERATOR on the charges posted.
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
           OPEN INPUT CASE-MASTER
           IF WS-CASE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CASE-MASTER: ' WS-CASE-STATUS
               MOVE 'X' TO WS-TRAN-CODE
           END-IF
           OPEN INPUT CHARGE-MASTER
           IF WS-CHARGE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CHARGE-MASTER: '
                   WS-CHARGE-STATUS
               MOVE 'X' TO WS-TRAN-CODE
           END-IF
           OPEN I-O CASE-CHARGE-FILE
           IF WS-CCHG-STATUS = '35'
               OPEN OUTPUT CASE-CHARGE-FILE
               CLOSE CASE-CHARGE-FILE
               OPEN I-O CASE-CHARGE-FILE
           END-IF
           IF WS-CCHG-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CASE-CHARGE-FILE: '
                   WS-CCHG-STATUS
               MOVE 'X' TO WS-TRAN-CODE
           END-IF.

       PROCESS-TRANSACTION.
           DISPLAY 'ENTER TRANSACTION (R-RUN MILEAGE BILLING X-EXIT)'
           ACCEPT WS-TRAN-CODE
           EVALUATE TRUE
               WHEN TRAN-RUN
                   PERFORM RUN-MILEAGE
               WHEN TRAN-QUIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'INVALID TRANSACTION CODE'
           END-EVALUATE.

      * Two passes over TRANSPORT-LOG: the first finds the trips
      * completed since the last run (reporting the impossible ones)
      * and the cases they belong to, the second totals those
      * cases' loaded miles over every good trip they have had.
       RUN-MILEAGE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           MOVE ZERO TO WS-POSTED-COUNT
           MOVE ZERO TO WS-EXCEPTION-COUNT
           MOVE ZERO TO WS-SKIPPED-COUNT
           MOVE ZERO TO WS-CASE-COUNT
           MOVE 'N' TO WS-CASE-LIMIT-SWITCH
           MOVE 'N' TO WS-CLOSED-LOGGED
           PERFORM READ-MILEAGE-CONTROL
           MOVE WS-LAST-RUN TO WS-CUR-STAMP
           MOVE WS-LAST-RUN TO WS-PRIOR-STAMP
           MOVE WS-RUN-TIMESTAMP TO WS-NEW-CONTROL
           MOVE WS-MILEAGE-CODE TO SVC-CODE
           READ CHARGE-MASTER
               INVALID KEY
                   DISPLAY 'RUN REFUSED - CHARGE CODE '
                       WS-MILEAGE-CODE ' NOT ON CHARGE-MASTER - SET '
                       'IT UP THROUGH PRG29'
                   DISPLAY 'MILEAGE CHARGES POSTED: 0'
           END-READ
           IF WS-CHARGE-STATUS = '00'
               MOVE WS-TODAY(1:6) TO WS-POSTING-PERIOD
               PERFORM CHECK-POSTING-PERIOD
               OPEN OUTPUT EXCEPTION-REPORT
               PERFORM WRITE-EXCEPTION-HEADER
               MOVE 'C' TO WS-PASS
               PERFORM SCAN-TRANSPORT-LOG
               MOVE 'T' TO WS-PASS
               PERFORM SCAN-TRANSPORT-LOG
               OPEN OUTPUT MILEAGE-REPORT
               PERFORM WRITE-REPORT-HEADER
               PERFORM POST-CASE-MILEAGE
                   VARYING WS-CASE-SUB FROM 1 BY 1
                   UNTIL WS-CASE-SUB > WS-CASE-COUNT
               PERFORM WRITE-REPORT-TOTALS
               CLOSE MILEAGE-REPORT
               CLOSE EXCEPTION-REPORT
               PERFORM WRITE-MILEAGE-CONTROL
               IF WS-NEW-CONTROL NOT = WS-RUN-TIMESTAMP
                   DISPLAY 'LAST-RUN TIME HELD AT '
                       WS-NEW-CONTROL(1:14)
                       ' - UNPOSTED CASES ARE TAKEN AGAIN NEXT RUN'
               END-IF
               DISPLAY 'REPORT WRITTEN TO ' WS-REPORT-FILE
               DISPLAY 'EXCEPTIONS WRITTEN TO ' WS-EXCEPTION-FILE
               DISPLAY 'TRIP EXCEPTIONS: ' WS-EXCEPTION-COUNT
               DISPLAY 'MILEAGE CHARGES POSTED: ' WS-POSTED-COUNT
           END-IF.

       READ-MILEAGE-CONTROL.
           MOVE SPACES TO WS-LAST-RUN
           OPEN INPUT MILEAGE-CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
               READ MILEAGE-CONTROL-FILE
                   NOT AT END
                       MOVE MILEAGE-CONTROL-RECORD TO WS-LAST-RUN
               END-READ
               CLOSE MILEAGE-CONTROL-FILE
           END-IF.

       WRITE-MILEAGE-CONTROL.
           OPEN OUTPUT MILEAGE-CONTROL-FILE
           MOVE WS-NEW-CONTROL TO MILEAGE-CONTROL-RECORD
           WRITE MILEAGE-CONTROL-RECORD
           CLOSE MILEAGE-CONTROL-FILE.

      * Period close (PRG92) - same test PRG29 applies; a month with
      * no PERIOD-CONTROL record is open.
       CHECK-POSTING-PERIOD.
           MOVE 'Y' TO WS-PERIOD-OK
           OPEN INPUT PERIOD-CONTROL
           IF WS-PERIOD-STATUS = '00'
               MOVE WS-POSTING-PERIOD TO PER-PERIOD
               READ PERIOD-CONTROL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PERIOD-CLOSED
                           MOVE 'N' TO WS-PERIOD-OK
                       END-IF
               END-READ
               CLOSE PERIOD-CONTROL
           END-IF.

      * One refusal per run - every case in it is refused for the
      * same closed month.
       WRITE-SECURITY-REFUSAL.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-OPERATOR-EMPID TO RF-EMPID
           MOVE 'PRG111' TO RF-PROGRAM
           MOVE WS-REFUSED-FUNCTION TO RF-FUNCTION
           MOVE WS-TIMESTAMP TO RF-TIMESTAMP
           OPEN EXTEND SECURITY-LOG
           IF WS-SECURITY-STATUS = '35'
               OPEN OUTPUT SECURITY-LOG
           END-IF
           MOVE SPACES TO SECURITY-LOG-RECORD
           MOVE WS-REFUSAL-ENTRY TO SECURITY-LOG-RECORD
           WRITE SECURITY-LOG-RECORD
           CLOSE SECURITY-LOG.

       SCAN-TRANSPORT-LOG.
           MOVE ZERO TO WS-OPEN-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT TRANSPORT-LOG
           IF WS-TRANSPORT-STATUS = '00'
               PERFORM READ-TRANSPORT-ENTRY
                   UNTIL END-OF-TRANSPORT-LOG
               CLOSE TRANSPORT-LOG
           END-IF.

      * Entries logged before the odometer was carried on the log
      * have it blank and take no part in the pairing.
       READ-TRANSPORT-ENTRY.
           READ TRANSPORT-LOG
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE SPACES TO WS-TRANSPORT-ENTRY
                   MOVE TRANSPORT-LOG-RECORD TO WS-TRANSPORT-ENTRY
                   IF TR-ODOMETER IS NUMERIC
                       IF TR-TYPE = 'O'
                           PERFORM OPEN-TRIP
                       ELSE
                       IF TR-TYPE = 'R'
                           PERFORM CLOSE-TRIP
                       END-IF
                       END-IF
                   END-IF
           END-READ.

      * A second dispatch of the same case in the same vehicle before
      * a return replaces the first.
       OPEN-TRIP.
           PERFORM FIND-OPEN-TRIP
           IF WS-OPEN-FOUND = ZERO
               IF WS-OPEN-COUNT < 50
                   ADD 1 TO WS-OPEN-COUNT
                   MOVE WS-OPEN-COUNT TO WS-OPEN-FOUND
               ELSE
                   MOVE 1 TO WS-OPEN-FOUND
               END-IF
           END-IF
           MOVE TR-ROLLNO TO OT-ROLLNO(WS-OPEN-FOUND)
           MOVE TR-VEHICLE TO OT-VEHICLE(WS-OPEN-FOUND)
           MOVE TR-ODOMETER TO OT-ODOMETER(WS-OPEN-FOUND)
           MOVE TR-TIMESTAMP TO OT-TIMESTAMP(WS-OPEN-FOUND).

       FIND-OPEN-TRIP.
           MOVE ZERO TO WS-OPEN-FOUND
           PERFORM MATCH-OPEN-TRIP
               VARYING WS-OPEN-SUB FROM 1 BY 1
               UNTIL WS-OPEN-SUB > WS-OPEN-COUNT
                   OR WS-OPEN-FOUND NOT = ZERO.

       MATCH-OPEN-TRIP.
           IF OT-ROLLNO(WS-OPEN-SUB) = TR-ROLLNO
               AND OT-VEHICLE(WS-OPEN-SUB) = TR-VEHICLE
               MOVE WS-OPEN-SUB TO WS-OPEN-FOUND
           END-IF.

       CLOSE-TRIP.
           PERFORM FIND-OPEN-TRIP
           MOVE 'Y' TO WS-TRIP-OK
           MOVE ZERO TO WS-OUT-ODOMETER
           MOVE ZERO TO WS-TRIP-MILES
           IF WS-OPEN-FOUND = ZERO
               MOVE 'RETURN WITH NO DISPATCH' TO WS-EXCEPTION-REASON
               MOVE 'N' TO WS-TRIP-OK
           ELSE
               MOVE OT-ODOMETER(WS-OPEN-FOUND) TO WS-OUT-ODOMETER
               MOVE OT-TIMESTAMP(WS-OPEN-FOUND) TO WS-OUT-TIMESTAMP
               PERFORM DROP-OPEN-TRIP
               PERFORM CHECK-TRIP-READINGS
           END-IF
           IF TR-TIMESTAMP(1:16) > WS-LAST-RUN(1:16)
               AND TR-TIMESTAMP(1:16) NOT > WS-RUN-TIMESTAMP(1:16)
               AND COLLECT-PASS
               IF TR-TIMESTAMP(1:16) > WS-CUR-STAMP(1:16)
                   MOVE WS-CUR-STAMP TO WS-PRIOR-STAMP
                   MOVE TR-TIMESTAMP TO WS-CUR-STAMP
               END-IF
               IF TRIP-CLEAR
                   PERFORM NOTE-MILEAGE-CASE
               ELSE
                   PERFORM WRITE-TRIP-EXCEPTION
               END-IF
           END-IF
           IF TOTAL-PASS AND TRIP-CLEAR
               PERFORM ADD-CASE-MILES
           END-IF.

       DROP-OPEN-TRIP.
           MOVE WS-OPEN-TRIP(WS-OPEN-COUNT)
               TO WS-OPEN-TRIP(WS-OPEN-FOUND)
           SUBTRACT 1 FROM WS-OPEN-COUNT.

       CHECK-TRIP-READINGS.
           IF WS-OUT-ODOMETER = ZERO OR TR-ODOMETER = ZERO
               MOVE 'ODOMETER NOT KEYED' TO WS-EXCEPTION-REASON
               MOVE 'N' TO WS-TRIP-OK
           ELSE
           IF TR-ODOMETER < WS-OUT-ODOMETER
               MOVE 'RETURN READING BELOW DISPATCH'
                   TO WS-EXCEPTION-REASON
               MOVE 'N' TO WS-TRIP-OK
           ELSE
               COMPUTE WS-TRIP-MILES = TR-ODOMETER - WS-OUT-ODOMETER
               IF WS-TRIP-MILES > WS-MAX-TRIP-MILES
                   MOVE 'MORE MILES THAN ONE TRIP RUNS'
                       TO WS-EXCEPTION-REASON
                   MOVE 'N' TO WS-TRIP-OK
               END-IF
           END-IF
           END-IF.

       WRITE-TRIP-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE TR-ROLLNO TO EX-ROLLNO
           MOVE TR-VEHICLE TO EX-VEHICLE
           MOVE WS-OUT-ODOMETER TO EX-OUT-ODO
           MOVE TR-ODOMETER TO EX-IN-ODO
           MOVE TR-TIMESTAMP(1:14) TO EX-RETURNED
           MOVE WS-EXCEPTION-REASON TO EX-REASON
           WRITE EXCEPTION-LINE FROM WS-EXCEPTION-DETAIL.

       NOTE-MILEAGE-CASE.
           PERFORM FIND-MILEAGE-CASE
           IF WS-CASE-FOUND = ZERO
               IF WS-CASE-COUNT < 200
                   ADD 1 TO WS-CASE-COUNT
                   MOVE TR-ROLLNO TO MC-ROLLNO(WS-CASE-COUNT)
                   MOVE ZERO TO MC-LOADED-MILES(WS-CASE-COUNT)
                   MOVE WS-PRIOR-STAMP TO MC-HOLD-STAMP(WS-CASE-COUNT)
               ELSE
                   IF NOT CASE-TABLE-FULL
                       MOVE 'Y' TO WS-CASE-LIMIT-SWITCH
                       PERFORM HOLD-CONTROL-AT-PRIOR
                   END-IF
               END-IF
           END-IF.

       HOLD-CONTROL-AT-PRIOR.
           IF WS-PRIOR-STAMP < WS-NEW-CONTROL
               MOVE WS-PRIOR-STAMP TO WS-NEW-CONTROL
           END-IF.

       FIND-MILEAGE-CASE.
           MOVE ZERO TO WS-CASE-FOUND
           PERFORM MATCH-MILEAGE-CASE
               VARYING WS-CASE-SUB FROM 1 BY 1
               UNTIL WS-CASE-SUB > WS-CASE-COUNT
                   OR WS-CASE-FOUND NOT = ZERO.

       MATCH-MILEAGE-CASE.
           IF MC-ROLLNO(WS-CASE-SUB) = TR-ROLLNO
               MOVE WS-CASE-SUB TO WS-CASE-FOUND
           END-IF.

      * Half the odometer miles, rounded up, are the loaded leg.
       ADD-CASE-MILES.
           PERFORM FIND-MILEAGE-CASE
           IF WS-CASE-FOUND NOT = ZERO
               COMPUTE WS-LOADED-MILES = (WS-TRIP-MILES + 1) / 2
               ADD WS-LOADED-MILES TO MC-LOADED-MILES(WS-CASE-FOUND)
           END-IF.

      * What the case owes mileage on, less what is already on its
      * charge lines under the mileage code, is posted - nothing when
      * that comes to zero or less.
       POST-CASE-MILEAGE.
           MOVE MC-ROLLNO(WS-CASE-SUB) TO PD-ROLLNO
           MOVE MC-LOADED-MILES(WS-CASE-SUB) TO PD-LOADED
           MOVE WS-INCLUDED-MILES TO PD-INCLUDED
           MOVE ZERO TO PD-LINE
           MOVE SPACES TO PD-NOTE
           COMPUTE WS-CHARGEABLE-MILES =
               MC-LOADED-MILES(WS-CASE-SUB) - WS-INCLUDED-MILES
           PERFORM SUM-CHARGED-MILES
           MOVE WS-CHARGED-MILES TO PD-PRIOR
           COMPUTE WS-POST-MILES =
               WS-CHARGEABLE-MILES - WS-CHARGED-MILES
           IF WS-POST-MILES > ZERO
               MOVE WS-POST-MILES TO PD-POSTED
               PERFORM POST-MILEAGE-CHARGE
           ELSE
               MOVE ZERO TO PD-POSTED
               IF WS-CHARGEABLE-MILES > ZERO
                   MOVE 'ALREADY CHARGED' TO PD-NOTE
               ELSE
                   MOVE 'WITHIN SERVICE AREA' TO PD-NOTE
               END-IF
           END-IF
           WRITE REPORT-LINE FROM WS-POSTED-DETAIL.

       SUM-CHARGED-MILES.
           MOVE ZERO TO WS-CHARGED-MILES
           MOVE ZERO TO WS-NEXT-SEQ
           MOVE 'N' TO WS-CCHG-EOF-SWITCH
           MOVE MC-ROLLNO(WS-CASE-SUB) TO CCHG-ROLLNO
           MOVE ZERO TO CCHG-SEQ
           START CASE-CHARGE-FILE KEY IS NOT LESS THAN CCHG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CCHG-EOF-SWITCH
           END-START
           PERFORM SCAN-CASE-CHARGE UNTIL END-OF-CASE-CHARGES
           ADD 1 TO WS-NEXT-SEQ.

       SCAN-CASE-CHARGE.
           READ CASE-CHARGE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CCHG-EOF-SWITCH
               NOT AT END
                   IF CCHG-ROLLNO NOT = MC-ROLLNO(WS-CASE-SUB)
                       MOVE 'Y' TO WS-CCHG-EOF-SWITCH
                   ELSE
                       MOVE CCHG-SEQ TO WS-NEXT-SEQ
                       IF CCHG-CODE = WS-MILEAGE-CODE
                           ADD CCHG-QTY TO WS-CHARGED-MILES
                       END-IF
                   END-IF
           END-READ.

       POST-MILEAGE-CHARGE.
           MOVE MC-ROLLNO(WS-CASE-SUB) TO ROLLNO-KEY
           READ CASE-MASTER
               INVALID KEY
                   MOVE 'NOT POSTED - CASE NOT FOUND' TO PD-NOTE
           END-READ
           IF PD-NOTE = SPACES AND NOT POSTING-PERIOD-OPEN
               MOVE 'NOT POSTED - PERIOD CLOSED' TO PD-NOTE
               IF NOT CLOSED-REFUSAL-LOGGED
                   MOVE 'POST-CLOSED' TO WS-REFUSED-FUNCTION
                   PERFORM WRITE-SECURITY-REFUSAL
                   MOVE 'Y' TO WS-CLOSED-LOGGED
               END-IF
           END-IF
           IF PD-NOTE = SPACES AND WS-POST-MILES > 999
               MOVE 'NOT POSTED - OVER 999, KEY IT' TO PD-NOTE
           END-IF
           IF PD-NOTE = SPACES
               MOVE MC-ROLLNO(WS-CASE-SUB) TO CCHG-ROLLNO
               MOVE WS-NEXT-SEQ TO CCHG-SEQ
               MOVE WS-MILEAGE-CODE TO CCHG-CODE
               MOVE WS-POST-MILES TO CCHG-QTY
               MOVE WS-TODAY TO CCHG-DATE
               MOVE WS-OPERATOR-EMPID TO CCHG-OPERATOR
               MOVE ZERO TO CCHG-PRICE
               WRITE CASE-CHARGE-RECORD
                   INVALID KEY
                       MOVE 'NOT POSTED - WRITE ERROR' TO PD-NOTE
                   NOT INVALID KEY
                       ADD 1 TO WS-POSTED-COUNT
                       MOVE WS-NEXT-SEQ TO PD-LINE
                       IF CASE-TRADE-TYPE NOT = SPACE
                           AND CASE-TRADE-TYPE NOT = 'N'
                           MOVE 'POSTED - TRADE RATE' TO PD-NOTE
                       ELSE
                           MOVE 'POSTED' TO PD-NOTE
                       END-IF
               END-WRITE
           END-IF
           IF PD-NOTE(1:3) = 'NOT'
               ADD 1 TO WS-SKIPPED-COUNT
               IF MC-HOLD-STAMP(WS-CASE-SUB) < WS-NEW-CONTROL
                   MOVE MC-HOLD-STAMP(WS-CASE-SUB) TO WS-NEW-CONTROL
               END-IF
           END-IF.

       WRITE-EXCEPTION-HEADER.
           MOVE SPACES TO EXCEPTION-LINE
           STRING 'TRANSPORT MILEAGE EXCEPTIONS - ' DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO EXCEPTION-LINE
           END-STRING
           WRITE EXCEPTION-LINE
           MOVE 'ROLLNO   VEHICLE   OUT ODO   IN ODO  RETURNED'
               TO EXCEPTION-LINE
           MOVE 'REASON' TO EXCEPTION-LINE(56:6)
           WRITE EXCEPTION-LINE
           MOVE ALL '-' TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE
           STRING 'REMOVAL AND TRANSFER MILEAGE CHARGES - '
               DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'CHARGE CODE ' DELIMITED BY SIZE
               WS-MILEAGE-CODE DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               SVC-DESC DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE 'ROLLNO    LOADED  INCL    PRIOR   POSTED  LINE  NOTE'
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL '-' TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF CASE-TABLE-FULL
               MOVE 'MORE THAN 200 CASES HAD TRIPS - RUN AGAIN'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-NEW-CONTROL NOT = WS-RUN-TIMESTAMP
               MOVE SPACES TO REPORT-LINE
               STRING 'LAST-RUN TIME HELD - TRIPS AFTER '
                   DELIMITED BY SIZE
                   WS-NEW-CONTROL(1:14) DELIMITED BY SIZE
                   ' ARE TAKEN AGAIN NEXT RUN' DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING 'CASES WITH NEW TRIPS: ' DELIMITED BY SIZE
               WS-CASE-COUNT DELIMITED BY SIZE
               '  CHARGES POSTED: ' DELIMITED BY SIZE
               WS-POSTED-COUNT DELIMITED BY SIZE
               '  NOT POSTED: ' DELIMITED BY SIZE
               WS-SKIPPED-COUNT DELIMITED BY SIZE
               '  TRIP EXCEPTIONS: ' DELIMITED BY SIZE
               WS-EXCEPTION-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       CLOSE-FILES.
           CLOSE CASE-MASTER
           CLOSE CHARGE-MASTER
           CLOSE CASE-CHARGE-FILE
           CLOSE EMPLOYEE-MASTER.
