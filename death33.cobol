      * instead of being silently dropped the way PRG21's pending
      * table drops them. Writes a printable report and a payroll
      * extract (regular/overtime minutes per employee).
      *
      * Each run also accrues paid leave: every employee on
      * EMPLOYEE-MASTER earns the vacation and sick hours that
      * ACCRUAL-RULE-FILE (PRG101) gives their EMP-PAY-CLASS, up to
      * the rule's cap, onto LEAVE-BALANCE-FILE; a leaver separated
      * before the period began accrues nothing. A balance already
      * accrued for this period end is left alone, so a rerun of the
      * period accrues nothing twice.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRG33.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXTRACT-STATUS.
            SELECT TS-SORT-FILE ASSIGN TO WS-SORT-WORK.
            SELECT EMPLOYEE-MASTER ASSIGN TO WS-EMPLOYEE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EMPID
                ALTERNATE RECORD KEY IS ALPNUM
                FILE STATUS IS WS-EMP-STATUS.
            SELECT LEAVE-BALANCE-FILE ASSIGN TO WS-BALANCE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LV-KEY
                FILE STATUS IS WS-BAL-STATUS.
            SELECT ACCRUAL-RULE-FILE ASSIGN TO WS-RULE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS AR-KEY
                FILE STATUS IS WS-RULE-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  TIME-CLOCK-LOG.
            02 TS-EMPID PIC 9(5).
            02 TS-TIMESTAMP PIC X(21).
            02 TS-ACTION PIC X.
        FD  EMPLOYEE-MASTER.
        01  EMPLOYEE-RECORD.
            COPY EMPREC.
        FD  LEAVE-BALANCE-FILE.
        01  LEAVE-BALANCE-RECORD.
            COPY LEAVEREC.
        FD  ACCRUAL-RULE-FILE.
        01  ACCRUAL-RULE-RECORD.
            COPY ACRULREC.
        WORKING-STORAGE SECTION.
        01 WS-TIMECLOCK-FILE PIC X(40)
            VALUE '/user/employee/time-clock.log'.
        01 WS-EXTRACT-STATUS PIC XX.
        01 WS-SORT-WORK PIC X(40)
            VALUE '/user/employee/ts-sort.tmp'.
        01 WS-EMPLOYEE-FILE PIC X(40) VALUE '/user/employee/master'.
        01 WS-EMP-STATUS PIC XX.
        01 WS-BALANCE-FILE PIC X(40)
            VALUE '/user/employee/leave-balances'.
        01 WS-BAL-STATUS PIC XX.
        01 WS-RULE-FILE PIC X(40)
            VALUE '/user/employee/leave-accrual-rules'.
        01 WS-RULE-STATUS PIC XX.
        01 WS-EMP-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-EMPLOYEES VALUE 'Y'.
        01 WS-BALANCE-FOUND PIC X VALUE 'N'.
            88 BALANCE-ON-FILE VALUE 'Y'.
        01 WS-ACCRUE-HOURS PIC 9(4)V99.
        01 WS-ACCRUAL-COUNT PIC 9(5) VALUE ZERO.
        01 WS-PERIOD-START PIC 9(8).
        01 WS-PERIOD-END PIC 9(8).
        01 WS-START-JULIAN PIC 9(7).
               ON ASCENDING KEY TS-EMPID TS-TIMESTAMP
               INPUT PROCEDURE IS RELEASE-PERIOD-PUNCHES
               OUTPUT PROCEDURE IS BUILD-TIMESHEETS
           PERFORM ACCRUE-LEAVE
           MOVE SPACES TO TIMESHEET-LINE
           STRING 'EMPLOYEES: ' DELIMITED BY SIZE
               WS-EMPLOYEE-COUNT DELIMITED BY SIZE
               '  EXCEPTIONS: ' DELIMITED BY SIZE
               WS-EXCEPTION-COUNT DELIMITED BY SIZE
               '  LEAVE ACCRUALS: ' DELIMITED BY SIZE
               WS-ACCRUAL-COUNT DELIMITED BY SIZE
               INTO TIMESHEET-LINE
           END-STRING
           WRITE TIMESHEET-LINE
           CLOSE PAYROLL-EXTRACT
           DISPLAY 'TIMESHEET COMPLETE - EMPLOYEES: '
               WS-EMPLOYEE-COUNT
               ' EXCEPTIONS: ' WS-EXCEPTION-COUNT
           DISPLAY 'LEAVE ACCRUALS: ' WS-ACCRUAL-COUNT.

      * Leave accrual for the period just run - see the header. No
      * rule file means nothing accrues; no employee file is a
      * warning, not a reason to lose the timesheet.
       ACCRUE-LEAVE.
           MOVE ZERO TO WS-ACCRUAL-COUNT
           OPEN INPUT ACCRUAL-RULE-FILE
           IF WS-RULE-STATUS NOT = '00'
               DISPLAY 'NO LEAVE ACCRUAL RULES - NO LEAVE ACCRUED'
           ELSE
               OPEN INPUT EMPLOYEE-MASTER
               IF WS-EMP-STATUS NOT = '00'
                   DISPLAY 'WARNING - NO EMPLOYEE-MASTER, NO LEAVE '
                       'ACCRUED: ' WS-EMP-STATUS
               ELSE
                   OPEN I-O LEAVE-BALANCE-FILE
                   IF WS-BAL-STATUS = '35'
                       OPEN OUTPUT LEAVE-BALANCE-FILE
                       CLOSE LEAVE-BALANCE-FILE
                       OPEN I-O LEAVE-BALANCE-FILE
                   END-IF
                   MOVE 'N' TO WS-EMP-EOF-SWITCH
                   PERFORM ACCRUE-NEXT-EMPLOYEE
                       UNTIL END-OF-EMPLOYEES
                   CLOSE LEAVE-BALANCE-FILE
                   CLOSE EMPLOYEE-MASTER
               END-IF
               CLOSE ACCRUAL-RULE-FILE
           END-IF.

       ACCRUE-NEXT-EMPLOYEE.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EMP-EOF-SWITCH
               NOT AT END
                   IF EMP-TERM-DATE = ZERO
                       OR EMP-TERM-DATE > WS-PERIOD-START
                       MOVE 'V' TO AR-TYPE
                       PERFORM ACCRUE-ONE-TYPE
                       MOVE 'S' TO AR-TYPE
                       PERFORM ACCRUE-ONE-TYPE
                   END-IF
           END-READ.

       ACCRUE-ONE-TYPE.
           MOVE EMP-PAY-CLASS TO AR-PAY-CLASS
           READ ACCRUAL-RULE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AR-HOURS-PER-PERIOD > ZERO
                       PERFORM POST-ACCRUAL
                   END-IF
           END-READ.

       POST-ACCRUAL.
           MOVE 'Y' TO WS-BALANCE-FOUND
           MOVE EMPID TO LV-EMPID
           MOVE AR-TYPE TO LV-TYPE
           READ LEAVE-BALANCE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-BALANCE-FOUND
                   MOVE SPACES TO LEAVE-BALANCE-RECORD
                   MOVE EMPID TO LV-EMPID
                   MOVE AR-TYPE TO LV-TYPE
                   MOVE ZERO TO LV-BALANCE
                   MOVE ZERO TO LV-ACCRUED-TOTAL
                   MOVE ZERO TO LV-TAKEN-TOTAL
                   MOVE ZERO TO LV-LAST-ACCRUAL
           END-READ
           IF LV-LAST-ACCRUAL < WS-PERIOD-END
               MOVE AR-HOURS-PER-PERIOD TO WS-ACCRUE-HOURS
               IF AR-MAX-BALANCE > ZERO
                   IF LV-BALANCE NOT < AR-MAX-BALANCE
                       MOVE ZERO TO WS-ACCRUE-HOURS
                   ELSE
                   IF LV-BALANCE + WS-ACCRUE-HOURS > AR-MAX-BALANCE
                       COMPUTE WS-ACCRUE-HOURS =
                           AR-MAX-BALANCE - LV-BALANCE
                   END-IF
                   END-IF
               END-IF
               ADD WS-ACCRUE-HOURS TO LV-BALANCE
               ADD WS-ACCRUE-HOURS TO LV-ACCRUED-TOTAL
               MOVE WS-PERIOD-END TO LV-LAST-ACCRUAL
               IF BALANCE-ON-FILE
                   REWRITE LEAVE-BALANCE-RECORD
                       INVALID KEY
                           DISPLAY 'WARNING - LEAVE NOT ACCRUED: '
                               LV-KEY
                   END-REWRITE
               ELSE
                   WRITE LEAVE-BALANCE-RECORD
                       INVALID KEY
                           DISPLAY 'WARNING - LEAVE NOT ACCRUED: '
                               LV-KEY
                   END-WRITE
               END-IF
               ADD 1 TO WS-ACCRUAL-COUNT
           END-IF.

       RELEASE-PERIOD-PUNCHES.
           MOVE 'N' TO WS-EOF-SWITCH
