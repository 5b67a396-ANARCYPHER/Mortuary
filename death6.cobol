      * Staff roster / clock report, plus the ADD/UPDATE maintenance
      * transaction that actually populates EMPLOYEE-MASTER (same
      * add/update transaction shape PRG5 uses for inventory-file).
      *
      * The separation transaction (S) records a leaver's termination
      * date and reason on EMPLOYEE-MASTER - from that date the EMPID
      * is refused at every program's sign-on - and turns off every
      * right they hold on ROLE-MASTER. It then prints a cleanup list
      * to /user/employee/separation-cleanup.txt of everything that
      * still names them on or after the date: on-call rotation
      * weeks, shift-schedule days, open cases they direct, and
      * SCHEDULE-MASTER bookings they are staffed on, so each can be
      * reassigned.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRG6.
            SELECT TIME-CLOCK-LOG ASSIGN TO WS-TIMECLOCK-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TIMECLOCK-STATUS.
            SELECT ROLE-MASTER ASSIGN TO WS-ROLE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ROLE-EMPID
                FILE STATUS IS WS-ROLE-STATUS.
            SELECT ON-CALL-ROTATION ASSIGN TO WS-ROTATION-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OC-WEEK-START
                FILE STATUS IS WS-ROTATION-STATUS.
            SELECT SHIFT-SCHEDULE ASSIGN TO WS-SHIFT-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SSH-KEY
                FILE STATUS IS WS-SHIFT-STATUS.
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
            SELECT CLEANUP-REPORT ASSIGN TO WS-CLEANUP-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CLEANUP-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  EMPLOYEE-MASTER.
            COPY EMPREC.
        FD  TIME-CLOCK-LOG.
        01  TIME-CLOCK-LOG-RECORD PIC X(40).
        FD  ROLE-MASTER.
        01  ROLE-RECORD.
            COPY ROLEREC.
        FD  ON-CALL-ROTATION.
        01  ON-CALL-RECORD.
            COPY OCALREC.
      * Mirror of PRG63's SHIFT-SCHEDULE-RECORD - keep the two in
      * step.
        FD  SHIFT-SCHEDULE.
        01  SHIFT-SCHEDULE-RECORD.
            02 SSH-KEY.
                03 SSH-EMPID PIC 9(5).
                03 SSH-DATE PIC 9(8).
            02 FILLER PIC X.
            02 SSH-START PIC 9(4).
            02 FILLER PIC X.
            02 SSH-END PIC 9(4).
            02 FILLER PIC X.
            02 SSH-ROLE PIC X(10).
        FD  CASE-MASTER.
        01  CASE-MASTER-RECORD.
            COPY CASEREC REPLACING ==ROLLNO== BY ==ROLLNO-KEY==.
      * Mirror of PRG26's SCHEDULE-RECORD - keep the set in step.
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
        FD  CLEANUP-REPORT.
        01  CLEANUP-LINE PIC X(80).
        WORKING-STORAGE SECTION.
        01 WS-EMPLOYEE-FILE PIC X(40) VALUE '/user/employee/master'.
        01 WS-FILE-STATUS PIC XX.
        01 WS-TIMECLOCK-FILE PIC X(40)
            VALUE '/user/employee/time-clock.log'.
        01 WS-TIMECLOCK-STATUS PIC XX.
        01 WS-ROLE-FILE PIC X(40)
            VALUE '/user/employee/role-master'.
        01 WS-ROLE-STATUS PIC XX.
        01 WS-ROTATION-FILE PIC X(40)
            VALUE '/user/mortuary/on-call-rotation'.
        01 WS-ROTATION-STATUS PIC XX.
        01 WS-SHIFT-FILE PIC X(40)
            VALUE '/user/employee/shift-schedule'.
        01 WS-SHIFT-STATUS PIC XX.
        01 WS-CASE-FILE PIC X(40) VALUE '/user/mortuary/case-master'.
        01 WS-CASE-STATUS PIC XX.
        01 WS-SCHEDULE-FILE PIC X(40)
            VALUE '/user/mortuary/schedule-master'.
        01 WS-SCHEDULE-STATUS PIC XX.
        01 WS-CLEANUP-FILE PIC X(40)
            VALUE '/user/employee/separation-cleanup.txt'.
        01 WS-CLEANUP-STATUS PIC XX.
        01 WS-SEP-EMPID PIC 9(5).
        01 WS-TERM-DATE PIC 9(8).
        01 WS-TERM-JULIAN PIC 9(7).
        01 WS-SCAN-FROM PIC 9(8).
        01 WS-SCAN-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-SCAN VALUE 'Y'.
        01 WS-CLEANUP-COUNT PIC 9(5) VALUE ZERO.
        01 WS-CLEANUP-DETAIL.
            02 CD-ITEM PIC X(14).
            02 CD-DATE PIC 9(8).
            02 FILLER PIC X VALUE SPACE.
            02 CD-TIME PIC X(9).
            02 FILLER PIC X VALUE SPACE.
            02 CD-TEXT PIC X(47).
        01 WS-TIMESTAMP PIC X(21).
        01 WS-CLOCK-ACTION PIC X VALUE SPACE.
            88 CLOCK-IN VALUE 'I'.
        01 WS-TRAN-CODE PIC X VALUE SPACES.
            88 TRAN-ADD VALUE 'A'.
            88 TRAN-UPDATE VALUE 'U'.
            88 TRAN-SEPARATE VALUE 'S'.
        77 EMPID2 PIC 9(5).
        01 WS-EMPID-OK PIC X VALUE 'Y'.
            88 EMPID-VALID VALUE 'Y'.
      * quit, since PRG6 also runs unattended as a nightly_batch.sh
      * step where a looping ACCEPT would hang against empty stdin.
       STAFF-MAINTENANCE.
           DISPLAY 'STAFF TRANSACTION (A-ADD U-UPDATE S-SEPARATE, '
               'ENTER TO SKIP):'
           ACCEPT WS-TRAN-CODE
           EVALUATE TRUE
               WHEN TRAN-ADD
                   PERFORM ADD-EMPLOYEE
               WHEN TRAN-UPDATE
                   PERFORM UPDATE-EMPLOYEE
               WHEN TRAN-SEPARATE
                   PERFORM SEPARATE-EMPLOYEE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           DISPLAY 'EMPID, NAME, ALPNUM, LICENSE STATE, EXPIRY, '
               'PAY RATE, PAY CLASS:'
           ACCEPT EMPLOYEE-RECORD
           MOVE ZERO TO EMP-TERM-DATE
           MOVE SPACES TO EMP-TERM-REASON
           WRITE EMPLOYEE-RECORD
               INVALID KEY
                   DISPLAY 'ADD FAILED - DUPLICATE EMPID: ' EMPID
                       DISPLAY ALPNUM
                       DISPLAY LICENSE-STATE
                       DISPLAY LICENSE-EXPIRY
                       IF EMP-TERM-DATE NOT = ZERO
                           DISPLAY 'SEPARATED ' EMP-TERM-DATE ' '
                               EMP-TERM-REASON
                       END-IF
                   ELSE
                       DISPLAY 'EXCEPTION - INVALID EMPID FORMAT: '
                           EMPID
               MOVE 'N' TO WS-EMPID-OK
           END-IF.

      * Separation - see the header. A date already on file is not
      * overwritten; a leaver is separated once.
       SEPARATE-EMPLOYEE.
           DISPLAY 'EMPID TO SEPARATE:'
           ACCEPT EMPID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   DISPLAY 'SEPARATION FAILED - NOT FOUND: ' EMPID
               NOT INVALID KEY
                   IF EMP-TERM-DATE NOT = ZERO
                       DISPLAY 'SEPARATION FAILED - ALREADY SEPARATED '
                           EMP-TERM-DATE ': ' EMPID
                   ELSE
                       PERFORM RECORD-SEPARATION
                   END-IF
           END-READ.

       RECORD-SEPARATION.
           DISPLAY 'SEPARATING: ' EMPNAME
           DISPLAY 'TERMINATION DATE (YYYYMMDD) AND REASON:'
           ACCEPT WS-TERM-DATE
           ACCEPT EMP-TERM-REASON
           IF WS-TERM-DATE = ZERO OR EMP-TERM-REASON = SPACES
               DISPLAY 'SEPARATION FAILED - DATE AND REASON REQUIRED'
           ELSE
               MOVE WS-TERM-DATE TO EMP-TERM-DATE
               REWRITE EMPLOYEE-RECORD
                   INVALID KEY
                       DISPLAY 'SEPARATION FAILED - REWRITE ERROR: '
                           EMPID
                   NOT INVALID KEY
                       DISPLAY 'STAFF SEPARATED: ' EMPID ' EFFECTIVE '
                           EMP-TERM-DATE
                       MOVE EMPID TO WS-SEP-EMPID
                       PERFORM CLEAR-ROLE-RIGHTS
                       PERFORM PRINT-SEPARATION-CLEANUP
               END-REWRITE
           END-IF.

      * Every right turned off rather than the record deleted, so
      * PRG81's listing still shows the leaver held a role.
       CLEAR-ROLE-RIGHTS.
           OPEN I-O ROLE-MASTER
           IF WS-ROLE-STATUS NOT = '00'
               DISPLAY 'NO ROLE-MASTER - NO RIGHTS TO CLEAR'
           ELSE
               MOVE WS-SEP-EMPID TO ROLE-EMPID
               READ ROLE-MASTER
                   INVALID KEY
                       DISPLAY 'NO ROLE-MASTER RIGHTS HELD: '
                           WS-SEP-EMPID
                   NOT INVALID KEY
                       MOVE 'N' TO ROLE-HOLD-RELEASE
                       MOVE 'N' TO ROLE-MASTER-DELETE
                       MOVE 'N' TO ROLE-POST-CHARGES
                       MOVE 'N' TO ROLE-POST-PAYMENTS
                       MOVE 'N' TO ROLE-RESTORE
                       MOVE 'N' TO ROLE-PERIOD-CLOSE
                       MOVE 'N' TO ROLE-LEAVE-APPROVE
                       REWRITE ROLE-RECORD
                           INVALID KEY
                               DISPLAY 'WARNING - ROLE-MASTER RIGHTS '
                                   'NOT CLEARED: ' WS-SEP-EMPID
                           NOT INVALID KEY
                               DISPLAY 'ROLE-MASTER RIGHTS CLEARED: '
                                   WS-SEP-EMPID
                       END-REWRITE
               END-READ
               CLOSE ROLE-MASTER
           END-IF.

       PRINT-SEPARATION-CLEANUP.
           MOVE ZERO TO WS-CLEANUP-COUNT
           COMPUTE WS-TERM-JULIAN =
               FUNCTION INTEGER-OF-DATE(WS-TERM-DATE)
           OPEN OUTPUT CLEANUP-REPORT
           MOVE SPACES TO CLEANUP-LINE
           STRING '=== SEPARATION CLEANUP - ' DELIMITED BY SIZE
               WS-SEP-EMPID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               EMPNAME DELIMITED BY SIZE
               ' EFFECTIVE ' DELIMITED BY SIZE
               WS-TERM-DATE DELIMITED BY SIZE
               ' ===' DELIMITED BY SIZE
               INTO CLEANUP-LINE
           END-STRING
           WRITE CLEANUP-LINE
           MOVE SPACES TO CLEANUP-LINE
           STRING 'REASON: ' DELIMITED BY SIZE
               EMP-TERM-REASON DELIMITED BY SIZE
               INTO CLEANUP-LINE
           END-STRING
           WRITE CLEANUP-LINE
           PERFORM LIST-ROTATION-WEEKS
           PERFORM LIST-SCHEDULED-SHIFTS
           PERFORM LIST-DIRECTED-CASES
           PERFORM LIST-STAFFED-BOOKINGS
           MOVE SPACES TO CLEANUP-LINE
           STRING 'ITEMS TO REASSIGN: ' DELIMITED BY SIZE
               WS-CLEANUP-COUNT DELIMITED BY SIZE
               INTO CLEANUP-LINE
           END-STRING
           WRITE CLEANUP-LINE
           CLOSE CLEANUP-REPORT
           DISPLAY 'CLEANUP ITEMS: ' WS-CLEANUP-COUNT
           DISPLAY 'CLEANUP LIST WRITTEN TO ' WS-CLEANUP-FILE.

      * From the rotation week in force on the termination date on.
       LIST-ROTATION-WEEKS.
           OPEN INPUT ON-CALL-ROTATION
           IF WS-ROTATION-STATUS = '00'
               MOVE 'N' TO WS-SCAN-EOF-SWITCH
               COMPUTE WS-SCAN-FROM =
                   FUNCTION DATE-OF-INTEGER(WS-TERM-JULIAN - 6)
               MOVE WS-SCAN-FROM TO OC-WEEK-START
               START ON-CALL-ROTATION
                   KEY IS NOT LESS THAN OC-WEEK-START
                   INVALID KEY
                       MOVE 'Y' TO WS-SCAN-EOF-SWITCH
               END-START
               PERFORM CHECK-ONE-ROTATION-WEEK UNTIL END-OF-SCAN
               CLOSE ON-CALL-ROTATION
           END-IF.

       CHECK-ONE-ROTATION-WEEK.
           READ ON-CALL-ROTATION NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-SWITCH
               NOT AT END
                   MOVE SPACES TO WS-CLEANUP-DETAIL
                   MOVE 'ON-CALL WEEK' TO CD-ITEM
                   MOVE OC-WEEK-START TO CD-DATE
                   IF OC-PRIMARY-EMPID = WS-SEP-EMPID
                       MOVE 'PRIMARY' TO CD-TEXT
                       PERFORM WRITE-CLEANUP-ITEM
                   END-IF
                   IF OC-BACKUP-EMPID = WS-SEP-EMPID
                       MOVE 'BACKUP' TO CD-TEXT
                       PERFORM WRITE-CLEANUP-ITEM
                   END-IF
           END-READ.

       LIST-SCHEDULED-SHIFTS.
           OPEN INPUT SHIFT-SCHEDULE
           IF WS-SHIFT-STATUS = '00'
               MOVE 'N' TO WS-SCAN-EOF-SWITCH
               MOVE WS-SEP-EMPID TO SSH-EMPID
               MOVE WS-TERM-DATE TO SSH-DATE
               START SHIFT-SCHEDULE KEY IS NOT LESS THAN SSH-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-SCAN-EOF-SWITCH
               END-START
               PERFORM CHECK-ONE-SHIFT UNTIL END-OF-SCAN
               CLOSE SHIFT-SCHEDULE
           END-IF.

       CHECK-ONE-SHIFT.
           READ SHIFT-SCHEDULE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-SWITCH
               NOT AT END
                   IF SSH-EMPID NOT = WS-SEP-EMPID
                       MOVE 'Y' TO WS-SCAN-EOF-SWITCH
                   ELSE
                       MOVE SPACES TO WS-CLEANUP-DETAIL
                       MOVE 'SHIFT' TO CD-ITEM
                       MOVE SSH-DATE TO CD-DATE
                       STRING SSH-START DELIMITED BY SIZE
                           '-' DELIMITED BY SIZE
                           SSH-END DELIMITED BY SIZE
                           INTO CD-TIME
                       END-STRING
                       MOVE SSH-ROLE TO CD-TEXT
                       PERFORM WRITE-CLEANUP-ITEM
                   END-IF
           END-READ.

      * Open cases are any not yet closed ('C'), whatever the date.
       LIST-DIRECTED-CASES.
           OPEN INPUT CASE-MASTER
           IF WS-CASE-STATUS = '00'
               MOVE 'N' TO WS-SCAN-EOF-SWITCH
               MOVE ZERO TO ROLLNO-KEY
               START CASE-MASTER KEY IS NOT LESS THAN ROLLNO-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-SCAN-EOF-SWITCH
               END-START
               PERFORM CHECK-ONE-CASE UNTIL END-OF-SCAN
               CLOSE CASE-MASTER
           END-IF.

       CHECK-ONE-CASE.
           READ CASE-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-SWITCH
               NOT AT END
                   IF CASE-DIRECTOR = WS-SEP-EMPID
                       AND CASE-STATUS NOT = 'C'
                       MOVE SPACES TO WS-CLEANUP-DETAIL
                       MOVE 'OPEN CASE' TO CD-ITEM
                       MOVE INTAKE-DATE TO CD-DATE
                       MOVE ROLLNO-KEY TO CD-TIME
                       STRING 'STATUS ' DELIMITED BY SIZE
                           CASE-STATUS DELIMITED BY SIZE
                           ' - REASSIGN IN PRG87' DELIMITED BY SIZE
                           INTO CD-TEXT
                       END-STRING
                       PERFORM WRITE-CLEANUP-ITEM
                   END-IF
           END-READ.

       LIST-STAFFED-BOOKINGS.
           OPEN INPUT SCHEDULE-MASTER
           IF WS-SCHEDULE-STATUS = '00'
               MOVE 'N' TO WS-SCAN-EOF-SWITCH
               MOVE WS-TERM-DATE TO SCH-DATE
               MOVE ZERO TO SCH-TIME
               MOVE LOW-VALUES TO SCH-ROOM
               START SCHEDULE-MASTER KEY IS NOT LESS THAN SCH-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-SCAN-EOF-SWITCH
               END-START
               PERFORM CHECK-ONE-BOOKING UNTIL END-OF-SCAN
               CLOSE SCHEDULE-MASTER
           END-IF.

       CHECK-ONE-BOOKING.
           READ SCHEDULE-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-SWITCH
               NOT AT END
                   IF SCH-STAFF-1 = WS-SEP-EMPID
                       OR SCH-STAFF-2 = WS-SEP-EMPID
                       OR SCH-STAFF-3 = WS-SEP-EMPID
                       MOVE SPACES TO WS-CLEANUP-DETAIL
                       MOVE 'BOOKING' TO CD-ITEM
                       MOVE SCH-DATE TO CD-DATE
                       MOVE SCH-TIME TO CD-TIME
                       STRING SCH-ROOM DELIMITED BY SIZE
                           ' ROLLNO ' DELIMITED BY SIZE
                           SCH-ROLLNO DELIMITED BY SIZE
                           INTO CD-TEXT
                       END-STRING
                       PERFORM WRITE-CLEANUP-ITEM
                   END-IF
           END-READ.

       WRITE-CLEANUP-ITEM.
           WRITE CLEANUP-LINE FROM WS-CLEANUP-DETAIL
           ADD 1 TO WS-CLEANUP-COUNT.

       CLOCK-TRANSACTION.
           DISPLAY 'EMPID TO CLOCK (0 TO SKIP):'
           ACCEPT WS-CLOCK-EMPID
