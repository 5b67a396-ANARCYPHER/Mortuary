      * a first punch after the scheduled start is LATE, and a punch
      * from someone with no schedule that day is UNSCHEDULED. The
      * prep room stops getting caught uncovered by a wall calendar.
      * A scheduled employee on approved leave that day (PRG101's
      * LEAVE-REQUEST-FILE) is reported ON LEAVE, not as a NO-SHOW,
      * and is not counted as a variance.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRG63.
                RECORD KEY IS EMPID
                ALTERNATE RECORD KEY IS ALPNUM
                FILE STATUS IS WS-EMP-STATUS.
            SELECT LEAVE-REQUEST-FILE ASSIGN TO WS-LEAVE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LR-KEY
                FILE STATUS IS WS-LEAVE-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  SHIFT-SCHEDULE.
        FD  EMPLOYEE-MASTER.
        01  EMPLOYEE-RECORD.
            COPY EMPREC.
        FD  LEAVE-REQUEST-FILE.
        01  LEAVE-REQUEST-RECORD.
            COPY LVREQREC.
        WORKING-STORAGE SECTION.
        01 WS-SCHEDULE-FILE PIC X(40)
            VALUE '/user/employee/shift-schedule'.
        01 WS-TIMECLOCK-STATUS PIC XX.
        01 WS-EMPLOYEE-FILE PIC X(40) VALUE '/user/employee/master'.
        01 WS-EMP-STATUS PIC XX.
        01 WS-LEAVE-FILE PIC X(40)
            VALUE '/user/employee/leave-requests'.
        01 WS-LEAVE-STATUS PIC XX.
        01 WS-LEAVE-OPEN PIC X VALUE 'N'.
            88 LEAVE-FILE-OPEN VALUE 'Y'.
        01 WS-LEAVE-FOUND PIC X VALUE 'N'.
            88 ON-APPROVED-LEAVE VALUE 'Y'.
        01 WS-LEAVE-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-LEAVE VALUE 'Y'.
        01 WS-LEAVE-COUNT PIC 9(5) VALUE ZERO.
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

                   DISPLAY 'ADD FAILED - EMPID NOT ON '
                       'EMPLOYEE-MASTER: ' SSH-EMPID
               NOT INVALID KEY
                   IF EMP-TERM-DATE NOT = ZERO
                       AND EMP-TERM-DATE NOT > SSH-DATE
                       DISPLAY 'ADD FAILED - EMPID SEPARATED '
                           EMP-TERM-DATE ': ' SSH-EMPID
                   ELSE
                       DISPLAY 'SCHEDULING: ' EMPNAME
                       PERFORM ACCEPT-SHIFT-TIMES
                       WRITE SHIFT-SCHEDULE-RECORD
                           INVALID KEY
                               DISPLAY 'ADD FAILED - ALREADY '
                                   'SCHEDULED: ' SSH-KEY
                           NOT INVALID KEY
                               DISPLAY 'SHIFT ADDED: ' SSH-KEY
                       END-WRITE
                   END-IF
           END-READ.

       ACCEPT-SHIFT-TIMES.
           DISPLAY '=== SCHEDULE VARIANCE - ' WS-REPORT-DATE ' ==='
           MOVE ZERO TO WS-VARIANCE-COUNT
           MOVE ZERO TO WS-SHIFT-COUNT
           MOVE ZERO TO WS-LEAVE-COUNT
           MOVE 'N' TO WS-LEAVE-OPEN
           OPEN INPUT LEAVE-REQUEST-FILE
           IF WS-LEAVE-STATUS = '00'
               MOVE 'Y' TO WS-LEAVE-OPEN
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO SSH-KEY
           START SHIFT-SCHEDULE KEY IS NOT LESS THAN SSH-KEY
           END-START
           PERFORM JUDGE-ONE-SHIFT UNTIL END-OF-SCHEDULE
           PERFORM SCAN-UNSCHEDULED-PUNCHES
           IF LEAVE-FILE-OPEN
               CLOSE LEAVE-REQUEST-FILE
           END-IF
           DISPLAY 'SHIFTS CHECKED: ' WS-SHIFT-COUNT
               ' VARIANCES: ' WS-VARIANCE-COUNT
               ' ON LEAVE: ' WS-LEAVE-COUNT.

       JUDGE-ONE-SHIFT.
           READ SHIFT-SCHEDULE NEXT RECORD
                   IF SSH-DATE = WS-REPORT-DATE
                       ADD 1 TO WS-SHIFT-COUNT
                       PERFORM FIND-FIRST-PUNCH
                       MOVE 'N' TO WS-LEAVE-FOUND
                       IF NOT PUNCH-ON-DATE AND LEAVE-FILE-OPEN
                           PERFORM FIND-APPROVED-LEAVE
                       END-IF
                       EVALUATE TRUE
                           WHEN NOT PUNCH-ON-DATE AND ON-APPROVED-LEAVE
                               DISPLAY 'ON LEAVE     ' SSH-EMPID
                                   ' SCHEDULED ' SSH-START ' '
                                   SSH-ROLE ' LEAVE ' LR-TYPE
                               ADD 1 TO WS-LEAVE-COUNT
                           WHEN NOT PUNCH-ON-DATE
                               DISPLAY 'NO-SHOW      ' SSH-EMPID
                                   ' SCHEDULED ' SSH-START ' '
                   END-IF
           END-READ.

      * Approved leave for the shift's EMPID covering the report
      * date - pending, denied and cancelled requests do not count.
       FIND-APPROVED-LEAVE.
           MOVE 'N' TO WS-LEAVE-EOF-SWITCH
           MOVE SSH-EMPID TO LR-EMPID
           MOVE ZERO TO LR-SEQ
           START LEAVE-REQUEST-FILE KEY IS NOT LESS THAN LR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LEAVE-EOF-SWITCH
           END-START
           PERFORM CHECK-ONE-LEAVE
               UNTIL END-OF-LEAVE OR ON-APPROVED-LEAVE.

       CHECK-ONE-LEAVE.
           READ LEAVE-REQUEST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LEAVE-EOF-SWITCH
               NOT AT END
                   IF LR-EMPID NOT = SSH-EMPID
                       MOVE 'Y' TO WS-LEAVE-EOF-SWITCH
                   ELSE
                       IF LR-APPROVED
                           AND LR-START-DATE NOT > WS-REPORT-DATE
                           AND LR-END-DATE NOT < WS-REPORT-DATE
                           MOVE 'Y' TO WS-LEAVE-FOUND
                       END-IF
                   END-IF
           END-READ.

      * Earliest clock-in for the shift's EMPID on the report date.
       FIND-FIRST-PUNCH.
           MOVE 'N' TO WS-PUNCH-FOUND
