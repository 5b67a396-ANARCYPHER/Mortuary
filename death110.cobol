      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * Family status notifications - PRG78 answers a family that
      * thinks to look; this sends the family a message when
      * something happens. The run picks up every status transition
      * on status-history.dat and every booking made or cancelled on
      * schedule-change.log (PRG26) since the last run, and for each
      * writes one message, from a fixed template per event, to
      * notify-outbound.dat for the messaging gateway to send.
      *
      * A message goes only to the case's primary NOK-MASTER contact,
      * and only when that contact has opted in (PRG17's N
      * transaction), by the channel - SMS or e-mail - they chose.
      * Nothing is ever sent for a case under an active HOLD-MASTER
      * hold; the event is counted as withheld and not sent later.
      * Every message sent is logged against its ROLLNO on
      * notify-sent.log, which the L transaction lists for a case.
      *
      * The time of the last run is kept on notify-control.dat. The
      * first run only sets that starting point - history from
      * before the service existed is not sent.
      *
      * Transactions: R - run notifications, L - list messages sent
      * for a case, X - exit.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRG110.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
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
            SELECT NOK-MASTER ASSIGN TO WS-NOK-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS NOK-KEY
                FILE STATUS IS WS-NOK-STATUS.
            SELECT HOLD-MASTER ASSIGN TO WS-HOLD-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HOLD-ROLLNO
                FILE STATUS IS WS-HOLD-STATUS.
            SELECT EMPLOYEE-MASTER ASSIGN TO WS-EMPLOYEE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EMPID
                ALTERNATE RECORD KEY IS ALPNUM
                FILE STATUS IS WS-EMP-STATUS.
            SELECT STATUS-HISTORY ASSIGN TO WS-HISTORY-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HISTORY-STATUS.
            SELECT SCHEDULE-CHANGE-LOG ASSIGN TO WS-SCHED-CHANGE-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SCHED-CHANGE-STATUS.
            SELECT NOTIFY-CONTROL-FILE ASSIGN TO WS-CONTROL-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CONTROL-STATUS.
            SELECT NOTIFY-OUTBOUND ASSIGN TO WS-OUTBOUND-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OUTBOUND-STATUS.
            SELECT NOTIFY-SENT-LOG ASSIGN TO WS-SENT-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SENT-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  CASE-MASTER.
        01  CASE-MASTER-RECORD.
            COPY CASEREC REPLACING ==ROLLNO== BY ==ROLLNO-KEY==.
        FD  NOK-MASTER.
        01  NOK-MASTER-RECORD.
            COPY NOKREC.
        FD  HOLD-MASTER.
        01  HOLD-RECORD.
            COPY HOLDREC.
        FD  EMPLOYEE-MASTER.
        01  EMPLOYEE-RECORD.
            COPY EMPREC.
        FD  STATUS-HISTORY.
        01  STATUS-HISTORY-RECORD PIC X(60).
        FD  SCHEDULE-CHANGE-LOG.
        01  SCHEDULE-CHANGE-RECORD PIC X(80).
        FD  NOTIFY-CONTROL-FILE.
        01  NOTIFY-CONTROL-RECORD PIC X(21).
        FD  NOTIFY-OUTBOUND.
        01  NOTIFY-OUTBOUND-RECORD PIC X(220).
        FD  NOTIFY-SENT-LOG.
        01  NOTIFY-SENT-RECORD PIC X(100).
        WORKING-STORAGE SECTION.
        01 WS-CASE-FILE PIC X(40) VALUE '/user/mortuary/case-master'.
        01 WS-CASE-STATUS PIC XX.
        01 WS-NOK-FILE PIC X(40) VALUE '/user/mortuary/nok-master'.
        01 WS-NOK-STATUS PIC XX.
        01 WS-HOLD-FILE PIC X(40) VALUE '/user/mortuary/hold-master'.
        01 WS-HOLD-STATUS PIC XX.
        01 WS-EMPLOYEE-FILE PIC X(40) VALUE '/user/employee/master'.
        01 WS-EMP-STATUS PIC XX.
        01 WS-HISTORY-FILE PIC X(40)
            VALUE '/user/mortuary/status-history.dat'.
        01 WS-HISTORY-STATUS PIC XX.
        01 WS-SCHED-CHANGE-FILE PIC X(40)
            VALUE '/user/mortuary/schedule-change.log'.
        01 WS-SCHED-CHANGE-STATUS PIC XX.
        01 WS-CONTROL-FILE PIC X(40)
            VALUE '/user/mortuary/notify-control.dat'.
        01 WS-CONTROL-STATUS PIC XX.
        01 WS-OUTBOUND-FILE PIC X(40)
            VALUE '/user/mortuary/notify-outbound.dat'.
        01 WS-OUTBOUND-STATUS PIC XX.
        01 WS-SENT-FILE PIC X(40)
            VALUE '/user/mortuary/notify-sent.log'.
        01 WS-SENT-STATUS PIC XX.
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
            88 TRAN-LIST VALUE 'L'.
            88 TRAN-QUIT VALUE 'X'.
        01 WS-ROLLNO PIC 9(7).
        01 WS-RUN-TIMESTAMP PIC X(21).
        01 WS-LAST-RUN PIC X(21).
        01 WS-FIRST-RUN PIC X VALUE 'N'.
            88 FIRST-NOTIFY-RUN VALUE 'Y'.
        01 WS-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-FILE VALUE 'Y'.
        01 WS-NOK-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-CONTACTS VALUE 'Y'.
        01 WS-CONTACT-FOUND PIC X VALUE 'N'.
            88 CONTACT-OPTED-IN VALUE 'Y'.
        01 WS-HOLD-FILE-SWITCH PIC X VALUE 'N'.
            88 HOLD-FILE-OPEN VALUE 'Y'.
        01 WS-CASE-HELD PIC X VALUE 'N'.
            88 CASE-ON-HOLD VALUE 'Y'.
        01 WS-SENT-COUNT PIC 9(5).
        01 WS-HELD-COUNT PIC 9(5).
        01 WS-NO-CONTACT-COUNT PIC 9(5).
        01 WS-LIST-COUNT PIC 9(5).
        01 WS-SEND-CHANNEL PIC X.
        01 WS-SEND-ADDRESS PIC X(40).
      * The event being sent - a status transition or a booking
      * change - and the template text it takes.
        01 WS-EVENT-CODE.
            02 WS-EVENT-SOURCE PIC X.
            02 WS-EVENT-KIND PIC X.
      *     WS-EVENT-SOURCE: S - status change (kind is the new
      *     CASE-STATUS), B - booked, C - cancelled (kind is the
      *     SCH-EVENT-TYPE).
        01 WS-EVENT-TEXT PIC X(100).
        01 WS-EVENT-NAME PIC X(9).
        01 WS-DECEASED-NAME PIC X(37).
        01 WS-SHOW-DATE.
            02 WS-SHOW-MM PIC 99.
            02 FILLER PIC X VALUE '/'.
            02 WS-SHOW-DD PIC 99.
            02 FILLER PIC X VALUE '/'.
            02 WS-SHOW-YYYY PIC 9(4).
        01 WS-SHOW-TIME.
            02 WS-SHOW-HH PIC 99.
            02 FILLER PIC X VALUE ':'.
            02 WS-SHOW-MI PIC 99.
      * Same layout PRG16 writes - PRG36, PRG49 and PRG106 read it
      * too; keep them in step.
        01 WS-HISTORY-ENTRY.
            02 SH-ROLLNO PIC 9(7).
            02 FILLER PIC X.
            02 SH-FROM-STATUS PIC X.
            02 FILLER PIC X.
            02 SH-TO-STATUS PIC X.
            02 FILLER PIC X.
            02 SH-TIMESTAMP PIC X(21).
            02 FILLER PIC X.
            02 SH-OPERATOR PIC X(10).
      * Mirror of PRG26's WS-SCHED-CHANGE-ENTRY - keep the two in
      * step.
        01 WS-SCHED-CHANGE-ENTRY.
            02 SC-ROLLNO PIC 9(7).
            02 FILLER PIC X.
            02 SC-ACTION PIC X.
            02 FILLER PIC X.
            02 SC-EVENT-TYPE PIC X.
            02 FILLER PIC X.
            02 SC-DATE PIC 9(8).
            02 FILLER PIC X.
            02 SC-TIME PIC 9(4).
            02 FILLER PIC X.
            02 SC-ROOM PIC X(8).
            02 FILLER PIC X.
            02 SC-TIMESTAMP PIC X(21).
            02 FILLER PIC X.
            02 SC-OPERATOR PIC 9(5).
      * Gateway feed - one message per line.
        01 WS-OUTBOUND-ENTRY.
            02 NT-CHANNEL PIC X.
            02 FILLER PIC X VALUE SPACE.
            02 NT-ADDRESS PIC X(40).
            02 FILLER PIC X VALUE SPACE.
            02 NT-ROLLNO PIC 9(7).
            02 FILLER PIC X VALUE SPACE.
            02 NT-EVENT PIC X(2).
            02 FILLER PIC X VALUE SPACE.
            02 NT-MESSAGE PIC X(160).
        01 WS-SENT-ENTRY.
            02 SL-ROLLNO PIC 9(7).
            02 FILLER PIC X VALUE SPACE.
            02 SL-TIMESTAMP PIC X(21).
            02 FILLER PIC X VALUE SPACE.
            02 SL-EVENT PIC X(2).
            02 FILLER PIC X VALUE SPACE.
            02 SL-CHANNEL PIC X.
            02 FILLER PIC X VALUE SPACE.
            02 SL-ADDRESS PIC X(40).
       PROCEDURE DIVISION.
       MAIN-PARA.
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
      * PRG6's check-digit rule) is required before a run.
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

      * No HOLD-MASTER at all means no hold has ever been placed;
      * any other failure to open it means no case can be shown to
      * be free of a hold, so no run is allowed.
       OPEN-FILES.
           OPEN INPUT CASE-MASTER
           IF WS-CASE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CASE-MASTER: ' WS-CASE-STATUS
               MOVE 'X' TO WS-TRAN-CODE
           END-IF
           OPEN INPUT NOK-MASTER
           IF WS-NOK-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING NOK-MASTER: ' WS-NOK-STATUS
               MOVE 'X' TO WS-TRAN-CODE
           END-IF
           OPEN INPUT HOLD-MASTER
           IF WS-HOLD-STATUS = '00'
               MOVE 'Y' TO WS-HOLD-FILE-SWITCH
           ELSE
           IF WS-HOLD-STATUS NOT = '35'
               DISPLAY 'ERROR OPENING HOLD-MASTER: ' WS-HOLD-STATUS
               MOVE 'X' TO WS-TRAN-CODE
           END-IF
           END-IF.

       PROCESS-TRANSACTION.
           DISPLAY 'ENTER TRANSACTION (R-RUN NOTIFICATIONS '
               'L-LIST SENT FOR A CASE X-EXIT)'
           ACCEPT WS-TRAN-CODE
           EVALUATE TRUE
               WHEN TRAN-RUN
                   PERFORM RUN-NOTIFICATIONS
               WHEN TRAN-LIST
                   PERFORM LIST-SENT
               WHEN TRAN-QUIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'INVALID TRANSACTION CODE'
           END-EVALUATE.

      * The run covers events stamped after the last run and up to
      * the moment this one started; anything stamped while it runs
      * is left for the next.
       RUN-NOTIFICATIONS.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           MOVE ZERO TO WS-SENT-COUNT
           MOVE ZERO TO WS-HELD-COUNT
           MOVE ZERO TO WS-NO-CONTACT-COUNT
           PERFORM READ-NOTIFY-CONTROL
           IF FIRST-NOTIFY-RUN
               PERFORM WRITE-NOTIFY-CONTROL
               DISPLAY 'FIRST RUN - NOTIFICATIONS START FROM '
                   WS-RUN-TIMESTAMP(1:14)
               DISPLAY 'NOTIFICATIONS SENT: 0'
           ELSE
               OPEN EXTEND NOTIFY-OUTBOUND
               IF WS-OUTBOUND-STATUS = '35'
                   OPEN OUTPUT NOTIFY-OUTBOUND
               END-IF
               OPEN EXTEND NOTIFY-SENT-LOG
               IF WS-SENT-STATUS = '35'
                   OPEN OUTPUT NOTIFY-SENT-LOG
               END-IF
               PERFORM SCAN-STATUS-HISTORY
               PERFORM SCAN-SCHEDULE-CHANGES
               CLOSE NOTIFY-OUTBOUND
               CLOSE NOTIFY-SENT-LOG
               PERFORM WRITE-NOTIFY-CONTROL
               DISPLAY 'WITHHELD - CASE ON HOLD: ' WS-HELD-COUNT
               DISPLAY 'NOT SENT - NO OPTED-IN PRIMARY CONTACT: '
                   WS-NO-CONTACT-COUNT
               DISPLAY 'NOTIFICATIONS SENT: ' WS-SENT-COUNT
           END-IF.

       READ-NOTIFY-CONTROL.
           MOVE 'Y' TO WS-FIRST-RUN
           MOVE SPACES TO WS-LAST-RUN
           OPEN INPUT NOTIFY-CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
               READ NOTIFY-CONTROL-FILE
                   NOT AT END
                       MOVE NOTIFY-CONTROL-RECORD TO WS-LAST-RUN
                       MOVE 'N' TO WS-FIRST-RUN
               END-READ
               CLOSE NOTIFY-CONTROL-FILE
           END-IF.

       WRITE-NOTIFY-CONTROL.
           OPEN OUTPUT NOTIFY-CONTROL-FILE
           MOVE WS-RUN-TIMESTAMP TO NOTIFY-CONTROL-RECORD
           WRITE NOTIFY-CONTROL-RECORD
           CLOSE NOTIFY-CONTROL-FILE.

       SCAN-STATUS-HISTORY.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT STATUS-HISTORY
           IF WS-HISTORY-STATUS = '00'
               PERFORM READ-STATUS-HISTORY UNTIL END-OF-FILE
               CLOSE STATUS-HISTORY
           END-IF.

       READ-STATUS-HISTORY.
           READ STATUS-HISTORY
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE STATUS-HISTORY-RECORD TO WS-HISTORY-ENTRY
                   IF SH-TIMESTAMP(1:16) > WS-LAST-RUN(1:16)
                       AND SH-TIMESTAMP(1:16)
                           NOT > WS-RUN-TIMESTAMP(1:16)
                       PERFORM STATUS-CHANGE-EVENT
                   END-IF
           END-READ.

      * One template per status a family hears about. Closing the
      * case is a billing step, not news for the family, and sends
      * nothing.
       STATUS-CHANGE-EVENT.
           MOVE SH-ROLLNO TO WS-ROLLNO
           MOVE 'S' TO WS-EVENT-SOURCE
           MOVE SH-TO-STATUS TO WS-EVENT-KIND
           MOVE SPACES TO WS-EVENT-TEXT
           EVALUATE SH-TO-STATUS
               WHEN 'I'
                   MOVE 'HAS BEEN RECEIVED INTO OUR CARE.'
                       TO WS-EVENT-TEXT
               WHEN 'P'
                   MOVE 'HAS BEEN PREPARED AND RESTS IN OUR CARE.'
                       TO WS-EVENT-TEXT
               WHEN 'R'
                   MOVE 'IS READY FOR RELEASE. WE WILL CALL YOU.'
                       TO WS-EVENT-TEXT
               WHEN 'D'
                   MOVE 'HAS BEEN LAID TO REST. WITH SYMPATHY.'
                       TO WS-EVENT-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-EVENT-TEXT NOT = SPACES
               PERFORM SEND-NOTIFICATION
           END-IF.

       SCAN-SCHEDULE-CHANGES.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT SCHEDULE-CHANGE-LOG
           IF WS-SCHED-CHANGE-STATUS = '00'
               PERFORM READ-SCHEDULE-CHANGE UNTIL END-OF-FILE
               CLOSE SCHEDULE-CHANGE-LOG
           END-IF.

       READ-SCHEDULE-CHANGE.
           READ SCHEDULE-CHANGE-LOG
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE SCHEDULE-CHANGE-RECORD
                       TO WS-SCHED-CHANGE-ENTRY
                   IF SC-TIMESTAMP(1:16) > WS-LAST-RUN(1:16)
                       AND SC-TIMESTAMP(1:16)
                           NOT > WS-RUN-TIMESTAMP(1:16)
                       PERFORM SCHEDULE-CHANGE-EVENT
                   END-IF
           END-READ.

       SCHEDULE-CHANGE-EVENT.
           MOVE SC-ROLLNO TO WS-ROLLNO
           MOVE SC-ACTION TO WS-EVENT-SOURCE
           MOVE SC-EVENT-TYPE TO WS-EVENT-KIND
           EVALUATE SC-EVENT-TYPE
               WHEN 'V'
                   MOVE 'VIEWING' TO WS-EVENT-NAME
               WHEN 'S'
                   MOVE 'SERVICE' TO WS-EVENT-NAME
               WHEN 'C'
                   MOVE 'CREMATION' TO WS-EVENT-NAME
               WHEN OTHER
                   MOVE 'BOOKING' TO WS-EVENT-NAME
           END-EVALUATE
           MOVE SC-DATE(1:4) TO WS-SHOW-YYYY
           MOVE SC-DATE(5:2) TO WS-SHOW-MM
           MOVE SC-DATE(7:2) TO WS-SHOW-DD
           MOVE SC-TIME(1:2) TO WS-SHOW-HH
           MOVE SC-TIME(3:2) TO WS-SHOW-MI
           MOVE SPACES TO WS-EVENT-TEXT
           IF SC-ACTION = 'B'
               STRING '- ' DELIMITED BY SIZE
                   WS-EVENT-NAME DELIMITED BY SPACE
                   ' BOOKED FOR ' DELIMITED BY SIZE
                   WS-SHOW-DATE DELIMITED BY SIZE
                   ' AT ' DELIMITED BY SIZE
                   WS-SHOW-TIME DELIMITED BY SIZE
                   ', ' DELIMITED BY SIZE
                   SC-ROOM DELIMITED BY SPACE
                   '.' DELIMITED BY SIZE
                   INTO WS-EVENT-TEXT
               END-STRING
           ELSE
               STRING '- THE ' DELIMITED BY SIZE
                   WS-EVENT-NAME DELIMITED BY SPACE
                   ' ON ' DELIMITED BY SIZE
                   WS-SHOW-DATE DELIMITED BY SIZE
                   ' AT ' DELIMITED BY SIZE
                   WS-SHOW-TIME DELIMITED BY SIZE
                   ' HAS BEEN CANCELLED. WE WILL CALL YOU.'
                       DELIMITED BY SIZE
                   INTO WS-EVENT-TEXT
               END-STRING
           END-IF
           PERFORM SEND-NOTIFICATION.

      * Hold first - a held case sends nothing at all, whether or not
      * anyone opted in.
       SEND-NOTIFICATION.
           PERFORM CHECK-CASE-HOLD
           IF CASE-ON-HOLD
               ADD 1 TO WS-HELD-COUNT
           ELSE
               PERFORM FIND-NOTIFY-CONTACT
               IF CONTACT-OPTED-IN
                   PERFORM WRITE-NOTIFICATION
               ELSE
                   ADD 1 TO WS-NO-CONTACT-COUNT
               END-IF
           END-IF.

       CHECK-CASE-HOLD.
           MOVE 'N' TO WS-CASE-HELD
           IF HOLD-FILE-OPEN
               MOVE WS-ROLLNO TO HOLD-ROLLNO
               READ HOLD-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HOLD-STATUS = 'A'
                           MOVE 'Y' TO WS-CASE-HELD
                       END-IF
               END-READ
           END-IF.

       FIND-NOTIFY-CONTACT.
           MOVE 'N' TO WS-CONTACT-FOUND
           MOVE 'N' TO WS-NOK-EOF-SWITCH
           MOVE WS-ROLLNO TO NOK-ROLLNO
           MOVE ZERO TO NOK-SEQ
           START NOK-MASTER KEY IS NOT LESS THAN NOK-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-NOK-EOF-SWITCH
           END-START
           PERFORM SCAN-NOTIFY-CONTACT UNTIL END-OF-CONTACTS.

       SCAN-NOTIFY-CONTACT.
           READ NOK-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-NOK-EOF-SWITCH
               NOT AT END
                   IF NOK-ROLLNO NOT = WS-ROLLNO
                       MOVE 'Y' TO WS-NOK-EOF-SWITCH
                   ELSE
                   IF NOK-PRIMARY = 'Y'
                       MOVE 'Y' TO WS-NOK-EOF-SWITCH
                       IF NOK-NOTIFY-WANTED
                           AND NOK-NOTIFY-ADDRESS NOT = SPACES
                           MOVE 'Y' TO WS-CONTACT-FOUND
                           MOVE NOK-NOTIFY-CHANNEL TO WS-SEND-CHANNEL
                           MOVE NOK-NOTIFY-ADDRESS TO WS-SEND-ADDRESS
                       END-IF
                   END-IF
                   END-IF
           END-READ.

       WRITE-NOTIFICATION.
           MOVE SPACES TO WS-DECEASED-NAME
           MOVE WS-ROLLNO TO ROLLNO-KEY
           READ CASE-MASTER
               INVALID KEY
                   MOVE 'YOUR LOVED ONE' TO WS-DECEASED-NAME
               NOT INVALID KEY
                   IF NAME-LAST = SPACES
                       MOVE STUNAME TO WS-DECEASED-NAME
                   ELSE
                       STRING NAME-FIRST DELIMITED BY '  '
                           ' ' DELIMITED BY SIZE
                           NAME-LAST DELIMITED BY '  '
                           INTO WS-DECEASED-NAME
                       END-STRING
                   END-IF
           END-READ
           MOVE SPACES TO NT-MESSAGE
           STRING 'VIRTUAL MORGUE FUNERAL HOME: ' DELIMITED BY SIZE
               WS-DECEASED-NAME DELIMITED BY '  '
               ' ' DELIMITED BY SIZE
               WS-EVENT-TEXT DELIMITED BY '  '
               INTO NT-MESSAGE
           END-STRING
           MOVE WS-SEND-CHANNEL TO NT-CHANNEL
           MOVE WS-SEND-ADDRESS TO NT-ADDRESS
           MOVE WS-ROLLNO TO NT-ROLLNO
           MOVE WS-EVENT-CODE TO NT-EVENT
           WRITE NOTIFY-OUTBOUND-RECORD FROM WS-OUTBOUND-ENTRY
           MOVE WS-ROLLNO TO SL-ROLLNO
           MOVE WS-RUN-TIMESTAMP TO SL-TIMESTAMP
           MOVE WS-EVENT-CODE TO SL-EVENT
           MOVE WS-SEND-CHANNEL TO SL-CHANNEL
           MOVE WS-SEND-ADDRESS TO SL-ADDRESS
           WRITE NOTIFY-SENT-RECORD FROM WS-SENT-ENTRY
           ADD 1 TO WS-SENT-COUNT.

      * Every message sent for one case, oldest first.
       LIST-SENT.
           DISPLAY 'ROLLNO TO LIST MESSAGES FOR:'
           ACCEPT WS-ROLLNO
           DISPLAY '=== NOTIFICATIONS SENT - CASE ' WS-ROLLNO ' ==='
           MOVE ZERO TO WS-LIST-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT NOTIFY-SENT-LOG
           IF WS-SENT-STATUS = '00'
               PERFORM LIST-ONE-SENT UNTIL END-OF-FILE
               CLOSE NOTIFY-SENT-LOG
           END-IF
           DISPLAY 'MESSAGES LISTED: ' WS-LIST-COUNT.

       LIST-ONE-SENT.
           READ NOTIFY-SENT-LOG
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE NOTIFY-SENT-RECORD TO WS-SENT-ENTRY
                   IF SL-ROLLNO = WS-ROLLNO
                       DISPLAY SL-TIMESTAMP(1:14) ' ' SL-EVENT ' '
                           SL-CHANNEL ' ' SL-ADDRESS
                       ADD 1 TO WS-LIST-COUNT
                   END-IF
           END-READ.

       CLOSE-FILES.
           CLOSE CASE-MASTER
           CLOSE NOK-MASTER
           IF HOLD-FILE-OPEN
               CLOSE HOLD-MASTER
           END-IF
           CLOSE EMPLOYEE-MASTER.
