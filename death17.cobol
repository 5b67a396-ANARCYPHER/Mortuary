      * from the case's others, and PRG18's disposition extract
      * hands off the flagged one. Same add/update/delete
      * transaction shape PRG5 uses for inventory-file.
      *
      * The N transaction keys the primary contact's notification
      * preference - opt-in, channel (SMS or e-mail) and the number
      * or address to send to - which PRG110 reads when it sends the
      * family a message on a status change or a booking. Only the
      * primary contact can opt in; a new contact starts opted out.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRG17.
        01 WS-OPERATOR-EMPID PIC 9(5).
        01 WS-SIGN-ON-OK PIC X VALUE 'N'.
            88 SIGN-ON-VALID VALUE 'Y'.
        01 WS-SIGN-ON-DATE PIC 9(8).
        01 WS-EMPID-OK PIC X VALUE 'Y'.
            88 EMPID-VALID VALUE 'Y'.
            88 EMPID-INVALID VALUE 'N'.
            88 TRAN-UPDATE VALUE 'U'.
            88 TRAN-DELETE VALUE 'D'.
            88 TRAN-LIST VALUE 'L'.
            88 TRAN-NOTIFY VALUE 'N'.
            88 TRAN-QUIT VALUE 'X'.
        01 WS-ROLLNO PIC 9(7).
        01 WS-NEXT-NOK-SEQ PIC 9(2).
        01 WS-NEW-PHONE PIC X(12).
        01 WS-NEW-ADDRESS PIC X(30).
        01 WS-NEW-PRIMARY PIC X.
        01 WS-NEW-OPTIN PIC X.
        01 WS-NEW-CHANNEL PIC X.
        01 WS-NEW-NOTIFY-ADDRESS PIC X(40).
        01 WS-AT-COUNT PIC 9(2).
        01 WS-NOTIFY-OK PIC X VALUE 'Y'.
            88 NOTIFY-CLEAR VALUE 'Y'.
        01 WS-NOK-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-CONTACTS VALUE 'Y'.
        01 WS-LIST-COUNT PIC 9(5) VALUE ZERO.
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


       PROCESS-TRANSACTION.
           DISPLAY 'ENTER TRANSACTION (A-ADD U-UPDATE D-DELETE '
               'L-LIST N-NOTIFICATIONS X-EXIT)'
           ACCEPT WS-TRAN-CODE
           EVALUATE TRUE
               WHEN TRAN-ADD
                   PERFORM DELETE-NOK
               WHEN TRAN-LIST
                   PERFORM LIST-NOK
               WHEN TRAN-NOTIFY
                   PERFORM NOTIFY-PREFERENCE
               WHEN TRAN-QUIT
                   CONTINUE
               WHEN OTHER
           MOVE WS-NEW-PHONE TO NOK-PHONE
           MOVE WS-NEW-ADDRESS TO NOK-ADDRESS
           MOVE WS-NEW-PRIMARY TO NOK-PRIMARY
           MOVE 'N' TO NOK-NOTIFY-OPTIN
           MOVE SPACE TO NOK-NOTIFY-CHANNEL
           MOVE SPACES TO NOK-NOTIFY-ADDRESS
           WRITE NOK-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'ADD FAILED - DUPLICATE CONTACT: '
                       DISPLAY NOK-SEQ ' ' NOK-CONTACT-NAME ' '
                           NOK-RELATIONSHIP ' ' NOK-PHONE
                           ' PRIMARY ' NOK-PRIMARY
                       IF NOK-NOTIFY-WANTED
                           DISPLAY '   NOTIFY ' NOK-NOTIFY-CHANNEL
                               ' ' NOK-NOTIFY-ADDRESS
                       END-IF
                       ADD 1 TO WS-LIST-COUNT
                   END-IF
           END-READ.

      * Notification preference - opting in needs a channel and
      * somewhere to send: a number for SMS, an address with one @
      * for e-mail. Opting out keeps nothing.
       NOTIFY-PREFERENCE.
           MOVE 'Y' TO WS-NOTIFY-OK
           DISPLAY 'ROLLNO AND CONTACT SEQ:'
           ACCEPT WS-ROLLNO
           ACCEPT WS-KEEP-SEQ
           MOVE WS-ROLLNO TO NOK-ROLLNO
           MOVE WS-KEEP-SEQ TO NOK-SEQ
           READ NOK-MASTER
               INVALID KEY
                   DISPLAY 'NOTIFY FAILED - NOT FOUND: ' NOK-KEY
                   MOVE 'N' TO WS-NOTIFY-OK
           END-READ
           IF NOTIFY-CLEAR AND NOK-PRIMARY NOT = 'Y'
               DISPLAY 'NOTIFY REJECTED - ONLY THE PRIMARY CONTACT '
                   'RECEIVES NOTIFICATIONS: ' NOK-KEY
               MOVE 'N' TO WS-NOTIFY-OK
           END-IF
           IF NOTIFY-CLEAR
               DISPLAY 'OPT IN TO NOTIFICATIONS (Y/N):'
               ACCEPT WS-NEW-OPTIN
               IF WS-NEW-OPTIN = 'Y'
                   PERFORM CAPTURE-NOTIFY-CHANNEL
               ELSE
                   MOVE 'N' TO WS-NEW-OPTIN
                   MOVE SPACE TO WS-NEW-CHANNEL
                   MOVE SPACES TO WS-NEW-NOTIFY-ADDRESS
               END-IF
           END-IF
           IF NOTIFY-CLEAR
               MOVE WS-NEW-OPTIN TO NOK-NOTIFY-OPTIN
               MOVE WS-NEW-CHANNEL TO NOK-NOTIFY-CHANNEL
               MOVE WS-NEW-NOTIFY-ADDRESS TO NOK-NOTIFY-ADDRESS
               REWRITE NOK-MASTER-RECORD
                   INVALID KEY
                       DISPLAY 'NOTIFY FAILED - REWRITE ERROR: '
                           NOK-KEY
                   NOT INVALID KEY
                       DISPLAY 'NOTIFICATION PREFERENCE SAVED: '
                           NOK-KEY ' ' NOK-NOTIFY-OPTIN
               END-REWRITE
           END-IF.

       CAPTURE-NOTIFY-CHANNEL.
           DISPLAY 'CHANNEL (S-SMS E-EMAIL):'
           ACCEPT WS-NEW-CHANNEL
           DISPLAY 'MOBILE NUMBER OR E-MAIL ADDRESS:'
           MOVE SPACES TO WS-NEW-NOTIFY-ADDRESS
           ACCEPT WS-NEW-NOTIFY-ADDRESS
           IF WS-NEW-CHANNEL NOT = 'S' AND WS-NEW-CHANNEL NOT = 'E'
               DISPLAY 'NOTIFY REJECTED - INVALID CHANNEL: '
                   WS-NEW-CHANNEL
               MOVE 'N' TO WS-NOTIFY-OK
           END-IF
           IF NOTIFY-CLEAR AND WS-NEW-NOTIFY-ADDRESS = SPACES
               DISPLAY 'NOTIFY REJECTED - NO NUMBER OR ADDRESS'
               MOVE 'N' TO WS-NOTIFY-OK
           END-IF
           IF NOTIFY-CLEAR AND WS-NEW-CHANNEL = 'E'
               MOVE ZERO TO WS-AT-COUNT
               INSPECT WS-NEW-NOTIFY-ADDRESS
                   TALLYING WS-AT-COUNT FOR ALL '@'
               IF WS-AT-COUNT NOT = 1
                   DISPLAY 'NOTIFY REJECTED - NOT AN E-MAIL '
                       'ADDRESS: ' WS-NEW-NOTIFY-ADDRESS
                   MOVE 'N' TO WS-NOTIFY-OK
               END-IF
           END-IF.

      * One primary per case - before a contact takes the flag, any
      * other contact of the same ROLLNO holding it is flipped back
      * to 'N'.
