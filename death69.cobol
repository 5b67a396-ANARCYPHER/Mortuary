      * contacts, ID reference - writes the final out-the-door
      * CUSTODY-LOG entry the way PRG24 writes transfers, appends
      * the release register line, and frees the STORAGE-MASTER
      * slot the way PRG16 does. A cremation case goes out only when
      * the ID disc number keyed at the door matches the disc on its
      * PRG84 retort run, and the run is then marked released.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRG69.
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EFF-KEY
                FILE STATUS IS WS-EFFECTS-STATUS.
            SELECT CREMATION-RUN-FILE ASSIGN TO WS-RUN-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RUN-ROLLNO
                FILE STATUS IS WS-RUN-STATUS.
            SELECT CUSTODY-LOG ASSIGN TO WS-CUSTODY-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CUSTODY-STATUS.
        FD  CASE-EFFECTS-FILE.
        01  CASE-EFFECTS-RECORD.
            COPY EFFREC.
        FD  CREMATION-RUN-FILE.
        01  CREMATION-RUN-RECORD.
            COPY RUNREC.
        FD  CUSTODY-LOG.
        01  CUSTODY-LOG-RECORD PIC X(80).
        FD  RELEASE-REGISTER.
        01 WS-EFFECTS-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-EFFECTS VALUE 'Y'.
        01 WS-EFFECT-HELD-COUNT PIC 9(3) VALUE ZERO.
        01 WS-RUN-FILE PIC X(40)
            VALUE '/user/mortuary/cremation-runs'.
        01 WS-RUN-STATUS PIC XX.
        01 WS-DOOR-DISC-NO PIC X(10).
        01 WS-TODAY PIC 9(8).
        01 WS-CUSTODY-FILE PIC X(40)
            VALUE '/user/mortuary/custody.log'.
        01 WS-OPERATOR-EMPID PIC 9(5).
        01 WS-SIGN-ON-OK PIC X VALUE 'N'.
            88 SIGN-ON-VALID VALUE 'Y'.
        01 WS-SIGN-ON-DATE PIC 9(8).
        01 WS-EMPID-OK PIC X VALUE 'Y'.
            88 EMPID-VALID VALUE 'Y'.
        01 WS-EMPID-ALPHA PIC X(5).
            02 PAY-AMOUNT PIC 9(7)V99.
            02 FILLER PIC X.
            02 PAY-METHOD PIC X(6).
            02 FILLER PIC X.
            02 PAY-OPERATOR PIC 9(5).
      * Mirror of PRG57's WS-ADJUSTMENT-ENTRY - keep the two in
      * step.
        01 WS-ADJUSTMENT-ENTRY.
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

           IF WS-EFFECTS-STATUS NOT = '00'
               DISPLAY 'WARNING - CASE-EFFECTS-FILE NOT OPENED, '
                   'EFFECTS HAND-BACK SKIPPED: ' WS-EFFECTS-STATUS
           END-IF
           OPEN I-O CREMATION-RUN-FILE
           IF WS-RUN-STATUS NOT = '00'
               DISPLAY 'WARNING - CREMATION-RUN-FILE NOT OPENED, '
                   'NO CREMATION CASE CAN BE RELEASED: ' WS-RUN-STATUS
           END-IF.

      * The one-step release: every gate in order, then the
           IF RELEASE-CLEAR
               PERFORM VERIFY-RELEASE-DOCUMENTS
           END-IF
           IF RELEASE-CLEAR AND DISPOSITION-TYPE = 'C'
               PERFORM VERIFY-CREMAINS-DISC
           END-IF
           IF RELEASE-CLEAR
               PERFORM VERIFY-OPEN-BALANCE
           END-IF
               PERFORM WRITE-RELEASE-CUSTODY
               PERFORM WRITE-RELEASE-REGISTER
               PERFORM RELEASE-STORAGE-SLOT
               IF DISPOSITION-TYPE = 'C'
                   PERFORM MARK-CREMAINS-RELEASED
               END-IF
               DISPLAY 'CASE RELEASED - ' WS-ROLLNO ' TO '
                   WS-RECEIVER-NAME
           END-IF.
                   ' PERMIT: ' WS-HAVE-PERMIT
           END-IF.

      * Cremains go out only against their own ID disc - the run
      * must be ended in PRG84 and the disc number read off the
      * container at the door must be the one recorded on the run.
      * No override: a mismatch means the wrong cremains.
       VERIFY-CREMAINS-DISC.
           IF WS-RUN-STATUS NOT = '00'
               MOVE 'N' TO WS-RELEASE-OK
               DISPLAY 'RELEASE REJECTED - RETORT RUN CANNOT BE '
                   'VERIFIED: ' WS-ROLLNO
           ELSE
               MOVE WS-ROLLNO TO RUN-ROLLNO
               READ CREMATION-RUN-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-RELEASE-OK
                       DISPLAY 'RELEASE REJECTED - NO RETORT RUN ON '
                           'FILE (PRG84): ' WS-ROLLNO
                   NOT INVALID KEY
                       IF RUN-END = ZERO
                           MOVE 'N' TO WS-RELEASE-OK
                           DISPLAY 'RELEASE REJECTED - RETORT RUN '
                               'NOT ENDED (PRG84): ' WS-ROLLNO
                       END-IF
               END-READ
           END-IF
           IF RELEASE-CLEAR
               DISPLAY 'ID DISC NUMBER ON CREMAINS:'
               ACCEPT WS-DOOR-DISC-NO
               IF WS-DOOR-DISC-NO NOT = RUN-DISC-NO
                   MOVE 'N' TO WS-RELEASE-OK
                   DISPLAY 'RELEASE REJECTED - ID DISC '
                       WS-DOOR-DISC-NO ' DOES NOT MATCH RETORT RUN: '
                       WS-ROLLNO
               END-IF
           END-IF.

       MARK-CREMAINS-RELEASED.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE 'Y' TO RUN-RELEASED
           MOVE WS-TODAY TO RUN-RELEASED-DATE
           REWRITE CREMATION-RUN-RECORD
               INVALID KEY
                   DISPLAY 'WARNING - RETORT RUN NOT MARKED '
                       'RELEASED: ' WS-ROLLNO
           END-REWRITE.

      * An open balance holds the door unless a manager (a second
      * verified EMPID) authorizes - and every such authorization
      * lands on the release override log.
                           'ON EMPLOYEE-MASTER: ' WS-MANAGER-EMPID
                   NOT INVALID KEY
                       PERFORM VALIDATE-EMPID
                       IF EMP-TERM-DATE NOT = ZERO
                           AND EMP-TERM-DATE NOT > WS-SIGN-ON-DATE
                           DISPLAY 'AUTHORIZATION REFUSED - EMPID '
                               'SEPARATED: ' WS-MANAGER-EMPID
                       ELSE
                           IF EMPID-VALID
                               MOVE 'Y' TO WS-MANAGER-OK
                               DISPLAY 'AUTHORIZED BY: ' EMPNAME
                           ELSE
                               DISPLAY 'AUTHORIZATION REFUSED - EMPID '
                                   'FAILS CHECK-DIGIT TEST: '
                                   WS-MANAGER-EMPID
                           END-IF
                       END-IF
               END-READ
           END-IF.
           CLOSE NOK-MASTER
           CLOSE STORAGE-MASTER
           CLOSE CASE-EFFECTS-FILE
           CLOSE CREMATION-RUN-FILE
           CLOSE EMPLOYEE-MASTER.
