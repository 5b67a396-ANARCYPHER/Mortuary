      *
      * Case status workflow transaction - moves a case through
      * CASE-STATUS (see CASEREC.cpy) one step at a time and rejects
      * any transition that skips a step or moves backward. Each
      * transition is also written to the case audit log. A case
      * carrying a precaution code is held short of 'P' until the
      * embalming report confirms the required PPE was used, and no
      * case reaches 'P' until a positive identification is on file
      * (PRG103, IDREC.cpy).
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRG16.
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DON-ROLLNO
                FILE STATUS IS WS-DONATION-STATUS.
            SELECT IDENT-MASTER ASSIGN TO WS-IDENT-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-ROLLNO
                FILE STATUS IS WS-IDENT-STATUS.
            SELECT EMPLOYEE-MASTER ASSIGN TO WS-EMPLOYEE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
            SELECT ONLINE-SESSION-LOG ASSIGN TO WS-SESSION-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SESSION-STATUS.
            SELECT CASE-AUDIT-LOG ASSIGN TO WS-CASE-AUDIT-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CASE-AUDIT-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  CASE-MASTER.
        FD  DONATION-MASTER.
        01  DONATION-RECORD.
            COPY DONREC.
        FD  IDENT-MASTER.
        01  IDENT-RECORD.
            COPY IDREC.
        FD  EMPLOYEE-MASTER.
        01  EMPLOYEE-RECORD.
            COPY EMPREC.
        01  BATCH-LOCK-RECORD PIC X(40).
        FD  ONLINE-SESSION-LOG.
        01  ONLINE-SESSION-RECORD PIC X(50).
        FD  CASE-AUDIT-LOG.
        01  CASE-AUDIT-RECORD PIC X(120).
        WORKING-STORAGE SECTION.
        01 WS-CASE-FILE PIC X(40) VALUE '/user/mortuary/case-master'.
        01 WS-FILE-STATUS PIC XX.
        01 WS-PREP-STATUS PIC XX.
        01 WS-PREP-OK PIC X VALUE 'N'.
            88 PREP-REPORT-COMPLETE VALUE 'Y'.
        01 WS-PPE-OK PIC X VALUE 'N'.
            88 PPE-CONFIRMED VALUE 'Y'.
        01 WS-CREM-FILE PIC X(40)
            VALUE '/user/mortuary/cremation-checklist'.
        01 WS-CREM-STATUS PIC XX.
        01 WS-DONATION-STATUS PIC XX.
        01 WS-RECOVERY-PENDING PIC X VALUE 'N'.
            88 DONOR-RECOVERY-PENDING VALUE 'Y'.
        01 WS-IDENT-FILE PIC X(40)
            VALUE '/user/mortuary/ident-master'.
        01 WS-IDENT-STATUS PIC XX.
        01 WS-ID-OK PIC X VALUE 'N'.
            88 POSITIVE-ID-ON-FILE VALUE 'Y'.
        01 WS-EMPLOYEE-FILE PIC X(40) VALUE '/user/employee/master'.
        01 WS-EMP-STATUS PIC XX.
        01 WS-BATCH-LOCK-FILE PIC X(40)
            02 SE-TIMESTAMP PIC X(21).
            02 FILLER PIC X VALUE SPACE.
            02 SE-ACTION PIC X(5).
        01 WS-CASE-AUDIT-FILE PIC X(40)
            VALUE '/user/mortuary/case-audit.log'.
        01 WS-CASE-AUDIT-STATUS PIC XX.
        01 WS-CASE-AUDIT-ENTRY.
            COPY CAUDREC.
        01 WS-OPERATOR-EMPID PIC 9(5).
        01 WS-SIGN-ON-OK PIC X VALUE 'N'.
            88 SIGN-ON-VALID VALUE 'Y'.
        01 WS-SIGN-ON-DATE PIC 9(8).
        01 WS-EMPID-OK PIC X VALUE 'Y'.
            88 EMPID-VALID VALUE 'Y'.
            88 EMPID-INVALID VALUE 'N'.
            VALUE '/user/mortuary/status-history.dat'.
        01 WS-HISTORY-STATUS PIC XX.
      * One entry per transition - PRG36's time-in-status aging
      * report, PRG49's confirmation posting and PRG106's aftercare
      * schedule all read this layout; keep them in step.
        01 WS-HISTORY-ENTRY.
            02 SH-ROLLNO PIC 9(7).
            02 FILLER PIC X VALUE SPACE.
           WRITE ONLINE-SESSION-RECORD
           CLOSE ONLINE-SESSION-LOG.

      * One case-audit entry per changed field - the caller fills
      * CA-ROLLNO, CA-FIELD and the before/after values.
       WRITE-CASE-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-OPERATOR-EMPID TO CA-EMPID
           MOVE 'PRG16' TO CA-PROGRAM
           MOVE WS-TIMESTAMP TO CA-TIMESTAMP
           OPEN EXTEND CASE-AUDIT-LOG
           IF WS-CASE-AUDIT-STATUS = '35'
               OPEN OUTPUT CASE-AUDIT-LOG
           END-IF
           MOVE WS-CASE-AUDIT-ENTRY TO CASE-AUDIT-RECORD
           WRITE CASE-AUDIT-RECORD
           CLOSE CASE-AUDIT-LOG.

      * Sign-on - a verified EMPID (on EMPLOYEE-MASTER, passing
      * PRG6's check-digit rule) is required before any transition
      * and is what lands in the status-history and override-log
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

               DISPLAY 'WARNING - DONATION-MASTER NOT OPENED, '
                   'DONOR RECOVERY CANNOT BE VERIFIED: '
                   WS-DONATION-STATUS
           END-IF
           OPEN INPUT IDENT-MASTER
           IF WS-IDENT-STATUS NOT = '00'
               DISPLAY 'WARNING - IDENT-MASTER NOT OPENED, CASES '
                   'CANNOT BE TAKEN TO PREPARATION: ' WS-IDENT-STATUS
           END-IF.

       TRANSITION-CASE.
                       DISPLAY 'CASE ' ROLLNO-KEY ' NOW STATUS: '
                           WS-NEW-STATUS
                       PERFORM WRITE-STATUS-HISTORY
                       PERFORM AUDIT-STATUS-CHANGE
                       IF WS-NEW-STATUS = 'R' OR WS-NEW-STATUS = 'D'
                           PERFORM RELEASE-STORAGE-SLOT
                       END-IF
                   CASE-STATUS ' TO ' WS-NEW-STATUS
           END-IF.

       AUDIT-STATUS-CHANGE.
           MOVE ROLLNO-KEY TO CA-ROLLNO
           MOVE 'CASE-STATUS' TO CA-FIELD
           MOVE SH-FROM-STATUS TO CA-OLD-VALUE
           MOVE WS-NEW-STATUS TO CA-NEW-VALUE
           PERFORM WRITE-CASE-AUDIT.

       CHECK-TRANSITION.
           MOVE 'N' TO WS-TRANSITION-OK
           PERFORM CHECK-CASE-HOLD
           IF TRANSITION-VALID AND CASE-STATUS = 'I'
               AND WS-NEW-STATUS = 'P'
               PERFORM CHECK-PREP-REPORT
           END-IF
           IF TRANSITION-VALID AND CASE-STATUS = 'I'
               AND WS-NEW-STATUS = 'P'
               AND CASE-PRECAUTION NOT = SPACE
               PERFORM CHECK-PRECAUTION-PPE
           END-IF
           IF TRANSITION-VALID AND CASE-STATUS = 'I'
               AND WS-NEW-STATUS = 'P'
               PERFORM CHECK-POSITIVE-ID
           END-IF.

      * A donor case (PRG71, DONREC.cpy) freezes at 'I' until the
               END-READ
           END-IF.

      * A case carrying a precaution code (CASEREC.cpy) does not
      * reach 'P' until PRG67's signed-off report confirms the PPE
      * the code calls for was used. No override, the same as the
      * cremation gate - the override code exists for missing
      * paperwork, not for an unprotected embalmer. A prep-report
      * override above does not carry past this check.
       CHECK-PRECAUTION-PPE.
           MOVE 'N' TO WS-PPE-OK
           IF WS-PREP-STATUS = '00'
               MOVE ROLLNO-KEY TO PREP-ROLLNO
               READ PREP-REPORT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PREP-COMPLETE = 'Y'
                           AND PREP-PPE-USED = 'Y'
                           MOVE 'Y' TO WS-PPE-OK
                       END-IF
               END-READ
           END-IF
           IF NOT PPE-CONFIRMED
               MOVE 'N' TO WS-TRANSITION-OK
               DISPLAY 'TRANSITION BLOCKED - PRECAUTION CASE, '
                   'REQUIRED PPE NOT CONFIRMED ON PREP REPORT '
                   '(PRG67): ' ROLLNO-KEY
           END-IF.

      * Nothing is done to the remains until PRG103 holds a positive
      * identification for the case. No override - a misidentified
      * decedent cannot be un-embalmed - and an unavailable
      * IDENT-MASTER blocks rather than waves the case through.
       CHECK-POSITIVE-ID.
           MOVE 'N' TO WS-ID-OK
           IF WS-IDENT-STATUS = '00'
               MOVE ROLLNO-KEY TO ID-ROLLNO
               READ IDENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ID-RESULT = 'Y'
                           MOVE 'Y' TO WS-ID-OK
                       END-IF
               END-READ
           END-IF
           IF NOT POSITIVE-ID-ON-FILE
               MOVE 'N' TO WS-TRANSITION-OK
               DISPLAY 'TRANSITION BLOCKED - NO POSITIVE '
                   'IDENTIFICATION ON FILE (PRG103): ' ROLLNO-KEY
           END-IF.

       WRITE-PREP-OVERRIDE-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE ROLLNO-KEY TO OV-ROLLNO
           CLOSE PREP-REPORT-FILE
           CLOSE CREMATION-CHECKLIST
           CLOSE DONATION-MASTER
           CLOSE IDENT-MASTER
           CLOSE EMPLOYEE-MASTER.
