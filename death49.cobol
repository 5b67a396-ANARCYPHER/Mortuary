      * R-to-D transition through the same rules PRG16 enforces: the
      * case must exist, must be sitting in 'R', and must not be
      * under a medical-examiner hold. Every applied confirmation
      * writes the same status-history and case-audit entries PRG16
      * writes and is kept on confirm-applied.log (disposition date
      * and site reference included); a rejected line goes to the
      * reject file with its reason so the office can re-feed it
      * once the case catches up. Only then is the feed file
      * cleared, so nothing applies twice and nothing is lost.
      * The unconfirmed-releases report lists cases still in 'R'
      * more than N days after they entered it (off status-history),
      * so a partner who never called back stands out.
            SELECT ONLINE-SESSION-LOG ASSIGN TO WS-SESSION-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SESSION-STATUS.
            SELECT CASE-AUDIT-LOG ASSIGN TO WS-CASE-AUDIT-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CASE-AUDIT-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  CONFIRM-FILE.
        01  BATCH-LOCK-RECORD PIC X(40).
        FD  ONLINE-SESSION-LOG.
        01  ONLINE-SESSION-RECORD PIC X(50).
        FD  CASE-AUDIT-LOG.
        01  CASE-AUDIT-RECORD PIC X(120).
        WORKING-STORAGE SECTION.
        01 WS-CONFIRM-FILE PIC X(40)
            VALUE '/user/mortuary/disposition-confirm.dat'.
        01 WS-OPERATOR-EMPID PIC 9(5).
        01 WS-SIGN-ON-OK PIC X VALUE 'N'.
            88 SIGN-ON-VALID VALUE 'Y'.
        01 WS-SIGN-ON-DATE PIC 9(8).
        01 WS-EMPID-OK PIC X VALUE 'Y'.
            88 EMPID-VALID VALUE 'Y'.
        01 WS-EMPID-ALPHA PIC X(5).
            02 SE-TIMESTAMP PIC X(21).
            02 FILLER PIC X VALUE SPACE.
            02 SE-ACTION PIC X(5).
        01 WS-CASE-AUDIT-FILE PIC X(40)
            VALUE '/user/mortuary/case-audit.log'.
        01 WS-CASE-AUDIT-STATUS PIC XX.
        01 WS-CASE-AUDIT-ENTRY.
            COPY CAUDREC.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM CHECK-BATCH-LOCK
           WRITE ONLINE-SESSION-RECORD
           CLOSE ONLINE-SESSION-LOG.

      * One case-audit entry per changed field - the caller fills
      * CA-ROLLNO, CA-FIELD and the before/after values.
       WRITE-CASE-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-OPERATOR-EMPID TO CA-EMPID
           MOVE 'PRG49' TO CA-PROGRAM
           MOVE WS-TIMESTAMP TO CA-TIMESTAMP
           OPEN EXTEND CASE-AUDIT-LOG
           IF WS-CASE-AUDIT-STATUS = '35'
               OPEN OUTPUT CASE-AUDIT-LOG
           END-IF
           MOVE WS-CASE-AUDIT-ENTRY TO CASE-AUDIT-RECORD
           WRITE CASE-AUDIT-RECORD
           CLOSE CASE-AUDIT-LOG.

      * Sign-on - the operator keys a real EMPID, verified against
      * EMPLOYEE-MASTER and PRG6's check-digit rule; the verified
      * EMPID is what lands in SH-OPERATOR on each posted
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

                       ADD 1 TO WS-APPLIED-COUNT
                       PERFORM WRITE-STATUS-HISTORY
                       PERFORM WRITE-CONFIRM-LOG
                       PERFORM AUDIT-STATUS-CHANGE
                       DISPLAY 'CONFIRMED - CASE ' CF-ROLLNO
                           ' DISPOSED ' CF-DATE ' SITE '
                           CF-SITE-REF
               END-REWRITE
           END-IF.

       AUDIT-STATUS-CHANGE.
           MOVE ROLLNO-KEY TO CA-ROLLNO
           MOVE 'CASE-STATUS' TO CA-FIELD
           MOVE 'R' TO CA-OLD-VALUE
           MOVE 'D' TO CA-NEW-VALUE
           PERFORM WRITE-CASE-AUDIT.

       WRITE-STATUS-HISTORY.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE ROLLNO-KEY TO SH-ROLLNO
