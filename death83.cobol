      * read. The ship-out transaction closes a trade case in one
      * step: the receiving firm lands on CUSTODY-LOG as the final
      * out-the-door entry, the storage slot frees, and the case
      * moves to 'C'. Both rewrites log their field changes to the
      * case audit log.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRG83.
            SELECT ONLINE-SESSION-LOG ASSIGN TO WS-SESSION-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SESSION-STATUS.
            SELECT CASE-AUDIT-LOG ASSIGN TO WS-CASE-AUDIT-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CASE-AUDIT-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  TRADE-ACCOUNT-FILE.
        01  BATCH-LOCK-RECORD PIC X(40).
        FD  ONLINE-SESSION-LOG.
        01  ONLINE-SESSION-RECORD PIC X(50).
        FD  CASE-AUDIT-LOG.
        01  CASE-AUDIT-RECORD PIC X(120).
        WORKING-STORAGE SECTION.
        01 WS-TRADE-FILE PIC X(40)
            VALUE '/user/billing/trade-accounts'.
            02 SE-TIMESTAMP PIC X(21).
            02 FILLER PIC X VALUE SPACE.
            02 SE-ACTION PIC X(5).
        01 WS-CASE-AUDIT-FILE PIC X(40)
            VALUE '/user/mortuary/case-audit.log'.
        01 WS-CASE-AUDIT-STATUS PIC XX.
        01 WS-CASE-AUDIT-ENTRY.
            COPY CAUDREC.
        01 WS-OLD-TRADE-TYPE PIC X.
        01 WS-OLD-TRADE-ACCT PIC X(6).
        01 WS-OLD-STATUS PIC X.
        01 WS-OPERATOR-EMPID PIC 9(5).
        01 WS-SIGN-ON-OK PIC X VALUE 'N'.
            88 SIGN-ON-VALID VALUE 'Y'.
        01 WS-SIGN-ON-DATE PIC 9(8).
        01 WS-EMPID-OK PIC X VALUE 'Y'.
            88 EMPID-VALID VALUE 'Y'.
        01 WS-EMPID-ALPHA PIC X(5).
           WRITE ONLINE-SESSION-RECORD
           CLOSE ONLINE-SESSION-LOG.

      * One case-audit entry per changed field - the caller fills
      * CA-ROLLNO, CA-FIELD and the before/after values.
       WRITE-CASE-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-OPERATOR-EMPID TO CA-EMPID
           MOVE 'PRG83' TO CA-PROGRAM
           MOVE WS-TIMESTAMP TO CA-TIMESTAMP
           OPEN EXTEND CASE-AUDIT-LOG
           IF WS-CASE-AUDIT-STATUS = '35'
               OPEN OUTPUT CASE-AUDIT-LOG
           END-IF
           MOVE WS-CASE-AUDIT-ENTRY TO CASE-AUDIT-RECORD
           WRITE CASE-AUDIT-RECORD
           CLOSE CASE-AUDIT-LOG.

      * Sign-on - a verified EMPID (on EMPLOYEE-MASTER, passing
      * PRG6's check-digit rule) is required; it lands in the
      * ship-out custody entry.
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

                       DISPLAY 'MARK FAILED - FIRM NOT ON '
                           'TRADE-ACCOUNT-FILE: ' WS-TRADE-CODE
                   NOT INVALID KEY
                       MOVE CASE-TRADE-TYPE TO WS-OLD-TRADE-TYPE
                       MOVE CASE-TRADE-ACCT TO WS-OLD-TRADE-ACCT
                       MOVE WS-TRADE-TYPE TO CASE-TRADE-TYPE
                       MOVE WS-TRADE-CODE TO CASE-TRADE-ACCT
                       REWRITE CASE-MASTER-RECORD
                                   WS-ROLLNO ' TYPE '
                                   WS-TRADE-TYPE ' FIRM '
                                   TRD-NAME
                               PERFORM AUDIT-TRADE-MARK
                       END-REWRITE
               END-READ
           END-IF.

      * Re-marking a case already marked only audits what moved.
       AUDIT-TRADE-MARK.
           MOVE WS-ROLLNO TO CA-ROLLNO
           IF WS-TRADE-TYPE NOT = WS-OLD-TRADE-TYPE
               MOVE 'CASE-TRADE-TYPE' TO CA-FIELD
               MOVE WS-OLD-TRADE-TYPE TO CA-OLD-VALUE
               MOVE WS-TRADE-TYPE TO CA-NEW-VALUE
               PERFORM WRITE-CASE-AUDIT
           END-IF
           IF WS-TRADE-CODE NOT = WS-OLD-TRADE-ACCT
               MOVE 'CASE-TRADE-ACCT' TO CA-FIELD
               MOVE WS-OLD-TRADE-ACCT TO CA-OLD-VALUE
               MOVE WS-TRADE-CODE TO CA-NEW-VALUE
               PERFORM WRITE-CASE-AUDIT
           END-IF.

      * Ship-out: the receiving firm takes custody, the final
      * out-the-door entry lands on CUSTODY-LOG the way PRG24 logs
      * transfers, the cooler slot frees like PRG16 frees it, and
               NOT INVALID KEY
                   PERFORM WRITE-SHIP-OUT-CUSTODY
                   PERFORM RELEASE-STORAGE-SLOT
                   MOVE CASE-STATUS TO WS-OLD-STATUS
                   MOVE 'C' TO CASE-STATUS
                   REWRITE CASE-MASTER-RECORD
                       INVALID KEY
                       NOT INVALID KEY
                           DISPLAY 'SHIPPED OUT AND CLOSED - '
                               WS-ROLLNO ' TO ' TRD-NAME
                           MOVE WS-ROLLNO TO CA-ROLLNO
                           MOVE 'CASE-STATUS' TO CA-FIELD
                           MOVE WS-OLD-STATUS TO CA-OLD-VALUE
                           MOVE 'C' TO CA-NEW-VALUE
                           PERFORM WRITE-CASE-AUDIT
                   END-REWRITE
           END-READ.

