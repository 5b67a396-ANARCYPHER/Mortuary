      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * Processed-feed register - the nightly stream's resume logic
      * keeps a step from running twice inside one failed run, but
      * nothing kept yesterday's intake-tran.dat, a repeated
      * disposition-confirm.dat or a resent bank file from being
      * read again on a later night. Before each step that reads an
      * inbound feed, nightly_batch.sh has the feed fingerprinted
      * here - its record count, the control totals on its 'H'
      * header and 'T' trailer (PRG4's and PRG90's layout), and a
      * hash of its content - onto FEED-REGISTER (see FEEDREC.cpy).
      * A feed with the same fingerprint as one already processed
      * is refused: the job ends RC 4 and the stream logs a
      * DUPLICATE FEED control line for the step in place of running
      * it, which PRG23's report calls out. When the step finishes
      * OK the stream marks the feed processed; a feed whose step
      * failed is still only pending, so the resumed run reads it
      * again as it should.
      *
      * A feed that really is meant to go through twice (a bank
      * resending a file that was genuinely rejected, say) is let
      * through by an override the operator keys against the refused
      * entry, with a reason; the next night's check uses it once.
      *
      * Transactions: C - check a feed (the stream's, before the
      * step), D - mark a feed processed (the stream's, after the
      * step), O - override a refused feed, L - list a feed's
      * register, X - exit.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRG113.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT FEED-REGISTER ASSIGN TO WS-REGISTER-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS FR-KEY
                FILE STATUS IS WS-FILE-STATUS.
            SELECT FEED-FILE ASSIGN TO WS-FEED-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FEED-STATUS.
            SELECT EMPLOYEE-MASTER ASSIGN TO WS-EMPLOYEE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EMPID
                ALTERNATE RECORD KEY IS ALPNUM
                FILE STATUS IS WS-EMP-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  FEED-REGISTER.
        01  FEED-RECORD.
            COPY FEEDREC.
        FD  FEED-FILE.
        01  FEED-LINE PIC X(200).
        FD  EMPLOYEE-MASTER.
        01  EMPLOYEE-RECORD.
            COPY EMPREC.
        WORKING-STORAGE SECTION.
        01 WS-REGISTER-FILE PIC X(40)
            VALUE '/user/mortuary/feed-register'.
        01 WS-FILE-STATUS PIC XX.
        01 WS-FEED-FILE PIC X(60).
        01 WS-FEED-STATUS PIC XX.
        01 WS-EMPLOYEE-FILE PIC X(40) VALUE '/user/employee/master'.
        01 WS-EMP-STATUS PIC XX.
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
            88 TRAN-CHECK VALUE 'C'.
            88 TRAN-DONE VALUE 'D'.
            88 TRAN-OVERRIDE VALUE 'O'.
            88 TRAN-LIST VALUE 'L'.
            88 TRAN-QUIT VALUE 'X'.
        01 WS-TODAY PIC 9(8).
        01 WS-TIMESTAMP PIC X(21).
        01 WS-FEED-ID PIC X(12).
        01 WS-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-FEED VALUE 'Y'.
        01 WS-SCAN-EOF PIC X VALUE 'N'.
            88 END-OF-SCAN VALUE 'Y'.
        01 WS-HEADER-SEEN PIC X VALUE 'N'.
            88 HEADER-SEEN VALUE 'Y'.
      * The feed's fingerprint, laid out as FR-FINGERPRINT is so the
      * two compare as one field.
        01 WS-FINGERPRINT.
            02 WS-RECORD-COUNT PIC 9(7).
            02 FILLER PIC X VALUE SPACE.
            02 WS-HDR-DATE PIC 9(8).
            02 FILLER PIC X VALUE SPACE.
            02 WS-HDR-COUNT PIC 9(5).
            02 FILLER PIC X VALUE SPACE.
            02 WS-TRL-COUNT PIC 9(5).
            02 FILLER PIC X VALUE SPACE.
            02 WS-TRL-AMOUNT PIC 9(11).
            02 FILLER PIC X VALUE SPACE.
            02 WS-HASH PIC 9(9).
      * Content hash - each character of each line folded in by 31,
      * kept below the prime 999999937, with a line-end marker so the
      * same text split differently does not hash alike.
        01 WS-HASH-MODULUS PIC 9(9) VALUE 999999937.
        01 WS-HASH-WORK PIC 9(12).
        01 WS-HASH-QUOTIENT PIC 9(12).
        01 WS-CHAR-POS PIC 9(3).
        01 WS-CHAR-VALUE PIC 9(3).
        01 WS-PROCESSED-STAMP PIC X(14).
        01 WS-PENDING-STAMP PIC X(14).
        01 WS-OVERRIDE-STAMP PIC X(14).
        01 WS-REFUSED-STAMP PIC X(14).
        01 WS-ENTRY-STATUS PIC X.
        01 WS-MATCHED-STAMP PIC X(14).
        01 WS-OVERRIDE-BY PIC 9(5).
        01 WS-OVERRIDE-REASON PIC X(30).
        01 WS-CONFIRM PIC X.
        01 WS-LIST-COUNT PIC 9(5).
       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EMPLOYEE-MASTER: ' WS-EMP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPERATOR-SIGN-ON
           IF NOT SIGN-ON-VALID
               CLOSE EMPLOYEE-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-FILES
           PERFORM PROCESS-TRANSACTION UNTIL TRAN-QUIT
           PERFORM CLOSE-FILES
           STOP RUN.

      * Sign-on - a verified EMPID (on EMPLOYEE-MASTER, passing
      * PRG6's check-digit rule) is required; it is what an override
      * is keyed under.
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
           OPEN I-O FEED-REGISTER
           IF WS-FILE-STATUS = '35'
               OPEN OUTPUT FEED-REGISTER
               CLOSE FEED-REGISTER
               OPEN I-O FEED-REGISTER
           END-IF
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FEED-REGISTER: ' WS-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               MOVE 'X' TO WS-TRAN-CODE
           END-IF.

       PROCESS-TRANSACTION.
           DISPLAY 'ENTER TRANSACTION (C-CHECK FEED D-FEED PROCESSED '
               'O-OVERRIDE DUPLICATE L-LIST REGISTER X-EXIT)'
           ACCEPT WS-TRAN-CODE
           EVALUATE TRUE
               WHEN TRAN-CHECK
                   PERFORM CHECK-FEED
               WHEN TRAN-DONE
                   PERFORM MARK-FEED-PROCESSED
               WHEN TRAN-OVERRIDE
                   PERFORM OVERRIDE-DUPLICATE
               WHEN TRAN-LIST
                   PERFORM LIST-FEED-REGISTER
               WHEN TRAN-QUIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'INVALID TRANSACTION CODE'
           END-EVALUATE.

       ACCEPT-FEED-ID.
           DISPLAY 'FEED NAME:'
           MOVE SPACES TO WS-FEED-ID
           ACCEPT WS-FEED-ID.

      * A missing or empty feed is nothing to check - the step finds
      * nothing to read either. Otherwise the feed is fingerprinted
      * and set against every earlier entry for the same feed name.
       CHECK-FEED.
           PERFORM ACCEPT-FEED-ID
           DISPLAY 'FEED FILE:'
           MOVE SPACES TO WS-FEED-FILE
           ACCEPT WS-FEED-FILE
           PERFORM FINGERPRINT-FEED
           IF WS-FEED-STATUS NOT = '00' AND WS-FEED-STATUS NOT = '10'
               DISPLAY 'NO FEED TO CHECK: ' WS-FEED-ID ' NOT PRESENT'
           ELSE
           IF WS-RECORD-COUNT = ZERO
               DISPLAY 'NO FEED TO CHECK: ' WS-FEED-ID ' EMPTY'
           ELSE
               PERFORM SCAN-FEED-HISTORY
               PERFORM DECIDE-FEED
           END-IF
           END-IF.

       FINGERPRINT-FEED.
           MOVE ZERO TO WS-RECORD-COUNT
           MOVE ZERO TO WS-HDR-DATE
           MOVE ZERO TO WS-HDR-COUNT
           MOVE ZERO TO WS-TRL-COUNT
           MOVE ZERO TO WS-TRL-AMOUNT
           MOVE ZERO TO WS-HASH
           MOVE 'N' TO WS-HEADER-SEEN
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT FEED-FILE
           IF WS-FEED-STATUS = '00'
               PERFORM READ-FEED-LINE UNTIL END-OF-FEED
               CLOSE FEED-FILE
           END-IF.

      * The first 'H ' line is the header (date, count); the last
      * 'T ' line is the trailer (count, and an amount total where
      * the feed carries one). Fields that are not numeric count as
      * zero.
       READ-FEED-LINE.
           MOVE SPACES TO FEED-LINE
           READ FEED-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RECORD-COUNT
                   IF FEED-LINE(1:2) = 'H ' AND NOT HEADER-SEEN
                       MOVE 'Y' TO WS-HEADER-SEEN
                       IF FEED-LINE(3:8) IS NUMERIC
                           MOVE FEED-LINE(3:8) TO WS-HDR-DATE
                       END-IF
                       IF FEED-LINE(12:5) IS NUMERIC
                           MOVE FEED-LINE(12:5) TO WS-HDR-COUNT
                       END-IF
                   END-IF
                   IF FEED-LINE(1:2) = 'T '
                       MOVE ZERO TO WS-TRL-COUNT
                       MOVE ZERO TO WS-TRL-AMOUNT
                       IF FEED-LINE(3:5) IS NUMERIC
                           MOVE FEED-LINE(3:5) TO WS-TRL-COUNT
                       END-IF
                       IF FEED-LINE(9:11) IS NUMERIC
                           MOVE FEED-LINE(9:11) TO WS-TRL-AMOUNT
                       END-IF
                   END-IF
                   PERFORM HASH-ONE-CHARACTER
                       VARYING WS-CHAR-POS FROM 1 BY 1
                       UNTIL WS-CHAR-POS > 200
                   MOVE 1 TO WS-CHAR-VALUE
                   PERFORM FOLD-INTO-HASH
           END-READ.

       HASH-ONE-CHARACTER.
           COMPUTE WS-CHAR-VALUE =
               FUNCTION ORD(FEED-LINE(WS-CHAR-POS:1))
           PERFORM FOLD-INTO-HASH.

       FOLD-INTO-HASH.
           COMPUTE WS-HASH-WORK = WS-HASH * 31 + WS-CHAR-VALUE
           DIVIDE WS-HASH-WORK BY WS-HASH-MODULUS
               GIVING WS-HASH-QUOTIENT REMAINDER WS-HASH.

      * The latest processed, pending and overridden entries for the
      * feed name with this same fingerprint.
       SCAN-FEED-HISTORY.
           MOVE SPACES TO WS-PROCESSED-STAMP
           MOVE SPACES TO WS-PENDING-STAMP
           MOVE SPACES TO WS-OVERRIDE-STAMP
           MOVE 'N' TO WS-SCAN-EOF
           MOVE WS-FEED-ID TO FR-FEED-ID
           MOVE LOW-VALUES TO FR-STAMP
           START FEED-REGISTER KEY IS NOT LESS THAN FR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM SCAN-FEED-ENTRY UNTIL END-OF-SCAN.

       SCAN-FEED-ENTRY.
           READ FEED-REGISTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
               NOT AT END
                   IF FR-FEED-ID NOT = WS-FEED-ID
                       MOVE 'Y' TO WS-SCAN-EOF
                   ELSE
                   IF FR-FINGERPRINT = WS-FINGERPRINT
                       EVALUATE TRUE
                           WHEN FR-PROCESSED
                               MOVE FR-STAMP TO WS-PROCESSED-STAMP
                           WHEN FR-PENDING
                               MOVE FR-STAMP TO WS-PENDING-STAMP
                           WHEN FR-OVERRIDE-ON-FILE
                               MOVE FR-STAMP TO WS-OVERRIDE-STAMP
                       END-EVALUATE
                   END-IF
                   END-IF
           END-READ.

      * Pending with this fingerprint means the step that took it
      * never finished - tonight's run is the rerun, and the feed
      * goes through on the entry already made. Otherwise a match
      * on a processed feed is a duplicate, let through only on an
      * override keyed since.
       DECIDE-FEED.
           IF WS-PENDING-STAMP NOT = SPACES
               AND WS-PENDING-STAMP > WS-PROCESSED-STAMP
               DISPLAY 'FEED RERUN: ' WS-FEED-ID ' PENDING SINCE '
                   WS-PENDING-STAMP
           ELSE
           IF WS-PROCESSED-STAMP = SPACES
               MOVE 'P' TO WS-ENTRY-STATUS
               MOVE SPACES TO WS-MATCHED-STAMP
               PERFORM WRITE-FEED-ENTRY
               DISPLAY 'FEED REGISTERED: ' WS-FEED-ID ' RECORDS '
                   WS-RECORD-COUNT ' HASH ' WS-HASH
           ELSE
           IF WS-OVERRIDE-STAMP NOT = SPACES
               AND WS-OVERRIDE-STAMP > WS-PROCESSED-STAMP
               PERFORM USE-OVERRIDE
           ELSE
               MOVE 'R' TO WS-ENTRY-STATUS
               MOVE WS-PROCESSED-STAMP TO WS-MATCHED-STAMP
               PERFORM WRITE-FEED-ENTRY
               DISPLAY 'FEED ' WS-FEED-ID ' RECORDS '
                   WS-RECORD-COUNT ' HASH ' WS-HASH
                   ' MATCHES THE FEED PROCESSED ' WS-PROCESSED-STAMP
               DISPLAY 'NOT PROCESSED - KEY AN OVERRIDE IN PRG113 IF '
                   'IT IS MEANT TO RUN AGAIN'
               DISPLAY 'DUPLICATE FEED ' WS-FEED-ID ' OF '
                   WS-PROCESSED-STAMP(1:8)
               MOVE 4 TO RETURN-CODE
           END-IF
           END-IF
           END-IF.

       USE-OVERRIDE.
           MOVE WS-FEED-ID TO FR-FEED-ID
           MOVE WS-OVERRIDE-STAMP TO FR-STAMP
           READ FEED-REGISTER
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE FR-OVERRIDE-BY TO WS-OVERRIDE-BY
           MOVE FR-OVERRIDE-REASON TO WS-OVERRIDE-REASON
           MOVE 'U' TO FR-STATUS
           REWRITE FEED-RECORD
               INVALID KEY
                   DISPLAY 'OVERRIDE NOT MARKED USED - REWRITE ERROR: '
                       FR-KEY
           END-REWRITE
           MOVE 'P' TO WS-ENTRY-STATUS
           MOVE WS-PROCESSED-STAMP TO WS-MATCHED-STAMP
           PERFORM WRITE-FEED-ENTRY
           DISPLAY 'DUPLICATE FEED LET THROUGH - OVERRIDE BY '
               WS-OVERRIDE-BY ': ' WS-OVERRIDE-REASON
           DISPLAY 'FEED REGISTERED: ' WS-FEED-ID ' RECORDS '
               WS-RECORD-COUNT ' HASH ' WS-HASH.

       WRITE-FEED-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO FEED-RECORD
           MOVE WS-FEED-ID TO FR-FEED-ID
           MOVE WS-TIMESTAMP(1:14) TO FR-STAMP
           MOVE WS-FEED-FILE TO FR-FILE-NAME
           MOVE WS-FINGERPRINT TO FR-FINGERPRINT
           MOVE WS-ENTRY-STATUS TO FR-STATUS
           MOVE WS-MATCHED-STAMP TO FR-MATCHED-STAMP
           MOVE ZERO TO FR-OVERRIDE-BY
           MOVE ZERO TO FR-OVERRIDE-DATE
           MOVE SPACES TO FR-OVERRIDE-REASON
           WRITE FEED-RECORD
               INVALID KEY
                   DISPLAY 'REGISTER WRITE ERROR: ' FR-KEY
                   MOVE 8 TO RETURN-CODE
           END-WRITE.

      * The step that read the feed finished OK - the feed's pending
      * entry becomes processed, and from now on the same file is a
      * duplicate.
       MARK-FEED-PROCESSED.
           PERFORM ACCEPT-FEED-ID
           MOVE SPACES TO WS-PENDING-STAMP
           MOVE 'N' TO WS-SCAN-EOF
           MOVE WS-FEED-ID TO FR-FEED-ID
           MOVE LOW-VALUES TO FR-STAMP
           START FEED-REGISTER KEY IS NOT LESS THAN FR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM FIND-PENDING-ENTRY UNTIL END-OF-SCAN
           IF WS-PENDING-STAMP = SPACES
               DISPLAY 'NO PENDING FEED: ' WS-FEED-ID
           ELSE
               MOVE WS-FEED-ID TO FR-FEED-ID
               MOVE WS-PENDING-STAMP TO FR-STAMP
               READ FEED-REGISTER
                   INVALID KEY
                       CONTINUE
               END-READ
               MOVE 'D' TO FR-STATUS
               REWRITE FEED-RECORD
                   INVALID KEY
                       DISPLAY 'REGISTER REWRITE ERROR: ' FR-KEY
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       DISPLAY 'FEED PROCESSED: ' WS-FEED-ID ' '
                           WS-PENDING-STAMP
               END-REWRITE
           END-IF.

       FIND-PENDING-ENTRY.
           READ FEED-REGISTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
               NOT AT END
                   IF FR-FEED-ID NOT = WS-FEED-ID
                       MOVE 'Y' TO WS-SCAN-EOF
                   ELSE
                   IF FR-PENDING
                       MOVE FR-STAMP TO WS-PENDING-STAMP
                   END-IF
                   END-IF
           END-READ.

      * Override - against the latest refused entry for the feed,
      * with a reason; the feed goes through on the next check.
       OVERRIDE-DUPLICATE.
           PERFORM ACCEPT-FEED-ID
           MOVE SPACES TO WS-REFUSED-STAMP
           MOVE 'N' TO WS-SCAN-EOF
           MOVE WS-FEED-ID TO FR-FEED-ID
           MOVE LOW-VALUES TO FR-STAMP
           START FEED-REGISTER KEY IS NOT LESS THAN FR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM FIND-REFUSED-ENTRY UNTIL END-OF-SCAN
           IF WS-REFUSED-STAMP = SPACES
               DISPLAY 'NO REFUSED FEED ON FILE FOR: ' WS-FEED-ID
           ELSE
               MOVE WS-FEED-ID TO FR-FEED-ID
               MOVE WS-REFUSED-STAMP TO FR-STAMP
               READ FEED-REGISTER
                   INVALID KEY
                       CONTINUE
               END-READ
               PERFORM SHOW-FEED-ENTRY
               PERFORM KEY-OVERRIDE
           END-IF.

       FIND-REFUSED-ENTRY.
           READ FEED-REGISTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
               NOT AT END
                   IF FR-FEED-ID NOT = WS-FEED-ID
                       MOVE 'Y' TO WS-SCAN-EOF
                   ELSE
                   IF FR-REFUSED
                       MOVE FR-STAMP TO WS-REFUSED-STAMP
                   END-IF
                   END-IF
           END-READ.

       KEY-OVERRIDE.
           DISPLAY 'REASON THE FEED IS TO RUN AGAIN:'
           MOVE SPACES TO WS-OVERRIDE-REASON
           ACCEPT WS-OVERRIDE-REASON
           IF WS-OVERRIDE-REASON = SPACES
               DISPLAY 'OVERRIDE REJECTED - A REASON IS REQUIRED'
           ELSE
               DISPLAY 'LET THIS FEED THROUGH ON THE NEXT RUN (Y/N):'
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT = 'Y'
                   DISPLAY 'OVERRIDE NOT KEYED'
               ELSE
                   MOVE 'O' TO FR-STATUS
                   MOVE WS-OPERATOR-EMPID TO FR-OVERRIDE-BY
                   MOVE WS-TODAY TO FR-OVERRIDE-DATE
                   MOVE WS-OVERRIDE-REASON TO FR-OVERRIDE-REASON
                   REWRITE FEED-RECORD
                       INVALID KEY
                           DISPLAY 'OVERRIDE FAILED - REWRITE ERROR: '
                               FR-KEY
                       NOT INVALID KEY
                           DISPLAY 'OVERRIDE ON FILE: ' FR-FEED-ID
                               ' ' FR-STAMP
                   END-REWRITE
               END-IF
           END-IF.

       LIST-FEED-REGISTER.
           PERFORM ACCEPT-FEED-ID
           MOVE ZERO TO WS-LIST-COUNT
           MOVE 'N' TO WS-SCAN-EOF
           MOVE WS-FEED-ID TO FR-FEED-ID
           MOVE LOW-VALUES TO FR-STAMP
           START FEED-REGISTER KEY IS NOT LESS THAN FR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM LIST-FEED-ENTRY UNTIL END-OF-SCAN
           DISPLAY 'REGISTER ENTRIES: ' WS-LIST-COUNT.

       LIST-FEED-ENTRY.
           READ FEED-REGISTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
               NOT AT END
                   IF FR-FEED-ID NOT = WS-FEED-ID
                       MOVE 'Y' TO WS-SCAN-EOF
                   ELSE
                       ADD 1 TO WS-LIST-COUNT
                       PERFORM SHOW-FEED-ENTRY
                   END-IF
           END-READ.

       SHOW-FEED-ENTRY.
           DISPLAY FR-FEED-ID ' ' FR-STAMP ' ' FR-STATUS ' '
               FR-FILE-NAME
           DISPLAY '    RECORDS ' FR-RECORD-COUNT ' HEADER '
               FR-HDR-DATE ' ' FR-HDR-COUNT ' TRAILER ' FR-TRL-COUNT
               ' ' FR-TRL-AMOUNT ' HASH ' FR-HASH
           IF FR-MATCHED-STAMP NOT = SPACES
               DISPLAY '    DUPLICATE OF ' FR-MATCHED-STAMP
           END-IF
           IF FR-OVERRIDE-BY NOT = ZERO
               DISPLAY '    OVERRIDE BY ' FR-OVERRIDE-BY ' '
                   FR-OVERRIDE-DATE ' ' FR-OVERRIDE-REASON
           END-IF.

       CLOSE-FILES.
           CLOSE FEED-REGISTER
           CLOSE EMPLOYEE-MASTER.
