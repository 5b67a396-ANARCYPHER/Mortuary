      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * Case transfer between facilities - moving a decedent to the
      * other building used to be four separate keyings (change
      * CASE-FACILITY, release the slot in PRG25, assign a slot at
      * the other building, write a PRG24 custody entry) and the
      * census was wrong whenever one got skipped. This transaction
      * does all of it in one supervised step. Before anything is
      * posted it checks that the case is still in the workflow
      * ('I' or 'P'), that HOLD-MASTER has no active hold on it,
      * that PRG47 logged the 'O' dispatch carrying it (and that the
      * dispatch is not already tied to an earlier transfer), and
      * that the destination facility has a free in-service
      * STORAGE-MASTER slot - keyed, or the first free one the way
      * PRG4 picks at intake. It then claims the new slot, frees the
      * old one, rewrites CASE-FACILITY (with a case-audit entry),
      * appends the custody entry under the driver's EMPID, cuts a
      * fresh ID tag the way PRG52 reprints one, and logs the whole
      * move to /user/mortuary/case-transfer.log.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRG95.
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
            SELECT STORAGE-MASTER ASSIGN TO WS-STORAGE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS STOR-KEY
                FILE STATUS IS WS-STORAGE-STATUS.
            SELECT HOLD-MASTER ASSIGN TO WS-HOLD-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HOLD-ROLLNO
                FILE STATUS IS WS-HOLD-STATUS.
            SELECT TRANSPORT-LOG ASSIGN TO WS-TRANSPORT-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TRANSPORT-STATUS.
            SELECT CASE-TRANSFER-LOG ASSIGN TO WS-CASE-XFER-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CASE-XFER-STATUS.
            SELECT CUSTODY-LOG ASSIGN TO WS-CUSTODY-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CUSTODY-STATUS.
            SELECT TAG-PRINT-FILE ASSIGN TO WS-TAG-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TAG-STATUS.
            SELECT TAG-REPRINT-LOG ASSIGN TO WS-REPRINT-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REPRINT-STATUS.
            SELECT EMPLOYEE-MASTER ASSIGN TO WS-EMPLOYEE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EMPID
                ALTERNATE RECORD KEY IS ALPNUM
                FILE STATUS IS WS-EMP-STATUS.
            SELECT BATCH-LOCK-FILE ASSIGN TO WS-BATCH-LOCK-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LOCK-STATUS.
            SELECT ONLINE-SESSION-LOG ASSIGN TO WS-SESSION-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SESSION-STATUS.
            SELECT CASE-AUDIT-LOG ASSIGN TO WS-CASE-AUDIT-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CASE-AUDIT-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  CASE-MASTER.
        01  CASE-MASTER-RECORD.
            COPY CASEREC REPLACING ==ROLLNO== BY ==ROLLNO-KEY==.
        FD  STORAGE-MASTER.
        01  STORAGE-RECORD.
            COPY STOREC.
        FD  HOLD-MASTER.
        01  HOLD-RECORD.
            COPY HOLDREC.
        FD  TRANSPORT-LOG.
        01  TRANSPORT-LOG-RECORD PIC X(120).
        FD  CASE-TRANSFER-LOG.
        01  CASE-TRANSFER-RECORD PIC X(100).
        FD  CUSTODY-LOG.
        01  CUSTODY-LOG-RECORD PIC X(80).
        FD  TAG-PRINT-FILE.
        01  TAG-PRINT-RECORD PIC X(60).
        FD  TAG-REPRINT-LOG.
        01  TAG-REPRINT-RECORD PIC X(60).
        FD  EMPLOYEE-MASTER.
        01  EMPLOYEE-RECORD.
            COPY EMPREC.
        FD  BATCH-LOCK-FILE.
        01  BATCH-LOCK-RECORD PIC X(40).
        FD  ONLINE-SESSION-LOG.
        01  ONLINE-SESSION-RECORD PIC X(50).
        FD  CASE-AUDIT-LOG.
        01  CASE-AUDIT-RECORD PIC X(120).
        WORKING-STORAGE SECTION.
        01 WS-CASE-FILE PIC X(40) VALUE '/user/mortuary/case-master'.
        01 WS-CASE-STATUS PIC XX.
        01 WS-STORAGE-FILE PIC X(40)
            VALUE '/user/mortuary/storage-master'.
        01 WS-STORAGE-STATUS PIC XX.
        01 WS-HOLD-FILE PIC X(40)
            VALUE '/user/mortuary/hold-master'.
        01 WS-HOLD-STATUS PIC XX.
        01 WS-HOLD-OPEN PIC X VALUE 'N'.
            88 HOLD-FILE-OPEN VALUE 'Y'.
        01 WS-TRANSPORT-FILE PIC X(40)
            VALUE '/user/mortuary/transport-log.dat'.
        01 WS-TRANSPORT-STATUS PIC XX.
        01 WS-CASE-XFER-FILE PIC X(40)
            VALUE '/user/mortuary/case-transfer.log'.
        01 WS-CASE-XFER-STATUS PIC XX.
        01 WS-CUSTODY-FILE PIC X(40)
            VALUE '/user/mortuary/custody.log'.
        01 WS-CUSTODY-STATUS PIC XX.
        01 WS-TAG-FILE PIC X(40)
            VALUE '/user/mortuary/tag-print.dat'.
        01 WS-TAG-STATUS PIC XX.
        01 WS-REPRINT-FILE PIC X(40)
            VALUE '/user/mortuary/tag-reprint.log'.
        01 WS-REPRINT-STATUS PIC XX.
        01 WS-EMPLOYEE-FILE PIC X(40) VALUE '/user/employee/master'.
        01 WS-EMP-STATUS PIC XX.
        01 WS-BATCH-LOCK-FILE PIC X(40)
            VALUE '/user/mortuary/batch-lock'.
        01 WS-LOCK-STATUS PIC XX.
        01 WS-SESSION-FILE PIC X(40)
            VALUE '/user/mortuary/online-sessions.log'.
        01 WS-SESSION-STATUS PIC XX.
        01 WS-BATCH-STREAM PIC X.
        01 WS-LOCKED-SWITCH PIC X VALUE 'N'.
            88 BATCH-HOLDS-LOCK VALUE 'Y'.
        01 WS-SESSION-ENTRY.
            02 SE-PROGRAM PIC X(8).
            02 FILLER PIC X VALUE SPACE.
            02 SE-EMPID PIC 9(5).
            02 FILLER PIC X VALUE SPACE.
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
        01 WS-EMPID-ALPHA PIC X(5).
        01 WS-EMPID-BASE PIC 9(4).
        01 WS-EMPID-CHECK PIC 9.
        01 WS-CHECK-SUM PIC 9(3).
        01 WS-CHECK-DIGIT PIC 9.
        01 WS-TIMESTAMP PIC X(21).
        01 WS-TRAN-CODE PIC X VALUE SPACES.
            88 TRAN-TRANSFER VALUE 'T'.
            88 TRAN-HISTORY VALUE 'H'.
            88 TRAN-QUIT VALUE 'X'.
        01 WS-ROLLNO PIC 9(7).
        01 WS-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-SCAN VALUE 'Y'.
        01 WS-LIST-COUNT PIC 9(5) VALUE ZERO.
        01 WS-TRANSFER-OK PIC X VALUE 'N'.
            88 TRANSFER-VALID VALUE 'Y'.
        01 WS-FROM-FACILITY PIC X(4).
        01 WS-TO-FACILITY PIC X(4).
        01 WS-OLD-SLOT-FOUND PIC X VALUE 'N'.
            88 OLD-SLOT-HELD VALUE 'Y'.
        01 WS-OLD-UNIT PIC X(4).
        01 WS-OLD-SLOT PIC 9(3).
        01 WS-NEW-SLOT-FOUND PIC X VALUE 'N'.
            88 NEW-SLOT-CHOSEN VALUE 'Y'.
        01 WS-ASSIGNED-UNIT PIC X(4).
        01 WS-ASSIGNED-SLOT PIC 9(3).
        01 WS-DISPATCH-FOUND PIC X VALUE 'N'.
            88 DISPATCH-ON-LOG VALUE 'Y'.
        01 WS-DISPATCH-DRIVER PIC 9(5).
        01 WS-DISPATCH-VEHICLE PIC X(8).
        01 WS-DISPATCH-DELIVERY PIC X(20).
        01 WS-DISPATCH-TIMESTAMP PIC X(21).
      * Unit-slot as it reads on the custody log, e.g. U001-012.
        01 WS-SLOT-LABEL.
            02 SL-UNIT PIC X(4).
            02 FILLER PIC X VALUE '-'.
            02 SL-SLOT PIC 9(3).
        01 WS-FROM-LABEL PIC X(10).
        01 WS-TO-LABEL PIC X(10).
      * Mirror of PRG47's WS-TRANSPORT-ENTRY - keep the two in step.
        01 WS-TRANSPORT-ENTRY.
            02 TR-ROLLNO PIC 9(7).
            02 FILLER PIC X VALUE SPACE.
            02 TR-TYPE PIC X.
            02 FILLER PIC X VALUE SPACE.
            02 TR-DRIVER PIC 9(5).
            02 FILLER PIC X VALUE SPACE.
            02 TR-VEHICLE PIC X(8).
            02 FILLER PIC X VALUE SPACE.
            02 TR-PICKUP PIC X(20).
            02 FILLER PIC X VALUE SPACE.
            02 TR-DELIVERY PIC X(20).
            02 FILLER PIC X VALUE SPACE.
            02 TR-DISP-TYPE PIC X.
            02 FILLER PIC X VALUE SPACE.
            02 TR-TIMESTAMP PIC X(21).
            02 FILLER PIC X VALUE SPACE.
            02 TR-PRECAUTION PIC X(4).
            02 FILLER PIC X.
            02 TR-ODOMETER PIC 9(7).
      * Mirror of PRG24's WS-CUSTODY-ENTRY - keep the two in step.
        01 WS-CUSTODY-ENTRY.
            02 CU-ROLLNO PIC 9(7).
            02 FILLER PIC X VALUE SPACE.
            02 CU-FROM-LOCATION PIC X(10).
            02 FILLER PIC X VALUE SPACE.
            02 CU-TO-LOCATION PIC X(10).
            02 FILLER PIC X VALUE SPACE.
            02 CU-EMPID PIC 9(5).
            02 FILLER PIC X VALUE SPACE.
            02 CU-TIMESTAMP PIC X(21).
      * Same tag layout PRG4 cuts at intake and PRG52 reprints -
      * keep the three in step.
        01 WS-TAG-ENTRY.
            02 TG-ROLLNO PIC 9(7).
            02 FILLER PIC X VALUE SPACE.
            02 TG-NAME PIC A(8).
            02 FILLER PIC X VALUE SPACE.
            02 TG-INTAKE PIC 9(8).
            02 FILLER PIC X VALUE SPACE.
            02 TG-UNIT PIC X(4).
            02 FILLER PIC X VALUE SPACE.
            02 TG-SLOT PIC 9(3).
            02 FILLER PIC X VALUE SPACE.
            02 TG-PRECAUTION PIC X(4).
            02 FILLER PIC X VALUE SPACE.
            02 TG-BARCODE PIC X(12).
      * Case-tag barcode value PRG104 reads back off the handheld -
      * see SCANREC.cpy for the check-digit rule.
        01 WS-TAG-BARCODE.
            02 FILLER PIC X(2) VALUE '*C'.
            02 TB-ROLLNO PIC 9(7).
            02 TB-CHECK PIC 9(2).
            02 FILLER PIC X VALUE '*'.
        01 WS-BAR-QUOTIENT PIC 9(5).
        01 WS-PREC-SYMBOL.
            02 FILLER PIC X(2) VALUE '*P'.
            02 WS-PREC-CODE PIC X.
            02 FILLER PIC X VALUE '*'.
      * Mirror of PRG52's WS-REPRINT-ENTRY - keep the two in step.
        01 WS-REPRINT-ENTRY.
            02 RP-ROLLNO PIC 9(7).
            02 FILLER PIC X VALUE SPACE.
            02 RP-OPERATOR PIC 9(5).
            02 FILLER PIC X VALUE SPACE.
            02 RP-TIMESTAMP PIC X(21).
      * One line per completed transfer on case-transfer.log. The
      * dispatch timestamp ties the move to the PRG47 'O' entry
      * that carried it, so one dispatch can back only one move.
        01 WS-CASE-XFER-ENTRY.
            02 CT-ROLLNO PIC 9(7).
            02 FILLER PIC X VALUE SPACE.
            02 CT-FROM-FACILITY PIC X(4).
            02 FILLER PIC X VALUE SPACE.
            02 CT-TO-FACILITY PIC X(4).
            02 FILLER PIC X VALUE SPACE.
            02 CT-FROM-SLOT PIC X(8).
            02 FILLER PIC X VALUE SPACE.
            02 CT-TO-SLOT PIC X(8).
            02 FILLER PIC X VALUE SPACE.
            02 CT-VEHICLE PIC X(8).
            02 FILLER PIC X VALUE SPACE.
            02 CT-DISPATCH-TIMESTAMP PIC X(21).
            02 FILLER PIC X VALUE SPACE.
            02 CT-OPERATOR PIC 9(5).
            02 FILLER PIC X VALUE SPACE.
            02 CT-TIMESTAMP PIC X(21).
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM CHECK-BATCH-LOCK
           IF BATCH-HOLDS-LOCK
               STOP RUN
           END-IF
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
           PERFORM REGISTER-ONLINE-SESSION
           PERFORM OPEN-FILES
           PERFORM PROCESS-TRANSACTION UNTIL TRAN-QUIT
           PERFORM CLOSE-FILES
           PERFORM DEREGISTER-ONLINE-SESSION
           STOP RUN.

      * Batch-versus-online coordination - while nightly_batch.sh
      * holds /user/mortuary/batch-lock this session must not open
      * CASE-MASTER or STORAGE-MASTER I-O; online sessions register
      * on the session log so the batch refuses to start while one
      * is active.
       CHECK-BATCH-LOCK.
           MOVE 'N' TO WS-LOCKED-SWITCH
           MOVE SPACE TO WS-BATCH-STREAM
           ACCEPT WS-BATCH-STREAM FROM ENVIRONMENT 'BATCH_STREAM'
           IF WS-BATCH-STREAM NOT = 'Y'
               OPEN INPUT BATCH-LOCK-FILE
               IF WS-LOCK-STATUS = '00'
                   CLOSE BATCH-LOCK-FILE
                   MOVE 'Y' TO WS-LOCKED-SWITCH
                   DISPLAY 'FILE IN USE BY NIGHTLY BATCH - '
                       'RETRY LATER'
               END-IF
           END-IF.

       REGISTER-ONLINE-SESSION.
           IF WS-BATCH-STREAM NOT = 'Y'
               MOVE 'START' TO SE-ACTION
               PERFORM WRITE-SESSION-ENTRY
           END-IF.

       DEREGISTER-ONLINE-SESSION.
           IF WS-BATCH-STREAM NOT = 'Y'
               MOVE 'END' TO SE-ACTION
               PERFORM WRITE-SESSION-ENTRY
           END-IF.

       WRITE-SESSION-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE 'PRG95' TO SE-PROGRAM
           MOVE WS-OPERATOR-EMPID TO SE-EMPID
           MOVE WS-TIMESTAMP TO SE-TIMESTAMP
           OPEN EXTEND ONLINE-SESSION-LOG
           IF WS-SESSION-STATUS = '35'
               OPEN OUTPUT ONLINE-SESSION-LOG
           END-IF
           MOVE WS-SESSION-ENTRY TO ONLINE-SESSION-RECORD
           WRITE ONLINE-SESSION-RECORD
           CLOSE ONLINE-SESSION-LOG.

      * One case-audit entry per changed field - the caller fills
      * CA-ROLLNO, CA-FIELD and the before/after values.
       WRITE-CASE-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-OPERATOR-EMPID TO CA-EMPID
           MOVE 'PRG95' TO CA-PROGRAM
           MOVE WS-TIMESTAMP TO CA-TIMESTAMP
           OPEN EXTEND CASE-AUDIT-LOG
           IF WS-CASE-AUDIT-STATUS = '35'
               OPEN OUTPUT CASE-AUDIT-LOG
           END-IF
           MOVE WS-CASE-AUDIT-ENTRY TO CASE-AUDIT-RECORD
           WRITE CASE-AUDIT-RECORD
           CLOSE CASE-AUDIT-LOG.

      * Sign-on - a verified EMPID (on EMPLOYEE-MASTER, passing
      * PRG6's check-digit rule) is required; it supervises the
      * transfer and lands on the tag reprint and transfer logs.
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

      * A missing HOLD-MASTER just means no hold has ever been
      * placed; CASE-MASTER and STORAGE-MASTER are both required.
       OPEN-FILES.
           OPEN I-O CASE-MASTER
           IF WS-CASE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CASE-MASTER: ' WS-CASE-STATUS
               MOVE 'X' TO WS-TRAN-CODE
           END-IF
           OPEN I-O STORAGE-MASTER
           IF WS-STORAGE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING STORAGE-MASTER: '
                   WS-STORAGE-STATUS
               MOVE 'X' TO WS-TRAN-CODE
           END-IF
           OPEN INPUT HOLD-MASTER
           IF WS-HOLD-STATUS = '00'
               MOVE 'Y' TO WS-HOLD-OPEN
           ELSE
               IF WS-HOLD-STATUS NOT = '35'
                   DISPLAY 'ERROR OPENING HOLD-MASTER: '
                       WS-HOLD-STATUS
                   MOVE 'X' TO WS-TRAN-CODE
               END-IF
           END-IF.

       PROCESS-TRANSACTION.
           DISPLAY 'ENTER TRANSACTION (T-TRANSFER CASE H-HISTORY '
               'X-EXIT)'
           ACCEPT WS-TRAN-CODE
           EVALUATE TRUE
               WHEN TRAN-TRANSFER
                   PERFORM TRANSFER-CASE
               WHEN TRAN-HISTORY
                   PERFORM LIST-CASE-TRANSFERS
               WHEN TRAN-QUIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'INVALID TRANSACTION CODE'
           END-EVALUATE.

      * Every check runs before anything is written, so a refused
      * transfer leaves the case, both slots and every log exactly
      * as they were.
       TRANSFER-CASE.
           MOVE 'N' TO WS-TRANSFER-OK
           DISPLAY 'ROLLNO TO TRANSFER:'
           ACCEPT WS-ROLLNO
           MOVE WS-ROLLNO TO ROLLNO-KEY
           READ CASE-MASTER
               INVALID KEY
                   DISPLAY 'TRANSFER FAILED - CASE NOT FOUND: '
                       WS-ROLLNO
               NOT INVALID KEY
                   PERFORM CHECK-CASE-ELIGIBLE
           END-READ
           IF TRANSFER-VALID
               PERFORM CHECK-CASE-HOLD
           END-IF
           IF TRANSFER-VALID
               PERFORM CHECK-DESTINATION
           END-IF
           IF TRANSFER-VALID
               PERFORM FIND-DISPATCH
           END-IF
           IF TRANSFER-VALID
               PERFORM CHECK-DISPATCH-UNUSED
           END-IF
           IF TRANSFER-VALID
               PERFORM FIND-CURRENT-SLOT
               PERFORM CHOOSE-NEW-SLOT
           END-IF
           IF TRANSFER-VALID
               PERFORM POST-CASE-TRANSFER
           END-IF.

      * Only a case still in the cooler moves - once it is 'R' the
      * slot is already released and it leaves through PRG18.
       CHECK-CASE-ELIGIBLE.
           IF CASE-STATUS NOT = 'I' AND CASE-STATUS NOT = 'P'
               DISPLAY 'TRANSFER REJECTED - CASE STATUS '
                   CASE-STATUS ' IS PAST THE COOLER: ' WS-ROLLNO
           ELSE
               MOVE 'Y' TO WS-TRANSFER-OK
               MOVE CASE-FACILITY TO WS-FROM-FACILITY
           END-IF.

      * A medical-examiner hold freezes the case where it lies.
       CHECK-CASE-HOLD.
           IF HOLD-FILE-OPEN
               MOVE WS-ROLLNO TO HOLD-ROLLNO
               READ HOLD-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HOLD-STATUS = 'A'
                           MOVE 'N' TO WS-TRANSFER-OK
                           DISPLAY 'TRANSFER REJECTED - ACTIVE HOLD '
                               'BY ' HOLD-AUTHORITY ' REF '
                               HOLD-REFERENCE
                       END-IF
               END-READ
           END-IF.

       CHECK-DESTINATION.
           DISPLAY 'CASE IS AT FACILITY: ' WS-FROM-FACILITY
           DISPLAY 'DESTINATION FACILITY (SPACES - MAIN BUILDING):'
           MOVE SPACES TO WS-TO-FACILITY
           ACCEPT WS-TO-FACILITY
           IF WS-TO-FACILITY = WS-FROM-FACILITY
               MOVE 'N' TO WS-TRANSFER-OK
               DISPLAY 'TRANSFER REJECTED - CASE IS ALREADY AT '
                   'FACILITY: ' WS-TO-FACILITY
           END-IF.

      * The latest PRG47 'O' dispatch for the case is the trip that
      * carries it; with none on the log nothing has been sent.
       FIND-DISPATCH.
           MOVE 'N' TO WS-DISPATCH-FOUND
           OPEN INPUT TRANSPORT-LOG
           IF WS-TRANSPORT-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM SCAN-ONE-DISPATCH UNTIL END-OF-SCAN
               CLOSE TRANSPORT-LOG
           END-IF
           IF DISPATCH-ON-LOG
               DISPLAY 'CARRIED BY VEHICLE ' WS-DISPATCH-VEHICLE
                   ' DRIVER ' WS-DISPATCH-DRIVER ' TO '
                   WS-DISPATCH-DELIVERY
           ELSE
               MOVE 'N' TO WS-TRANSFER-OK
               DISPLAY 'TRANSFER REJECTED - NO PRG47 DISPATCH ON '
                   'TRANSPORT-LOG FOR: ' WS-ROLLNO
           END-IF.

       SCAN-ONE-DISPATCH.
           READ TRANSPORT-LOG INTO WS-TRANSPORT-ENTRY
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF TR-ROLLNO = WS-ROLLNO AND TR-TYPE = 'O'
                       MOVE 'Y' TO WS-DISPATCH-FOUND
                       MOVE TR-DRIVER TO WS-DISPATCH-DRIVER
                       MOVE TR-VEHICLE TO WS-DISPATCH-VEHICLE
                       MOVE TR-DELIVERY TO WS-DISPATCH-DELIVERY
                       MOVE TR-TIMESTAMP TO WS-DISPATCH-TIMESTAMP
                   END-IF
           END-READ.

      * One dispatch backs one move - a dispatch already on the
      * transfer log means the trip for this move was never keyed.
       CHECK-DISPATCH-UNUSED.
           OPEN INPUT CASE-TRANSFER-LOG
           IF WS-CASE-XFER-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM SCAN-ONE-USED-DISPATCH UNTIL END-OF-SCAN
               CLOSE CASE-TRANSFER-LOG
           END-IF.

       SCAN-ONE-USED-DISPATCH.
           READ CASE-TRANSFER-LOG INTO WS-CASE-XFER-ENTRY
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF CT-ROLLNO = WS-ROLLNO
                       AND CT-DISPATCH-TIMESTAMP
                           = WS-DISPATCH-TIMESTAMP
                       MOVE 'N' TO WS-TRANSFER-OK
                       MOVE 'Y' TO WS-EOF-SWITCH
                       DISPLAY 'TRANSFER REJECTED - DISPATCH '
                           'ALREADY USED FOR THE MOVE ON '
                           CT-TIMESTAMP(1:8)
                   END-IF
           END-READ.

      * Same occupant walk PRG52 uses to find where the case lies
      * now. A case with no slot (none was free at intake) still
      * transfers; the custody entry then starts at the facility.
       FIND-CURRENT-SLOT.
           MOVE 'N' TO WS-OLD-SLOT-FOUND
           MOVE SPACES TO WS-OLD-UNIT
           MOVE ZERO TO WS-OLD-SLOT
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO STOR-KEY
           START STORAGE-MASTER KEY IS NOT LESS THAN STOR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM SCAN-ONE-OCCUPIED-SLOT UNTIL END-OF-SCAN.

       SCAN-ONE-OCCUPIED-SLOT.
           READ STORAGE-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF STOR-OCCUPANT = WS-ROLLNO
                       MOVE 'Y' TO WS-OLD-SLOT-FOUND
                       MOVE STOR-UNIT TO WS-OLD-UNIT
                       MOVE STOR-SLOT TO WS-OLD-SLOT
                       MOVE 'Y' TO WS-EOF-SWITCH
                   END-IF
           END-READ.

      * The destination slot is keyed, or left blank to take the
      * first free in-service slot at the destination facility in
      * unit/slot order, the way PRG4 assigns at intake.
       CHOOSE-NEW-SLOT.
           MOVE 'N' TO WS-NEW-SLOT-FOUND
           DISPLAY 'DESTINATION UNIT (SPACES - FIRST FREE SLOT):'
           MOVE SPACES TO WS-ASSIGNED-UNIT
           MOVE ZERO TO WS-ASSIGNED-SLOT
           ACCEPT WS-ASSIGNED-UNIT
           IF WS-ASSIGNED-UNIT = SPACES
               MOVE 'N' TO WS-EOF-SWITCH
               MOVE LOW-VALUES TO STOR-KEY
               START STORAGE-MASTER KEY IS NOT LESS THAN STOR-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-SWITCH
               END-START
               PERFORM FIND-FREE-SLOT UNTIL END-OF-SCAN
           ELSE
               DISPLAY 'DESTINATION SLOT:'
               ACCEPT WS-ASSIGNED-SLOT
               MOVE WS-ASSIGNED-UNIT TO STOR-UNIT
               MOVE WS-ASSIGNED-SLOT TO STOR-SLOT
               READ STORAGE-MASTER
                   INVALID KEY
                       DISPLAY 'SLOT NOT ON STORAGE-MASTER: '
                           WS-ASSIGNED-UNIT '-' WS-ASSIGNED-SLOT
                   NOT INVALID KEY
                       PERFORM CHECK-KEYED-SLOT
               END-READ
           END-IF
           IF NOT NEW-SLOT-CHOSEN
               MOVE 'N' TO WS-TRANSFER-OK
               DISPLAY 'TRANSFER REJECTED - NO FREE IN-SERVICE SLOT '
                   'AT FACILITY: ' WS-TO-FACILITY
           END-IF.

       CHECK-KEYED-SLOT.
           IF STOR-FACILITY NOT = WS-TO-FACILITY
               DISPLAY 'SLOT IS AT FACILITY ' STOR-FACILITY
                   ', NOT THE DESTINATION'
           ELSE
               IF STOR-IN-SERVICE NOT = 'Y'
                   DISPLAY 'SLOT IS OUT OF SERVICE: ' STOR-KEY
               ELSE
                   IF STOR-OCCUPANT > ZERO
                       DISPLAY 'SLOT IS OCCUPIED BY: ' STOR-OCCUPANT
                   ELSE
                       MOVE 'Y' TO WS-NEW-SLOT-FOUND
                   END-IF
               END-IF
           END-IF.

       FIND-FREE-SLOT.
           READ STORAGE-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF STOR-IN-SERVICE = 'Y' AND STOR-OCCUPANT = ZERO
                       AND STOR-FACILITY = WS-TO-FACILITY
                       MOVE 'Y' TO WS-NEW-SLOT-FOUND
                       MOVE 'Y' TO WS-EOF-SWITCH
                       MOVE STOR-UNIT TO WS-ASSIGNED-UNIT
                       MOVE STOR-SLOT TO WS-ASSIGNED-SLOT
                   END-IF
           END-READ.

      * Posting order: the new slot is claimed first, so a slot
      * taken from under us stops the move before the old slot is
      * freed or the case record is touched.
       POST-CASE-TRANSFER.
           PERFORM CLAIM-NEW-SLOT
           IF TRANSFER-VALID
               PERFORM RELEASE-OLD-SLOT
               PERFORM REWRITE-CASE-FACILITY
               PERFORM WRITE-TRANSFER-CUSTODY
               PERFORM CUT-TAG
               PERFORM LOG-REPRINT
               PERFORM LOG-CASE-TRANSFER
               DISPLAY 'CASE TRANSFERRED - ' WS-ROLLNO ' TO '
                   WS-TO-LABEL ' AT FACILITY ' WS-TO-FACILITY
           END-IF.

       CLAIM-NEW-SLOT.
           MOVE WS-ASSIGNED-UNIT TO STOR-UNIT
           MOVE WS-ASSIGNED-SLOT TO STOR-SLOT
           READ STORAGE-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-TRANSFER-OK
               NOT INVALID KEY
                   IF STOR-OCCUPANT > ZERO
                       MOVE 'N' TO WS-TRANSFER-OK
                   ELSE
                       MOVE WS-ROLLNO TO STOR-OCCUPANT
                       REWRITE STORAGE-RECORD
                           INVALID KEY
                               MOVE 'N' TO WS-TRANSFER-OK
                       END-REWRITE
                   END-IF
           END-READ
           IF NOT TRANSFER-VALID
               DISPLAY 'TRANSFER FAILED - SLOT NOT CLAIMED: '
                   WS-ASSIGNED-UNIT '-' WS-ASSIGNED-SLOT
           END-IF
           MOVE WS-ASSIGNED-UNIT TO SL-UNIT
           MOVE WS-ASSIGNED-SLOT TO SL-SLOT
           MOVE WS-SLOT-LABEL TO WS-TO-LABEL.

       RELEASE-OLD-SLOT.
           IF OLD-SLOT-HELD
               MOVE WS-OLD-UNIT TO STOR-UNIT
               MOVE WS-OLD-SLOT TO STOR-SLOT
               READ STORAGE-MASTER
                   INVALID KEY
                       DISPLAY 'WARNING - OLD SLOT NOT FOUND: '
                           WS-OLD-UNIT '-' WS-OLD-SLOT
                   NOT INVALID KEY
                       MOVE ZERO TO STOR-OCCUPANT
                       REWRITE STORAGE-RECORD
                           INVALID KEY
                               DISPLAY 'WARNING - SLOT NOT '
                                   'RELEASED: ' STOR-KEY
                           NOT INVALID KEY
                               DISPLAY 'STORAGE SLOT RELEASED: '
                                   STOR-KEY
                       END-REWRITE
               END-READ
               MOVE WS-OLD-UNIT TO SL-UNIT
               MOVE WS-OLD-SLOT TO SL-SLOT
               MOVE WS-SLOT-LABEL TO WS-FROM-LABEL
           ELSE
               IF WS-FROM-FACILITY = SPACES
                   MOVE 'FACILITY' TO WS-FROM-LABEL
               ELSE
                   MOVE WS-FROM-FACILITY TO WS-FROM-LABEL
               END-IF
           END-IF.

      * The case record was read at the start of the transaction;
      * the slot walks since then touched only STORAGE-MASTER.
       REWRITE-CASE-FACILITY.
           MOVE WS-ROLLNO TO ROLLNO-KEY
           READ CASE-MASTER
               INVALID KEY
                   DISPLAY 'WARNING - CASE NOT RE-READ: ' WS-ROLLNO
               NOT INVALID KEY
                   MOVE WS-TO-FACILITY TO CASE-FACILITY
                   REWRITE CASE-MASTER-RECORD
                       INVALID KEY
                           DISPLAY 'WARNING - CASE-FACILITY NOT '
                               'UPDATED: ' WS-ROLLNO
                       NOT INVALID KEY
                           MOVE WS-ROLLNO TO CA-ROLLNO
                           MOVE 'CASE-FACILITY' TO CA-FIELD
                           MOVE WS-FROM-FACILITY TO CA-OLD-VALUE
                           MOVE WS-TO-FACILITY TO CA-NEW-VALUE
                           PERFORM WRITE-CASE-AUDIT
                   END-REWRITE
           END-READ.

      * The driver on the dispatch is the handling staff for the
      * move, as PRG24 records it.
       WRITE-TRANSFER-CUSTODY.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-ROLLNO TO CU-ROLLNO
           MOVE WS-FROM-LABEL TO CU-FROM-LOCATION
           MOVE WS-TO-LABEL TO CU-TO-LOCATION
           MOVE WS-DISPATCH-DRIVER TO CU-EMPID
           MOVE WS-TIMESTAMP TO CU-TIMESTAMP
           OPEN EXTEND CUSTODY-LOG
           IF WS-CUSTODY-STATUS = '35'
               OPEN OUTPUT CUSTODY-LOG
           END-IF
           MOVE SPACES TO CUSTODY-LOG-RECORD
           MOVE WS-CUSTODY-ENTRY TO CUSTODY-LOG-RECORD
           WRITE CUSTODY-LOG-RECORD
           CLOSE CUSTODY-LOG.

      * Same tag PRG52 reprints, carrying the new slot.
       CUT-TAG.
           MOVE WS-ROLLNO TO TG-ROLLNO
           MOVE STUNAME IN CASE-MASTER-RECORD TO TG-NAME
           MOVE INTAKE-DATE IN CASE-MASTER-RECORD TO TG-INTAKE
           MOVE WS-ASSIGNED-UNIT TO TG-UNIT
           MOVE WS-ASSIGNED-SLOT TO TG-SLOT
           IF CASE-PRECAUTION IN CASE-MASTER-RECORD = SPACE
               MOVE SPACES TO TG-PRECAUTION
           ELSE
               MOVE CASE-PRECAUTION IN CASE-MASTER-RECORD
                   TO WS-PREC-CODE
               MOVE WS-PREC-SYMBOL TO TG-PRECAUTION
           END-IF
           MOVE WS-ROLLNO TO TB-ROLLNO
           DIVIDE TB-ROLLNO BY 97 GIVING WS-BAR-QUOTIENT
               REMAINDER TB-CHECK
           MOVE WS-TAG-BARCODE TO TG-BARCODE
           OPEN EXTEND TAG-PRINT-FILE
           IF WS-TAG-STATUS = '35'
               OPEN OUTPUT TAG-PRINT-FILE
           END-IF
           MOVE WS-TAG-ENTRY TO TAG-PRINT-RECORD
           WRITE TAG-PRINT-RECORD
           CLOSE TAG-PRINT-FILE.

       LOG-REPRINT.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-ROLLNO TO RP-ROLLNO
           MOVE WS-OPERATOR-EMPID TO RP-OPERATOR
           MOVE WS-TIMESTAMP TO RP-TIMESTAMP
           OPEN EXTEND TAG-REPRINT-LOG
           IF WS-REPRINT-STATUS = '35'
               OPEN OUTPUT TAG-REPRINT-LOG
           END-IF
           MOVE WS-REPRINT-ENTRY TO TAG-REPRINT-RECORD
           WRITE TAG-REPRINT-RECORD
           CLOSE TAG-REPRINT-LOG.

       LOG-CASE-TRANSFER.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-ROLLNO TO CT-ROLLNO
           MOVE WS-FROM-FACILITY TO CT-FROM-FACILITY
           MOVE WS-TO-FACILITY TO CT-TO-FACILITY
           IF OLD-SLOT-HELD
               MOVE WS-FROM-LABEL TO CT-FROM-SLOT
           ELSE
               MOVE SPACES TO CT-FROM-SLOT
           END-IF
           MOVE WS-TO-LABEL TO CT-TO-SLOT
           MOVE WS-DISPATCH-VEHICLE TO CT-VEHICLE
           MOVE WS-DISPATCH-TIMESTAMP TO CT-DISPATCH-TIMESTAMP
           MOVE WS-OPERATOR-EMPID TO CT-OPERATOR
           MOVE WS-TIMESTAMP TO CT-TIMESTAMP
           OPEN EXTEND CASE-TRANSFER-LOG
           IF WS-CASE-XFER-STATUS = '35'
               OPEN OUTPUT CASE-TRANSFER-LOG
           END-IF
           MOVE SPACES TO CASE-TRANSFER-RECORD
           MOVE WS-CASE-XFER-ENTRY TO CASE-TRANSFER-RECORD
           WRITE CASE-TRANSFER-RECORD
           CLOSE CASE-TRANSFER-LOG.

      * Transfer history for one case, oldest first.
       LIST-CASE-TRANSFERS.
           DISPLAY 'ROLLNO FOR TRANSFER HISTORY:'
           ACCEPT WS-ROLLNO
           DISPLAY '=== CASE TRANSFERS - ' WS-ROLLNO ' ==='
           DISPLAY 'DATE      FROM      TO        VEHICLE   OPERATOR'
           MOVE ZERO TO WS-LIST-COUNT
           OPEN INPUT CASE-TRANSFER-LOG
           IF WS-CASE-XFER-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM LIST-ONE-TRANSFER UNTIL END-OF-SCAN
               CLOSE CASE-TRANSFER-LOG
           END-IF
           DISPLAY 'TRANSFERS LISTED: ' WS-LIST-COUNT.

       LIST-ONE-TRANSFER.
           READ CASE-TRANSFER-LOG INTO WS-CASE-XFER-ENTRY
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF CT-ROLLNO = WS-ROLLNO
                       DISPLAY CT-TIMESTAMP(1:8) '  '
                           CT-FROM-FACILITY ' ' CT-FROM-SLOT ' '
                           CT-TO-FACILITY ' ' CT-TO-SLOT ' '
                           CT-VEHICLE '  ' CT-OPERATOR
                       ADD 1 TO WS-LIST-COUNT
                   END-IF
           END-READ.

       CLOSE-FILES.
           CLOSE CASE-MASTER
           CLOSE STORAGE-MASTER
           IF HOLD-FILE-OPEN
               CLOSE HOLD-MASTER
           END-IF
           CLOSE EMPLOYEE-MASTER.
