      * CASE-PARTS-FILE, CASE-CHARGE-FILE, CASE-EFFECTS-FILE, the
      * arrangement quotes, PERMIT-MASTER, HOLD-MASTER, the prep
      * report, cremation checklist, donation record, insurance
      * assignment, payment plan, identification record, the
      * serialized-unit issue pointers, STOR-OCCUPANT, CUSTODY-LOG,
      * payments.dat,
      * adjustments.dat, case-hours.dat, the aftercare contact
      * points, the obituary and its publication lines, memorial
      * orders (their MO-CHARGE-SEQ following the case charge to its
      * new sequence), the columbarium niche occupants, and
      * notify-sent.log. It verifies everything
      * first - a merge whose
      * two sides both carry a hold, the same permit document, the
      * same aftercare contact point or obituary outlet, or the same
      * single-record satellite is inconsistent and refuses to run -
      * and writes a before/after trail line for every
      * record it touches. The ROLLNO change itself goes on the
      * case audit log under both the old and the new number.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRG80.
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PLAN-ROLLNO
                FILE STATUS IS WS-PLAN-STATUS.
            SELECT IDENT-MASTER ASSIGN TO WS-IDENT-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-ROLLNO
                FILE STATUS IS WS-IDENT-STATUS.
            SELECT ARRANGEMENT-FILE ASSIGN TO WS-ARRANGEMENT-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
            SELECT CASE-HOURS-WORK ASSIGN TO WS-HOURS-WORK-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HOURS-WORK-STATUS.
            SELECT AFTERCARE-MASTER ASSIGN TO WS-AFTERCARE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS AF-KEY
                FILE STATUS IS WS-AFTERCARE-STATUS.
            SELECT OBIT-MASTER ASSIGN TO WS-OBIT-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OB-ROLLNO
                FILE STATUS IS WS-OBIT-STATUS.
            SELECT OBIT-PUBLICATION ASSIGN TO WS-OBIT-PUB-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OP-KEY
                FILE STATUS IS WS-OBIT-PUB-STATUS.
            SELECT MEMORIAL-ORDER ASSIGN TO WS-MEMORIAL-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS MO-KEY
                FILE STATUS IS WS-MEMORIAL-STATUS.
            SELECT NICHE-MASTER ASSIGN TO WS-NICHE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS NI-KEY
                FILE STATUS IS WS-NICHE-STATUS.
            SELECT NOTIFY-SENT-LOG ASSIGN TO WS-SENT-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SENT-STATUS.
            SELECT NOTIFY-SENT-WORK ASSIGN TO WS-SENT-WORK-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SENT-WORK-STATUS.
            SELECT SERIAL-UNIT-FILE ASSIGN TO WS-SERIAL-FILE
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
        FD  PAYMENT-PLAN-FILE.
        01  PAYMENT-PLAN-RECORD.
            COPY PLANREC.
        FD  IDENT-MASTER.
        01  IDENT-RECORD.
            COPY IDREC.
      * Same ARRANGEMENT-FILE record PRG53 maintains - keep the two
      * in step.
        FD  ARRANGEMENT-FILE.
            02 ARR-STATUS PIC X.
            02 FILLER PIC X.
            02 ARR-OPERATOR PIC 9(5).
            02 FILLER PIC X.
            02 ARR-AMEND-NO PIC 9(2).
            02 FILLER PIC X.
            02 ARR-AMEND-ACTION PIC X.
            02 FILLER PIC X.
            02 ARR-VOID-AMEND PIC 9(2).
            02 FILLER PIC X.
            02 ARR-PRIOR-QTY PIC 9(5).
            02 FILLER PIC X.
            02 ARR-RESERVED-QTY PIC 9(5).
            02 FILLER PIC X.
            02 ARR-SELLER-EMPID PIC 9(5).
            02 FILLER PIC X.
            02 ARR-COMMISSION PIC 9(7)V99.
        FD  STORAGE-MASTER.
        01  STORAGE-RECORD.
            COPY STOREC.
        01  CASE-HOURS-RECORD PIC X(40).
        FD  CASE-HOURS-WORK.
        01  CASE-HOURS-WORK-RECORD PIC X(40).
        FD  AFTERCARE-MASTER.
        01  AFTERCARE-RECORD.
            COPY AFTREC.
        FD  OBIT-MASTER.
        01  OBIT-RECORD.
            COPY OBITREC.
        FD  OBIT-PUBLICATION.
        01  OBIT-PUB-RECORD.
            COPY OBPUBREC.
        FD  MEMORIAL-ORDER.
        01  MEMORIAL-RECORD.
            COPY MEMREC.
        FD  NICHE-MASTER.
        01  NICHE-RECORD.
            COPY NICHEREC.
        FD  NOTIFY-SENT-LOG.
        01  NOTIFY-SENT-RECORD PIC X(100).
        FD  NOTIFY-SENT-WORK.
        01  NOTIFY-SENT-WORK-RECORD PIC X(100).
        FD  SERIAL-UNIT-FILE.
        01  SERIAL-UNIT-RECORD.
            COPY SERREC.
        01  BATCH-LOCK-RECORD PIC X(40).
        FD  ONLINE-SESSION-LOG.
        01  ONLINE-SESSION-RECORD PIC X(50).
        FD  CASE-AUDIT-LOG.
        01  CASE-AUDIT-RECORD PIC X(120).
        WORKING-STORAGE SECTION.
        01 WS-CASE-FILE PIC X(40) VALUE '/user/mortuary/case-master'.
        01 WS-FILE-STATUS PIC XX.
        01 WS-NOK-FILE PIC X(40) VALUE '/user/mortuary/nok-master'.
        01 WS-NOK-STATUS PIC XX.
        01 WS-NOK-OPEN-SWITCH PIC X VALUE 'N'.
            88 NOK-MASTER-OPEN VALUE 'Y'.
        01 WS-NOTES-FILE PIC X(40)
            VALUE '/user/mortuary/case-notes'.
        01 WS-NOTES-STATUS PIC XX.
        01 WS-NOTES-OPEN-SWITCH PIC X VALUE 'N'.
            88 CASE-NOTES-FILE-OPEN VALUE 'Y'.
        01 WS-PARTS-FILE PIC X(40)
            VALUE '/user/mortuary/case-parts'.
        01 WS-PARTS-STATUS PIC XX.
        01 WS-PARTS-OPEN-SWITCH PIC X VALUE 'N'.
            88 CASE-PARTS-FILE-OPEN VALUE 'Y'.
        01 WS-CHARGES-FILE PIC X(40)
            VALUE '/user/billing/case-charges'.
        01 WS-CHARGES-STATUS PIC XX.
        01 WS-CHARGES-OPEN-SWITCH PIC X VALUE 'N'.
            88 CASE-CHARGE-FILE-OPEN VALUE 'Y'.
        01 WS-EFFECTS-FILE PIC X(40)
            VALUE '/user/mortuary/case-effects'.
        01 WS-EFFECTS-STATUS PIC XX.
        01 WS-EFFECTS-OPEN-SWITCH PIC X VALUE 'N'.
            88 CASE-EFFECTS-FILE-OPEN VALUE 'Y'.
        01 WS-PERMIT-FILE PIC X(40)
            VALUE '/user/mortuary/permit-master'.
        01 WS-PERMIT-STATUS PIC XX.
        01 WS-PERMIT-OPEN-SWITCH PIC X VALUE 'N'.
            88 PERMIT-MASTER-OPEN VALUE 'Y'.
        01 WS-HOLD-FILE PIC X(40)
            VALUE '/user/mortuary/hold-master'.
        01 WS-HOLD-STATUS PIC XX.
        01 WS-HOLD-OPEN-SWITCH PIC X VALUE 'N'.
            88 HOLD-MASTER-OPEN VALUE 'Y'.
        01 WS-PREP-FILE PIC X(40)
            VALUE '/user/mortuary/prep-reports'.
        01 WS-PREP-STATUS PIC XX.
        01 WS-PREP-OPEN-SWITCH PIC X VALUE 'N'.
            88 PREP-REPORT-FILE-OPEN VALUE 'Y'.
        01 WS-CREM-FILE PIC X(40)
            VALUE '/user/mortuary/cremation-checklist'.
        01 WS-CREM-STATUS PIC XX.
        01 WS-CREM-OPEN-SWITCH PIC X VALUE 'N'.
            88 CREMATION-CHECKLIST-OPEN VALUE 'Y'.
        01 WS-DONATION-FILE PIC X(40)
            VALUE '/user/mortuary/donation-master'.
        01 WS-DONATION-STATUS PIC XX.
        01 WS-DONATION-OPEN-SWITCH PIC X VALUE 'N'.
            88 DONATION-MASTER-OPEN VALUE 'Y'.
        01 WS-INS-FILE PIC X(40)
            VALUE '/user/billing/insurance-assign'.
        01 WS-INS-STATUS PIC XX.
        01 WS-INS-OPEN-SWITCH PIC X VALUE 'N'.
            88 INSURANCE-ASSIGN-FILE-OPEN VALUE 'Y'.
        01 WS-PLAN-FILE PIC X(40)
            VALUE '/user/billing/payment-plans'.
        01 WS-PLAN-STATUS PIC XX.
        01 WS-PLAN-OPEN-SWITCH PIC X VALUE 'N'.
            88 PAYMENT-PLAN-FILE-OPEN VALUE 'Y'.
        01 WS-IDENT-FILE PIC X(40)
            VALUE '/user/mortuary/ident-master'.
        01 WS-IDENT-STATUS PIC XX.
        01 WS-IDENT-OPEN-SWITCH PIC X VALUE 'N'.
            88 IDENT-MASTER-OPEN VALUE 'Y'.
        01 WS-ARRANGEMENT-FILE PIC X(40)
            VALUE '/user/billing/arrangements'.
        01 WS-ARR-STATUS PIC XX.
        01 WS-ARR-OPEN-SWITCH PIC X VALUE 'N'.
            88 ARRANGEMENT-FILE-OPEN VALUE 'Y'.
        01 WS-STORAGE-FILE PIC X(40)
            VALUE '/user/mortuary/storage-master'.
        01 WS-STORAGE-STATUS PIC XX.
        01 WS-STORAGE-OPEN-SWITCH PIC X VALUE 'N'.
            88 STORAGE-MASTER-OPEN VALUE 'Y'.
        01 WS-CUSTODY-FILE PIC X(40)
            VALUE '/user/mortuary/custody.log'.
        01 WS-CUSTODY-STATUS PIC XX.
        01 WS-HOURS-WORK-FILE PIC X(40)
            VALUE '/user/mortuary/case-hours-rekey.tmp'.
        01 WS-HOURS-WORK-STATUS PIC XX.
        01 WS-AFTERCARE-FILE PIC X(40)
            VALUE '/user/mortuary/aftercare-master'.
        01 WS-AFTERCARE-STATUS PIC XX.
        01 WS-AFTERCARE-OPEN-SWITCH PIC X VALUE 'N'.
            88 AFTERCARE-MASTER-OPEN VALUE 'Y'.
        01 WS-OBIT-FILE PIC X(40)
            VALUE '/user/mortuary/obit-master'.
        01 WS-OBIT-STATUS PIC XX.
        01 WS-OBIT-OPEN-SWITCH PIC X VALUE 'N'.
            88 OBIT-MASTER-OPEN VALUE 'Y'.
        01 WS-OBIT-PUB-FILE PIC X(40)
            VALUE '/user/mortuary/obit-publication'.
        01 WS-OBIT-PUB-STATUS PIC XX.
        01 WS-OBIT-PUB-OPEN-SWITCH PIC X VALUE 'N'.
            88 OBIT-PUBLICATION-OPEN VALUE 'Y'.
        01 WS-MEMORIAL-FILE PIC X(40)
            VALUE '/user/mortuary/memorial-order'.
        01 WS-MEMORIAL-STATUS PIC XX.
        01 WS-MEMORIAL-OPEN-SWITCH PIC X VALUE 'N'.
            88 MEMORIAL-ORDER-OPEN VALUE 'Y'.
        01 WS-NICHE-FILE PIC X(40)
            VALUE '/user/mortuary/niche-master'.
        01 WS-NICHE-STATUS PIC XX.
        01 WS-NICHE-OPEN-SWITCH PIC X VALUE 'N'.
            88 NICHE-MASTER-OPEN VALUE 'Y'.
        01 WS-SENT-FILE PIC X(40)
            VALUE '/user/mortuary/notify-sent.log'.
        01 WS-SENT-STATUS PIC XX.
        01 WS-SENT-WORK-FILE PIC X(40)
            VALUE '/user/mortuary/notify-sent-rekey.tmp'.
        01 WS-SENT-WORK-STATUS PIC XX.
        01 WS-SERIAL-FILE PIC X(30)
            VALUE '/user/inventory/serial-units'.
        01 WS-SERIAL-STATUS PIC XX.
        01 WS-SERIAL-OPEN-SWITCH PIC X VALUE 'N'.
            88 SERIAL-UNIT-FILE-OPEN VALUE 'Y'.
        01 WS-TRAIL-FILE PIC X(40)
            VALUE '/user/mortuary/rekey-trail.log'.
        01 WS-TRAIL-STATUS PIC XX.
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
        01 WS-TIMESTAMP PIC X(21).
        01 WS-SOURCE-ROLLNO PIC 9(7).
        01 WS-TARGET-ROLLNO PIC 9(7).
        01 WS-SOURCE-PRECAUTION PIC X VALUE SPACE.
        01 WS-RUN-MODE PIC X.
            88 MERGE-MODE VALUE 'M'.
            88 REKEY-MODE VALUE 'R'.
        01 WS-DONE-SWITCH PIC X.
            88 SATELLITE-DONE VALUE 'Y'.
        01 WS-SAVE-DOC-TYPE PIC X(2).
        01 WS-SAVE-AF-POINT PIC X.
        01 WS-SAVE-OP-OUTLET PIC X(10).
      * Each source charge line's new CCHG-SEQ, indexed by its old
      * one, so a memorial order's MO-CHARGE-SEQ can follow it.
        01 WS-OLD-CHARGE-SEQ PIC 9(3).
        01 WS-MEMORIAL-HOLD PIC X(391).
        01 WS-CHARGE-SEQ-MAP.
            02 WS-NEW-CHARGE-SEQ PIC 9(3) OCCURS 999 TIMES.
      * Mirror of PRG24's WS-CUSTODY-ENTRY - keep the two in step.
        01 WS-CUSTODY-ENTRY.
            02 CU-ROLLNO PIC 9(7).
            02 PAY-AMOUNT PIC 9(7)V99.
            02 FILLER PIC X.
            02 PAY-METHOD PIC X(6).
            02 FILLER PIC X.
            02 PAY-OPERATOR PIC 9(5).
      * Mirror of PRG57's WS-ADJUSTMENT-ENTRY - keep the two in
      * step.
        01 WS-ADJUSTMENT-ENTRY.
            02 CH-DATE PIC 9(8).
            02 FILLER PIC X.
            02 CH-HOURS PIC 9(2)V9.
      * Mirror of PRG110's WS-SENT-ENTRY - keep the two in step.
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
      * One trail line per record touched - the before/after proof
      * the run can be audited (and unwound by hand if it must be).
        01 WS-TRAIL-ENTRY.
           WRITE ONLINE-SESSION-RECORD
           CLOSE ONLINE-SESSION-LOG.

      * One case-audit entry per changed field - the caller fills
      * CA-ROLLNO, CA-FIELD and the before/after values.
       WRITE-CASE-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-OPERATOR-EMPID TO CA-EMPID
           MOVE 'PRG80' TO CA-PROGRAM
           MOVE WS-TIMESTAMP TO CA-TIMESTAMP
           OPEN EXTEND CASE-AUDIT-LOG
           IF WS-CASE-AUDIT-STATUS = '35'
               OPEN OUTPUT CASE-AUDIT-LOG
           END-IF
           MOVE WS-CASE-AUDIT-ENTRY TO CASE-AUDIT-RECORD
           WRITE CASE-AUDIT-RECORD
           CLOSE CASE-AUDIT-LOG.

      * Sign-on - this utility rewrites half the shop's files, so a
      * verified EMPID (on EMPLOYEE-MASTER, passing PRG6's
      * check-digit rule) goes on every trail line.
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

               MOVE 'N' TO WS-RUN-OK
           END-IF
           OPEN I-O NOK-MASTER
           IF WS-NOK-STATUS = '00'
               MOVE 'Y' TO WS-NOK-OPEN-SWITCH
           END-IF
           OPEN I-O CASE-NOTES-FILE
           IF WS-NOTES-STATUS = '00'
               MOVE 'Y' TO WS-NOTES-OPEN-SWITCH
           END-IF
           OPEN I-O CASE-PARTS-FILE
           IF WS-PARTS-STATUS = '00'
               MOVE 'Y' TO WS-PARTS-OPEN-SWITCH
           END-IF
           OPEN I-O CASE-CHARGE-FILE
           IF WS-CHARGES-STATUS = '00'
               MOVE 'Y' TO WS-CHARGES-OPEN-SWITCH
           END-IF
           OPEN I-O CASE-EFFECTS-FILE
           IF WS-EFFECTS-STATUS = '00'
               MOVE 'Y' TO WS-EFFECTS-OPEN-SWITCH
           END-IF
           OPEN I-O PERMIT-MASTER
           IF WS-PERMIT-STATUS = '00'
               MOVE 'Y' TO WS-PERMIT-OPEN-SWITCH
           END-IF
           OPEN I-O HOLD-MASTER
           IF WS-HOLD-STATUS = '00'
               MOVE 'Y' TO WS-HOLD-OPEN-SWITCH
           END-IF
           OPEN I-O PREP-REPORT-FILE
           IF WS-PREP-STATUS = '00'
               MOVE 'Y' TO WS-PREP-OPEN-SWITCH
           END-IF
           OPEN I-O CREMATION-CHECKLIST
           IF WS-CREM-STATUS = '00'
               MOVE 'Y' TO WS-CREM-OPEN-SWITCH
           END-IF
           OPEN I-O DONATION-MASTER
           IF WS-DONATION-STATUS = '00'
               MOVE 'Y' TO WS-DONATION-OPEN-SWITCH
           END-IF
           OPEN I-O INSURANCE-ASSIGN-FILE
           IF WS-INS-STATUS = '00'
               MOVE 'Y' TO WS-INS-OPEN-SWITCH
           END-IF
           OPEN I-O PAYMENT-PLAN-FILE
           IF WS-PLAN-STATUS = '00'
               MOVE 'Y' TO WS-PLAN-OPEN-SWITCH
           END-IF
           OPEN I-O IDENT-MASTER
           IF WS-IDENT-STATUS = '00'
               MOVE 'Y' TO WS-IDENT-OPEN-SWITCH
           END-IF
           OPEN I-O ARRANGEMENT-FILE
           IF WS-ARR-STATUS = '00'
               MOVE 'Y' TO WS-ARR-OPEN-SWITCH
           END-IF
           OPEN I-O STORAGE-MASTER
           IF WS-STORAGE-STATUS = '00'
               MOVE 'Y' TO WS-STORAGE-OPEN-SWITCH
           END-IF
           OPEN I-O SERIAL-UNIT-FILE
           IF WS-SERIAL-STATUS = '00'
               MOVE 'Y' TO WS-SERIAL-OPEN-SWITCH
           END-IF
           OPEN I-O AFTERCARE-MASTER
           IF WS-AFTERCARE-STATUS = '00'
               MOVE 'Y' TO WS-AFTERCARE-OPEN-SWITCH
           END-IF
           OPEN I-O OBIT-MASTER
           IF WS-OBIT-STATUS = '00'
               MOVE 'Y' TO WS-OBIT-OPEN-SWITCH
           END-IF
           OPEN I-O OBIT-PUBLICATION
           IF WS-OBIT-PUB-STATUS = '00'
               MOVE 'Y' TO WS-OBIT-PUB-OPEN-SWITCH
           END-IF
           OPEN I-O MEMORIAL-ORDER
           IF WS-MEMORIAL-STATUS = '00'
               MOVE 'Y' TO WS-MEMORIAL-OPEN-SWITCH
           END-IF
           OPEN I-O NICHE-MASTER
           IF WS-NICHE-STATUS = '00'
               MOVE 'Y' TO WS-NICHE-OPEN-SWITCH
           END-IF
           OPEN EXTEND REKEY-TRAIL
           IF WS-TRAIL-STATUS = '35'
               OPEN OUTPUT REKEY-TRAIL
      * source must exist; a rekey target must be unused; a merge
      * target must exist; and a merge where both sides carry the
      * same one-per-case record (hold, prep report, checklist,
      * donation, assignment, plan, identification, obituary, or the
      * same permit document, aftercare contact point, or obituary
      * outlet)
      * is an inconsistent target and refuses.
       VERIFY-RUN.
           MOVE WS-SOURCE-ROLLNO TO ROLLNO-KEY
           IF RUN-CLEAR AND MERGE-MODE
               PERFORM VERIFY-SINGLE-CONFLICTS
               PERFORM VERIFY-PERMIT-CONFLICTS
               PERFORM VERIFY-AFTERCARE-CONFLICTS
               PERFORM VERIFY-OBIT-PUB-CONFLICTS
           END-IF.

       VERIFY-SINGLE-CONFLICTS.
           PERFORM CHECK-CREM-CONFLICT
           PERFORM CHECK-DON-CONFLICT
           PERFORM CHECK-INS-CONFLICT
           PERFORM CHECK-PLAN-CONFLICT
           PERFORM CHECK-IDENT-CONFLICT
           PERFORM CHECK-OBIT-CONFLICT.

       CHECK-HOLD-CONFLICT.
           IF HOLD-MASTER-OPEN
               MOVE WS-SOURCE-ROLLNO TO HOLD-ROLLNO
               READ HOLD-MASTER
                   INVALID KEY
           END-IF.

       CHECK-PREP-CONFLICT.
           IF PREP-REPORT-FILE-OPEN
               MOVE WS-SOURCE-ROLLNO TO PREP-ROLLNO
               READ PREP-REPORT-FILE
                   INVALID KEY
           END-IF.

       CHECK-CREM-CONFLICT.
           IF CREMATION-CHECKLIST-OPEN
               MOVE WS-SOURCE-ROLLNO TO CREM-ROLLNO
               READ CREMATION-CHECKLIST
                   INVALID KEY
           END-IF.

       CHECK-DON-CONFLICT.
           IF DONATION-MASTER-OPEN
               MOVE WS-SOURCE-ROLLNO TO DON-ROLLNO
               READ DONATION-MASTER
                   INVALID KEY
           END-IF.

       CHECK-INS-CONFLICT.
           IF INSURANCE-ASSIGN-FILE-OPEN
               MOVE WS-SOURCE-ROLLNO TO INS-ROLLNO
               READ INSURANCE-ASSIGN-FILE
                   INVALID KEY
           END-IF.

       CHECK-PLAN-CONFLICT.
           IF PAYMENT-PLAN-FILE-OPEN
               MOVE WS-SOURCE-ROLLNO TO PLAN-ROLLNO
               READ PAYMENT-PLAN-FILE
                   INVALID KEY
               END-READ
           END-IF.

       CHECK-IDENT-CONFLICT.
           IF IDENT-MASTER-OPEN
               MOVE WS-SOURCE-ROLLNO TO ID-ROLLNO
               READ IDENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-TARGET-ROLLNO TO ID-ROLLNO
                       READ IDENT-MASTER
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               DISPLAY 'REFUSED - BOTH CASES CARRY '
                                   'AN IDENTIFICATION RECORD'
                               MOVE 'N' TO WS-RUN-OK
                       END-READ
               END-READ
           END-IF.

       CHECK-OBIT-CONFLICT.
           IF OBIT-MASTER-OPEN
               MOVE WS-SOURCE-ROLLNO TO OB-ROLLNO
               READ OBIT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-TARGET-ROLLNO TO OB-ROLLNO
                       READ OBIT-MASTER
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               DISPLAY 'REFUSED - BOTH CASES CARRY '
                                   'AN OBITUARY'
                               MOVE 'N' TO WS-RUN-OK
                       END-READ
               END-READ
           END-IF.

       VERIFY-PERMIT-CONFLICTS.
           IF PERMIT-MASTER-OPEN
               PERFORM CHECK-PERMIT-DOC-CONFLICT
           END-IF.

                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      * Aftercare contact points and obituary outlets are keyed the
      * way permit documents are, and checked the same way.
       VERIFY-AFTERCARE-CONFLICTS.
           IF AFTERCARE-MASTER-OPEN
               MOVE 'N' TO WS-EOF-SWITCH
               MOVE WS-SOURCE-ROLLNO TO AF-ROLLNO
               MOVE LOW-VALUES TO AF-POINT
               START AFTERCARE-MASTER KEY IS NOT LESS THAN AF-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-SWITCH
               END-START
               PERFORM CHECK-ONE-AFTERCARE-POINT UNTIL END-OF-SCAN
           END-IF.

       CHECK-ONE-AFTERCARE-POINT.
           READ AFTERCARE-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF AF-ROLLNO NOT = WS-SOURCE-ROLLNO
                       MOVE 'Y' TO WS-EOF-SWITCH
                   ELSE
                       PERFORM PROBE-TARGET-AFTERCARE
                   END-IF
           END-READ.

       PROBE-TARGET-AFTERCARE.
           MOVE AF-POINT TO WS-SAVE-AF-POINT
           MOVE WS-TARGET-ROLLNO TO AF-ROLLNO
           READ AFTERCARE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'REFUSED - BOTH CASES CARRY AFTERCARE '
                       'CONTACT POINT ' AF-POINT
                   MOVE 'N' TO WS-RUN-OK
           END-READ
           MOVE WS-SOURCE-ROLLNO TO AF-ROLLNO
           MOVE WS-SAVE-AF-POINT TO AF-POINT
           READ AFTERCARE-MASTER
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       VERIFY-OBIT-PUB-CONFLICTS.
           IF OBIT-PUBLICATION-OPEN
               MOVE 'N' TO WS-EOF-SWITCH
               MOVE WS-SOURCE-ROLLNO TO OP-ROLLNO
               MOVE LOW-VALUES TO OP-OUTLET
               START OBIT-PUBLICATION KEY IS NOT LESS THAN OP-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-SWITCH
               END-START
               PERFORM CHECK-ONE-OBIT-OUTLET UNTIL END-OF-SCAN
           END-IF.

       CHECK-ONE-OBIT-OUTLET.
           READ OBIT-PUBLICATION NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF OP-ROLLNO NOT = WS-SOURCE-ROLLNO
                       MOVE 'Y' TO WS-EOF-SWITCH
                   ELSE
                       PERFORM PROBE-TARGET-OUTLET
                   END-IF
           END-READ.

       PROBE-TARGET-OUTLET.
           MOVE OP-OUTLET TO WS-SAVE-OP-OUTLET
           MOVE WS-TARGET-ROLLNO TO OP-ROLLNO
           READ OBIT-PUBLICATION
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'REFUSED - BOTH CASES CARRY OBITUARY '
                       'OUTLET ' OP-OUTLET
                   MOVE 'N' TO WS-RUN-OK
           END-READ
           MOVE WS-SOURCE-ROLLNO TO OP-ROLLNO
           MOVE WS-SAVE-OP-OUTLET TO OP-OUTLET
           READ OBIT-PUBLICATION
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      * Phase two - the operator confirms what is about to happen,
      * then every file moves, each touch on the trail. The case
      * record itself moves last: a rekey writes it under the new
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               MOVE ZERO TO WS-MOVED-COUNT
               MOVE ZEROS TO WS-CHARGE-SEQ-MAP
               PERFORM MOVE-NOK-RECORDS
               PERFORM MOVE-NOTE-RECORDS
               PERFORM MOVE-PART-RECORDS
               PERFORM MOVE-DON-RECORD
               PERFORM MOVE-INS-RECORD
               PERFORM MOVE-PLAN-RECORD
               PERFORM MOVE-IDENT-RECORD
               PERFORM MOVE-AFTERCARE-RECORDS
               PERFORM MOVE-OBIT-RECORD
               PERFORM MOVE-OBIT-PUB-RECORDS
               PERFORM MOVE-MEMORIAL-RECORDS
               PERFORM REPOINT-NICHE-OCCUPANTS
               PERFORM MOVE-STOR-OCCUPANT
               PERFORM REPOINT-SERIAL-UNITS
               PERFORM REWRITE-CUSTODY-LOG
               PERFORM REWRITE-PAYMENTS
               PERFORM REWRITE-ADJUSTMENTS
               PERFORM REWRITE-CASE-HOURS
               PERFORM REWRITE-NOTIFY-SENT
               PERFORM MOVE-CASE-RECORD
               DISPLAY 'RUN COMPLETE - RECORDS MOVED: '
                   WS-MOVED-COUNT
      * every pass keeps the file position honest across the DELETE
      * and the sequence scan in between.
       MOVE-NOK-RECORDS.
           IF NOK-MASTER-OPEN
               MOVE 'N' TO WS-DONE-SWITCH
               PERFORM MOVE-ONE-NOK UNTIL SATELLITE-DONE
           END-IF.
           END-READ.

       MOVE-NOTE-RECORDS.
           IF CASE-NOTES-FILE-OPEN
               MOVE 'N' TO WS-DONE-SWITCH
               PERFORM MOVE-ONE-NOTE UNTIL SATELLITE-DONE
           END-IF.
           END-READ.

       MOVE-PART-RECORDS.
           IF CASE-PARTS-FILE-OPEN
               MOVE 'N' TO WS-DONE-SWITCH
               PERFORM MOVE-ONE-PART UNTIL SATELLITE-DONE
           END-IF.
           END-READ.

       MOVE-CHARGE-RECORDS.
           IF CASE-CHARGE-FILE-OPEN
               MOVE 'N' TO WS-DONE-SWITCH
               PERFORM MOVE-ONE-CHARGE UNTIL SATELLITE-DONE
           END-IF.
           MOVE SPACES TO WS-TRAIL-ENTRY
           MOVE 'CASE-CHARGES' TO TL-FILE
           MOVE CCHG-KEY TO TL-OLD-KEY
           MOVE CCHG-SEQ TO WS-OLD-CHARGE-SEQ
           DELETE CASE-CHARGE-FILE
           PERFORM FIND-NEXT-CHARGE-SEQ
           MOVE WS-TARGET-ROLLNO TO CCHG-ROLLNO
               NOT INVALID KEY
                   MOVE CCHG-KEY TO TL-NEW-KEY
                   PERFORM WRITE-TRAIL-LINE
                   IF WS-OLD-CHARGE-SEQ > ZERO
                       MOVE CCHG-SEQ
                           TO WS-NEW-CHARGE-SEQ(WS-OLD-CHARGE-SEQ)
                   END-IF
           END-WRITE.

       FIND-NEXT-CHARGE-SEQ.
           END-READ.

       MOVE-EFFECT-RECORDS.
           IF CASE-EFFECTS-FILE-OPEN
               MOVE 'N' TO WS-DONE-SWITCH
               PERFORM MOVE-ONE-EFFECT UNTIL SATELLITE-DONE
           END-IF.
           END-READ.

       MOVE-ARRANGEMENT-RECORDS.
           IF ARRANGEMENT-FILE-OPEN
               MOVE 'N' TO WS-DONE-SWITCH
               PERFORM MOVE-ONE-ARRANGEMENT UNTIL SATELLITE-DONE
           END-IF.
      * Permit documents keep their doc type - the verify pass has
      * already proven the target does not carry the same one.
       MOVE-PERMIT-RECORDS.
           IF PERMIT-MASTER-OPEN
               MOVE 'N' TO WS-DONE-SWITCH
               PERFORM MOVE-ONE-PERMIT UNTIL SATELLITE-DONE
           END-IF.
      * The one-per-case satellites move whole - the verify pass
      * has already proven the target carries none of its own.
       MOVE-HOLD-RECORD.
           IF HOLD-MASTER-OPEN
               MOVE WS-SOURCE-ROLLNO TO HOLD-ROLLNO
               READ HOLD-MASTER
                   INVALID KEY
           END-IF.

       MOVE-PREP-RECORD.
           IF PREP-REPORT-FILE-OPEN
               MOVE WS-SOURCE-ROLLNO TO PREP-ROLLNO
               READ PREP-REPORT-FILE
                   INVALID KEY
           END-IF.

       MOVE-CREM-RECORD.
           IF CREMATION-CHECKLIST-OPEN
               MOVE WS-SOURCE-ROLLNO TO CREM-ROLLNO
               READ CREMATION-CHECKLIST
                   INVALID KEY
           END-IF.

       MOVE-DON-RECORD.
           IF DONATION-MASTER-OPEN
               MOVE WS-SOURCE-ROLLNO TO DON-ROLLNO
               READ DONATION-MASTER
                   INVALID KEY
           END-IF.

       MOVE-INS-RECORD.
           IF INSURANCE-ASSIGN-FILE-OPEN
               MOVE WS-SOURCE-ROLLNO TO INS-ROLLNO
               READ INSURANCE-ASSIGN-FILE
                   INVALID KEY
           END-IF.

       MOVE-PLAN-RECORD.
           IF PAYMENT-PLAN-FILE-OPEN
               MOVE WS-SOURCE-ROLLNO TO PLAN-ROLLNO
               READ PAYMENT-PLAN-FILE
                   INVALID KEY
               END-READ
           END-IF.

       MOVE-IDENT-RECORD.
           IF IDENT-MASTER-OPEN
               MOVE WS-SOURCE-ROLLNO TO ID-ROLLNO
               READ IDENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-TRAIL-ENTRY
                       MOVE 'IDENT' TO TL-FILE
                       MOVE ID-ROLLNO TO TL-OLD-KEY
                       DELETE IDENT-MASTER
                       MOVE WS-TARGET-ROLLNO TO ID-ROLLNO
                       WRITE IDENT-RECORD
                           INVALID KEY
                               DISPLAY 'ERROR - IDENTIFICATION NOT '
                                   'RELOCATED'
                           NOT INVALID KEY
                               MOVE ID-ROLLNO TO TL-NEW-KEY
                               PERFORM WRITE-TRAIL-LINE
                       END-WRITE
               END-READ
           END-IF.

      * Aftercare points and obituary outlets keep their own key
      * part and move like permit documents.
       MOVE-AFTERCARE-RECORDS.
           IF AFTERCARE-MASTER-OPEN
               MOVE 'N' TO WS-DONE-SWITCH
               PERFORM MOVE-ONE-AFTERCARE UNTIL SATELLITE-DONE
           END-IF.

       MOVE-ONE-AFTERCARE.
           MOVE WS-SOURCE-ROLLNO TO AF-ROLLNO
           MOVE LOW-VALUES TO AF-POINT
           START AFTERCARE-MASTER KEY IS GREATER THAN AF-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-DONE-SWITCH
           END-START
           IF NOT SATELLITE-DONE
               READ AFTERCARE-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-DONE-SWITCH
                   NOT AT END
                       IF AF-ROLLNO NOT = WS-SOURCE-ROLLNO
                           MOVE 'Y' TO WS-DONE-SWITCH
                       ELSE
                           PERFORM RELOCATE-AFTERCARE-RECORD
                       END-IF
               END-READ
           END-IF.

       RELOCATE-AFTERCARE-RECORD.
           MOVE SPACES TO WS-TRAIL-ENTRY
           MOVE 'AFTERCARE' TO TL-FILE
           MOVE AF-KEY TO TL-OLD-KEY
           DELETE AFTERCARE-MASTER
           MOVE WS-TARGET-ROLLNO TO AF-ROLLNO
           WRITE AFTERCARE-RECORD
               INVALID KEY
                   DISPLAY 'ERROR - AFTERCARE POINT NOT RELOCATED: '
                       TL-OLD-KEY
               NOT INVALID KEY
                   MOVE AF-KEY TO TL-NEW-KEY
                   PERFORM WRITE-TRAIL-LINE
           END-WRITE.

       MOVE-OBIT-RECORD.
           IF OBIT-MASTER-OPEN
               MOVE WS-SOURCE-ROLLNO TO OB-ROLLNO
               READ OBIT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-TRAIL-ENTRY
                       MOVE 'OBITUARY' TO TL-FILE
                       MOVE OB-ROLLNO TO TL-OLD-KEY
                       DELETE OBIT-MASTER
                       MOVE WS-TARGET-ROLLNO TO OB-ROLLNO
                       WRITE OBIT-RECORD
                           INVALID KEY
                               DISPLAY 'ERROR - OBITUARY NOT '
                                   'RELOCATED'
                           NOT INVALID KEY
                               MOVE OB-ROLLNO TO TL-NEW-KEY
                               PERFORM WRITE-TRAIL-LINE
                       END-WRITE
               END-READ
           END-IF.

       MOVE-OBIT-PUB-RECORDS.
           IF OBIT-PUBLICATION-OPEN
               MOVE 'N' TO WS-DONE-SWITCH
               PERFORM MOVE-ONE-OBIT-PUB UNTIL SATELLITE-DONE
           END-IF.

       MOVE-ONE-OBIT-PUB.
           MOVE WS-SOURCE-ROLLNO TO OP-ROLLNO
           MOVE LOW-VALUES TO OP-OUTLET
           START OBIT-PUBLICATION KEY IS GREATER THAN OP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-DONE-SWITCH
           END-START
           IF NOT SATELLITE-DONE
               READ OBIT-PUBLICATION NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-DONE-SWITCH
                   NOT AT END
                       IF OP-ROLLNO NOT = WS-SOURCE-ROLLNO
                           MOVE 'Y' TO WS-DONE-SWITCH
                       ELSE
                           PERFORM RELOCATE-OBIT-PUB-RECORD
                       END-IF
               END-READ
           END-IF.

       RELOCATE-OBIT-PUB-RECORD.
           MOVE SPACES TO WS-TRAIL-ENTRY
           MOVE 'OBIT-PUB' TO TL-FILE
           MOVE OP-KEY TO TL-OLD-KEY
           DELETE OBIT-PUBLICATION
           MOVE WS-TARGET-ROLLNO TO OP-ROLLNO
           WRITE OBIT-PUB-RECORD
               INVALID KEY
                   DISPLAY 'ERROR - PUBLICATION LINE NOT RELOCATED: '
                       TL-OLD-KEY
               NOT INVALID KEY
                   MOVE OP-KEY TO TL-NEW-KEY
                   PERFORM WRITE-TRAIL-LINE
           END-WRITE.

      * Memorial orders are sequence-keyed like the notes. The case
      * charges have already moved, so an order's MO-CHARGE-SEQ is
      * changed to the sequence its charge line now carries.
       MOVE-MEMORIAL-RECORDS.
           IF MEMORIAL-ORDER-OPEN
               MOVE 'N' TO WS-DONE-SWITCH
               PERFORM MOVE-ONE-MEMORIAL UNTIL SATELLITE-DONE
           END-IF.

       MOVE-ONE-MEMORIAL.
           MOVE WS-SOURCE-ROLLNO TO MO-ROLLNO
           MOVE ZERO TO MO-SEQ
           START MEMORIAL-ORDER KEY IS GREATER THAN MO-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-DONE-SWITCH
           END-START
           IF NOT SATELLITE-DONE
               READ MEMORIAL-ORDER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-DONE-SWITCH
                   NOT AT END
                       IF MO-ROLLNO NOT = WS-SOURCE-ROLLNO
                           MOVE 'Y' TO WS-DONE-SWITCH
                       ELSE
                           PERFORM RELOCATE-MEMORIAL-RECORD
                       END-IF
               END-READ
           END-IF.

       RELOCATE-MEMORIAL-RECORD.
           MOVE SPACES TO WS-TRAIL-ENTRY
           MOVE 'MEMORIAL' TO TL-FILE
           MOVE MO-KEY TO TL-OLD-KEY
           DELETE MEMORIAL-ORDER
           IF MO-CHARGE-SEQ > ZERO
               IF WS-NEW-CHARGE-SEQ(MO-CHARGE-SEQ) > ZERO
                   MOVE WS-NEW-CHARGE-SEQ(MO-CHARGE-SEQ)
                       TO MO-CHARGE-SEQ
               ELSE
                   DISPLAY 'WARNING - MEMORIAL ORDER ' TL-OLD-KEY
                       ' CHARGE LINE ' MO-CHARGE-SEQ ' NOT MOVED'
               END-IF
           END-IF
           PERFORM FIND-NEXT-MEMORIAL-SEQ
           MOVE WS-TARGET-ROLLNO TO MO-ROLLNO
           MOVE WS-NEXT-SEQ TO MO-SEQ
           WRITE MEMORIAL-RECORD
               INVALID KEY
                   DISPLAY 'ERROR - MEMORIAL ORDER NOT RELOCATED: '
                       TL-OLD-KEY
               NOT INVALID KEY
                   MOVE MO-KEY TO TL-NEW-KEY
                   PERFORM WRITE-TRAIL-LINE
           END-WRITE.

      * The scan reads through the record area, so the order being
      * moved is held aside while it runs and put back after.
       FIND-NEXT-MEMORIAL-SEQ.
           MOVE MEMORIAL-RECORD TO WS-MEMORIAL-HOLD
           MOVE ZERO TO WS-NEXT-SEQ
           MOVE 'N' TO WS-SEQ-EOF
           MOVE WS-TARGET-ROLLNO TO MO-ROLLNO
           MOVE ZERO TO MO-SEQ
           START MEMORIAL-ORDER KEY IS GREATER THAN MO-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SEQ-EOF
           END-START
           PERFORM SCAN-MEMORIAL-SEQ UNTIL END-OF-SEQ-SCAN
           ADD 1 TO WS-NEXT-SEQ
           MOVE WS-MEMORIAL-HOLD TO MEMORIAL-RECORD.

       SCAN-MEMORIAL-SEQ.
           READ MEMORIAL-ORDER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SEQ-EOF
               NOT AT END
                   IF MO-ROLLNO NOT = WS-TARGET-ROLLNO
                       MOVE 'Y' TO WS-SEQ-EOF
                   ELSE
                       MOVE MO-SEQ TO WS-NEXT-SEQ
                   END-IF
           END-READ.

      * A niche keeps its wall/row/position key - only the occupant
      * pointers re-point, either urn slot, across the whole wall.
       REPOINT-NICHE-OCCUPANTS.
           IF NICHE-MASTER-OPEN
               MOVE 'N' TO WS-EOF-SWITCH
               MOVE LOW-VALUES TO NI-KEY
               START NICHE-MASTER KEY IS NOT LESS THAN NI-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-SWITCH
               END-START
               PERFORM REPOINT-ONE-NICHE UNTIL END-OF-SCAN
           END-IF.

       REPOINT-ONE-NICHE.
           READ NICHE-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF NI-ROLLNO-1 = WS-SOURCE-ROLLNO
                       OR NI-ROLLNO-2 = WS-SOURCE-ROLLNO
                       MOVE SPACES TO WS-TRAIL-ENTRY
                       MOVE 'NICHE' TO TL-FILE
                       MOVE NI-KEY TO TL-OLD-KEY
                       IF NI-ROLLNO-1 = WS-SOURCE-ROLLNO
                           MOVE WS-TARGET-ROLLNO TO NI-ROLLNO-1
                       END-IF
                       IF NI-ROLLNO-2 = WS-SOURCE-ROLLNO
                           MOVE WS-TARGET-ROLLNO TO NI-ROLLNO-2
                       END-IF
                       REWRITE NICHE-RECORD
                           INVALID KEY
                               DISPLAY 'ERROR - NICHE NOT '
                                   'REPOINTED: ' NI-KEY
                           NOT INVALID KEY
                               MOVE NI-KEY TO TL-NEW-KEY
                               PERFORM WRITE-TRAIL-LINE
                       END-REWRITE
                   END-IF
           END-READ.

       MOVE-STOR-OCCUPANT.
           IF STORAGE-MASTER-OPEN
               MOVE 'N' TO WS-EOF-SWITCH
               MOVE LOW-VALUES TO STOR-KEY
               START STORAGE-MASTER KEY IS NOT LESS THAN STOR-KEY
      * case can carry more than one unit, so the walk runs the
      * whole file.
       REPOINT-SERIAL-UNITS.
           IF SERIAL-UNIT-FILE-OPEN
               MOVE 'N' TO WS-EOF-SWITCH
               MOVE LOW-VALUES TO SER-KEY
               START SERIAL-UNIT-FILE KEY IS NOT LESS THAN SER-KEY
                   WRITE CASE-HOURS-RECORD
           END-READ.

       REWRITE-NOTIFY-SENT.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT NOTIFY-SENT-LOG
           IF WS-SENT-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               OPEN OUTPUT NOTIFY-SENT-WORK
               PERFORM REPOINT-ONE-SENT UNTIL END-OF-SCAN
               CLOSE NOTIFY-SENT-LOG
               CLOSE NOTIFY-SENT-WORK
               PERFORM COPY-SENT-BACK
           END-IF.

       REPOINT-ONE-SENT.
           READ NOTIFY-SENT-LOG
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE NOTIFY-SENT-RECORD TO WS-SENT-ENTRY
                   IF SL-ROLLNO = WS-SOURCE-ROLLNO
                       MOVE SPACES TO WS-TRAIL-ENTRY
                       MOVE 'NOTIFY-SENT' TO TL-FILE
                       MOVE SL-ROLLNO TO TL-OLD-KEY
                       MOVE WS-TARGET-ROLLNO TO SL-ROLLNO
                       MOVE SL-ROLLNO TO TL-NEW-KEY
                       PERFORM WRITE-TRAIL-LINE
                   END-IF
                   MOVE SPACES TO NOTIFY-SENT-WORK-RECORD
                   MOVE WS-SENT-ENTRY TO NOTIFY-SENT-WORK-RECORD
                   WRITE NOTIFY-SENT-WORK-RECORD
           END-READ.

       COPY-SENT-BACK.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT NOTIFY-SENT-WORK
           OPEN OUTPUT NOTIFY-SENT-LOG
           PERFORM COPY-ONE-SENT UNTIL END-OF-SCAN
           CLOSE NOTIFY-SENT-WORK
           CLOSE NOTIFY-SENT-LOG.

       COPY-ONE-SENT.
           READ NOTIFY-SENT-WORK
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE NOTIFY-SENT-WORK-RECORD TO NOTIFY-SENT-RECORD
                   WRITE NOTIFY-SENT-RECORD
           END-READ.

      * The case record goes last, when every satellite has landed:
      * a rekey re-writes the same record under the new number; a
      * merge deletes the duplicate and the target's own record
      * stands - except that a precaution code on the duplicate is
      * carried onto a target that has none, so a merge never
      * drops a handling warning.
       MOVE-CASE-RECORD.
           MOVE WS-SOURCE-ROLLNO TO ROLLNO-KEY
           READ CASE-MASTER
                   MOVE SPACES TO WS-TRAIL-ENTRY
                   MOVE 'CASE-MASTER' TO TL-FILE
                   MOVE WS-SOURCE-ROLLNO TO TL-OLD-KEY
                   MOVE CASE-PRECAUTION TO WS-SOURCE-PRECAUTION
                   DELETE CASE-MASTER
                   IF REKEY-MODE
                       MOVE WS-TARGET-ROLLNO TO ROLLNO-KEY
                           NOT INVALID KEY
                               MOVE WS-TARGET-ROLLNO TO TL-NEW-KEY
                               PERFORM WRITE-TRAIL-LINE
                               MOVE WS-TARGET-ROLLNO TO CA-NEW-VALUE
                               PERFORM AUDIT-ROLLNO-CHANGE
                       END-WRITE
                   ELSE
                       MOVE 'MERGED-AWAY' TO TL-NEW-KEY
                       PERFORM WRITE-TRAIL-LINE
                       MOVE SPACES TO CA-NEW-VALUE
                       STRING 'MERGED INTO ' WS-TARGET-ROLLNO
                           DELIMITED BY SIZE INTO CA-NEW-VALUE
                       PERFORM AUDIT-ROLLNO-CHANGE
                       IF WS-SOURCE-PRECAUTION NOT = SPACE
                           PERFORM CARRY-PRECAUTION-TO-TARGET
                       END-IF
                   END-IF
           END-READ.

       CARRY-PRECAUTION-TO-TARGET.
           MOVE WS-TARGET-ROLLNO TO ROLLNO-KEY
           READ CASE-MASTER
               INVALID KEY
                   DISPLAY 'WARNING - PRECAUTION NOT CARRIED, TARGET '
                       'NOT READ: ' WS-TARGET-ROLLNO
               NOT INVALID KEY
                   IF CASE-PRECAUTION = SPACE
                       MOVE WS-SOURCE-PRECAUTION TO CASE-PRECAUTION
                       REWRITE CASE-MASTER-RECORD
                           INVALID KEY
                               DISPLAY 'WARNING - PRECAUTION NOT '
                                   'CARRIED: ' WS-TARGET-ROLLNO
                           NOT INVALID KEY
                               MOVE WS-TARGET-ROLLNO TO CA-ROLLNO
                               MOVE 'CASE-PRECAUTION' TO CA-FIELD
                               MOVE SPACES TO CA-OLD-VALUE
                               MOVE WS-SOURCE-PRECAUTION
                                   TO CA-NEW-VALUE
                               PERFORM WRITE-CASE-AUDIT
                       END-REWRITE
                   END-IF
           END-READ.

      * The key change is audited under both case numbers, so the
      * change history of either one shows where the record went.
       AUDIT-ROLLNO-CHANGE.
           MOVE 'ROLLNO' TO CA-FIELD
           MOVE WS-SOURCE-ROLLNO TO CA-OLD-VALUE
           MOVE WS-SOURCE-ROLLNO TO CA-ROLLNO
           PERFORM WRITE-CASE-AUDIT
           MOVE WS-TARGET-ROLLNO TO CA-ROLLNO
           PERFORM WRITE-CASE-AUDIT.

       CLOSE-ALL-FILES.
           CLOSE CASE-MASTER
           IF NOK-MASTER-OPEN
               CLOSE NOK-MASTER
           END-IF
           IF CASE-NOTES-FILE-OPEN
               CLOSE CASE-NOTES-FILE
           END-IF
           IF CASE-PARTS-FILE-OPEN
               CLOSE CASE-PARTS-FILE
           END-IF
           IF CASE-CHARGE-FILE-OPEN
               CLOSE CASE-CHARGE-FILE
           END-IF
           IF CASE-EFFECTS-FILE-OPEN
               CLOSE CASE-EFFECTS-FILE
           END-IF
           IF PERMIT-MASTER-OPEN
               CLOSE PERMIT-MASTER
           END-IF
           IF HOLD-MASTER-OPEN
               CLOSE HOLD-MASTER
           END-IF
           IF PREP-REPORT-FILE-OPEN
               CLOSE PREP-REPORT-FILE
           END-IF
           IF CREMATION-CHECKLIST-OPEN
               CLOSE CREMATION-CHECKLIST
           END-IF
           IF DONATION-MASTER-OPEN
               CLOSE DONATION-MASTER
           END-IF
           IF INSURANCE-ASSIGN-FILE-OPEN
               CLOSE INSURANCE-ASSIGN-FILE
           END-IF
           IF PAYMENT-PLAN-FILE-OPEN
               CLOSE PAYMENT-PLAN-FILE
           END-IF
           IF IDENT-MASTER-OPEN
               CLOSE IDENT-MASTER
           END-IF
           IF ARRANGEMENT-FILE-OPEN
               CLOSE ARRANGEMENT-FILE
           END-IF
           IF STORAGE-MASTER-OPEN
               CLOSE STORAGE-MASTER
           END-IF
           IF SERIAL-UNIT-FILE-OPEN
               CLOSE SERIAL-UNIT-FILE
           END-IF
           IF AFTERCARE-MASTER-OPEN
               CLOSE AFTERCARE-MASTER
           END-IF
           IF OBIT-MASTER-OPEN
               CLOSE OBIT-MASTER
           END-IF
           IF OBIT-PUBLICATION-OPEN
               CLOSE OBIT-PUBLICATION
           END-IF
           IF MEMORIAL-ORDER-OPEN
               CLOSE MEMORIAL-ORDER
           END-IF
           IF NICHE-MASTER-OPEN
               CLOSE NICHE-MASTER
           END-IF
           CLOSE REKEY-TRAIL.
