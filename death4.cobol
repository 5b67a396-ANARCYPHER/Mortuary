            SELECT ONLINE-SESSION-LOG ASSIGN TO WS-SESSION-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SESSION-STATUS.
            SELECT CASE-AUDIT-LOG ASSIGN TO WS-CASE-AUDIT-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CASE-AUDIT-STATUS.
            SELECT CASE-ARCHIVE ASSIGN TO WS-ARCHIVE-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ARCHIVE-STATUS.
            SELECT DUP-OVERRIDE-LOG ASSIGN TO WS-DUP-LOG-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DUP-LOG-STATUS.
            SELECT ON-CALL-ROTATION ASSIGN TO WS-ROTATION-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OC-WEEK-START
                FILE STATUS IS WS-ROTATION-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  CASE-MASTER.
        01  BATCH-LOCK-RECORD PIC X(40).
        FD  ONLINE-SESSION-LOG.
        01  ONLINE-SESSION-RECORD PIC X(50).
        FD  CASE-AUDIT-LOG.
        01  CASE-AUDIT-RECORD PIC X(120).
        FD  CASE-ARCHIVE.
        01  CASE-ARCHIVE-RECORD PIC X(200).
        FD  DUP-OVERRIDE-LOG.
        01  DUP-OVERRIDE-RECORD PIC X(80).
        FD  ON-CALL-ROTATION.
        01  ON-CALL-RECORD.
            COPY OCALREC.
        FD  CASE-CONTROL-FILE.
        01  CASE-CONTROL-RECORD.
            02 CC-YEAR PIC 9(4).
        01 WS-AUDIT-STATUS PIC XX.
        01 WS-TIMESTAMP PIC X(21).
        01 WS-BEFORE-QTY PIC 9(5).
        01 WS-AVAILABLE-QTY PIC 9(5).
        01 WS-AUDIT-ENTRY.
            02 AUDIT-OPERATOR PIC X(10).
            02 FILLER PIC X VALUE SPACE.
        01 WS-ASSIGNED-UNIT PIC X(4).
        01 WS-ASSIGNED-SLOT PIC 9(3).
      * One record per toe tag / cooler-door card, fixed to the
      * label stock: case number, name, intake date, assigned slot,
      * the precaution symbol (*Pn*, blank when none) - never the
      * reason behind it - and the scannable case barcode PRG104
      * posts custody moves from. PRG52 regenerates the same record
      * on a reprint.
        01 WS-TAG-ENTRY.
            02 TG-ROLLNO PIC 9(7).
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
        01 WS-PRE-NEED-FILE PIC X(40)
            VALUE '/user/mortuary/pre-need-master'.
        01 WS-PRE-NEED-STATUS PIC XX.
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
            02 DU-OPERATOR PIC 9(5).
            02 FILLER PIC X VALUE SPACE.
            02 DU-TIMESTAMP PIC X(21).
      * Assigned director - an intake line that carries no
      * CASE-DIRECTOR gets the director on call today, looked up
      * once per run off ON-CALL-ROTATION (PRG65) the way PRG42
      * stamps its first calls.
        01 WS-ROTATION-FILE PIC X(40)
            VALUE '/user/mortuary/on-call-rotation'.
        01 WS-ROTATION-STATUS PIC XX.
        01 WS-ROT-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-ROTATION VALUE 'Y'.
        01 WS-ONCALL-EMPID PIC 9(5) VALUE ZERO.
        01 WA.
            COPY CASEREC REPLACING ==ROLLNO== BY ==WA-ROLLNO==.
        01 G1.
            COPY CASEREC.
      * Before image of the case for the field-level audit entries.
        01 WB.
            COPY CASEREC REPLACING ==ROLLNO== BY ==WB-ROLLNO==.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM CHECK-BATCH-LOCK
           PERFORM OPEN-REJECT-FILE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM READ-CASE-CONTROL
           PERFORM FIND-ON-CALL-DIRECTOR
           DISPLAY 'MODE - SINGLE CASE, BATCH, SURGE, OR UPDATE '
               '(S/B/G/U):'
           ACCEPT WS-MODE-CODE
           WRITE ONLINE-SESSION-RECORD
           CLOSE ONLINE-SESSION-LOG.

      * One case-audit entry per changed field - the caller fills
      * CA-ROLLNO, CA-FIELD and the before/after values.
       WRITE-CASE-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-OPERATOR-EMPID TO CA-EMPID
           MOVE 'PRG4' TO CA-PROGRAM
           MOVE WS-TIMESTAMP TO CA-TIMESTAMP
           OPEN EXTEND CASE-AUDIT-LOG
           IF WS-CASE-AUDIT-STATUS = '35'
               OPEN OUTPUT CASE-AUDIT-LOG
           END-IF
           MOVE WS-CASE-AUDIT-ENTRY TO CASE-AUDIT-RECORD
           WRITE CASE-AUDIT-RECORD
           CLOSE CASE-AUDIT-LOG.

       OPEN-EMPLOYEE-FILE.
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-EMP-STATUS NOT = '00'
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

               MOVE SPACES TO CASE-FACILITY IN G1
               MOVE SPACE TO CASE-TRADE-TYPE IN G1
               MOVE SPACES TO CASE-TRADE-ACCT IN G1
               MOVE ZERO TO CASE-DIRECTOR IN G1
               MOVE SPACE TO CASE-PRECAUTION IN G1
               PERFORM HANDLE-INTAKE-RECORD
           END-IF.

      * name fields; the workflow, billing, and part fields belong
      * to their own transactions and stay untouched. Blank or zero
      * input keeps the value already on file. Date sanity is the
      * same test the intake path applies. Every field that actually
      * changed lands on the case audit log, before and after.
       PROCESS-DEMOG-UPDATE.
           DISPLAY 'ROLLNO TO UPDATE:'
           ACCEPT ROLLNO-KEY

       APPLY-DEMOG-UPDATE.
           MOVE CASE-MASTER-RECORD TO G1
           MOVE CASE-MASTER-RECORD TO WB
           DISPLAY 'LAST, FIRST, MIDDLE, SUFFIX '
               '(BLANK LINE KEEPS CURRENT):'
           PERFORM ACCEPT-OR-KEEP-NAMES
                           ROLLNO-KEY
                   NOT INVALID KEY
                       DISPLAY 'CASE UPDATED: ' ROLLNO-KEY
                       PERFORM AUDIT-DEMOG-CHANGES
               END-REWRITE
           END-IF.

      * The access code itself never goes on the log - only the
      * fact that one was issued.
       AUDIT-DEMOG-CHANGES.
           MOVE ROLLNO-KEY TO CA-ROLLNO
           IF NAME-LAST IN WB NOT = NAME-LAST IN CASE-MASTER-RECORD
               MOVE 'NAME-LAST' TO CA-FIELD
               MOVE NAME-LAST IN WB TO CA-OLD-VALUE
               MOVE NAME-LAST IN CASE-MASTER-RECORD TO CA-NEW-VALUE
               PERFORM WRITE-CASE-AUDIT
           END-IF
           IF NAME-FIRST IN WB NOT = NAME-FIRST IN CASE-MASTER-RECORD
               MOVE 'NAME-FIRST' TO CA-FIELD
               MOVE NAME-FIRST IN WB TO CA-OLD-VALUE
               MOVE NAME-FIRST IN CASE-MASTER-RECORD TO CA-NEW-VALUE
               PERFORM WRITE-CASE-AUDIT
           END-IF
           IF NAME-MIDDLE IN WB
               NOT = NAME-MIDDLE IN CASE-MASTER-RECORD
               MOVE 'NAME-MIDDLE' TO CA-FIELD
               MOVE NAME-MIDDLE IN WB TO CA-OLD-VALUE
               MOVE NAME-MIDDLE IN CASE-MASTER-RECORD TO CA-NEW-VALUE
               PERFORM WRITE-CASE-AUDIT
           END-IF
           IF NAME-SUFFIX IN WB
               NOT = NAME-SUFFIX IN CASE-MASTER-RECORD
               MOVE 'NAME-SUFFIX' TO CA-FIELD
               MOVE NAME-SUFFIX IN WB TO CA-OLD-VALUE
               MOVE NAME-SUFFIX IN CASE-MASTER-RECORD TO CA-NEW-VALUE
               PERFORM WRITE-CASE-AUDIT
           END-IF
           IF STUNAME IN WB NOT = STUNAME IN CASE-MASTER-RECORD
               MOVE 'STUNAME' TO CA-FIELD
               MOVE STUNAME IN WB TO CA-OLD-VALUE
               MOVE STUNAME IN CASE-MASTER-RECORD TO CA-NEW-VALUE
               PERFORM WRITE-CASE-AUDIT
           END-IF
           IF DATE-OF-BIRTH IN WB
               NOT = DATE-OF-BIRTH IN CASE-MASTER-RECORD
               MOVE 'DATE-OF-BIRTH' TO CA-FIELD
               MOVE DATE-OF-BIRTH IN WB TO CA-OLD-VALUE
               MOVE DATE-OF-BIRTH IN CASE-MASTER-RECORD
                   TO CA-NEW-VALUE
               PERFORM WRITE-CASE-AUDIT
           END-IF
           IF DATE-OF-DEATH IN WB
               NOT = DATE-OF-DEATH IN CASE-MASTER-RECORD
               MOVE 'DATE-OF-DEATH' TO CA-FIELD
               MOVE DATE-OF-DEATH IN WB TO CA-OLD-VALUE
               MOVE DATE-OF-DEATH IN CASE-MASTER-RECORD
                   TO CA-NEW-VALUE
               PERFORM WRITE-CASE-AUDIT
           END-IF
           IF SEX-CODE IN WB NOT = SEX-CODE IN CASE-MASTER-RECORD
               MOVE 'SEX-CODE' TO CA-FIELD
               MOVE SEX-CODE IN WB TO CA-OLD-VALUE
               MOVE SEX-CODE IN CASE-MASTER-RECORD TO CA-NEW-VALUE
               PERFORM WRITE-CASE-AUDIT
           END-IF
           IF PLACE-OF-DEATH IN WB
               NOT = PLACE-OF-DEATH IN CASE-MASTER-RECORD
               MOVE 'PLACE-OF-DEATH' TO CA-FIELD
               MOVE PLACE-OF-DEATH IN WB TO CA-OLD-VALUE
               MOVE PLACE-OF-DEATH IN CASE-MASTER-RECORD
                   TO CA-NEW-VALUE
               PERFORM WRITE-CASE-AUDIT
           END-IF
           IF NOK-NAME IN WB NOT = NOK-NAME IN CASE-MASTER-RECORD
               MOVE 'NOK-NAME' TO CA-FIELD
               MOVE NOK-NAME IN WB TO CA-OLD-VALUE
               MOVE NOK-NAME IN CASE-MASTER-RECORD TO CA-NEW-VALUE
               PERFORM WRITE-CASE-AUDIT
           END-IF
           IF DISPOSITION-TYPE IN WB
               NOT = DISPOSITION-TYPE IN CASE-MASTER-RECORD
               MOVE 'DISPOSITION-TYPE' TO CA-FIELD
               MOVE DISPOSITION-TYPE IN WB TO CA-OLD-VALUE
               MOVE DISPOSITION-TYPE IN CASE-MASTER-RECORD
                   TO CA-NEW-VALUE
               PERFORM WRITE-CASE-AUDIT
           END-IF
           IF CASE-ACCESS-CODE IN WB
               NOT = CASE-ACCESS-CODE IN CASE-MASTER-RECORD
               MOVE 'CASE-ACCESS-CODE' TO CA-FIELD
               MOVE 'NONE' TO CA-OLD-VALUE
               MOVE 'ISSUED' TO CA-NEW-VALUE
               PERFORM WRITE-CASE-AUDIT
           END-IF.

       ACCEPT-OR-KEEP-NAMES.
           MOVE SPACES TO WS-UPDATE-TEXT
           ACCEPT WS-UPDATE-TEXT
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'PART ASSIGNED WITH ZERO QTY' TO WS-REJECT-REASON
           END-IF
           IF CASE-PRECAUTION IN G1 NOT = SPACE
               AND CASE-PRECAUTION IN G1 NOT = '1'
               AND CASE-PRECAUTION IN G1 NOT = '2'
               AND CASE-PRECAUTION IN G1 NOT = '3'
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'PRECAUTION CODE NOT 1, 2, 3 OR BLANK'
                   TO WS-REJECT-REASON
           END-IF
           PERFORM VALIDATE-DEMOGRAPHICS
           PERFORM VALIDATE-CASE-DIRECTOR.

      * The director keyed on the intake line must be on
      * EMPLOYEE-MASTER and not separated, or the line rejects like
      * any other bad field. A line with none takes today's on-call
      * director; if the rotation names nobody (or somebody since
      * removed from the roster or separated) the case saves
      * unassigned with a warning rather than being lost, and PRG87
      * assigns it later.
       VALIDATE-CASE-DIRECTOR.
           IF CASE-DIRECTOR IN G1 IS NOT NUMERIC
               OR CASE-DIRECTOR IN G1 = ZERO
               MOVE WS-ONCALL-EMPID TO CASE-DIRECTOR IN G1
               IF CASE-DIRECTOR IN G1 > ZERO
                   MOVE CASE-DIRECTOR IN G1 TO EMPID
                   READ EMPLOYEE-MASTER
                       INVALID KEY
                           DISPLAY 'WARNING - ON-CALL DIRECTOR NOT ON '
                               'EMPLOYEE-MASTER, CASE UNASSIGNED: '
                               CASE-DIRECTOR IN G1
                           MOVE ZERO TO CASE-DIRECTOR IN G1
                   END-READ
               ELSE
                   DISPLAY 'WARNING - NO ON-CALL DIRECTOR, CASE '
                       'SAVES UNASSIGNED'
               END-IF
           ELSE
               MOVE CASE-DIRECTOR IN G1 TO EMPID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE 'N' TO WS-VALID-SWITCH
                       MOVE 'DIRECTOR NOT ON EMPLOYEE-MASTER'
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       IF EMP-TERM-DATE NOT = ZERO
                           AND EMP-TERM-DATE NOT > WS-TODAY
                           MOVE 'N' TO WS-VALID-SWITCH
                           MOVE 'DIRECTOR SEPARATED'
                               TO WS-REJECT-REASON
                       END-IF
               END-READ
           END-IF.

      * The rotation record in force today is the one with the
      * latest week start at or before today - same rule as PRG42.
      * A separated director named there is no default at all.
       FIND-ON-CALL-DIRECTOR.
           MOVE ZERO TO WS-ONCALL-EMPID
           OPEN INPUT ON-CALL-ROTATION
           IF WS-ROTATION-STATUS NOT = '00'
               DISPLAY 'WARNING - NO ON-CALL ROTATION ON FILE, '
                   'NO DEFAULT DIRECTOR'
           ELSE
               MOVE 'N' TO WS-ROT-EOF-SWITCH
               MOVE ZERO TO OC-WEEK-START
               START ON-CALL-ROTATION
                   KEY IS NOT LESS THAN OC-WEEK-START
                   INVALID KEY
                       MOVE 'Y' TO WS-ROT-EOF-SWITCH
               END-START
               PERFORM SCAN-ROTATION-WEEK UNTIL END-OF-ROTATION
               CLOSE ON-CALL-ROTATION
           END-IF
           IF WS-ONCALL-EMPID > ZERO
               MOVE WS-ONCALL-EMPID TO EMPID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EMP-TERM-DATE NOT = ZERO
                           AND EMP-TERM-DATE NOT > WS-TODAY
                           DISPLAY 'WARNING - ON-CALL DIRECTOR '
                               'SEPARATED ' EMP-TERM-DATE
                               ', CASES SAVE UNASSIGNED: '
                               WS-ONCALL-EMPID
                           MOVE ZERO TO WS-ONCALL-EMPID
                       END-IF
               END-READ
           END-IF.

       SCAN-ROTATION-WEEK.
           READ ON-CALL-ROTATION NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ROT-EOF-SWITCH
               NOT AT END
                   IF OC-WEEK-START <= WS-TODAY
                       MOVE OC-PRIMARY-EMPID TO WS-ONCALL-EMPID
                   ELSE
                       MOVE 'Y' TO WS-ROT-EOF-SWITCH
                   END-IF
           END-READ.

      * Certificate demographics sanity - a zero date means not yet
      * known (a first call rarely has them), but a date that is
               DISPLAY 'WARNING - CONTRACT ALREADY CONVERTED, '
                   'AT-NEED INTAKE: ' PN-CONTRACT-NO
               MOVE ZERO TO CONTRACT-NO IN G1
           ELSE
           IF PN-STATUS = 'X'
               DISPLAY 'WARNING - CONTRACT CANCELLED, '
                   'AT-NEED INTAKE: ' PN-CONTRACT-NO
               MOVE ZERO TO CONTRACT-NO IN G1
           ELSE
               MOVE PN-DISPOSITION-TYPE TO DISPOSITION-TYPE IN G1
               MOVE PN-PART TO PART-ASSIGNED IN G1
                       DISPLAY 'PRE-NEED CONTRACT CONVERTED: '
                           PN-CONTRACT-NO
               END-REWRITE
           END-IF
           END-IF.

       OPEN-STORAGE-FILE.
           MOVE INTAKE-DATE IN G1 TO TG-INTAKE
           MOVE WS-ASSIGNED-UNIT TO TG-UNIT
           MOVE WS-ASSIGNED-SLOT TO TG-SLOT
           IF CASE-PRECAUTION IN G1 = SPACE
               MOVE SPACES TO TG-PRECAUTION
           ELSE
               MOVE CASE-PRECAUTION IN G1 TO WS-PREC-CODE
               MOVE WS-PREC-SYMBOL TO TG-PRECAUTION
           END-IF
           MOVE ROLLNO IN G1 TO TB-ROLLNO
           DIVIDE TB-ROLLNO BY 97 GIVING WS-BAR-QUOTIENT
               REMAINDER TB-CHECK
           MOVE WS-TAG-BARCODE TO TG-BARCODE
           OPEN EXTEND TAG-PRINT-FILE
           IF WS-TAG-STATUS = '35'
               OPEN OUTPUT TAG-PRINT-FILE
               CASE-TRADE-TYPE IN CASE-MASTER-RECORD
           MOVE CASE-TRADE-ACCT IN G1 TO
               CASE-TRADE-ACCT IN CASE-MASTER-RECORD
           MOVE CASE-DIRECTOR IN G1 TO
               CASE-DIRECTOR IN CASE-MASTER-RECORD
           MOVE CASE-PRECAUTION IN G1 TO
               CASE-PRECAUTION IN CASE-MASTER-RECORD
           WRITE CASE-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'CASE NOT SAVED - FILE STATUS: '
                       WS-FILE-STATUS
               NOT INVALID KEY
                   DISPLAY 'CASE SAVED - ROLLNO: ' ROLLNO-KEY
                       ' DIRECTOR: ' CASE-DIRECTOR IN G1
                   IF CASE-PRECAUTION IN G1 NOT = SPACE
                       PERFORM AUDIT-INTAKE-PRECAUTION
                   END-IF
           END-WRITE.

      * A precaution code keyed at intake is logged under the
      * signed-on operator, the same as one PRG102 sets later.
       AUDIT-INTAKE-PRECAUTION.
           MOVE ROLLNO-KEY TO CA-ROLLNO
           MOVE 'CASE-PRECAUTION' TO CA-FIELD
           MOVE SPACES TO CA-OLD-VALUE
           MOVE CASE-PRECAUTION IN G1 TO CA-NEW-VALUE
           PERFORM WRITE-CASE-AUDIT.

       DECREMENT-INVENTORY.
           MOVE PART-ASSIGNED IN G1 TO FILESYSFILE-KEY
           READ INVENTORY-FILE
                   DISPLAY 'WARNING - PART NOT FOUND, NOT DECREMENTED: '
                       PART-ASSIGNED IN G1
               NOT INVALID KEY
                   PERFORM COMPUTE-AVAILABLE
                   IF PART-QTY IN G1 > QTY-ON-HAND
                       DISPLAY 'WARNING - INSUFFICIENT QTY ON HAND, '
                           'NOT DECREMENTED: ' PART-ASSIGNED IN G1
                   ELSE
                   IF PART-QTY IN G1 > WS-AVAILABLE-QTY
                       DISPLAY 'WARNING - STOCK HELD FOR OPEN QUOTES '
                           '(PRG53), AVAILABLE ' WS-AVAILABLE-QTY
                           ', NOT DECREMENTED: ' PART-ASSIGNED IN G1
                   ELSE
                       MOVE QTY-ON-HAND TO WS-BEFORE-QTY
                       SUBTRACT PART-QTY IN G1 FROM QTY-ON-HAND
                               PERFORM WRITE-AUDIT-RECORD
                       END-REWRITE
                   END-IF
                   END-IF
           END-READ.

      * Available to promise, as PRG53 works it - a unit held for an
      * open quote is not intake's to take.
       COMPUTE-AVAILABLE.
           IF QTY-RESERVED NOT < QTY-ON-HAND
               MOVE ZERO TO WS-AVAILABLE-QTY
           ELSE
               COMPUTE WS-AVAILABLE-QTY = QTY-ON-HAND - QTY-RESERVED
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-OPERATOR-EMPID TO AUDIT-OPERATOR
