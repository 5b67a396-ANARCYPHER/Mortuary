      * STORAGE-MASTER (whichever slot holds the case now, not the
      * one assigned at intake), and every reprint is logged with
      * the requesting operator's EMPID, validated against
      * EMPLOYEE-MASTER and PRG6's check-digit rule; a separated
      * EMPID is refused and the refusal goes to the security log
      * PRG81 reviews. The tag carries the case's precaution
      * symbol (*Pn*) and the case barcode exactly as PRG4 cuts
      * them, so a reprint never drops the warning and still scans.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRG52.
            SELECT TAG-REPRINT-LOG ASSIGN TO WS-REPRINT-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REPRINT-STATUS.
            SELECT SECURITY-LOG ASSIGN TO WS-SECURITY-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SECURITY-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  CASE-MASTER.
        01  TAG-PRINT-RECORD PIC X(60).
        FD  TAG-REPRINT-LOG.
        01  TAG-REPRINT-RECORD PIC X(60).
        FD  SECURITY-LOG.
        01  SECURITY-LOG-RECORD PIC X(60).
        WORKING-STORAGE SECTION.
        01 WS-CASE-FILE PIC X(40) VALUE '/user/mortuary/case-master'.
        01 WS-FILE-STATUS PIC XX.
        01 WS-REPRINT-FILE PIC X(40)
            VALUE '/user/mortuary/tag-reprint.log'.
        01 WS-REPRINT-STATUS PIC XX.
        01 WS-SECURITY-FILE PIC X(40)
            VALUE '/user/mortuary/security-refusals.log'.
        01 WS-SECURITY-STATUS PIC XX.
        01 WS-REFUSED-FUNCTION PIC X(12).
        01 WS-TRAN-CODE PIC X VALUE SPACES.
            88 TRAN-REPRINT VALUE 'R'.
            88 TRAN-QUIT VALUE 'X'.
        01 WS-ROLLNO PIC 9(7).
        01 WS-OPERATOR-EMPID PIC 9(5).
        01 WS-TODAY PIC 9(8).
        01 WS-EMPID-OK PIC X VALUE 'Y'.
            88 EMPID-VALID VALUE 'Y'.
        01 WS-EMPID-ALPHA PIC X(5).
        01 WS-EMPID-BASE PIC 9(4).
        01 WS-EMPID-CHECK PIC 9.
        01 WS-CHECK-SUM PIC 9(3).
        01 WS-CHECK-DIGIT PIC 9.
        01 WS-TIMESTAMP PIC X(21).
      * Mirror of PRG81's WS-REFUSAL-ENTRY - keep the set in step.
        01 WS-REFUSAL-ENTRY.
            02 RF-EMPID PIC 9(5).
            02 FILLER PIC X VALUE SPACE.
            02 RF-PROGRAM PIC X(8).
            02 FILLER PIC X VALUE SPACE.
            02 RF-FUNCTION PIC X(12).
            02 FILLER PIC X VALUE SPACE.
            02 RF-TIMESTAMP PIC X(21).
        01 WS-SLOT-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-SLOTS VALUE 'Y'.
        01 WS-ASSIGNED-UNIT PIC X(4).
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
        01 WS-REPRINT-ENTRY.
            02 RP-ROLLNO PIC 9(7).
            02 FILLER PIC X VALUE SPACE.
                   DISPLAY 'REPRINT REJECTED - EMPID NOT ON '
                       'EMPLOYEE-MASTER: ' WS-OPERATOR-EMPID
               NOT INVALID KEY
                   PERFORM VALIDATE-EMPID
                   ACCEPT WS-TODAY FROM DATE YYYYMMDD
                   IF EMP-TERM-DATE NOT = ZERO
                       AND EMP-TERM-DATE NOT > WS-TODAY
                       DISPLAY 'REPRINT REJECTED - EMPID SEPARATED '
                           EMP-TERM-DATE ': ' WS-OPERATOR-EMPID
                       MOVE 'TAG-REPRINT' TO WS-REFUSED-FUNCTION
                       PERFORM WRITE-SECURITY-REFUSAL
                   ELSE
                       IF EMPID-VALID
                           PERFORM FIND-CURRENT-SLOT
                           PERFORM CUT-TAG
                           PERFORM LOG-REPRINT
                           DISPLAY 'TAG REPRINTED FOR CASE: '
                               WS-ROLLNO
                       ELSE
                           DISPLAY 'REPRINT REJECTED - EMPID FAILS '
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

       WRITE-SECURITY-REFUSAL.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-OPERATOR-EMPID TO RF-EMPID
           MOVE 'PRG52' TO RF-PROGRAM
           MOVE WS-REFUSED-FUNCTION TO RF-FUNCTION
           MOVE WS-TIMESTAMP TO RF-TIMESTAMP
           OPEN EXTEND SECURITY-LOG
           IF WS-SECURITY-STATUS = '35'
               OPEN OUTPUT SECURITY-LOG
           END-IF
           MOVE SPACES TO SECURITY-LOG-RECORD
           MOVE WS-REFUSAL-ENTRY TO SECURITY-LOG-RECORD
           WRITE SECURITY-LOG-RECORD
           CLOSE SECURITY-LOG.

       FIND-CURRENT-SLOT.
           MOVE SPACES TO WS-ASSIGNED-UNIT
           MOVE ZERO TO WS-ASSIGNED-SLOT
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
