      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * Accounts-payable check run - picks up where PRG60's
      * payment-due extract leaves off, so checks are no longer
      * hand-written off the extract. The run takes every voucher
      * line PRG60 has released ('P', net of debit memos) invoiced on
      * or before the run date, SORTs them by supplier, and writes
      * one check per supplier (a supplier with more lines than one
      * stub holds gets a further check). Check numbers come from
      * check-control.dat the same way PRG60 draws voucher numbers
      * from ap-control.dat. Each check lands on CHECK-FILE, the
      * check register and a remittance stub listing the invoices it
      * pays; the lines it pays are flipped to 'C' with the check
      * number. Lines debit memos cleared in full are marked paid
      * with no check.
      *
      * Every check issued, and every void, goes on the bank's
      * positive-pay file so the bank refuses a check it was never
      * told about or one whose amount has been altered. Voiding a
      * check reopens its voucher lines for the next run and queues
      * a void record, sent on the next run's positive-pay file.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRG97.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT VOUCHER-FILE ASSIGN TO WS-VOUCHER-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS VCH-KEY
                FILE STATUS IS WS-FILE-STATUS.
            SELECT CHECK-FILE ASSIGN TO WS-CHECK-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CHK-NO
                FILE STATUS IS WS-CHECK-STATUS.
            SELECT SUPPLIER-MASTER ASSIGN TO WS-SUPPLIER-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SUP-CODE
                FILE STATUS IS WS-SUP-STATUS.
            SELECT CHECK-CONTROL-FILE ASSIGN TO WS-CHECK-CONTROL-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CHECK-CONTROL-STATUS.
            SELECT CHECK-REGISTER ASSIGN TO WS-REGISTER-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REGISTER-STATUS.
            SELECT REMITTANCE-STUBS ASSIGN TO WS-STUB-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-STUB-STATUS.
            SELECT POSITIVE-PAY-FILE ASSIGN TO WS-POSITIVE-PAY-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-POSITIVE-PAY-STATUS.
            SELECT EMPLOYEE-MASTER ASSIGN TO WS-EMPLOYEE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EMPID
                ALTERNATE RECORD KEY IS ALPNUM
                FILE STATUS IS WS-EMP-STATUS.
            SELECT CR-SORT-FILE ASSIGN TO WS-SORT-WORK.
        DATA DIVISION.
        FILE SECTION.
        FD  VOUCHER-FILE.
        01  VOUCHER-RECORD.
            COPY VCHREC.
        FD  CHECK-FILE.
        01  CHECK-RECORD.
            02 CHK-NO PIC 9(6).
            02 FILLER PIC X.
            02 CHK-STATUS PIC X.
                88 CHK-ISSUED VALUE 'I'.
                88 CHK-VOIDED VALUE 'V'.
            02 FILLER PIC X.
            02 CHK-SUP-CODE PIC X(10).
            02 FILLER PIC X.
            02 CHK-PAYEE PIC X(20).
            02 FILLER PIC X.
            02 CHK-AMOUNT PIC 9(9)V99.
            02 FILLER PIC X.
            02 CHK-ISSUE-DATE PIC 9(8).
            02 FILLER PIC X.
            02 CHK-LINES PIC 9(3).
            02 FILLER PIC X.
            02 CHK-OPERATOR PIC 9(5).
            02 FILLER PIC X.
            02 CHK-VOID-DATE PIC 9(8).
            02 FILLER PIC X.
            02 CHK-VOIDED-BY PIC 9(5).
            02 FILLER PIC X.
            02 CHK-VOID-SENT PIC X.
                88 CHK-VOID-ON-FILE VALUE 'Y'.
      *     CHK-VOID-*: zero and 'N' while the check stands; a void
      *     stays 'N' until its record has gone to the bank
        FD  SUPPLIER-MASTER.
        01  SUPPLIER-RECORD.
            COPY SUPREC.
        FD  CHECK-CONTROL-FILE.
        01  CHECK-CONTROL-RECORD PIC 9(6).
        FD  CHECK-REGISTER.
        01  CHECK-REGISTER-LINE PIC X(80).
        FD  REMITTANCE-STUBS.
        01  REMITTANCE-STUB-LINE PIC X(80).
        FD  POSITIVE-PAY-FILE.
        01  POSITIVE-PAY-RECORD PIC X(80).
        FD  EMPLOYEE-MASTER.
        01  EMPLOYEE-RECORD.
            COPY EMPREC.
        SD  CR-SORT-FILE.
        01  CR-SORT-RECORD.
            02 SR-SUP-CODE PIC X(10).
            02 SR-VCH-NUMBER PIC 9(6).
            02 SR-VCH-LINE PIC 9(3).
            02 SR-INVOICE-NO PIC X(12).
            02 SR-INVOICE-DATE PIC 9(8).
            02 SR-NET-AMOUNT PIC 9(9)V99.
            02 SR-MEMO-TAKEN PIC 9(9)V99.
        WORKING-STORAGE SECTION.
        01 WS-VOUCHER-FILE PIC X(30)
            VALUE '/user/inventory/ap-vouchers'.
        01 WS-FILE-STATUS PIC XX.
        01 WS-CHECK-FILE PIC X(30)
            VALUE '/user/inventory/ap-checks'.
        01 WS-CHECK-STATUS PIC XX.
        01 WS-SUPPLIER-FILE PIC X(40)
            VALUE '/user/inventory/supplier-master'.
        01 WS-SUP-STATUS PIC XX.
        01 WS-CHECK-CONTROL-FILE PIC X(40)
            VALUE '/user/inventory/check-control.dat'.
        01 WS-CHECK-CONTROL-STATUS PIC XX.
        01 WS-REGISTER-FILE PIC X(40)
            VALUE '/user/inventory/check-register.txt'.
        01 WS-REGISTER-STATUS PIC XX.
        01 WS-STUB-FILE PIC X(40)
            VALUE '/user/inventory/remittance-stubs.txt'.
        01 WS-STUB-STATUS PIC XX.
        01 WS-POSITIVE-PAY-FILE PIC X(40)
            VALUE '/user/inventory/positive-pay.dat'.
        01 WS-POSITIVE-PAY-STATUS PIC XX.
        01 WS-SORT-WORK PIC X(40)
            VALUE '/user/inventory/check-sort.tmp'.
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
            88 TRAN-RUN VALUE 'R'.
            88 TRAN-VOID VALUE 'V'.
            88 TRAN-QUIT VALUE 'X'.
        01 WS-TODAY PIC 9(8).
        01 WS-RUN-DATE PIC 9(8).
        01 WS-NEXT-CHECK PIC 9(6) VALUE ZERO.
        01 WS-CHECK-NO PIC 9(6) VALUE ZERO.
        01 WS-VOID-CHECK-NO PIC 9(6).
        01 WS-CHECK-WRITTEN PIC X VALUE 'N'.
            88 CHECK-WRITTEN VALUE 'Y'.
        01 WS-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-VOUCHERS VALUE 'Y'.
        01 WS-CHECK-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-CHECKS VALUE 'Y'.
        01 WS-SORT-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-SORTED VALUE 'Y'.
        01 WS-GROUP-SUP-CODE PIC X(10).
        01 WS-PAYEE PIC X(20).
        01 WS-GROUP-TOTAL PIC 9(9)V99.
        01 WS-RUN-TOTAL PIC 9(11)V99.
        01 WS-CHECK-COUNT PIC 9(5).
        01 WS-SETTLED-COUNT PIC 9(5).
        01 WS-LINES-PAID PIC 9(5).
        01 WS-VOIDS-SENT PIC 9(5).
        01 WS-REOPEN-COUNT PIC 9(5).
        01 WS-DISPLAY-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
      * One check's worth of voucher lines - the stub is printed and
      * the lines marked paid once the check total is known. A
      * supplier with more lines than this goes onto a further check.
        01 WS-STUB-MAX PIC 9(3) VALUE 40.
        01 WS-STUB-COUNT PIC 9(3) VALUE ZERO.
        01 WS-STUB-SUB PIC 9(3).
        01 WS-STUB-TABLE.
            02 WS-STUB-ENTRY OCCURS 40 TIMES.
                03 ST-VCH-NUMBER PIC 9(6).
                03 ST-VCH-LINE PIC 9(3).
                03 ST-INVOICE-NO PIC X(12).
                03 ST-INVOICE-DATE PIC 9(8).
                03 ST-NET-AMOUNT PIC 9(9)V99.
                03 ST-MEMO-TAKEN PIC 9(9)V99.
      * Positive-pay record for the bank - 80 bytes, one per check
      * issued (I) or voided (V). Amount carries two implied decimals.
        01 WS-POSITIVE-PAY-ENTRY.
            02 PP-TYPE PIC X.
            02 FILLER PIC X VALUE SPACE.
            02 PP-CHECK-NO PIC 9(10).
            02 FILLER PIC X VALUE SPACE.
            02 PP-AMOUNT PIC 9(9)V99.
            02 FILLER PIC X VALUE SPACE.
            02 PP-ISSUE-DATE PIC 9(8).
            02 FILLER PIC X VALUE SPACE.
            02 PP-PAYEE PIC X(20).
            02 FILLER PIC X(26) VALUE SPACES.
        01 WS-REGISTER-HEADING.
            02 FILLER PIC X(21) VALUE '=== CHECK REGISTER - '.
            02 FILLER PIC X(17) VALUE 'INVOICED THROUGH '.
            02 RH-RUN-DATE PIC 9(8).
            02 FILLER PIC X(8) VALUE ' ISSUED '.
            02 RH-TODAY PIC 9(8).
            02 FILLER PIC X(18) VALUE ' ==='.
        01 WS-REGISTER-COLUMNS.
            02 FILLER PIC X(18) VALUE 'CHECK  SUPPLIER   '.
            02 FILLER PIC X(21) VALUE 'PAYEE                '.
            02 FILLER PIC X(20) VALUE 'LINES         AMOUNT'.
            02 FILLER PIC X(21) VALUE SPACES.
        01 WS-REGISTER-DETAIL.
            02 RD-CHECK-NO PIC X(6).
            02 FILLER PIC X VALUE SPACE.
            02 RD-SUP-CODE PIC X(10).
            02 FILLER PIC X VALUE SPACE.
            02 RD-PAYEE PIC X(20).
            02 FILLER PIC X VALUE SPACE.
            02 RD-LINES PIC ZZZZ9.
            02 FILLER PIC X VALUE SPACE.
            02 RD-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X VALUE SPACE.
            02 RD-NOTE PIC X(20).
        01 WS-STUB-HEADING.
            02 FILLER PIC X(6) VALUE 'CHECK '.
            02 SH-CHECK-NO PIC X(6).
            02 FILLER PIC X(7) VALUE '  DATE '.
            02 SH-DATE PIC 9(8).
            02 FILLER PIC X(9) VALUE '  PAY TO '.
            02 SH-PAYEE PIC X(20).
            02 FILLER PIC X(2) VALUE ' ('.
            02 SH-SUP-CODE PIC X(10).
            02 FILLER PIC X(12) VALUE ')'.
        01 WS-STUB-COLUMNS.
            02 FILLER PIC X(22) VALUE 'INVOICE      INV DATE '.
            02 FILLER PIC X(25) VALUE 'VOUCHER         INVOICED '.
            02 FILLER PIC X(27) VALUE '   MEMO TAKEN          PAID'.
            02 FILLER PIC X(6) VALUE SPACES.
        01 WS-STUB-DETAIL.
            02 SD-INVOICE-NO PIC X(12).
            02 FILLER PIC X VALUE SPACE.
            02 SD-INVOICE-DATE PIC 9(8).
            02 FILLER PIC X VALUE SPACE.
            02 SD-VCH-NUMBER PIC 9(6).
            02 FILLER PIC X VALUE '-'.
            02 SD-VCH-LINE PIC 9(3).
            02 FILLER PIC X VALUE SPACE.
            02 SD-GROSS PIC ZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X VALUE SPACE.
            02 SD-MEMO PIC ZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X VALUE SPACE.
            02 SD-NET PIC ZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(6) VALUE SPACES.
        01 WS-STUB-TOTAL.
            02 FILLER PIC X(20) VALUE SPACES.
            02 ST-LABEL PIC X(31).
            02 FILLER PIC X(9) VALUE SPACES.
            02 ST-TOTAL PIC ZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(7) VALUE SPACES.
        01 WS-STUB-RULE PIC X(80) VALUE ALL '-'.
        01 WS-REGISTER-TOTAL.
            02 FILLER PIC X(16) VALUE 'CHECKS WRITTEN: '.
            02 RT-CHECK-COUNT PIC ZZZZ9.
            02 FILLER PIC X(16) VALUE '  MEMO SETTLED: '.
            02 RT-SETTLED-COUNT PIC ZZZZ9.
            02 FILLER PIC X(9) VALUE '  TOTAL: '.
            02 RT-TOTAL PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(11) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
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
           PERFORM OPEN-FILES
           PERFORM PROCESS-TRANSACTION UNTIL TRAN-QUIT
           PERFORM CLOSE-FILES
           STOP RUN.

      * Sign-on - a verified EMPID (on EMPLOYEE-MASTER, passing
      * PRG6's check-digit rule) is required before any check is
      * written or voided; it lands on CHECK-FILE.
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
           OPEN I-O VOUCHER-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING VOUCHER-FILE: ' WS-FILE-STATUS
               MOVE 'X' TO WS-TRAN-CODE
           END-IF
           OPEN I-O CHECK-FILE
           IF WS-CHECK-STATUS = '35'
               OPEN OUTPUT CHECK-FILE
               CLOSE CHECK-FILE
               OPEN I-O CHECK-FILE
           END-IF
           IF WS-CHECK-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CHECK-FILE: ' WS-CHECK-STATUS
               MOVE 'X' TO WS-TRAN-CODE
           END-IF
           OPEN INPUT SUPPLIER-MASTER
           IF WS-SUP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SUPPLIER-MASTER: '
                   WS-SUP-STATUS
               MOVE 'X' TO WS-TRAN-CODE
           END-IF.

       PROCESS-TRANSACTION.
           DISPLAY 'ENTER TRANSACTION (R-CHECK RUN V-VOID CHECK '
               'X-EXIT)'
           ACCEPT WS-TRAN-CODE
           EVALUATE TRUE
               WHEN TRAN-RUN
                   PERFORM RUN-CHECKS
               WHEN TRAN-VOID
                   PERFORM VOID-CHECK
               WHEN TRAN-QUIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'INVALID TRANSACTION CODE'
           END-EVALUATE.

      * Check run - voids queued since the last run go to the bank
      * first, then the released lines are sorted by supplier and
      * paid. A blank run date pays everything released to date.
       RUN-CHECKS.
           DISPLAY 'PAY LINES INVOICED ON OR BEFORE (YYYYMMDD, '
               'BLANK FOR TODAY):'
           MOVE ZERO TO WS-RUN-DATE
           ACCEPT WS-RUN-DATE
           IF WS-RUN-DATE = ZERO
               MOVE WS-TODAY TO WS-RUN-DATE
           END-IF
           PERFORM READ-CHECK-CONTROL
           MOVE ZERO TO WS-CHECK-COUNT
           MOVE ZERO TO WS-SETTLED-COUNT
           MOVE ZERO TO WS-LINES-PAID
           MOVE ZERO TO WS-VOIDS-SENT
           MOVE ZERO TO WS-RUN-TOTAL
           OPEN OUTPUT CHECK-REGISTER
           OPEN OUTPUT REMITTANCE-STUBS
           OPEN EXTEND POSITIVE-PAY-FILE
           IF WS-POSITIVE-PAY-STATUS = '35'
               OPEN OUTPUT POSITIVE-PAY-FILE
           END-IF
           MOVE WS-RUN-DATE TO RH-RUN-DATE
           MOVE WS-TODAY TO RH-TODAY
           WRITE CHECK-REGISTER-LINE FROM WS-REGISTER-HEADING
           WRITE CHECK-REGISTER-LINE FROM WS-REGISTER-COLUMNS
           PERFORM SEND-PENDING-VOIDS
           SORT CR-SORT-FILE
               ON ASCENDING KEY SR-SUP-CODE SR-VCH-NUMBER SR-VCH-LINE
               INPUT PROCEDURE IS RELEASE-DUE-LINES
               OUTPUT PROCEDURE IS WRITE-CHECKS
           PERFORM WRITE-CHECK-CONTROL
           MOVE WS-CHECK-COUNT TO RT-CHECK-COUNT
           MOVE WS-SETTLED-COUNT TO RT-SETTLED-COUNT
           MOVE WS-RUN-TOTAL TO RT-TOTAL
           WRITE CHECK-REGISTER-LINE FROM WS-REGISTER-TOTAL
           CLOSE CHECK-REGISTER
           CLOSE REMITTANCE-STUBS
           CLOSE POSITIVE-PAY-FILE
           DISPLAY 'VOIDS SENT TO BANK: ' WS-VOIDS-SENT
           DISPLAY 'VOUCHER LINES PAID: ' WS-LINES-PAID
           MOVE WS-RUN-TOTAL TO WS-DISPLAY-AMOUNT
           DISPLAY 'CHECKS WRITTEN: ' WS-CHECK-COUNT
               ' TOTAL: ' WS-DISPLAY-AMOUNT.

       RELEASE-DUE-LINES.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO VCH-KEY
           START VOUCHER-FILE KEY IS NOT LESS THAN VCH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM RELEASE-ONE-LINE UNTIL END-OF-VOUCHERS.

       RELEASE-ONE-LINE.
           READ VOUCHER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF VCH-STATUS = 'P'
                       AND VCH-INVOICE-DATE NOT > WS-RUN-DATE
                       MOVE VCH-SUP-CODE TO SR-SUP-CODE
                       MOVE VCH-NUMBER TO SR-VCH-NUMBER
                       MOVE VCH-LINE TO SR-VCH-LINE
                       MOVE VCH-INVOICE-NO TO SR-INVOICE-NO
                       MOVE VCH-INVOICE-DATE TO SR-INVOICE-DATE
                       MOVE VCH-NET-AMOUNT TO SR-NET-AMOUNT
                       MOVE VCH-MEMO-TAKEN TO SR-MEMO-TAKEN
                       RELEASE CR-SORT-RECORD
                   END-IF
           END-READ.

       WRITE-CHECKS.
           MOVE 'N' TO WS-SORT-EOF-SWITCH
           MOVE SPACES TO WS-GROUP-SUP-CODE
           MOVE ZERO TO WS-STUB-COUNT
           PERFORM RETURN-ONE-LINE UNTIL END-OF-SORTED
           IF WS-STUB-COUNT > ZERO
               PERFORM CLOSE-OUT-CHECK
           END-IF.

       RETURN-ONE-LINE.
           RETURN CR-SORT-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SWITCH
               NOT AT END
                   IF SR-SUP-CODE NOT = WS-GROUP-SUP-CODE
                       OR WS-STUB-COUNT = WS-STUB-MAX
                       IF WS-STUB-COUNT > ZERO
                           PERFORM CLOSE-OUT-CHECK
                       END-IF
                       PERFORM START-NEW-CHECK
                   END-IF
                   PERFORM ADD-STUB-LINE
           END-RETURN.

       START-NEW-CHECK.
           MOVE SR-SUP-CODE TO WS-GROUP-SUP-CODE
           MOVE ZERO TO WS-STUB-COUNT
           MOVE ZERO TO WS-GROUP-TOTAL
           MOVE SR-SUP-CODE TO SUP-CODE
           READ SUPPLIER-MASTER
               INVALID KEY
                   MOVE SR-SUP-CODE TO WS-PAYEE
               NOT INVALID KEY
                   MOVE SUP-NAME TO WS-PAYEE
           END-READ.

       ADD-STUB-LINE.
           ADD 1 TO WS-STUB-COUNT
           MOVE SR-VCH-NUMBER TO ST-VCH-NUMBER(WS-STUB-COUNT)
           MOVE SR-VCH-LINE TO ST-VCH-LINE(WS-STUB-COUNT)
           MOVE SR-INVOICE-NO TO ST-INVOICE-NO(WS-STUB-COUNT)
           MOVE SR-INVOICE-DATE TO ST-INVOICE-DATE(WS-STUB-COUNT)
           MOVE SR-NET-AMOUNT TO ST-NET-AMOUNT(WS-STUB-COUNT)
           MOVE SR-MEMO-TAKEN TO ST-MEMO-TAKEN(WS-STUB-COUNT)
           ADD SR-NET-AMOUNT TO WS-GROUP-TOTAL.

      * A supplier whose lines debit memos have cleared in full gets
      * no check - the lines are still marked paid and the stub
      * still goes out so the supplier sees the memos applied.
       CLOSE-OUT-CHECK.
           IF WS-GROUP-TOTAL > ZERO
               MOVE 'N' TO WS-CHECK-WRITTEN
               PERFORM ASSIGN-CHECK-NUMBER UNTIL CHECK-WRITTEN
               PERFORM WRITE-POSITIVE-PAY-ISSUE
               ADD 1 TO WS-CHECK-COUNT
               ADD WS-GROUP-TOTAL TO WS-RUN-TOTAL
               MOVE WS-CHECK-NO TO RD-CHECK-NO
               MOVE WS-CHECK-NO TO SH-CHECK-NO
               MOVE SPACES TO RD-NOTE
               MOVE 'CHECK TOTAL' TO ST-LABEL
           ELSE
               MOVE ZERO TO WS-CHECK-NO
               ADD 1 TO WS-SETTLED-COUNT
               MOVE 'NONE' TO RD-CHECK-NO
               MOVE 'NONE' TO SH-CHECK-NO
               MOVE 'SETTLED BY MEMO' TO RD-NOTE
               MOVE 'SETTLED BY DEBIT MEMO - NO CHECK' TO ST-LABEL
           END-IF
           MOVE WS-GROUP-SUP-CODE TO RD-SUP-CODE
           MOVE WS-PAYEE TO RD-PAYEE
           MOVE WS-STUB-COUNT TO RD-LINES
           MOVE WS-GROUP-TOTAL TO RD-AMOUNT
           WRITE CHECK-REGISTER-LINE FROM WS-REGISTER-DETAIL
           PERFORM WRITE-REMITTANCE-STUB
           PERFORM MARK-ONE-LINE-PAID
               VARYING WS-STUB-SUB FROM 1 BY 1
               UNTIL WS-STUB-SUB > WS-STUB-COUNT
           MOVE ZERO TO WS-STUB-COUNT.

      * A number already on CHECK-FILE (control file restored from
      * an old copy) is skipped rather than printed twice.
       ASSIGN-CHECK-NUMBER.
           ADD 1 TO WS-NEXT-CHECK
           MOVE WS-NEXT-CHECK TO WS-CHECK-NO
           MOVE WS-CHECK-NO TO CHK-NO
           MOVE 'I' TO CHK-STATUS
           MOVE WS-GROUP-SUP-CODE TO CHK-SUP-CODE
           MOVE WS-PAYEE TO CHK-PAYEE
           MOVE WS-GROUP-TOTAL TO CHK-AMOUNT
           MOVE WS-TODAY TO CHK-ISSUE-DATE
           MOVE WS-STUB-COUNT TO CHK-LINES
           MOVE WS-OPERATOR-EMPID TO CHK-OPERATOR
           MOVE ZERO TO CHK-VOID-DATE
           MOVE ZERO TO CHK-VOIDED-BY
           MOVE 'N' TO CHK-VOID-SENT
           WRITE CHECK-RECORD
               INVALID KEY
                   DISPLAY 'CHECK NUMBER ALREADY USED - SKIPPED: '
                       WS-CHECK-NO
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CHECK-WRITTEN
           END-WRITE.

       WRITE-POSITIVE-PAY-ISSUE.
           MOVE 'I' TO PP-TYPE
           MOVE WS-CHECK-NO TO PP-CHECK-NO
           MOVE WS-GROUP-TOTAL TO PP-AMOUNT
           MOVE WS-TODAY TO PP-ISSUE-DATE
           MOVE WS-PAYEE TO PP-PAYEE
           WRITE POSITIVE-PAY-RECORD FROM WS-POSITIVE-PAY-ENTRY.

       WRITE-REMITTANCE-STUB.
           MOVE WS-TODAY TO SH-DATE
           MOVE WS-PAYEE TO SH-PAYEE
           MOVE WS-GROUP-SUP-CODE TO SH-SUP-CODE
           WRITE REMITTANCE-STUB-LINE FROM WS-STUB-HEADING
           WRITE REMITTANCE-STUB-LINE FROM WS-STUB-COLUMNS
           PERFORM WRITE-STUB-DETAIL
               VARYING WS-STUB-SUB FROM 1 BY 1
               UNTIL WS-STUB-SUB > WS-STUB-COUNT
           MOVE WS-GROUP-TOTAL TO ST-TOTAL
           WRITE REMITTANCE-STUB-LINE FROM WS-STUB-TOTAL
           WRITE REMITTANCE-STUB-LINE FROM WS-STUB-RULE.

       WRITE-STUB-DETAIL.
           MOVE ST-INVOICE-NO(WS-STUB-SUB) TO SD-INVOICE-NO
           MOVE ST-INVOICE-DATE(WS-STUB-SUB) TO SD-INVOICE-DATE
           MOVE ST-VCH-NUMBER(WS-STUB-SUB) TO SD-VCH-NUMBER
           MOVE ST-VCH-LINE(WS-STUB-SUB) TO SD-VCH-LINE
           COMPUTE SD-GROSS = ST-NET-AMOUNT(WS-STUB-SUB)
               + ST-MEMO-TAKEN(WS-STUB-SUB)
           MOVE ST-MEMO-TAKEN(WS-STUB-SUB) TO SD-MEMO
           MOVE ST-NET-AMOUNT(WS-STUB-SUB) TO SD-NET
           WRITE REMITTANCE-STUB-LINE FROM WS-STUB-DETAIL.

       MARK-ONE-LINE-PAID.
           MOVE ST-VCH-NUMBER(WS-STUB-SUB) TO VCH-NUMBER
           MOVE ST-VCH-LINE(WS-STUB-SUB) TO VCH-LINE
           READ VOUCHER-FILE
               INVALID KEY
                   DISPLAY 'WARNING - VOUCHER LINE NOT FOUND: '
                       VCH-KEY
               NOT INVALID KEY
                   MOVE 'C' TO VCH-STATUS
                   MOVE WS-CHECK-NO TO VCH-CHECK-NO
                   MOVE WS-TODAY TO VCH-PAID-DATE
                   REWRITE VOUCHER-RECORD
                       INVALID KEY
                           DISPLAY 'WARNING - LINE NOT MARKED PAID: '
                               VCH-KEY
                       NOT INVALID KEY
                           ADD 1 TO WS-LINES-PAID
                   END-REWRITE
           END-READ.

      * Voids keyed since the last run - each goes to the bank once,
      * carrying the original issue date and amount so the bank can
      * match it to the check it cancels.
       SEND-PENDING-VOIDS.
           MOVE 'N' TO WS-CHECK-EOF-SWITCH
           MOVE LOW-VALUES TO CHK-NO
           START CHECK-FILE KEY IS NOT LESS THAN CHK-NO
               INVALID KEY
                   MOVE 'Y' TO WS-CHECK-EOF-SWITCH
           END-START
           PERFORM SEND-ONE-VOID UNTIL END-OF-CHECKS.

       SEND-ONE-VOID.
           READ CHECK-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CHECK-EOF-SWITCH
               NOT AT END
                   IF CHK-VOIDED AND NOT CHK-VOID-ON-FILE
                       MOVE 'V' TO PP-TYPE
                       MOVE CHK-NO TO PP-CHECK-NO
                       MOVE CHK-AMOUNT TO PP-AMOUNT
                       MOVE CHK-ISSUE-DATE TO PP-ISSUE-DATE
                       MOVE CHK-PAYEE TO PP-PAYEE
                       WRITE POSITIVE-PAY-RECORD
                           FROM WS-POSITIVE-PAY-ENTRY
                       MOVE 'Y' TO CHK-VOID-SENT
                       REWRITE CHECK-RECORD
                           INVALID KEY
                               DISPLAY 'WARNING - VOID NOT MARKED '
                                   'SENT: ' CHK-NO
                       END-REWRITE
                       ADD 1 TO WS-VOIDS-SENT
                       MOVE CHK-NO TO RD-CHECK-NO
                       MOVE CHK-SUP-CODE TO RD-SUP-CODE
                       MOVE CHK-PAYEE TO RD-PAYEE
                       MOVE CHK-LINES TO RD-LINES
                       MOVE CHK-AMOUNT TO RD-AMOUNT
                       MOVE 'VOID SENT TO BANK' TO RD-NOTE
                       WRITE CHECK-REGISTER-LINE
                           FROM WS-REGISTER-DETAIL
                   END-IF
           END-READ.

      * Void - the check stands cancelled on CHECK-FILE, its lines
      * go back to 'P' for the next run (net amounts and memos as
      * already taken), and the bank hears of it on the next run's
      * positive-pay file.
       VOID-CHECK.
           DISPLAY 'CHECK NUMBER TO VOID:'
           MOVE ZERO TO WS-VOID-CHECK-NO
           ACCEPT WS-VOID-CHECK-NO
           MOVE WS-VOID-CHECK-NO TO CHK-NO
           READ CHECK-FILE
               INVALID KEY
                   DISPLAY 'VOID REJECTED - CHECK NOT ON FILE: '
                       WS-VOID-CHECK-NO
               NOT INVALID KEY
                   IF NOT CHK-ISSUED
                       DISPLAY 'VOID REJECTED - CHECK ALREADY '
                           'VOIDED: ' WS-VOID-CHECK-NO
                   ELSE
                       PERFORM VOID-ISSUED-CHECK
                   END-IF
           END-READ.

       VOID-ISSUED-CHECK.
           MOVE 'V' TO CHK-STATUS
           MOVE WS-TODAY TO CHK-VOID-DATE
           MOVE WS-OPERATOR-EMPID TO CHK-VOIDED-BY
           MOVE 'N' TO CHK-VOID-SENT
           REWRITE CHECK-RECORD
               INVALID KEY
                   DISPLAY 'VOID FAILED - REWRITE ERROR: ' CHK-NO
               NOT INVALID KEY
                   MOVE ZERO TO WS-REOPEN-COUNT
                   MOVE 'N' TO WS-EOF-SWITCH
                   MOVE LOW-VALUES TO VCH-KEY
                   START VOUCHER-FILE KEY IS NOT LESS THAN VCH-KEY
                       INVALID KEY
                           MOVE 'Y' TO WS-EOF-SWITCH
                   END-START
                   PERFORM REOPEN-ONE-LINE UNTIL END-OF-VOUCHERS
                   DISPLAY 'CHECK ' CHK-NO ' VOIDED - VOUCHER LINES '
                       'REOPENED: ' WS-REOPEN-COUNT
           END-REWRITE.

       REOPEN-ONE-LINE.
           READ VOUCHER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF VCH-STATUS = 'C'
                       AND VCH-CHECK-NO = WS-VOID-CHECK-NO
                       MOVE 'P' TO VCH-STATUS
                       MOVE ZERO TO VCH-CHECK-NO
                       MOVE ZERO TO VCH-PAID-DATE
                       REWRITE VOUCHER-RECORD
                           INVALID KEY
                               DISPLAY 'WARNING - LINE NOT REOPENED: '
                                   VCH-KEY
                           NOT INVALID KEY
                               ADD 1 TO WS-REOPEN-COUNT
                       END-REWRITE
                   END-IF
           END-READ.

       READ-CHECK-CONTROL.
           MOVE ZERO TO WS-NEXT-CHECK
           OPEN INPUT CHECK-CONTROL-FILE
           IF WS-CHECK-CONTROL-STATUS = '00'
               READ CHECK-CONTROL-FILE
                   NOT AT END
                       MOVE CHECK-CONTROL-RECORD TO WS-NEXT-CHECK
               END-READ
               CLOSE CHECK-CONTROL-FILE
           END-IF.

       WRITE-CHECK-CONTROL.
           OPEN OUTPUT CHECK-CONTROL-FILE
           MOVE WS-NEXT-CHECK TO CHECK-CONTROL-RECORD
           WRITE CHECK-CONTROL-RECORD
           CLOSE CHECK-CONTROL-FILE.

       CLOSE-FILES.
           CLOSE VOUCHER-FILE
           CLOSE CHECK-FILE
           CLOSE SUPPLIER-MASTER
           CLOSE EMPLOYEE-MASTER.
