      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * Year-end 1099 reporting - replaces the bookkeeper's pass
      * through the checkbook. For one calendar year it totals, per
      * payee flagged 1099-reportable on SUPPLIER-MASTER (trade
      * embalmers, removal services, musicians, clergy ...), the AP
      * voucher lines PRG97 paid by check that year (VCH-PAID-DATE,
      * at the net amount the check carried) and the cash advances
      * PRG86 paid out to the payee that year (CADV-SUP-CODE). A
      * payee at or over the reporting threshold is written to the
      * IRS electronic filing file as a 1099-NEC payee; one with no
      * taxpayer ID on file is held off the file and listed as an
      * exception so a W-9 can be chased first. Payees under the
      * threshold are shown on the report but not filed.
      *
      * The filing file is the IRS fixed format - 750-byte T
      * (transmitter), A (payer), B (payee), C (end of payer) and F
      * (end of transmission) records, numbered in sequence. The
      * home files as its own transmitter; its TIN, TCC and address
      * are keyed at run time.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRG98.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT SUPPLIER-MASTER ASSIGN TO WS-SUPPLIER-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SUP-CODE
                FILE STATUS IS WS-SUP-STATUS.
            SELECT VOUCHER-FILE ASSIGN TO WS-VOUCHER-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS VCH-KEY
                FILE STATUS IS WS-FILE-STATUS.
            SELECT CASH-ADVANCE-FILE ASSIGN TO WS-CADV-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CADV-KEY
                FILE STATUS IS WS-CADV-STATUS.
            SELECT TAX-REPORT ASSIGN TO WS-REPORT-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REPORT-STATUS.
            SELECT IRS-FILE ASSIGN TO WS-IRS-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-IRS-STATUS.
            SELECT EMPLOYEE-MASTER ASSIGN TO WS-EMPLOYEE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EMPID
                ALTERNATE RECORD KEY IS ALPNUM
                FILE STATUS IS WS-EMP-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  SUPPLIER-MASTER.
        01  SUPPLIER-RECORD.
            COPY SUPREC.
        FD  VOUCHER-FILE.
        01  VOUCHER-RECORD.
            COPY VCHREC.
        FD  CASH-ADVANCE-FILE.
        01  CASH-ADVANCE-RECORD.
            COPY CADVREC.
        FD  TAX-REPORT.
        01  TAX-REPORT-LINE PIC X(80).
        FD  IRS-FILE.
        01  IRS-RECORD PIC X(750).
        FD  EMPLOYEE-MASTER.
        01  EMPLOYEE-RECORD.
            COPY EMPREC.
        WORKING-STORAGE SECTION.
        01 WS-SUPPLIER-FILE PIC X(40)
            VALUE '/user/inventory/supplier-master'.
        01 WS-SUP-STATUS PIC XX.
        01 WS-VOUCHER-FILE PIC X(30)
            VALUE '/user/inventory/ap-vouchers'.
        01 WS-FILE-STATUS PIC XX.
        01 WS-CADV-FILE PIC X(40) VALUE '/user/billing/cash-advances'.
        01 WS-CADV-STATUS PIC XX.
        01 WS-REPORT-FILE PIC X(40)
            VALUE '/user/billing/1099-report.txt'.
        01 WS-REPORT-STATUS PIC XX.
        01 WS-IRS-FILE PIC X(40)
            VALUE '/user/billing/irs-1099.dat'.
        01 WS-IRS-STATUS PIC XX.
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
        01 WS-OPEN-OK PIC X VALUE 'Y'.
            88 FILES-OPEN VALUE 'Y'.
        01 WS-TAX-YEAR PIC 9(4).
        01 WS-ENTRY-YEAR PIC 9(4).
      * 1099-NEC reporting threshold - 600.00 through tax year 2025,
      * 2000.00 for payments from 2026 on.
        01 WS-THRESHOLD PIC 9(7)V99.
      * Payer / transmitter details keyed at run time.
        01 WS-PAYER-TIN PIC X(9).
        01 WS-PAYER-TCC PIC X(5).
        01 WS-PAYER-NAME PIC X(40).
        01 WS-PAYER-ADDRESS PIC X(40).
        01 WS-PAYER-CITY PIC X(40).
        01 WS-PAYER-STATE PIC X(2).
        01 WS-PAYER-ZIP PIC X(9).
        01 WS-PAYER-PHONE PIC X(15).
        01 WS-CONTACT-NAME PIC X(40).
        01 WS-CONTACT-EMAIL PIC X(50).
        01 WS-TEST-FILE PIC X.
        01 WS-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-INPUT VALUE 'Y'.
        01 WS-FOUND-SWITCH PIC X VALUE 'N'.
            88 PAYEE-FOUND VALUE 'Y'.
        01 WS-IRS-SEQ PIC 9(8) VALUE ZERO.
        01 WS-FILED-COUNT PIC 9(8) VALUE ZERO.
        01 WS-EXCEPTION-COUNT PIC 9(5) VALUE ZERO.
        01 WS-UNDER-COUNT PIC 9(5) VALUE ZERO.
        01 WS-FILED-TOTAL PIC 9(16)V99 VALUE ZERO.
        01 WS-PAYEE-TOTAL PIC 9(10)V99.
        01 WS-DISPLAY-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
      * One entry per reportable payee on SUPPLIER-MASTER, with the
      * year's AP and cash-advance payments and where it landed.
        01 WS-PAYEE-COUNT PIC 9(3) VALUE ZERO.
        01 WS-PAYEE-SUB PIC 9(3).
        01 WS-PAYEE-MAX PIC 9(3) VALUE 500.
        01 WS-PAYEE-TABLE.
            02 WS-PAYEE-ENTRY OCCURS 500 TIMES.
                03 PT-SUP-CODE PIC X(10).
                03 PT-AP-TOTAL PIC 9(9)V99.
                03 PT-ADV-TOTAL PIC 9(9)V99.
                03 PT-STATUS PIC X.
      *         PT-STATUS: F - filed, E - exception (no taxpayer
      *         ID), U - under the threshold
        01 WS-REPORT-HEADING.
            02 FILLER PIC X(19) VALUE '=== 1099-NEC REPORT'.
            02 FILLER PIC X(14) VALUE ' - TAX YEAR   '.
            02 RH-TAX-YEAR PIC 9(4).
            02 FILLER PIC X(14) VALUE ' - THRESHOLD  '.
            02 RH-THRESHOLD PIC Z,ZZZ,ZZ9.99.
            02 FILLER PIC X(17) VALUE ' ==='.
        01 WS-REPORT-COLUMNS.
            02 FILLER PIC X(18) VALUE 'CODE       PAYEE  '.
            02 FILLER PIC X(22) VALUE '           TIN       '.
            02 FILLER PIC X(22) VALUE '    AP PAID   ADVANCES'.
            02 FILLER PIC X(18) VALUE '       TOTAL NOTE'.
        01 WS-REPORT-DETAIL.
            02 RD-SUP-CODE PIC X(10).
            02 FILLER PIC X VALUE SPACE.
            02 RD-NAME PIC X(17).
            02 FILLER PIC X VALUE SPACE.
            02 RD-TIN PIC X(11).
            02 FILLER PIC X VALUE SPACE.
            02 RD-AP PIC ZZZZZZ9.99.
            02 FILLER PIC X VALUE SPACE.
            02 RD-ADV PIC ZZZZZZ9.99.
            02 FILLER PIC X VALUE SPACE.
            02 RD-TOTAL PIC ZZZZZZZ9.99.
            02 FILLER PIC X VALUE SPACE.
            02 RD-NOTE PIC X(5).
        01 WS-EXCEPTION-HEADING PIC X(80)
            VALUE '=== EXCEPTIONS - REPORTABLE, NO TAXPAYER ID ==='.
        01 WS-EXCEPTION-DETAIL.
            02 EX-SUP-CODE PIC X(10).
            02 FILLER PIC X VALUE SPACE.
            02 EX-NAME PIC X(20).
            02 FILLER PIC X VALUE SPACE.
            02 EX-CONTACT PIC X(20).
            02 FILLER PIC X VALUE SPACE.
            02 EX-TOTAL PIC ZZZZZZZ9.99.
            02 FILLER PIC X(16) VALUE ' GET W-9'.
        01 WS-REPORT-TOTAL.
            02 FILLER PIC X(14) VALUE 'PAYEES FILED: '.
            02 RT-FILED PIC ZZZZ9.
            02 FILLER PIC X(14) VALUE '  EXCEPTIONS: '.
            02 RT-EXCEPTIONS PIC ZZZZ9.
            02 FILLER PIC X(9) VALUE '  UNDER: '.
            02 RT-UNDER PIC ZZZZ9.
            02 FILLER PIC X(9) VALUE '  FILED: '.
            02 RT-TOTAL PIC ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(5) VALUE SPACES.
      * IRS fixed-format records, 750 bytes each. Positions are
      * noted against each field group.
      *    T - transmitter
        01 WS-IRS-T-RECORD.
            02 FILLER PIC X VALUE 'T'.
            02 IT-YEAR PIC 9(4).
            02 FILLER PIC X VALUE SPACE.
            02 IT-TIN PIC X(9).
            02 IT-TCC PIC X(5).
            02 FILLER PIC X(7) VALUE SPACES.
      *    28 - test file indicator
            02 IT-TEST PIC X.
            02 FILLER PIC X VALUE SPACE.
      *    30 - transmitter name, 110 - company name and address
            02 IT-NAME PIC X(40).
            02 FILLER PIC X(40) VALUE SPACES.
            02 IT-COMPANY PIC X(40).
            02 FILLER PIC X(40) VALUE SPACES.
            02 IT-ADDRESS PIC X(40).
            02 IT-CITY PIC X(40).
            02 IT-STATE PIC X(2).
            02 IT-ZIP PIC X(9).
            02 FILLER PIC X(15) VALUE SPACES.
      *    296 - total payees, 304 - contact
            02 IT-PAYEES PIC 9(8).
            02 IT-CONTACT PIC X(40).
            02 IT-PHONE PIC X(15).
            02 IT-EMAIL PIC X(50).
            02 FILLER PIC X(91) VALUE SPACES.
      *    500 - record sequence number, 518 - vendor indicator
            02 IT-SEQ PIC 9(8).
            02 FILLER PIC X(10) VALUE SPACES.
            02 FILLER PIC X VALUE 'I'.
            02 FILLER PIC X(232) VALUE SPACES.
      *    A - payer
        01 WS-IRS-A-RECORD.
            02 FILLER PIC X VALUE 'A'.
            02 IA-YEAR PIC 9(4).
            02 FILLER PIC X(6) VALUE SPACES.
            02 IA-TIN PIC X(9).
            02 FILLER PIC X(5) VALUE SPACES.
      *    26 - type of return NE (1099-NEC), 28 - amount codes
            02 FILLER PIC X(2) VALUE 'NE'.
            02 FILLER PIC X(18) VALUE '1'.
            02 FILLER PIC X(7) VALUE SPACES.
      *    53 - payer name, 133 - transfer agent, 134 - address
            02 IA-NAME PIC X(40).
            02 FILLER PIC X(40) VALUE SPACES.
            02 FILLER PIC X VALUE '0'.
            02 IA-ADDRESS PIC X(40).
            02 IA-CITY PIC X(40).
            02 IA-STATE PIC X(2).
            02 IA-ZIP PIC X(9).
            02 IA-PHONE PIC X(15).
            02 FILLER PIC X(260) VALUE SPACES.
            02 IA-SEQ PIC 9(8).
            02 FILLER PIC X(243) VALUE SPACES.
      *    B - payee
        01 WS-IRS-B-RECORD.
            02 FILLER PIC X VALUE 'B'.
            02 IB-YEAR PIC 9(4).
            02 FILLER PIC X(5) VALUE SPACES.
      *    11 - TIN type, 12 - payee TIN, 21 - payer's account no.
            02 IB-TIN-TYPE PIC X.
            02 IB-TIN PIC X(9).
            02 IB-ACCOUNT PIC X(20).
            02 FILLER PIC X(14) VALUE SPACES.
      *    55 - payment amount 1 (box 1), 67-270 - amounts 2 to H
            02 IB-AMOUNT-1 PIC 9(10)V99.
            02 FILLER PIC X(204) VALUE ALL '0'.
            02 FILLER PIC X(17) VALUE SPACES.
      *    288 - payee name, 368 - address, 448 - city/state/zip
            02 IB-NAME PIC X(40).
            02 FILLER PIC X(40) VALUE SPACES.
            02 IB-ADDRESS PIC X(40).
            02 FILLER PIC X(40) VALUE SPACES.
            02 IB-CITY PIC X(40).
            02 IB-STATE PIC X(2).
            02 IB-ZIP PIC X(9).
            02 FILLER PIC X VALUE SPACE.
            02 IB-SEQ PIC 9(8).
            02 FILLER PIC X(215) VALUE SPACES.
      *    723 - state and local tax withheld
            02 FILLER PIC X(24) VALUE ALL '0'.
            02 FILLER PIC X(4) VALUE SPACES.
      *    C - end of payer
        01 WS-IRS-C-RECORD.
            02 FILLER PIC X VALUE 'C'.
            02 IC-PAYEES PIC 9(8).
            02 FILLER PIC X(6) VALUE SPACES.
      *    16 - control total 1, 34-339 - control totals 2 to H
            02 IC-TOTAL-1 PIC 9(16)V99.
            02 FILLER PIC X(306) VALUE ALL '0'.
            02 FILLER PIC X(160) VALUE SPACES.
            02 IC-SEQ PIC 9(8).
            02 FILLER PIC X(243) VALUE SPACES.
      *    F - end of transmission
        01 WS-IRS-F-RECORD.
            02 FILLER PIC X VALUE 'F'.
            02 FILLER PIC 9(8) VALUE 1.
            02 FILLER PIC X(21) VALUE ALL '0'.
            02 FILLER PIC X(19) VALUE SPACES.
            02 IF-PAYEES PIC 9(8).
            02 FILLER PIC X(442) VALUE SPACES.
            02 IF-SEQ PIC 9(8).
            02 FILLER PIC X(243) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PARA.
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
           IF FILES-OPEN
               PERFORM ACCEPT-RUN-DETAILS
               PERFORM LOAD-REPORTABLE-PAYEES
               PERFORM TOTAL-PAID-VOUCHERS
               PERFORM TOTAL-CASH-ADVANCES
               PERFORM CLASSIFY-PAYEE
                   VARYING WS-PAYEE-SUB FROM 1 BY 1
                   UNTIL WS-PAYEE-SUB > WS-PAYEE-COUNT
               PERFORM WRITE-TAX-REPORT
               PERFORM WRITE-IRS-FILE
               DISPLAY 'EXCEPTIONS - NO TAXPAYER ID: '
                   WS-EXCEPTION-COUNT
               MOVE WS-FILED-TOTAL TO WS-DISPLAY-AMOUNT
               DISPLAY '1099 PAYEES FILED: ' WS-FILED-COUNT
                   ' TOTAL: ' WS-DISPLAY-AMOUNT
           END-IF
           PERFORM CLOSE-FILES
           STOP RUN.

      * Sign-on - a verified EMPID (on EMPLOYEE-MASTER, passing
      * PRG6's check-digit rule) is required before taxpayer IDs are
      * read off the supplier file.
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
           MOVE 'Y' TO WS-OPEN-OK
           OPEN INPUT SUPPLIER-MASTER
           IF WS-SUP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SUPPLIER-MASTER: '
                   WS-SUP-STATUS
               MOVE 'N' TO WS-OPEN-OK
           END-IF
      * No vouchers or no advances on file simply means nothing of
      * that kind was paid.
           OPEN INPUT VOUCHER-FILE
           OPEN INPUT CASH-ADVANCE-FILE.

       ACCEPT-RUN-DETAILS.
           DISPLAY 'TAX YEAR (YYYY):'
           ACCEPT WS-TAX-YEAR
           IF WS-TAX-YEAR < 2026
               MOVE 600.00 TO WS-THRESHOLD
           ELSE
               MOVE 2000.00 TO WS-THRESHOLD
           END-IF
           DISPLAY 'PAYER TIN (9 DIGITS):'
           ACCEPT WS-PAYER-TIN
           DISPLAY 'TRANSMITTER CONTROL CODE:'
           ACCEPT WS-PAYER-TCC
           DISPLAY 'PAYER NAME:'
           ACCEPT WS-PAYER-NAME
           DISPLAY 'PAYER ADDRESS:'
           ACCEPT WS-PAYER-ADDRESS
           DISPLAY 'PAYER CITY, STATE, ZIP:'
           ACCEPT WS-PAYER-CITY
           ACCEPT WS-PAYER-STATE
           ACCEPT WS-PAYER-ZIP
           DISPLAY 'PAYER TELEPHONE:'
           ACCEPT WS-PAYER-PHONE
           DISPLAY 'CONTACT NAME AND E-MAIL:'
           ACCEPT WS-CONTACT-NAME
           ACCEPT WS-CONTACT-EMAIL
           DISPLAY 'TEST FILE (Y/N):'
           ACCEPT WS-TEST-FILE.

       LOAD-REPORTABLE-PAYEES.
           MOVE ZERO TO WS-PAYEE-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO SUP-CODE
           START SUPPLIER-MASTER KEY IS NOT LESS THAN SUP-CODE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM LOAD-ONE-PAYEE UNTIL END-OF-INPUT.

       LOAD-ONE-PAYEE.
           READ SUPPLIER-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF SUP-1099-REPORTABLE
                       IF WS-PAYEE-COUNT < WS-PAYEE-MAX
                           ADD 1 TO WS-PAYEE-COUNT
                           MOVE SUP-CODE
                               TO PT-SUP-CODE(WS-PAYEE-COUNT)
                           MOVE ZERO TO PT-AP-TOTAL(WS-PAYEE-COUNT)
                           MOVE ZERO TO PT-ADV-TOTAL(WS-PAYEE-COUNT)
                           MOVE SPACE TO PT-STATUS(WS-PAYEE-COUNT)
                       ELSE
                           DISPLAY 'WARNING - PAYEE TABLE FULL, NOT '
                               'REPORTED: ' SUP-CODE
                       END-IF
                   END-IF
           END-READ.

      * Voucher lines PRG97 paid by check in the tax year. A line
      * debit memos settled in full carries no net amount and adds
      * nothing.
       TOTAL-PAID-VOUCHERS.
           MOVE 'N' TO WS-EOF-SWITCH
           IF WS-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               MOVE LOW-VALUES TO VCH-KEY
               START VOUCHER-FILE KEY IS NOT LESS THAN VCH-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-SWITCH
               END-START
           END-IF
           PERFORM TOTAL-ONE-VOUCHER UNTIL END-OF-INPUT.

       TOTAL-ONE-VOUCHER.
           READ VOUCHER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF VCH-STATUS = 'C'
                       COMPUTE WS-ENTRY-YEAR = VCH-PAID-DATE / 10000
                       IF WS-ENTRY-YEAR = WS-TAX-YEAR
                           MOVE VCH-SUP-CODE TO SUP-CODE
                           PERFORM FIND-PAYEE
                           IF PAYEE-FOUND
                               ADD VCH-NET-AMOUNT
                                   TO PT-AP-TOTAL(WS-PAYEE-SUB)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       TOTAL-CASH-ADVANCES.
           MOVE 'N' TO WS-EOF-SWITCH
           IF WS-CADV-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               MOVE LOW-VALUES TO CADV-KEY
               START CASH-ADVANCE-FILE KEY IS NOT LESS THAN CADV-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-SWITCH
               END-START
           END-IF
           PERFORM TOTAL-ONE-ADVANCE UNTIL END-OF-INPUT.

       TOTAL-ONE-ADVANCE.
           READ CASH-ADVANCE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   COMPUTE WS-ENTRY-YEAR = CADV-DATE / 10000
                   IF WS-ENTRY-YEAR = WS-TAX-YEAR
                       AND CADV-SUP-CODE NOT = SPACES
                       MOVE CADV-SUP-CODE TO SUP-CODE
                       PERFORM FIND-PAYEE
                       IF PAYEE-FOUND
                           ADD CADV-PAID-AMOUNT
                               TO PT-ADV-TOTAL(WS-PAYEE-SUB)
                       END-IF
                   END-IF
           END-READ.

      * Leaves WS-PAYEE-SUB on the entry for SUP-CODE when found.
       FIND-PAYEE.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM MATCH-ONE-PAYEE
               VARYING WS-PAYEE-SUB FROM 1 BY 1
               UNTIL WS-PAYEE-SUB > WS-PAYEE-COUNT
               OR PAYEE-FOUND
           IF PAYEE-FOUND
               SUBTRACT 1 FROM WS-PAYEE-SUB
           END-IF.

       MATCH-ONE-PAYEE.
           IF PT-SUP-CODE(WS-PAYEE-SUB) = SUP-CODE
               MOVE 'Y' TO WS-FOUND-SWITCH
           END-IF.

       CLASSIFY-PAYEE.
           COMPUTE WS-PAYEE-TOTAL = PT-AP-TOTAL(WS-PAYEE-SUB)
               + PT-ADV-TOTAL(WS-PAYEE-SUB)
           MOVE PT-SUP-CODE(WS-PAYEE-SUB) TO SUP-CODE
           READ SUPPLIER-MASTER
               INVALID KEY
                   MOVE SPACES TO SUP-TAX-ID
           END-READ
           EVALUATE TRUE
               WHEN WS-PAYEE-TOTAL < WS-THRESHOLD
                   MOVE 'U' TO PT-STATUS(WS-PAYEE-SUB)
                   ADD 1 TO WS-UNDER-COUNT
               WHEN SUP-TAX-ID = SPACES
                   OR SUP-TAX-ID NOT NUMERIC
                   MOVE 'E' TO PT-STATUS(WS-PAYEE-SUB)
                   ADD 1 TO WS-EXCEPTION-COUNT
               WHEN OTHER
                   MOVE 'F' TO PT-STATUS(WS-PAYEE-SUB)
                   ADD 1 TO WS-FILED-COUNT
                   ADD WS-PAYEE-TOTAL TO WS-FILED-TOTAL
           END-EVALUATE.

      * Every reportable payee is listed with its two totals; the
      * TIN shows only its last four digits. Exceptions follow as a
      * separate list for chasing W-9s.
       WRITE-TAX-REPORT.
           OPEN OUTPUT TAX-REPORT
           MOVE WS-TAX-YEAR TO RH-TAX-YEAR
           MOVE WS-THRESHOLD TO RH-THRESHOLD
           WRITE TAX-REPORT-LINE FROM WS-REPORT-HEADING
           WRITE TAX-REPORT-LINE FROM WS-REPORT-COLUMNS
           PERFORM WRITE-PAYEE-LINE
               VARYING WS-PAYEE-SUB FROM 1 BY 1
               UNTIL WS-PAYEE-SUB > WS-PAYEE-COUNT
           MOVE WS-FILED-COUNT TO RT-FILED
           MOVE WS-EXCEPTION-COUNT TO RT-EXCEPTIONS
           MOVE WS-UNDER-COUNT TO RT-UNDER
           MOVE WS-FILED-TOTAL TO RT-TOTAL
           WRITE TAX-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE SPACES TO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE FROM WS-EXCEPTION-HEADING
           PERFORM WRITE-EXCEPTION-LINE
               VARYING WS-PAYEE-SUB FROM 1 BY 1
               UNTIL WS-PAYEE-SUB > WS-PAYEE-COUNT
           CLOSE TAX-REPORT.

       WRITE-PAYEE-LINE.
           MOVE PT-SUP-CODE(WS-PAYEE-SUB) TO SUP-CODE
           READ SUPPLIER-MASTER
               INVALID KEY
                   MOVE SPACES TO SUP-NAME
                   MOVE SPACES TO SUP-TAX-ID
           END-READ
           MOVE SUP-CODE TO RD-SUP-CODE
           MOVE SUP-NAME TO RD-NAME
           IF SUP-TAX-ID = SPACES OR SUP-TAX-ID NOT NUMERIC
               MOVE 'NONE' TO RD-TIN
           ELSE
               MOVE '*******' TO RD-TIN
               MOVE SUP-TAX-ID(6:4) TO RD-TIN(8:4)
           END-IF
           MOVE PT-AP-TOTAL(WS-PAYEE-SUB) TO RD-AP
           MOVE PT-ADV-TOTAL(WS-PAYEE-SUB) TO RD-ADV
           COMPUTE RD-TOTAL = PT-AP-TOTAL(WS-PAYEE-SUB)
               + PT-ADV-TOTAL(WS-PAYEE-SUB)
           EVALUATE PT-STATUS(WS-PAYEE-SUB)
               WHEN 'F'
                   MOVE 'FILED' TO RD-NOTE
               WHEN 'E'
                   MOVE 'NOTIN' TO RD-NOTE
               WHEN OTHER
                   MOVE 'UNDER' TO RD-NOTE
           END-EVALUATE
           WRITE TAX-REPORT-LINE FROM WS-REPORT-DETAIL.

       WRITE-EXCEPTION-LINE.
           IF PT-STATUS(WS-PAYEE-SUB) = 'E'
               MOVE PT-SUP-CODE(WS-PAYEE-SUB) TO SUP-CODE
               READ SUPPLIER-MASTER
                   INVALID KEY
                       MOVE SPACES TO SUP-NAME
                       MOVE SPACES TO SUP-CONTACT
               END-READ
               MOVE SUP-CODE TO EX-SUP-CODE
               MOVE SUP-NAME TO EX-NAME
               MOVE SUP-CONTACT TO EX-CONTACT
               COMPUTE EX-TOTAL = PT-AP-TOTAL(WS-PAYEE-SUB)
                   + PT-ADV-TOTAL(WS-PAYEE-SUB)
               WRITE TAX-REPORT-LINE FROM WS-EXCEPTION-DETAIL
           END-IF.

      * T, A, one B per filed payee, C, F - numbered 1 up in
      * positions 500-507.
       WRITE-IRS-FILE.
           OPEN OUTPUT IRS-FILE
           MOVE ZERO TO WS-IRS-SEQ
           MOVE WS-TAX-YEAR TO IT-YEAR
           MOVE WS-PAYER-TIN TO IT-TIN
           MOVE WS-PAYER-TCC TO IT-TCC
           IF WS-TEST-FILE = 'Y'
               MOVE 'T' TO IT-TEST
           ELSE
               MOVE SPACE TO IT-TEST
           END-IF
           MOVE WS-PAYER-NAME TO IT-NAME
           MOVE WS-PAYER-NAME TO IT-COMPANY
           MOVE WS-PAYER-ADDRESS TO IT-ADDRESS
           MOVE WS-PAYER-CITY TO IT-CITY
           MOVE WS-PAYER-STATE TO IT-STATE
           MOVE WS-PAYER-ZIP TO IT-ZIP
           MOVE WS-FILED-COUNT TO IT-PAYEES
           MOVE WS-CONTACT-NAME TO IT-CONTACT
           MOVE WS-PAYER-PHONE TO IT-PHONE
           MOVE WS-CONTACT-EMAIL TO IT-EMAIL
           ADD 1 TO WS-IRS-SEQ
           MOVE WS-IRS-SEQ TO IT-SEQ
           WRITE IRS-RECORD FROM WS-IRS-T-RECORD
           MOVE WS-TAX-YEAR TO IA-YEAR
           MOVE WS-PAYER-TIN TO IA-TIN
           MOVE WS-PAYER-NAME TO IA-NAME
           MOVE WS-PAYER-ADDRESS TO IA-ADDRESS
           MOVE WS-PAYER-CITY TO IA-CITY
           MOVE WS-PAYER-STATE TO IA-STATE
           MOVE WS-PAYER-ZIP TO IA-ZIP
           MOVE WS-PAYER-PHONE TO IA-PHONE
           ADD 1 TO WS-IRS-SEQ
           MOVE WS-IRS-SEQ TO IA-SEQ
           WRITE IRS-RECORD FROM WS-IRS-A-RECORD
           PERFORM WRITE-PAYEE-B-RECORD
               VARYING WS-PAYEE-SUB FROM 1 BY 1
               UNTIL WS-PAYEE-SUB > WS-PAYEE-COUNT
           MOVE WS-FILED-COUNT TO IC-PAYEES
           MOVE WS-FILED-TOTAL TO IC-TOTAL-1
           ADD 1 TO WS-IRS-SEQ
           MOVE WS-IRS-SEQ TO IC-SEQ
           WRITE IRS-RECORD FROM WS-IRS-C-RECORD
           MOVE WS-FILED-COUNT TO IF-PAYEES
           ADD 1 TO WS-IRS-SEQ
           MOVE WS-IRS-SEQ TO IF-SEQ
           WRITE IRS-RECORD FROM WS-IRS-F-RECORD
           CLOSE IRS-FILE.

       WRITE-PAYEE-B-RECORD.
           IF PT-STATUS(WS-PAYEE-SUB) = 'F'
               MOVE PT-SUP-CODE(WS-PAYEE-SUB) TO SUP-CODE
               READ SUPPLIER-MASTER
                   INVALID KEY
                       DISPLAY 'WARNING - PAYEE NOT RE-READ: '
                           SUP-CODE
                   NOT INVALID KEY
                       MOVE WS-TAX-YEAR TO IB-YEAR
                       MOVE SUP-TIN-TYPE TO IB-TIN-TYPE
                       MOVE SUP-TAX-ID TO IB-TIN
                       MOVE SUP-CODE TO IB-ACCOUNT
                       COMPUTE IB-AMOUNT-1 =
                           PT-AP-TOTAL(WS-PAYEE-SUB)
                           + PT-ADV-TOTAL(WS-PAYEE-SUB)
                       MOVE SUP-NAME TO IB-NAME
                       MOVE SUP-ADDRESS TO IB-ADDRESS
                       MOVE SUP-CITY TO IB-CITY
                       MOVE SUP-STATE TO IB-STATE
                       MOVE SUP-ZIP TO IB-ZIP
                       ADD 1 TO WS-IRS-SEQ
                       MOVE WS-IRS-SEQ TO IB-SEQ
                       WRITE IRS-RECORD FROM WS-IRS-B-RECORD
               END-READ
           END-IF.

       CLOSE-FILES.
           CLOSE SUPPLIER-MASTER
           CLOSE VOUCHER-FILE
           CLOSE CASH-ADVANCE-FILE
           CLOSE EMPLOYEE-MASTER.
