      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * Monument and headstone order tracking. A memorial is ordered
      * weeks after the service and set months after that, and until
      * now the only record of where an order stood was the monument
      * company's own word - a stone went six months without a
      * cemetery permit because nobody knew the proof had come back
      * approved. Each order is a record on MEMORIAL-ORDER (see
      * MEMREC.cpy) linked to the case's ROLLNO and to the monument
      * vendor's SUPPLIER-MASTER code, carrying the inscription, the
      * proof sent and approved dates, the cemetery permit date, the
      * order date, the expected and actual set dates, and the price
      * and deposit.
      *
      * The money goes the way every other case item goes: the
      * price bills through PRG29 as a case charge under code MONUMT
      * (PRG29 takes the amount off this order, and charges an order
      * once), and the deposit is taken in PRG28 as an ordinary
      * payment, which PRG28 applies to the order. Neither is keyed
      * here.
      *
      * The open-orders report lists every order not yet set, stage
      * by stage - awaiting proof, proof with the family, awaiting
      * cemetery permit, awaiting setting - with the days it has sat
      * in its stage, and flags any order open longer than the
      * vendor's SUP-LEAD-DAYS or past the vendor's promised set
      * date.
      *
      * Transactions: A - add an order, T - key the inscription,
      * U - record a stage date, I - inquire, R - open-orders report
      * (the nightly stream runs it), X - exit.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRG108.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT MEMORIAL-ORDER ASSIGN TO WS-MEMORIAL-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS MO-KEY
                FILE STATUS IS WS-FILE-STATUS.
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
            SELECT SUPPLIER-MASTER ASSIGN TO WS-SUPPLIER-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SUP-CODE
                FILE STATUS IS WS-SUP-STATUS.
            SELECT EMPLOYEE-MASTER ASSIGN TO WS-EMPLOYEE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EMPID
                ALTERNATE RECORD KEY IS ALPNUM
                FILE STATUS IS WS-EMP-STATUS.
            SELECT ORDERS-REPORT ASSIGN TO WS-REPORT-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REPORT-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  MEMORIAL-ORDER.
        01  MEMORIAL-RECORD.
            COPY MEMREC.
        FD  CASE-MASTER.
        01  CASE-MASTER-RECORD.
            COPY CASEREC REPLACING ==ROLLNO== BY ==ROLLNO-KEY==.
        FD  SUPPLIER-MASTER.
        01  SUPPLIER-RECORD.
            COPY SUPREC.
        FD  EMPLOYEE-MASTER.
        01  EMPLOYEE-RECORD.
            COPY EMPREC.
        FD  ORDERS-REPORT.
        01  REPORT-LINE PIC X(110).
        WORKING-STORAGE SECTION.
        01 WS-MEMORIAL-FILE PIC X(40)
            VALUE '/user/mortuary/memorial-order'.
        01 WS-FILE-STATUS PIC XX.
        01 WS-CASE-FILE PIC X(40) VALUE '/user/mortuary/case-master'.
        01 WS-CASE-STATUS PIC XX.
        01 WS-SUPPLIER-FILE PIC X(40)
            VALUE '/user/inventory/supplier-master'.
        01 WS-SUP-STATUS PIC XX.
        01 WS-EMPLOYEE-FILE PIC X(40) VALUE '/user/employee/master'.
        01 WS-EMP-STATUS PIC XX.
        01 WS-REPORT-FILE PIC X(40)
            VALUE '/user/mortuary/memorial-orders.txt'.
        01 WS-REPORT-STATUS PIC XX.
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
            88 TRAN-ADD VALUE 'A'.
            88 TRAN-INSCRIPTION VALUE 'T'.
            88 TRAN-UPDATE VALUE 'U'.
            88 TRAN-INQUIRE VALUE 'I'.
            88 TRAN-REPORT VALUE 'R'.
            88 TRAN-QUIT VALUE 'X'.
        01 WS-TODAY PIC 9(8).
        01 WS-ROLLNO PIC 9(7).
        01 WS-ORDER-SEQ PIC 9(2).
        01 WS-NEXT-SEQ PIC 9(2).
        01 WS-ORDER-OK PIC X VALUE 'Y'.
            88 ORDER-CLEAR VALUE 'Y'.
        01 WS-STAGE-CODE PIC X.
            88 STAGE-PROOF-SENT VALUE 'P'.
            88 STAGE-PROOF-APPROVED VALUE 'A'.
            88 STAGE-PERMIT VALUE 'M'.
            88 STAGE-EXPECTED VALUE 'E'.
            88 STAGE-SET VALUE 'S'.
        01 WS-STAGE-DATE PIC 9(8).
        01 WS-AMOUNT-CENTS PIC 9(7).
        01 WS-TEXT-DONE PIC X VALUE 'N'.
            88 TEXT-DONE VALUE 'Y'.
        01 WS-TEXT-INPUT PIC X(40).
        01 WS-TEXT-SUB PIC 9.
        01 WS-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-FILE VALUE 'Y'.
        01 WS-SCAN-EOF PIC X VALUE 'N'.
            88 END-OF-SCAN VALUE 'Y'.
        01 WS-DISPLAY-AMOUNT PIC ZZ,ZZ9.99.
      * Where an open order stands - the first stage not yet passed,
      * and the date it entered that stage.
        01 WS-ORDER-STAGE PIC 9.
            88 ORDER-AWAITING-PROOF VALUE 1.
            88 ORDER-PROOF-OUT VALUE 2.
            88 ORDER-AWAITING-PERMIT VALUE 3.
            88 ORDER-AWAITING-SETTING VALUE 4.
            88 ORDER-COMPLETE VALUE 5.
        01 WS-STAGE-SINCE PIC 9(8).
        01 WS-REPORT-STAGE PIC 9.
        01 WS-STAGE-NAMES.
            02 FILLER PIC X(24) VALUE 'AWAITING PROOF'.
            02 FILLER PIC X(24) VALUE 'PROOF WITH FAMILY'.
            02 FILLER PIC X(24) VALUE 'AWAITING CEMETERY PERMIT'.
            02 FILLER PIC X(24) VALUE 'AWAITING SETTING'.
            02 FILLER PIC X(24) VALUE 'SET'.
        01 WS-STAGE-NAME-TABLE REDEFINES WS-STAGE-NAMES.
            02 WS-STAGE-NAME PIC X(24) OCCURS 5 TIMES.
        01 WS-DAYS-IN-STAGE PIC 9(5).
        01 WS-DAYS-OPEN PIC 9(5).
        01 WS-LEAD-DAYS PIC 9(3).
        01 WS-STAGE-COUNT PIC 9(5).
        01 WS-OPEN-ORDERS PIC 9(5).
        01 WS-STALLED-ORDERS PIC 9(5).
        01 WS-ORDER-DETAIL.
            02 OD-ROLLNO PIC 9(7).
            02 FILLER PIC X VALUE '-'.
            02 OD-SEQ PIC 9(2).
            02 FILLER PIC X(2) VALUE SPACES.
            02 OD-VENDOR PIC X(10).
            02 FILLER PIC X(2) VALUE SPACES.
            02 OD-ORDER-DATE PIC 9(8).
            02 FILLER PIC X(2) VALUE SPACES.
            02 OD-STAGE-SINCE PIC 9(8).
            02 FILLER PIC X(2) VALUE SPACES.
            02 OD-DAYS PIC ZZZZ9.
            02 FILLER PIC X(2) VALUE SPACES.
            02 OD-EXPECTED PIC 9(8).
            02 FILLER PIC X(2) VALUE SPACES.
            02 OD-CHARGED PIC X(3).
            02 FILLER PIC X(2) VALUE SPACES.
            02 OD-DEPOSIT PIC X(4).
            02 FILLER PIC X(2) VALUE SPACES.
            02 OD-FLAG PIC X(32).
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
      * PRG6's check-digit rule) is required; it lands on the order.
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
           OPEN I-O MEMORIAL-ORDER
           IF WS-FILE-STATUS = '35'
               OPEN OUTPUT MEMORIAL-ORDER
               CLOSE MEMORIAL-ORDER
               OPEN I-O MEMORIAL-ORDER
           END-IF
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING MEMORIAL-ORDER: ' WS-FILE-STATUS
               MOVE 'X' TO WS-TRAN-CODE
           END-IF
           OPEN INPUT CASE-MASTER
           IF WS-CASE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CASE-MASTER: ' WS-CASE-STATUS
               MOVE 'X' TO WS-TRAN-CODE
           END-IF
           OPEN INPUT SUPPLIER-MASTER
           IF WS-SUP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SUPPLIER-MASTER: '
                   WS-SUP-STATUS
               MOVE 'X' TO WS-TRAN-CODE
           END-IF.

       PROCESS-TRANSACTION.
           DISPLAY 'ENTER TRANSACTION (A-ADD ORDER T-INSCRIPTION '
               'U-STAGE DATE I-INQUIRE R-REPORT X-EXIT)'
           ACCEPT WS-TRAN-CODE
           EVALUATE TRUE
               WHEN TRAN-ADD
                   PERFORM ADD-ORDER
               WHEN TRAN-INSCRIPTION
                   PERFORM KEY-INSCRIPTION
               WHEN TRAN-UPDATE
                   PERFORM UPDATE-STAGE
               WHEN TRAN-INQUIRE
                   PERFORM INQUIRE-ORDERS
               WHEN TRAN-REPORT
                   PERFORM PRINT-OPEN-ORDERS
               WHEN TRAN-QUIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'INVALID TRANSACTION CODE'
           END-EVALUATE.

      * A new order takes the next sequence on the case. The vendor
      * must be on SUPPLIER-MASTER (PRG32) - its lead time is what
      * the order is held to. The inscription can be keyed now or
      * later under T.
       ADD-ORDER.
           MOVE 'Y' TO WS-ORDER-OK
           DISPLAY 'ROLLNO OF CASE:'
           ACCEPT WS-ROLLNO
           MOVE WS-ROLLNO TO ROLLNO-KEY
           READ CASE-MASTER
               INVALID KEY
                   DISPLAY 'ORDER REJECTED - CASE NOT FOUND: '
                       WS-ROLLNO
                   MOVE 'N' TO WS-ORDER-OK
           END-READ
           IF ORDER-CLEAR
               PERFORM FIND-NEXT-ORDER-SEQ
               MOVE SPACES TO MEMORIAL-RECORD
               DISPLAY 'MONUMENT VENDOR (SUP-CODE):'
               ACCEPT MO-VENDOR
               MOVE MO-VENDOR TO SUP-CODE
               READ SUPPLIER-MASTER
                   INVALID KEY
                       DISPLAY 'ORDER REJECTED - VENDOR NOT ON '
                           'SUPPLIER-MASTER: ' MO-VENDOR
                       MOVE 'N' TO WS-ORDER-OK
               END-READ
           END-IF
           IF ORDER-CLEAR
               DISPLAY 'ITEM ORDERED:'
               ACCEPT MO-ITEM
               DISPLAY 'PRICE TO FAMILY (CENTS IMPLIED):'
               ACCEPT WS-AMOUNT-CENTS
               COMPUTE MO-PRICE = WS-AMOUNT-CENTS / 100
               DISPLAY 'DEPOSIT ASKED (CENTS IMPLIED, 0 IF NONE):'
               ACCEPT WS-AMOUNT-CENTS
               COMPUTE MO-DEPOSIT = WS-AMOUNT-CENTS / 100
               IF MO-PRICE = ZERO
                   DISPLAY 'ORDER REJECTED - NO PRICE KEYED'
                   MOVE 'N' TO WS-ORDER-OK
               END-IF
           END-IF
           IF ORDER-CLEAR AND MO-DEPOSIT > MO-PRICE
               DISPLAY 'ORDER REJECTED - DEPOSIT EXCEEDS PRICE'
               MOVE 'N' TO WS-ORDER-OK
           END-IF
           IF ORDER-CLEAR
               PERFORM WRITE-NEW-ORDER
           END-IF.

       FIND-NEXT-ORDER-SEQ.
           MOVE ZERO TO WS-NEXT-SEQ
           MOVE 'N' TO WS-SCAN-EOF
           MOVE WS-ROLLNO TO MO-ROLLNO
           MOVE ZERO TO MO-SEQ
           START MEMORIAL-ORDER KEY IS NOT LESS THAN MO-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM SCAN-ORDER-SEQ UNTIL END-OF-SCAN
           ADD 1 TO WS-NEXT-SEQ.

       SCAN-ORDER-SEQ.
           READ MEMORIAL-ORDER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
               NOT AT END
                   IF MO-ROLLNO NOT = WS-ROLLNO
                       MOVE 'Y' TO WS-SCAN-EOF
                   ELSE
                       MOVE MO-SEQ TO WS-NEXT-SEQ
                   END-IF
           END-READ.

       WRITE-NEW-ORDER.
           MOVE WS-ROLLNO TO MO-ROLLNO
           MOVE WS-NEXT-SEQ TO MO-SEQ
           MOVE WS-TODAY TO MO-ORDER-DATE
           MOVE ZERO TO MO-PROOF-SENT-DATE
           MOVE ZERO TO MO-PROOF-APPROVED-DATE
           MOVE ZERO TO MO-PERMIT-DATE
           MOVE ZERO TO MO-EXPECTED-SET-DATE
           MOVE ZERO TO MO-SET-DATE
           MOVE ZERO TO MO-CHARGE-SEQ
           MOVE ZERO TO MO-DEPOSIT-DATE
           MOVE ZERO TO MO-DEPOSIT-PAID
           MOVE WS-OPERATOR-EMPID TO MO-EMPID
           MOVE ZERO TO MO-INSCRIPTION-LINES
           WRITE MEMORIAL-RECORD
               INVALID KEY
                   DISPLAY 'ORDER FAILED - WRITE ERROR: ' MO-KEY
               NOT INVALID KEY
                   DISPLAY 'ORDER ADDED: ' WS-ROLLNO ' ORDER '
                       WS-NEXT-SEQ ' VENDOR ' MO-VENDOR
                   DISPLAY 'CHARGE THE PRICE IN PRG29 UNDER MONUMT; '
                       'TAKE THE DEPOSIT IN PRG28'
           END-WRITE.

       READ-ORDER.
           MOVE 'Y' TO WS-ORDER-OK
           DISPLAY 'ROLLNO OF CASE:'
           ACCEPT WS-ROLLNO
           DISPLAY 'ORDER SEQ:'
           ACCEPT WS-ORDER-SEQ
           MOVE WS-ROLLNO TO MO-ROLLNO
           MOVE WS-ORDER-SEQ TO MO-SEQ
           READ MEMORIAL-ORDER
               INVALID KEY
                   DISPLAY 'REJECTED - NO SUCH MEMORIAL ORDER: '
                       WS-ROLLNO '-' WS-ORDER-SEQ
                   MOVE 'N' TO WS-ORDER-OK
           END-READ.

      * New inscription text replaces the old; a proof already sent
      * or approved was for the old words, so both proof dates clear.
       KEY-INSCRIPTION.
           PERFORM READ-ORDER
           IF ORDER-CLEAR AND MO-SET-DATE NOT = ZERO
               DISPLAY 'REJECTED - STONE ALREADY SET ' MO-SET-DATE
               MOVE 'N' TO WS-ORDER-OK
           END-IF
           IF ORDER-CLEAR
               DISPLAY 'INSCRIPTION - UP TO 6 LINES, A LINE OF . '
                   'ENDS IT.'
               PERFORM CLEAR-INSCRIPTION-LINE
                   VARYING WS-TEXT-SUB FROM 1 BY 1
                   UNTIL WS-TEXT-SUB > 6
               MOVE ZERO TO MO-INSCRIPTION-LINES
               MOVE 'N' TO WS-TEXT-DONE
               PERFORM CAPTURE-INSCRIPTION-LINE UNTIL TEXT-DONE
               IF MO-INSCRIPTION-LINES = ZERO
                   DISPLAY 'REJECTED - NO INSCRIPTION KEYED'
                   MOVE 'N' TO WS-ORDER-OK
               END-IF
           END-IF
           IF ORDER-CLEAR
               IF MO-PROOF-SENT-DATE NOT = ZERO
                   DISPLAY 'PROOF OF ' MO-PROOF-SENT-DATE
                       ' WITHDRAWN - SEND A NEW PROOF'
               END-IF
               MOVE ZERO TO MO-PROOF-SENT-DATE
               MOVE ZERO TO MO-PROOF-APPROVED-DATE
               MOVE WS-OPERATOR-EMPID TO MO-EMPID
               PERFORM REWRITE-ORDER
           END-IF.

       CLEAR-INSCRIPTION-LINE.
           MOVE SPACES TO MO-INSCRIPTION-LINE(WS-TEXT-SUB).

       CAPTURE-INSCRIPTION-LINE.
           MOVE SPACES TO WS-TEXT-INPUT
           ACCEPT WS-TEXT-INPUT
           IF WS-TEXT-INPUT = '.'
               MOVE 'Y' TO WS-TEXT-DONE
           ELSE
               ADD 1 TO MO-INSCRIPTION-LINES
               MOVE WS-TEXT-INPUT
                   TO MO-INSCRIPTION-LINE(MO-INSCRIPTION-LINES)
               IF MO-INSCRIPTION-LINES = 6
                   MOVE 'Y' TO WS-TEXT-DONE
               END-IF
           END-IF.

       REWRITE-ORDER.
           REWRITE MEMORIAL-RECORD
               INVALID KEY
                   DISPLAY 'UPDATE FAILED - REWRITE ERROR: ' MO-KEY
               NOT INVALID KEY
                   DISPLAY 'ORDER UPDATED: ' MO-ROLLNO '-' MO-SEQ
           END-REWRITE.

      * One stage date per transaction, in the order the stone moves:
      * proof sent (needs an inscription), proof approved (needs the
      * proof sent), cemetery permit, and set (needs the approved
      * proof and the permit). The vendor's promised set date can be
      * keyed or moved at any point before the stone is set. A date
      * of zero means today; only the promised date may be ahead of
      * today.
       UPDATE-STAGE.
           PERFORM READ-ORDER
           IF ORDER-CLEAR AND MO-SET-DATE NOT = ZERO
               DISPLAY 'REJECTED - STONE ALREADY SET ' MO-SET-DATE
               MOVE 'N' TO WS-ORDER-OK
           END-IF
           IF ORDER-CLEAR
               DISPLAY 'STAGE (P-PROOF SENT A-PROOF APPROVED '
                   'M-CEMETERY PERMIT E-EXPECTED SET S-SET):'
               ACCEPT WS-STAGE-CODE
               DISPLAY 'DATE (YYYYMMDD, 0 FOR TODAY):'
               ACCEPT WS-STAGE-DATE
               IF WS-STAGE-DATE = ZERO
                   MOVE WS-TODAY TO WS-STAGE-DATE
               END-IF
               PERFORM CHECK-STAGE-DATE
           END-IF
           IF ORDER-CLEAR
               EVALUATE TRUE
                   WHEN STAGE-PROOF-SENT
                       MOVE WS-STAGE-DATE TO MO-PROOF-SENT-DATE
                   WHEN STAGE-PROOF-APPROVED
                       MOVE WS-STAGE-DATE TO MO-PROOF-APPROVED-DATE
                   WHEN STAGE-PERMIT
                       MOVE WS-STAGE-DATE TO MO-PERMIT-DATE
                   WHEN STAGE-EXPECTED
                       MOVE WS-STAGE-DATE TO MO-EXPECTED-SET-DATE
                   WHEN STAGE-SET
                       MOVE WS-STAGE-DATE TO MO-SET-DATE
               END-EVALUATE
               MOVE WS-OPERATOR-EMPID TO MO-EMPID
               PERFORM REWRITE-ORDER
               IF STAGE-SET AND MO-CHARGE-SEQ = ZERO
                   DISPLAY 'WARNING - PRICE NOT YET BILLED - POST '
                       'MONUMT IN PRG29 FOR ORDER ' MO-SEQ
               END-IF
           END-IF.

       CHECK-STAGE-DATE.
           IF NOT STAGE-PROOF-SENT AND NOT STAGE-PROOF-APPROVED
               AND NOT STAGE-PERMIT AND NOT STAGE-EXPECTED
               AND NOT STAGE-SET
               DISPLAY 'REJECTED - INVALID STAGE CODE: '
                   WS-STAGE-CODE
               MOVE 'N' TO WS-ORDER-OK
           END-IF
           IF ORDER-CLEAR AND WS-STAGE-DATE < MO-ORDER-DATE
               DISPLAY 'REJECTED - DATE BEFORE THE ORDER DATE '
                   MO-ORDER-DATE
               MOVE 'N' TO WS-ORDER-OK
           END-IF
           IF ORDER-CLEAR AND NOT STAGE-EXPECTED
               AND WS-STAGE-DATE > WS-TODAY
               DISPLAY 'REJECTED - DATE IS IN THE FUTURE: '
                   WS-STAGE-DATE
               MOVE 'N' TO WS-ORDER-OK
           END-IF
           IF ORDER-CLEAR AND STAGE-PROOF-SENT
               AND MO-INSCRIPTION-LINES = ZERO
               DISPLAY 'REJECTED - NO INSCRIPTION KEYED FOR THE PROOF'
               MOVE 'N' TO WS-ORDER-OK
           END-IF
           IF ORDER-CLEAR AND STAGE-PROOF-APPROVED
               IF MO-PROOF-SENT-DATE = ZERO
                   DISPLAY 'REJECTED - NO PROOF SENT TO APPROVE'
                   MOVE 'N' TO WS-ORDER-OK
               ELSE
               IF WS-STAGE-DATE < MO-PROOF-SENT-DATE
                   DISPLAY 'REJECTED - APPROVAL BEFORE PROOF SENT '
                       MO-PROOF-SENT-DATE
                   MOVE 'N' TO WS-ORDER-OK
               END-IF
               END-IF
           END-IF
           IF ORDER-CLEAR AND STAGE-SET
               IF MO-PROOF-APPROVED-DATE = ZERO
                   OR MO-PERMIT-DATE = ZERO
                   DISPLAY 'REJECTED - STONE CANNOT BE SET WITHOUT AN '
                       'APPROVED PROOF AND A CEMETERY PERMIT'
                   MOVE 'N' TO WS-ORDER-OK
               END-IF
           END-IF.

      * Stage of an open order: the first of proof, approval, permit,
      * setting not yet reached, dated from when the one before it
      * was. A permit that came back ahead of the approved proof
      * leaves the order with the family until the approval.
       FIND-ORDER-STAGE.
           IF MO-SET-DATE NOT = ZERO
               MOVE 5 TO WS-ORDER-STAGE
               MOVE MO-SET-DATE TO WS-STAGE-SINCE
           ELSE
           IF MO-PROOF-SENT-DATE = ZERO
               MOVE 1 TO WS-ORDER-STAGE
               MOVE MO-ORDER-DATE TO WS-STAGE-SINCE
           ELSE
           IF MO-PROOF-APPROVED-DATE = ZERO
               MOVE 2 TO WS-ORDER-STAGE
               MOVE MO-PROOF-SENT-DATE TO WS-STAGE-SINCE
           ELSE
           IF MO-PERMIT-DATE = ZERO
               MOVE 3 TO WS-ORDER-STAGE
               MOVE MO-PROOF-APPROVED-DATE TO WS-STAGE-SINCE
           ELSE
               MOVE 4 TO WS-ORDER-STAGE
               MOVE MO-PERMIT-DATE TO WS-STAGE-SINCE
               IF MO-PROOF-APPROVED-DATE > WS-STAGE-SINCE
                   MOVE MO-PROOF-APPROVED-DATE TO WS-STAGE-SINCE
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           COMPUTE WS-DAYS-IN-STAGE =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) -
               FUNCTION INTEGER-OF-DATE(WS-STAGE-SINCE)
           COMPUTE WS-DAYS-OPEN =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) -
               FUNCTION INTEGER-OF-DATE(MO-ORDER-DATE).

       INQUIRE-ORDERS.
           DISPLAY 'ROLLNO:'
           ACCEPT WS-ROLLNO
           MOVE 'N' TO WS-SCAN-EOF
           MOVE ZERO TO WS-STAGE-COUNT
           MOVE WS-ROLLNO TO MO-ROLLNO
           MOVE ZERO TO MO-SEQ
           START MEMORIAL-ORDER KEY IS NOT LESS THAN MO-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM SHOW-ORDER UNTIL END-OF-SCAN
           IF WS-STAGE-COUNT = ZERO
               DISPLAY 'NO MEMORIAL ORDERS ON FILE FOR: ' WS-ROLLNO
           END-IF.

       SHOW-ORDER.
           READ MEMORIAL-ORDER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
               NOT AT END
                   IF MO-ROLLNO NOT = WS-ROLLNO
                       MOVE 'Y' TO WS-SCAN-EOF
                   ELSE
                       ADD 1 TO WS-STAGE-COUNT
                       PERFORM SHOW-ONE-ORDER
                   END-IF
           END-READ.

       SHOW-ONE-ORDER.
           PERFORM FIND-ORDER-STAGE
           DISPLAY '=== MEMORIAL ORDER ' MO-ROLLNO '-' MO-SEQ ' ==='
           DISPLAY 'VENDOR      : ' MO-VENDOR ' ' MO-ITEM
           DISPLAY 'STAGE       : ' WS-STAGE-NAME(WS-ORDER-STAGE)
               ' SINCE ' WS-STAGE-SINCE
           DISPLAY 'ORDERED     : ' MO-ORDER-DATE
               ' PROOF SENT ' MO-PROOF-SENT-DATE
               ' APPROVED ' MO-PROOF-APPROVED-DATE
           DISPLAY 'PERMIT      : ' MO-PERMIT-DATE
               ' EXPECTED SET ' MO-EXPECTED-SET-DATE
               ' SET ' MO-SET-DATE
           MOVE MO-PRICE TO WS-DISPLAY-AMOUNT
           DISPLAY 'PRICE       : ' WS-DISPLAY-AMOUNT
               ' CHARGE LINE ' MO-CHARGE-SEQ
           MOVE MO-DEPOSIT TO WS-DISPLAY-AMOUNT
           DISPLAY 'DEPOSIT     : ' WS-DISPLAY-AMOUNT
               ' RECEIVED ' MO-DEPOSIT-DATE
           PERFORM SHOW-INSCRIPTION-LINE
               VARYING WS-TEXT-SUB FROM 1 BY 1
               UNTIL WS-TEXT-SUB > MO-INSCRIPTION-LINES.

       SHOW-INSCRIPTION-LINE.
           DISPLAY '  ' MO-INSCRIPTION-LINE(WS-TEXT-SUB).

      * Open-orders report - one section per stage, in the order a
      * stone moves through them, each a pass over MEMORIAL-ORDER.
       PRINT-OPEN-ORDERS.
           MOVE ZERO TO WS-OPEN-ORDERS
           MOVE ZERO TO WS-STALLED-ORDERS
           OPEN OUTPUT ORDERS-REPORT
           MOVE SPACES TO REPORT-LINE
           STRING 'OPEN MEMORIAL ORDERS BY STAGE - ' DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           PERFORM PRINT-STAGE-SECTION
               VARYING WS-REPORT-STAGE FROM 1 BY 1
               UNTIL WS-REPORT-STAGE > 4
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'OPEN ORDERS: ' DELIMITED BY SIZE
               WS-OPEN-ORDERS DELIMITED BY SIZE
               '  STALLED: ' DELIMITED BY SIZE
               WS-STALLED-ORDERS DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           CLOSE ORDERS-REPORT
           DISPLAY 'REPORT WRITTEN TO ' WS-REPORT-FILE
           DISPLAY 'OPEN ORDERS: ' WS-OPEN-ORDERS
               ' STALLED: ' WS-STALLED-ORDERS.

       PRINT-STAGE-SECTION.
           MOVE ZERO TO WS-STAGE-COUNT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '*** ' DELIMITED BY SIZE
               WS-STAGE-NAME(WS-REPORT-STAGE) DELIMITED BY '  '
               ' ***' DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE 'ORDER       VENDOR      ORDERED   IN STAGE  DAYS'
               TO REPORT-LINE
           MOVE 'EXPECTED  CHG  DEP   FLAG' TO REPORT-LINE(52:25)
           WRITE REPORT-LINE
           MOVE ALL '-' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO MO-KEY
           START MEMORIAL-ORDER KEY IS NOT LESS THAN MO-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM REPORT-ORDER UNTIL END-OF-FILE
           MOVE SPACES TO REPORT-LINE
           STRING 'ORDERS IN STAGE: ' DELIMITED BY SIZE
               WS-STAGE-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       REPORT-ORDER.
           READ MEMORIAL-ORDER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   PERFORM FIND-ORDER-STAGE
                   IF WS-ORDER-STAGE = WS-REPORT-STAGE
                       PERFORM WRITE-ORDER-LINE
                   END-IF
           END-READ.

      * Stalled: open longer than the vendor says an order takes
      * from order to setting, or past the date the vendor promised.
      * A vendor with no lead time on file is held to the promised
      * date only.
       WRITE-ORDER-LINE.
           ADD 1 TO WS-STAGE-COUNT
           ADD 1 TO WS-OPEN-ORDERS
           MOVE ZERO TO WS-LEAD-DAYS
           MOVE MO-VENDOR TO SUP-CODE
           READ SUPPLIER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SUP-LEAD-DAYS TO WS-LEAD-DAYS
           END-READ
           MOVE MO-ROLLNO TO OD-ROLLNO
           MOVE MO-SEQ TO OD-SEQ
           MOVE MO-VENDOR TO OD-VENDOR
           MOVE MO-ORDER-DATE TO OD-ORDER-DATE
           MOVE WS-STAGE-SINCE TO OD-STAGE-SINCE
           MOVE WS-DAYS-IN-STAGE TO OD-DAYS
           MOVE MO-EXPECTED-SET-DATE TO OD-EXPECTED
           IF MO-CHARGE-SEQ = ZERO
               MOVE 'NO' TO OD-CHARGED
           ELSE
               MOVE 'YES' TO OD-CHARGED
           END-IF
           IF MO-DEPOSIT = ZERO
               MOVE 'NONE' TO OD-DEPOSIT
           ELSE
           IF MO-DEPOSIT-DATE = ZERO
               MOVE 'DUE' TO OD-DEPOSIT
           ELSE
               MOVE 'PAID' TO OD-DEPOSIT
           END-IF
           END-IF
           MOVE SPACES TO OD-FLAG
           IF WS-LEAD-DAYS NOT = ZERO
               AND WS-DAYS-OPEN > WS-LEAD-DAYS
               MOVE 'STALLED - PAST VENDOR LEAD TIME' TO OD-FLAG
           ELSE
           IF MO-EXPECTED-SET-DATE NOT = ZERO
               AND MO-EXPECTED-SET-DATE < WS-TODAY
               MOVE 'STALLED - PAST PROMISED SET DATE' TO OD-FLAG
           END-IF
           END-IF
           IF OD-FLAG NOT = SPACES
               ADD 1 TO WS-STALLED-ORDERS
           END-IF
           WRITE REPORT-LINE FROM WS-ORDER-DETAIL.

       CLOSE-FILES.
           CLOSE MEMORIAL-ORDER
           CLOSE CASE-MASTER
           CLOSE SUPPLIER-MASTER
           CLOSE EMPLOYEE-MASTER.
