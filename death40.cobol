      * person dies, the intake line into PRG4 carries the contract
      * number and the conversion step pulls these details into the
      * case record, marking the contract converted.
      *
      * Each contract carries the counselor who sold it. Writing the
      * contract earns that counselor commission on COMMISSION-FILE
      * at the COMMISSION-RATE-FILE rate for a pre-need sale of the
      * contracted casket's category (ALTKEY2); cancelling (C) or
      * deleting an active contract reverses it, and repricing one
      * reverses the old commission and earns the new.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRG40.
                RECORD KEY IS EMPID
                ALTERNATE RECORD KEY IS ALPNUM
                FILE STATUS IS WS-EMP-STATUS.
            SELECT COMMISSION-RATE-FILE ASSIGN TO WS-RATE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CR-KEY
                FILE STATUS IS WS-RATE-STATUS.
            SELECT COMMISSION-FILE ASSIGN TO WS-COMMISSION-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS COMM-KEY
                FILE STATUS IS WS-COMM-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  PRE-NEED-MASTER.
        FD  EMPLOYEE-MASTER.
        01  EMPLOYEE-RECORD.
            COPY EMPREC.
        FD  COMMISSION-RATE-FILE.
        01  COMMISSION-RATE-RECORD.
            COPY CRATEREC.
        FD  COMMISSION-FILE.
        01  COMMISSION-RECORD.
            COPY COMMREC.
        WORKING-STORAGE SECTION.
        01 WS-PRE-NEED-FILE PIC X(40)
            VALUE '/user/mortuary/pre-need-master'.
            88 TRAN-ADD VALUE 'A'.
            88 TRAN-UPDATE VALUE 'U'.
            88 TRAN-DELETE VALUE 'D'.
            88 TRAN-CANCEL VALUE 'C'.
            88 TRAN-LIST VALUE 'L'.
            88 TRAN-QUIT VALUE 'X'.
        01 WS-PART-OK PIC X VALUE 'N'.
        01 WS-OPERATOR-EMPID PIC 9(5).
        01 WS-SIGN-ON-OK PIC X VALUE 'N'.
            88 SIGN-ON-VALID VALUE 'Y'.
        01 WS-SIGN-ON-DATE PIC 9(8).
        01 WS-EMPID-OK PIC X VALUE 'Y'.
            88 EMPID-VALID VALUE 'Y'.
        01 WS-EMPID-ALPHA PIC X(5).
        01 WS-EMPID-CHECK PIC 9.
        01 WS-CHECK-SUM PIC 9(3).
        01 WS-CHECK-DIGIT PIC 9.
        01 WS-RATE-FILE PIC X(40)
            VALUE '/user/employee/commission-rates'.
        01 WS-RATE-STATUS PIC XX.
        01 WS-COMMISSION-FILE PIC X(40)
            VALUE '/user/employee/commissions'.
        01 WS-COMM-STATUS PIC XX.
        01 WS-TODAY PIC 9(8).
        01 WS-SELLER-OK PIC X VALUE 'N'.
            88 SELLER-VALID VALUE 'Y'.
        01 WS-SELLER-REASON PIC X(30).
      * Commission working fields - the sale being earned or
      * reversed, and the contract's figures before an update.
        01 WS-COMM-CATEGORY PIC X(10).
        01 WS-COMM-RATE PIC 9(2)V99.
        01 WS-COMM-EMPID PIC 9(5).
        01 WS-COMM-ACTION PIC X.
        01 WS-COMM-SALE PIC 9(7)V99.
        01 WS-COMM-AMOUNT PIC 9(7)V99.
        01 WS-COMM-NEXT-SEQ PIC 9(5).
        01 WS-COMM-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-SELLER-ENTRIES VALUE 'Y'.
        01 WS-OLD-PART PIC 9(6).
        01 WS-OLD-PRICE PIC 9(7)V99.
        01 WS-OLD-COMMISSION PIC 9(7)V99.
        01 WS-DISPLAY-AMOUNT PIC ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       MAIN-PARA.
           OPEN INPUT EMPLOYEE-MASTER
               CLOSE EMPLOYEE-MASTER
               STOP RUN
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM OPEN-FILES
           PERFORM PROCESS-TRANSACTION UNTIL TRAN-QUIT
           PERFORM CLOSE-FILES
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

           IF WS-INV-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING INVENTORY-FILE: ' WS-INV-STATUS
               MOVE 'X' TO WS-TRAN-CODE
           END-IF
      * No rate table yet simply means sales earn nothing until PRG99
      * keys the rates.
           OPEN INPUT COMMISSION-RATE-FILE
           OPEN I-O COMMISSION-FILE
           IF WS-COMM-STATUS = '35'
               OPEN OUTPUT COMMISSION-FILE
               CLOSE COMMISSION-FILE
               OPEN I-O COMMISSION-FILE
           END-IF
           IF WS-COMM-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING COMMISSION-FILE: '
                   WS-COMM-STATUS
               MOVE 'X' TO WS-TRAN-CODE
           END-IF.

       PROCESS-TRANSACTION.
           DISPLAY 'ENTER TRANSACTION (A-ADD U-UPDATE D-DELETE '
               'C-CANCEL L-LIST X-EXIT)'
           ACCEPT WS-TRAN-CODE
           EVALUATE TRUE
               WHEN TRAN-ADD
                   PERFORM UPDATE-CONTRACT
               WHEN TRAN-DELETE
                   PERFORM DELETE-CONTRACT
               WHEN TRAN-CANCEL
                   PERFORM CANCEL-CONTRACT
               WHEN TRAN-LIST
                   PERFORM LIST-CONTRACTS
               WHEN TRAN-QUIT
               'PRICE, NOK NAME:'
           ACCEPT PRE-NEED-RECORD
           MOVE 'A' TO PN-STATUS
           DISPLAY 'SELLING COUNSELOR EMPID:'
           ACCEPT PN-SELLER-EMPID
           MOVE ZERO TO PN-COMMISSION
           PERFORM VALIDATE-CONTRACT-PART
           PERFORM VALIDATE-SELLER
           IF NOT CONTRACT-PART-VALID
               DISPLAY 'ADD FAILED - PART NOT ON INVENTORY-FILE: '
                   PN-PART
           ELSE
           IF NOT SELLER-VALID
               DISPLAY 'ADD FAILED - SELLER ' WS-SELLER-REASON ': '
                   PN-SELLER-EMPID
           ELSE
               PERFORM COMPUTE-CONTRACT-COMMISSION
               WRITE PRE-NEED-RECORD
                   INVALID KEY
                       DISPLAY 'ADD FAILED - DUPLICATE CONTRACT: '
                           PN-CONTRACT-NO
                   NOT INVALID KEY
                       DISPLAY 'CONTRACT ADDED: ' PN-CONTRACT-NO
                       PERFORM EARN-CONTRACT-COMMISSION
               END-WRITE
           END-IF
           END-IF.

       UPDATE-CONTRACT.
           END-READ.

       UPDATE-CONTRACT-FIELDS.
           IF PN-STATUS NOT = 'A'
               DISPLAY 'UPDATE REJECTED - CONTRACT CONVERTED OR '
                   'CANCELLED: ' PN-CONTRACT-NO
           ELSE
               MOVE PN-PART TO WS-OLD-PART
               MOVE PN-PRICE TO WS-OLD-PRICE
               MOVE PN-COMMISSION TO WS-OLD-COMMISSION
               DISPLAY 'NEW NAME, DISPOSITION, PART, PRICE, '
                   'NOK NAME, LAST NAME, FIRST NAME:'
               ACCEPT PN-NAME
                   DISPLAY 'UPDATE FAILED - PART NOT ON '
                       'INVENTORY-FILE: ' PN-PART
               ELSE
                   IF PN-PART NOT = WS-OLD-PART
                       OR PN-PRICE NOT = WS-OLD-PRICE
                       PERFORM COMPUTE-CONTRACT-COMMISSION
                   END-IF
                   REWRITE PRE-NEED-RECORD
                       INVALID KEY
                           DISPLAY 'UPDATE FAILED - REWRITE ERROR: '
                       NOT INVALID KEY
                           DISPLAY 'CONTRACT UPDATED: '
                               PN-CONTRACT-NO
                           IF PN-PART NOT = WS-OLD-PART
                               OR PN-PRICE NOT = WS-OLD-PRICE
                               PERFORM REPRICE-CONTRACT-COMMISSION
                           END-IF
                   END-REWRITE
               END-IF
           END-IF.
                       NOT INVALID KEY
                           DISPLAY 'CONTRACT DELETED: '
                               PN-CONTRACT-NO
                           IF PN-STATUS = 'A'
                               MOVE PN-PRICE TO WS-OLD-PRICE
                               MOVE PN-COMMISSION TO WS-OLD-COMMISSION
                               PERFORM REVERSE-CONTRACT-COMMISSION
                           END-IF
                   END-DELETE
           END-READ.

      * Cancellation keeps the contract on file, marked X, so PRG59
      * can still post the trust refund against it; the commission
      * it earned comes back off the seller.
       CANCEL-CONTRACT.
           DISPLAY 'CONTRACT NO TO CANCEL:'
           ACCEPT PN-CONTRACT-NO
           READ PRE-NEED-MASTER
               INVALID KEY
                   DISPLAY 'CANCEL FAILED - NOT FOUND: '
                       PN-CONTRACT-NO
               NOT INVALID KEY
                   IF PN-STATUS NOT = 'A'
                       DISPLAY 'CANCEL REJECTED - CONTRACT CONVERTED '
                           'OR ALREADY CANCELLED: ' PN-CONTRACT-NO
                   ELSE
                       MOVE PN-PRICE TO WS-OLD-PRICE
                       MOVE PN-COMMISSION TO WS-OLD-COMMISSION
                       MOVE 'X' TO PN-STATUS
                       REWRITE PRE-NEED-RECORD
                           INVALID KEY
                               DISPLAY 'CANCEL FAILED - REWRITE '
                                   'ERROR: ' PN-CONTRACT-NO
                           NOT INVALID KEY
                               DISPLAY 'CONTRACT CANCELLED: '
                                   PN-CONTRACT-NO
                               PERFORM REVERSE-CONTRACT-COMMISSION
                       END-REWRITE
                   END-IF
           END-READ.

       LIST-CONTRACTS.
           DISPLAY '=== PRE-NEED CONTRACTS ==='
           DISPLAY 'CONTRACT NAME     DISP PART    PRICE      '
               'NOK      STATUS SELLER'
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE ZERO TO WS-LIST-COUNT
           MOVE ZERO TO PN-CONTRACT-NO
                   DISPLAY PN-CONTRACT-NO ' ' PN-NAME ' '
                       PN-DISPOSITION-TYPE '    ' PN-PART ' '
                       PN-PRICE ' ' PN-NOK-NAME ' ' PN-STATUS
                       '      ' PN-SELLER-EMPID
                   ADD 1 TO WS-LIST-COUNT
           END-READ.

               END-READ
           END-IF.

      * The counselor credited with the sale is held to the same
      * test as sign-on - on EMPLOYEE-MASTER, not separated, and
      * passing the check digit - so no commission is earned by an
      * EMPID that could not sign on.
       VALIDATE-SELLER.
           MOVE 'N' TO WS-SELLER-OK
           MOVE 'NOT ON EMPLOYEE-MASTER' TO WS-SELLER-REASON
           MOVE PN-SELLER-EMPID TO EMPID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM VALIDATE-EMPID
                   IF EMP-TERM-DATE NOT = ZERO
                       AND EMP-TERM-DATE NOT > WS-TODAY
                       MOVE 'SEPARATED' TO WS-SELLER-REASON
                   ELSE
                       IF EMPID-VALID
                           MOVE 'Y' TO WS-SELLER-OK
                       ELSE
                           MOVE 'FAILS CHECK-DIGIT TEST'
                               TO WS-SELLER-REASON
                       END-IF
                   END-IF
           END-READ.

      * Rate for a pre-need sale of the contracted casket's category,
      * falling back to the pre-need default row; a contract with no
      * casket part takes the default. A contract keyed before
      * sellers were captured has none and earns nothing.
       COMPUTE-CONTRACT-COMMISSION.
           MOVE ZERO TO PN-COMMISSION
           MOVE SPACES TO WS-COMM-CATEGORY
           IF PN-PART NOT = ZERO
               MOVE PN-PART TO FILESYSFILE-KEY
               READ INVENTORY-FILE
                   NOT INVALID KEY
                       MOVE ALTKEY2 TO WS-COMM-CATEGORY
               END-READ
           END-IF
           PERFORM LOOKUP-COMMISSION-RATE
           IF PN-SELLER-EMPID NOT = ZERO
               COMPUTE PN-COMMISSION ROUNDED =
                   PN-PRICE * WS-COMM-RATE / 100
           END-IF.

       LOOKUP-COMMISSION-RATE.
           MOVE ZERO TO WS-COMM-RATE
           MOVE 'P' TO CR-CONTRACT-TYPE
           MOVE WS-COMM-CATEGORY TO CR-CATEGORY
           READ COMMISSION-RATE-FILE
               INVALID KEY
                   MOVE SPACES TO CR-CATEGORY
                   READ COMMISSION-RATE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CR-RATE TO WS-COMM-RATE
                   END-READ
               NOT INVALID KEY
                   MOVE CR-RATE TO WS-COMM-RATE
           END-READ.

       EARN-CONTRACT-COMMISSION.
           IF PN-COMMISSION > ZERO
               MOVE 'E' TO WS-COMM-ACTION
               MOVE PN-COMMISSION TO WS-COMM-AMOUNT
               PERFORM WRITE-COMMISSION-ENTRY
           END-IF.

       REVERSE-CONTRACT-COMMISSION.
           IF WS-OLD-COMMISSION > ZERO
               MOVE 'R' TO WS-COMM-ACTION
               MOVE WS-OLD-COMMISSION TO WS-COMM-AMOUNT
               PERFORM WRITE-COMMISSION-ENTRY
           END-IF.

       REPRICE-CONTRACT-COMMISSION.
           PERFORM REVERSE-CONTRACT-COMMISSION
           PERFORM EARN-CONTRACT-COMMISSION.

      * One ledger entry against the contract's seller, at the next
      * free sequence for that EMPID.
       WRITE-COMMISSION-ENTRY.
           MOVE PN-SELLER-EMPID TO WS-COMM-EMPID
           PERFORM FIND-NEXT-COMMISSION-SEQ
           MOVE WS-COMM-EMPID TO COMM-EMPID
           MOVE WS-COMM-NEXT-SEQ TO COMM-SEQ
           MOVE WS-TODAY TO COMM-DATE
           MOVE WS-COMM-ACTION TO COMM-ACTION
           MOVE 'P' TO COMM-SOURCE
           MOVE PN-CONTRACT-NO TO COMM-CONTRACT-NO
           MOVE ZERO TO COMM-ROLLNO
           MOVE ZERO TO COMM-ARR-SEQ
           IF WS-COMM-ACTION = 'R'
               MOVE SPACES TO COMM-CATEGORY
               MOVE WS-OLD-PRICE TO COMM-SALE-AMOUNT
               MOVE ZERO TO COMM-RATE
           ELSE
               MOVE WS-COMM-CATEGORY TO COMM-CATEGORY
               MOVE PN-PRICE TO COMM-SALE-AMOUNT
               MOVE WS-COMM-RATE TO COMM-RATE
           END-IF
           MOVE WS-COMM-AMOUNT TO COMM-AMOUNT
           MOVE WS-OPERATOR-EMPID TO COMM-OPERATOR
           MOVE ZERO TO COMM-PAID-PERIOD
           WRITE COMMISSION-RECORD
               INVALID KEY
                   DISPLAY 'WARNING - COMMISSION NOT RECORDED FOR '
                       'CONTRACT ' PN-CONTRACT-NO
               NOT INVALID KEY
                   MOVE WS-COMM-AMOUNT TO WS-DISPLAY-AMOUNT
                   IF WS-COMM-ACTION = 'R'
                       DISPLAY 'COMMISSION REVERSED - '
                           WS-COMM-EMPID ' ' WS-DISPLAY-AMOUNT
                   ELSE
                       DISPLAY 'COMMISSION EARNED - '
                           WS-COMM-EMPID ' ' WS-DISPLAY-AMOUNT
                   END-IF
           END-WRITE.

       FIND-NEXT-COMMISSION-SEQ.
           MOVE ZERO TO WS-COMM-NEXT-SEQ
           MOVE 'N' TO WS-COMM-EOF-SWITCH
           MOVE WS-COMM-EMPID TO COMM-EMPID
           MOVE ZERO TO COMM-SEQ
           START COMMISSION-FILE KEY IS NOT LESS THAN COMM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-COMM-EOF-SWITCH
           END-START
           PERFORM SCAN-COMMISSION-SEQ UNTIL END-OF-SELLER-ENTRIES
           ADD 1 TO WS-COMM-NEXT-SEQ.

       SCAN-COMMISSION-SEQ.
           READ COMMISSION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-COMM-EOF-SWITCH
               NOT AT END
                   IF COMM-EMPID NOT = WS-COMM-EMPID
                       MOVE 'Y' TO WS-COMM-EOF-SWITCH
                   ELSE
                       MOVE COMM-SEQ TO WS-COMM-NEXT-SEQ
                   END-IF
           END-READ.

       CLOSE-FILES.
           CLOSE PRE-NEED-MASTER
           CLOSE INVENTORY-FILE
           CLOSE COMMISSION-RATE-FILE
           CLOSE COMMISSION-FILE
           CLOSE EMPLOYEE-MASTER.
