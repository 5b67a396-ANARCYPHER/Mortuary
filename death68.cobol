      * pacemaker/implant removal confirmation, and container
      * verification. PRG16's P-to-R transition refuses a cremation
      * case while any item here is open or the statutory waiting
      * period from DATE-OF-DEATH has not run. No item signs off
      * until PRG103 holds a positive identification for the case
      * (IDREC.cpy) - cremation is the one step that cannot be
      * undone.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRG68.
                ALTERNATE RECORD KEY IS CASE-STATUS
                    WITH DUPLICATES
                FILE STATUS IS WS-CASE-STATUS.
            SELECT IDENT-MASTER ASSIGN TO WS-IDENT-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-ROLLNO
                FILE STATUS IS WS-IDENT-STATUS.
            SELECT EMPLOYEE-MASTER ASSIGN TO WS-EMPLOYEE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
        FD  CASE-MASTER.
        01  CASE-MASTER-RECORD.
            COPY CASEREC REPLACING ==ROLLNO== BY ==ROLLNO-KEY==.
        FD  IDENT-MASTER.
        01  IDENT-RECORD.
            COPY IDREC.
        FD  EMPLOYEE-MASTER.
        01  EMPLOYEE-RECORD.
            COPY EMPREC.
        01 WS-FILE-STATUS PIC XX.
        01 WS-CASE-FILE PIC X(40) VALUE '/user/mortuary/case-master'.
        01 WS-CASE-STATUS PIC XX.
        01 WS-IDENT-FILE PIC X(40)
            VALUE '/user/mortuary/ident-master'.
        01 WS-IDENT-STATUS PIC XX.
        01 WS-IDENT-OPEN-SWITCH PIC X VALUE 'N'.
            88 IDENT-MASTER-OPEN VALUE 'Y'.
        01 WS-ID-OK PIC X VALUE 'N'.
            88 POSITIVE-ID-ON-FILE VALUE 'Y'.
        01 WS-EMPLOYEE-FILE PIC X(40) VALUE '/user/employee/master'.
        01 WS-EMP-STATUS PIC XX.
        01 WS-OPERATOR-EMPID PIC 9(5).
        01 WS-SIGN-ON-OK PIC X VALUE 'N'.
            88 SIGN-ON-VALID VALUE 'Y'.
        01 WS-SIGN-ON-DATE PIC 9(8).
        01 WS-EMPID-OK PIC X VALUE 'Y'.
            88 EMPID-VALID VALUE 'Y'.
        01 WS-EMPID-ALPHA PIC X(5).
           PERFORM PROCESS-TRANSACTION UNTIL TRAN-QUIT
           CLOSE CREMATION-CHECKLIST
           CLOSE CASE-MASTER
           CLOSE IDENT-MASTER
           CLOSE EMPLOYEE-MASTER
           STOP RUN.

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

           IF WS-CASE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CASE-MASTER: ' WS-CASE-STATUS
               MOVE 'X' TO WS-TRAN-CODE
           END-IF
           OPEN INPUT IDENT-MASTER
           IF WS-IDENT-STATUS = '00'
               MOVE 'Y' TO WS-IDENT-OPEN-SWITCH
           ELSE
               DISPLAY 'WARNING - IDENT-MASTER NOT OPENED, NO ITEM '
                   'CAN BE SIGNED OFF: ' WS-IDENT-STATUS
           END-IF.

       PROCESS-TRANSACTION.
                   DISPLAY 'SIGN-OFF REJECTED - NO CHECKLIST OPEN '
                       'FOR: ' WS-ROLLNO
               NOT INVALID KEY
                   PERFORM CHECK-POSITIVE-ID
                   IF POSITIVE-ID-ON-FILE
                       PERFORM APPLY-ITEM-SIGN-OFF
                   ELSE
                       DISPLAY 'SIGN-OFF REJECTED - NO POSITIVE '
                           'IDENTIFICATION ON FILE (PRG103): '
                           WS-ROLLNO
                   END-IF
           END-READ.

      * No override - an unavailable IDENT-MASTER refuses the
      * sign-off the same as a missing record.
       CHECK-POSITIVE-ID.
           MOVE 'N' TO WS-ID-OK
           IF IDENT-MASTER-OPEN
               MOVE WS-ROLLNO TO ID-ROLLNO
               READ IDENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ID-RESULT = 'Y'
                           MOVE 'Y' TO WS-ID-OK
                       END-IF
               END-READ
           END-IF.

       APPLY-ITEM-SIGN-OFF.
           DISPLAY 'ITEM (A-AUTHORIZATION P-PACEMAKER '
               'C-CONTAINER):'
                   DISPLAY 'SIGN-OFF REJECTED - EMPID NOT ON '
                       'EMPLOYEE-MASTER: ' WS-SIGNER-EMPID
               NOT INVALID KEY
                   IF EMP-TERM-DATE NOT = ZERO
                       AND EMP-TERM-DATE NOT > WS-TODAY
                       DISPLAY 'SIGN-OFF REJECTED - EMPID SEPARATED '
                           EMP-TERM-DATE ': ' WS-SIGNER-EMPID
                   ELSE
                       DISPLAY 'SIGNED BY: ' EMPNAME
                       EVALUATE WS-ITEM-CODE
                           WHEN 'A'
                               MOVE WS-SIGNER-EMPID TO CREM-AUTH-EMPID
                               MOVE WS-TODAY TO CREM-AUTH-DATE
                           WHEN 'P'
                               MOVE WS-SIGNER-EMPID
                                   TO CREM-PACEMAKER-EMPID
                               MOVE WS-TODAY TO CREM-PACEMAKER-DATE
                           WHEN 'C'
                               MOVE WS-SIGNER-EMPID
                                   TO CREM-CONTAINER-EMPID
                               MOVE WS-TODAY TO CREM-CONTAINER-DATE
                           WHEN OTHER
                               DISPLAY 'SIGN-OFF REJECTED - ITEM MUST '
                                   'BE A, P, OR C'
                               MOVE SPACE TO WS-ITEM-CODE
                       END-EVALUATE
                       IF WS-ITEM-CODE NOT = SPACE
                           REWRITE CREMATION-CHECKLIST-RECORD
                               INVALID KEY
                                   DISPLAY 'SIGN-OFF FAILED - REWRITE '
                                       'ERROR: ' WS-ROLLNO
                               NOT INVALID KEY
                                   DISPLAY 'ITEM ' WS-ITEM-CODE
                                       ' SIGNED OFF: ' WS-ROLLNO
                           END-REWRITE
                       END-IF
                   END-IF
           END-READ.

