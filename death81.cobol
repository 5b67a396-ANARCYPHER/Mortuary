        01 WS-OPERATOR-EMPID PIC 9(5).
        01 WS-SIGN-ON-OK PIC X VALUE 'N'.
            88 SIGN-ON-VALID VALUE 'Y'.
        01 WS-SIGN-ON-DATE PIC 9(8).
        01 WS-EMPID-OK PIC X VALUE 'Y'.
            88 EMPID-VALID VALUE 'Y'.
        01 WS-EMPID-ALPHA PIC X(5).
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


       ACCEPT-ROLE-FLAGS.
           DISPLAY 'RIGHTS Y/N - HOLD RELEASE, MASTER DELETE, '
               'POST CHARGES, POST PAYMENTS, RESTORE, PERIOD CLOSE, '
               'LEAVE APPROVE:'
           ACCEPT ROLE-HOLD-RELEASE
           ACCEPT ROLE-MASTER-DELETE
           ACCEPT ROLE-POST-CHARGES
           ACCEPT ROLE-POST-PAYMENTS
           ACCEPT ROLE-RESTORE
           ACCEPT ROLE-PERIOD-CLOSE
           ACCEPT ROLE-LEAVE-APPROVE.

       UPDATE-ROLE.
           DISPLAY 'EMPID TO UPDATE:'

       LIST-ROLES.
           DISPLAY '=== ROLE MASTER ==='
           DISPLAY 'EMPID  HOLD DEL CHG PAY RST PER LVE'
           MOVE ZERO TO WS-LIST-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE ZERO TO ROLE-EMPID
                   DISPLAY ROLE-EMPID '  ' ROLE-HOLD-RELEASE
                       '    ' ROLE-MASTER-DELETE '   '
                       ROLE-POST-CHARGES '   ' ROLE-POST-PAYMENTS
                       '   ' ROLE-RESTORE '   ' ROLE-PERIOD-CLOSE
                       '   ' ROLE-LEAVE-APPROVE
                   ADD 1 TO WS-LIST-COUNT
           END-READ.

