        01 WS-READING-EMPID PIC 9(5).
        01 WS-REPORT-DATE PIC 9(8).
        01 WS-TIMESTAMP PIC X(21).
        01 WS-TODAY PIC 9(8).
        01 WS-UNIT-FOUND PIC X VALUE 'N'.
            88 UNIT-ON-MASTER VALUE 'Y'.
        01 WS-EOF-SWITCH PIC X VALUE 'N'.
                       DISPLAY 'READING REJECTED - EMPID NOT ON '
                           'EMPLOYEE-MASTER: ' WS-READING-EMPID
                   NOT INVALID KEY
                       ACCEPT WS-TODAY FROM DATE YYYYMMDD
                       IF EMP-TERM-DATE NOT = ZERO
                           AND EMP-TERM-DATE NOT > WS-TODAY
                           DISPLAY 'READING REJECTED - EMPID '
                               'SEPARATED ' EMP-TERM-DATE ': '
                               WS-READING-EMPID
                       ELSE
                           PERFORM WRITE-READING
                       END-IF
               END-READ
           END-IF.

