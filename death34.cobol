        01 WS-ROLLNO PIC 9(7).
        01 WS-AUTHOR-EMPID PIC 9(5).
        01 WS-TIMESTAMP PIC X(21).
        01 WS-TODAY PIC 9(8).
        01 WS-NEXT-SEQ PIC 9(4).
        01 WS-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-NOTES VALUE 'Y'.
                   DISPLAY 'NOTE REJECTED - EMPID NOT ON '
                       'EMPLOYEE-MASTER: ' WS-AUTHOR-EMPID
               NOT INVALID KEY
                   ACCEPT WS-TODAY FROM DATE YYYYMMDD
                   IF EMP-TERM-DATE NOT = ZERO
                       AND EMP-TERM-DATE NOT > WS-TODAY
                       DISPLAY 'NOTE REJECTED - EMPID SEPARATED '
                           EMP-TERM-DATE ': ' WS-AUTHOR-EMPID
                   ELSE
                       PERFORM WRITE-NOTE
                   END-IF
           END-READ.

       WRITE-NOTE.
