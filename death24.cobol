      * for one case, so when a family or the county asks who moved a
      * decedent and when, the answer comes off the log instead of
      * nobody's memory. PRG18's disposition extract appends the final
      * RELEASED entry for each case it hands off, and PRG104 posts
      * the moves staff scan on the handheld in the same layout.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRG24.
            88 TRAN-HISTORY VALUE 'H'.
            88 TRAN-QUIT VALUE 'X'.
        01 WS-TIMESTAMP PIC X(21).
        01 WS-TODAY PIC 9(8).
        01 WS-ROLLNO PIC 9(7).
        01 WS-HANDLER-EMPID PIC 9(5).
        01 WS-VALID-SWITCH PIC X VALUE 'Y'.
                       DISPLAY 'TRANSFER REJECTED - EMPID NOT ON '
                           'EMPLOYEE-MASTER: ' WS-HANDLER-EMPID
                       MOVE 'N' TO WS-VALID-SWITCH
                   NOT INVALID KEY
                       ACCEPT WS-TODAY FROM DATE YYYYMMDD
                       IF EMP-TERM-DATE NOT = ZERO
                           AND EMP-TERM-DATE NOT > WS-TODAY
                           DISPLAY 'TRANSFER REJECTED - EMPID '
                               'SEPARATED ' EMP-TERM-DATE ': '
                               WS-HANDLER-EMPID
                           MOVE 'N' TO WS-VALID-SWITCH
                       END-IF
               END-READ
           END-IF
           IF TRANSFER-VALID
