      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * Funeral-director case assignment - every case now carries
      * the EMPID of the director who owns it (CASE-DIRECTOR on
      * CASEREC), set by PRG4 at intake from the on-call rotation.
      * This program moves a case to another director: the new
      * EMPID must be on EMPLOYEE-MASTER, the case record is
      * rewritten, and a CASE-NOTES-FILE note (the file PRG34 keeps)
      * records who moved it, from whom, to whom, and why, so PRG8's
      * inquiry shows the hand-off; the change also goes on the case
      * audit log PRG88 reads. The workload report lists every
      * open case (anything not yet 'C') under its director, grouped
      * by CASE-STATUS, oldest intake first, with a count per
      * director - so it is plain who is overloaded before the next
      * first call is handed out. Unassigned cases print first.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRG87.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
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
            SELECT CASE-NOTES-FILE ASSIGN TO WS-NOTES-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS NOTE-KEY
                FILE STATUS IS WS-NOTES-STATUS.
            SELECT EMPLOYEE-MASTER ASSIGN TO WS-EMPLOYEE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EMPID
                ALTERNATE RECORD KEY IS ALPNUM
                FILE STATUS IS WS-EMP-STATUS.
            SELECT WORKLOAD-REPORT ASSIGN TO WS-REPORT-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REPORT-STATUS.
            SELECT CASE-AUDIT-LOG ASSIGN TO WS-CASE-AUDIT-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CASE-AUDIT-STATUS.
            SELECT WL-SORT-FILE ASSIGN TO WS-SORT-WORK.
        DATA DIVISION.
        FILE SECTION.
        FD  CASE-MASTER.
        01  CASE-MASTER-RECORD.
            COPY CASEREC REPLACING ==ROLLNO== BY ==ROLLNO-KEY==.
        FD  CASE-NOTES-FILE.
        01  CASE-NOTE-RECORD.
            COPY NOTEREC.
        FD  EMPLOYEE-MASTER.
        01  EMPLOYEE-RECORD.
            COPY EMPREC.
        FD  WORKLOAD-REPORT.
        01  WORKLOAD-LINE PIC X(80).
        FD  CASE-AUDIT-LOG.
        01  CASE-AUDIT-RECORD PIC X(120).
        SD  WL-SORT-FILE.
        01  WL-SORT-RECORD.
            02 WL-DIRECTOR PIC 9(5).
            02 WL-STATUS PIC X.
            02 WL-INTAKE-DATE PIC 9(8).
            02 WL-ROLLNO PIC 9(7).
            02 WL-NAME PIC X(20).
        WORKING-STORAGE SECTION.
        01 WS-CASE-FILE PIC X(40) VALUE '/user/mortuary/case-master'.
        01 WS-CASE-STATUS PIC XX.
        01 WS-NOTES-FILE PIC X(40)
            VALUE '/user/mortuary/case-notes'.
        01 WS-NOTES-STATUS PIC XX.
        01 WS-EMPLOYEE-FILE PIC X(40) VALUE '/user/employee/master'.
        01 WS-EMP-STATUS PIC XX.
        01 WS-REPORT-FILE PIC X(40)
            VALUE '/user/mortuary/director-workload.txt'.
        01 WS-REPORT-STATUS PIC XX.
        01 WS-SORT-WORK PIC X(40)
            VALUE '/user/mortuary/wl-sort.tmp'.
        01 WS-CASE-AUDIT-FILE PIC X(40)
            VALUE '/user/mortuary/case-audit.log'.
        01 WS-CASE-AUDIT-STATUS PIC XX.
        01 WS-CASE-AUDIT-ENTRY.
            COPY CAUDREC.
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
            88 TRAN-REASSIGN VALUE 'R'.
            88 TRAN-WORKLOAD VALUE 'W'.
            88 TRAN-QUIT VALUE 'X'.
        01 WS-ROLLNO PIC 9(7).
        01 WS-TODAY PIC 9(8).
        01 WS-TIMESTAMP PIC X(21).
        01 WS-OLD-DIRECTOR PIC 9(5).
        01 WS-NEW-DIRECTOR PIC 9(5).
        01 WS-REASSIGN-REASON PIC X(30).
        01 WS-REASSIGN-OK PIC X VALUE 'Y'.
            88 REASSIGN-CLEAR VALUE 'Y'.
        01 WS-NEXT-SEQ PIC 9(4).
        01 WS-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-CASES VALUE 'Y'.
        01 WS-NOTE-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-NOTES VALUE 'Y'.
        01 WS-SORT-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-SORTED VALUE 'Y'.
        01 WS-FIRST-GROUP PIC X VALUE 'Y'.
            88 FIRST-GROUP VALUE 'Y'.
        01 WS-CURRENT-DIRECTOR PIC 9(5).
        01 WS-CURRENT-STATUS PIC X.
        01 WS-DIRECTOR-COUNT PIC 9(5) VALUE ZERO.
        01 WS-STATUS-COUNT PIC 9(5) VALUE ZERO.
        01 WS-OPEN-COUNT PIC 9(5) VALUE ZERO.
        01 WS-DIRECTOR-NAME PIC A(20).
        01 WS-WORKLOAD-DETAIL.
            02 FILLER PIC X(4) VALUE SPACES.
            02 WK-ROLLNO PIC 9(7).
            02 FILLER PIC X(2) VALUE SPACES.
            02 WK-NAME PIC X(20).
            02 FILLER PIC X(2) VALUE SPACES.
            02 WK-STATUS PIC X.
            02 FILLER PIC X(2) VALUE SPACES.
            02 WK-INTAKE-DATE PIC 9(8).
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
      * PRG6's check-digit rule) is required before a case changes
      * hands; it is the author of the reassignment note.
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
           OPEN I-O CASE-MASTER
           IF WS-CASE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CASE-MASTER: ' WS-CASE-STATUS
               MOVE 'X' TO WS-TRAN-CODE
           END-IF
           OPEN I-O CASE-NOTES-FILE
           IF WS-NOTES-STATUS = '35'
               OPEN OUTPUT CASE-NOTES-FILE
               CLOSE CASE-NOTES-FILE
               OPEN I-O CASE-NOTES-FILE
           END-IF
           IF WS-NOTES-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CASE-NOTES-FILE: '
                   WS-NOTES-STATUS
               MOVE 'X' TO WS-TRAN-CODE
           END-IF.

       PROCESS-TRANSACTION.
           DISPLAY 'ENTER TRANSACTION (R-REASSIGN CASE '
               'W-WORKLOAD REPORT X-EXIT)'
           ACCEPT WS-TRAN-CODE
           EVALUATE TRUE
               WHEN TRAN-REASSIGN
                   PERFORM REASSIGN-CASE
               WHEN TRAN-WORKLOAD
                   PERFORM PRINT-WORKLOAD-REPORT
               WHEN TRAN-QUIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'INVALID TRANSACTION CODE'
           END-EVALUATE.

      * A closed case has nobody left to call, so it cannot be
      * reassigned; moving a case to the director who already owns
      * it is refused rather than cluttering the notes.
       REASSIGN-CASE.
           MOVE 'Y' TO WS-REASSIGN-OK
           DISPLAY 'ROLLNO TO REASSIGN:'
           ACCEPT WS-ROLLNO
           MOVE WS-ROLLNO TO ROLLNO-KEY
           READ CASE-MASTER
               INVALID KEY
                   DISPLAY 'REASSIGN REJECTED - CASE NOT FOUND: '
                       WS-ROLLNO
                   MOVE 'N' TO WS-REASSIGN-OK
           END-READ
           IF REASSIGN-CLEAR AND CASE-STATUS = 'C'
               DISPLAY 'REASSIGN REJECTED - CASE IS CLOSED: '
                   WS-ROLLNO
               MOVE 'N' TO WS-REASSIGN-OK
           END-IF
           IF REASSIGN-CLEAR
               MOVE CASE-DIRECTOR TO WS-OLD-DIRECTOR
               DISPLAY 'CURRENT DIRECTOR: ' WS-OLD-DIRECTOR
               DISPLAY 'NEW DIRECTOR EMPID:'
               ACCEPT WS-NEW-DIRECTOR
               PERFORM VALIDATE-NEW-DIRECTOR
           END-IF
           IF REASSIGN-CLEAR
               DISPLAY 'REASON FOR REASSIGNMENT:'
               ACCEPT WS-REASSIGN-REASON
               MOVE WS-NEW-DIRECTOR TO CASE-DIRECTOR
               REWRITE CASE-MASTER-RECORD
                   INVALID KEY
                       DISPLAY 'REASSIGN FAILED - REWRITE ERROR: '
                           WS-ROLLNO
                       MOVE 'N' TO WS-REASSIGN-OK
                   NOT INVALID KEY
                       DISPLAY 'CASE ' WS-ROLLNO ' REASSIGNED TO '
                           WS-NEW-DIRECTOR ' ' EMPNAME
                       PERFORM AUDIT-DIRECTOR-CHANGE
               END-REWRITE
           END-IF
           IF REASSIGN-CLEAR
               PERFORM WRITE-REASSIGN-NOTE
           END-IF.

       AUDIT-DIRECTOR-CHANGE.
           MOVE WS-ROLLNO TO CA-ROLLNO
           MOVE 'CASE-DIRECTOR' TO CA-FIELD
           MOVE WS-OLD-DIRECTOR TO CA-OLD-VALUE
           MOVE WS-NEW-DIRECTOR TO CA-NEW-VALUE
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-OPERATOR-EMPID TO CA-EMPID
           MOVE 'PRG87' TO CA-PROGRAM
           MOVE WS-TIMESTAMP TO CA-TIMESTAMP
           OPEN EXTEND CASE-AUDIT-LOG
           IF WS-CASE-AUDIT-STATUS = '35'
               OPEN OUTPUT CASE-AUDIT-LOG
           END-IF
           MOVE WS-CASE-AUDIT-ENTRY TO CASE-AUDIT-RECORD
           WRITE CASE-AUDIT-RECORD
           CLOSE CASE-AUDIT-LOG.

       VALIDATE-NEW-DIRECTOR.
           IF WS-NEW-DIRECTOR = WS-OLD-DIRECTOR
               DISPLAY 'REASSIGN REJECTED - CASE ALREADY ASSIGNED '
                   'TO ' WS-NEW-DIRECTOR
               MOVE 'N' TO WS-REASSIGN-OK
           ELSE
               MOVE WS-NEW-DIRECTOR TO EMPID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       DISPLAY 'REASSIGN REJECTED - EMPID NOT ON '
                           'EMPLOYEE-MASTER: ' WS-NEW-DIRECTOR
                       MOVE 'N' TO WS-REASSIGN-OK
                   NOT INVALID KEY
                       IF EMP-TERM-DATE NOT = ZERO
                           AND EMP-TERM-DATE NOT > WS-TODAY
                           DISPLAY 'REASSIGN REJECTED - DIRECTOR '
                               'SEPARATED ' EMP-TERM-DATE ': '
                               WS-NEW-DIRECTOR
                           MOVE 'N' TO WS-REASSIGN-OK
                       END-IF
               END-READ
           END-IF.

      * The hand-off note goes on CASE-NOTES-FILE under the next
      * sequence for the case, exactly as PRG34 numbers its notes,
      * authored by the signed-on operator.
       WRITE-REASSIGN-NOTE.
           PERFORM FIND-NEXT-NOTE-SEQ
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-ROLLNO TO NOTE-ROLLNO
           MOVE WS-NEXT-SEQ TO NOTE-SEQ
           MOVE WS-TIMESTAMP TO NOTE-TIMESTAMP
           MOVE WS-OPERATOR-EMPID TO NOTE-EMPID
           MOVE SPACES TO NOTE-TEXT
           STRING 'DIRECTOR ' DELIMITED BY SIZE
               WS-OLD-DIRECTOR DELIMITED BY SIZE
               ' TO ' DELIMITED BY SIZE
               WS-NEW-DIRECTOR DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               WS-REASSIGN-REASON DELIMITED BY SIZE
               INTO NOTE-TEXT
           END-STRING
           WRITE CASE-NOTE-RECORD
               INVALID KEY
                   DISPLAY 'WARNING - REASSIGNMENT NOTE NOT WRITTEN: '
                       NOTE-KEY
               NOT INVALID KEY
                   DISPLAY 'REASSIGNMENT NOTE ' WS-NEXT-SEQ
                       ' ADDED FOR CASE ' WS-ROLLNO
           END-WRITE.

       FIND-NEXT-NOTE-SEQ.
           MOVE ZERO TO WS-NEXT-SEQ
           MOVE 'N' TO WS-NOTE-EOF-SWITCH
           MOVE WS-ROLLNO TO NOTE-ROLLNO
           MOVE ZERO TO NOTE-SEQ
           START CASE-NOTES-FILE KEY IS NOT LESS THAN NOTE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-NOTE-EOF-SWITCH
           END-START
           PERFORM SCAN-NOTE-SEQ UNTIL END-OF-NOTES
           ADD 1 TO WS-NEXT-SEQ.

       SCAN-NOTE-SEQ.
           READ CASE-NOTES-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-NOTE-EOF-SWITCH
               NOT AT END
                   IF NOTE-ROLLNO NOT = WS-ROLLNO
                       MOVE 'Y' TO WS-NOTE-EOF-SWITCH
                   ELSE
                       MOVE NOTE-SEQ TO WS-NEXT-SEQ
                   END-IF
           END-READ.

      * Workload report - open cases SORTed director, status,
      * intake date, so within each status the oldest case is the
      * first one read.
       PRINT-WORKLOAD-REPORT.
           MOVE ZERO TO WS-OPEN-COUNT
           OPEN OUTPUT WORKLOAD-REPORT
           MOVE SPACES TO WORKLOAD-LINE
           STRING 'DIRECTOR WORKLOAD - OPEN CASES AS OF '
               DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO WORKLOAD-LINE
           END-STRING
           WRITE WORKLOAD-LINE
           SORT WL-SORT-FILE
               ON ASCENDING KEY WL-DIRECTOR WL-STATUS
                   WL-INTAKE-DATE WL-ROLLNO
               INPUT PROCEDURE IS RELEASE-OPEN-CASES
               OUTPUT PROCEDURE IS PRINT-DIRECTOR-GROUPS
           MOVE SPACES TO WORKLOAD-LINE
           WRITE WORKLOAD-LINE
           MOVE SPACES TO WORKLOAD-LINE
           STRING 'TOTAL OPEN CASES: ' DELIMITED BY SIZE
               WS-OPEN-COUNT DELIMITED BY SIZE
               INTO WORKLOAD-LINE
           END-STRING
           WRITE WORKLOAD-LINE
           CLOSE WORKLOAD-REPORT
           DISPLAY 'OPEN CASES: ' WS-OPEN-COUNT
           DISPLAY 'WORKLOAD REPORT WRITTEN TO ' WS-REPORT-FILE.

       RELEASE-OPEN-CASES.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE ZERO TO ROLLNO-KEY
           START CASE-MASTER KEY IS NOT LESS THAN ROLLNO-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM RELEASE-ONE-CASE UNTIL END-OF-CASES.

       RELEASE-ONE-CASE.
           READ CASE-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF CASE-STATUS NOT = 'C'
                       MOVE CASE-DIRECTOR TO WL-DIRECTOR
                       MOVE CASE-STATUS TO WL-STATUS
                       MOVE INTAKE-DATE TO WL-INTAKE-DATE
                       MOVE ROLLNO-KEY TO WL-ROLLNO
                       IF NAME-LAST = SPACES
                           MOVE STUNAME TO WL-NAME
                       ELSE
                           MOVE NAME-LAST TO WL-NAME
                       END-IF
                       RELEASE WL-SORT-RECORD
                       ADD 1 TO WS-OPEN-COUNT
                   END-IF
           END-READ.

       PRINT-DIRECTOR-GROUPS.
           MOVE 'N' TO WS-SORT-EOF-SWITCH
           MOVE 'Y' TO WS-FIRST-GROUP
           PERFORM PRINT-ONE-SORTED UNTIL END-OF-SORTED
           IF NOT FIRST-GROUP
               PERFORM WRITE-STATUS-COUNT
               PERFORM WRITE-DIRECTOR-COUNT
           END-IF.

       PRINT-ONE-SORTED.
           RETURN WL-SORT-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SWITCH
               NOT AT END
                   IF FIRST-GROUP
                       OR WL-DIRECTOR NOT = WS-CURRENT-DIRECTOR
                       IF NOT FIRST-GROUP
                           PERFORM WRITE-STATUS-COUNT
                           PERFORM WRITE-DIRECTOR-COUNT
                       END-IF
                       MOVE 'N' TO WS-FIRST-GROUP
                       MOVE WL-DIRECTOR TO WS-CURRENT-DIRECTOR
                       MOVE WL-STATUS TO WS-CURRENT-STATUS
                       MOVE ZERO TO WS-DIRECTOR-COUNT
                       MOVE ZERO TO WS-STATUS-COUNT
                       PERFORM WRITE-DIRECTOR-HEADING
                   ELSE
                       IF WL-STATUS NOT = WS-CURRENT-STATUS
                           PERFORM WRITE-STATUS-COUNT
                           MOVE WL-STATUS TO WS-CURRENT-STATUS
                           MOVE ZERO TO WS-STATUS-COUNT
                       END-IF
                   END-IF
                   PERFORM WRITE-WORKLOAD-LINE
           END-RETURN.

       WRITE-DIRECTOR-HEADING.
           MOVE SPACES TO WS-DIRECTOR-NAME
           IF WS-CURRENT-DIRECTOR = ZERO
               MOVE 'UNASSIGNED' TO WS-DIRECTOR-NAME
           ELSE
               MOVE WS-CURRENT-DIRECTOR TO EMPID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE 'NOT ON EMPLOYEE FILE' TO WS-DIRECTOR-NAME
                   NOT INVALID KEY
                       MOVE EMPNAME TO WS-DIRECTOR-NAME
               END-READ
           END-IF
           MOVE SPACES TO WORKLOAD-LINE
           WRITE WORKLOAD-LINE
           MOVE SPACES TO WORKLOAD-LINE
           STRING 'DIRECTOR ' DELIMITED BY SIZE
               WS-CURRENT-DIRECTOR DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-DIRECTOR-NAME DELIMITED BY SIZE
               INTO WORKLOAD-LINE
           END-STRING
           WRITE WORKLOAD-LINE.

       WRITE-WORKLOAD-LINE.
           MOVE WL-ROLLNO TO WK-ROLLNO
           MOVE WL-NAME TO WK-NAME
           MOVE WL-STATUS TO WK-STATUS
           MOVE WL-INTAKE-DATE TO WK-INTAKE-DATE
           WRITE WORKLOAD-LINE FROM WS-WORKLOAD-DETAIL
           ADD 1 TO WS-STATUS-COUNT
           ADD 1 TO WS-DIRECTOR-COUNT.

       WRITE-STATUS-COUNT.
           MOVE SPACES TO WORKLOAD-LINE
           STRING '      STATUS ' DELIMITED BY SIZE
               WS-CURRENT-STATUS DELIMITED BY SIZE
               ' CASES: ' DELIMITED BY SIZE
               WS-STATUS-COUNT DELIMITED BY SIZE
               INTO WORKLOAD-LINE
           END-STRING
           WRITE WORKLOAD-LINE.

       WRITE-DIRECTOR-COUNT.
           MOVE SPACES TO WORKLOAD-LINE
           STRING '    OPEN CASES FOR ' DELIMITED BY SIZE
               WS-CURRENT-DIRECTOR DELIMITED BY SIZE
               ': ' DELIMITED BY SIZE
               WS-DIRECTOR-COUNT DELIMITED BY SIZE
               INTO WORKLOAD-LINE
           END-STRING
           WRITE WORKLOAD-LINE.

       CLOSE-FILES.
           CLOSE CASE-MASTER
           CLOSE CASE-NOTES-FILE
           CLOSE EMPLOYEE-MASTER.
