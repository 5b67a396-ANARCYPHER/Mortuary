      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * Obituary and death-notice publication tracking. A notice
      * goes to the two local papers, the home's website, and now
      * and then a hometown paper out of state, and until now each
      * was phoned or e-mailed by hand - one ran with the wrong
      * service time, another was never sent at all. The notice
      * text and the family member who approved it live on
      * OBIT-MASTER (see OBITREC.cpy); each outlet it runs in is a
      * line on OBIT-PUBLICATION (see OBPUBREC.cpy) carrying the
      * submission date, run dates, the publisher's confirmation
      * number and cost.
      *
      * Visitation and service times are never keyed into the
      * notice: submission takes the case's first viewing and first
      * service booking off SCHEDULE-MASTER (PRG26) and appends the
      * notice, with those times, to the outlet's submission file
      * /user/mortuary/obit-out-<outlet>.dat. The bookings it went
      * out with are kept on the line, and the exception check (and
      * PRG26, as the booking is changed) warns when the calendar no
      * longer agrees with what the outlet was sent. A notice must
      * be approved by a NOK-MASTER contact before it can be sent.
      * The publisher's charge posts to the case as a CASH-ADVANCE-
      * FILE advance of type OBIT (see PRG86), which PRG14 extracts
      * and PRG54 prints in the statement's cash advance section.
      * A charge is not posted while the current month is closed
      * (PRG92) - the run is refused and the security log notes it.
      *
      * Transactions: T - key the notice text, A - family approval,
      * O - add an outlet, S - submit to an outlet, R - record the
      * run (dates, confirmation, cost), C - exception check (the
      * nightly stream runs it), I - inquire, X - exit.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRG107.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OBIT-MASTER ASSIGN TO WS-OBIT-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OB-ROLLNO
                FILE STATUS IS WS-FILE-STATUS.
            SELECT OBIT-PUBLICATION ASSIGN TO WS-OBIT-PUB-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OP-KEY
                FILE STATUS IS WS-PUB-STATUS.
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
            SELECT SCHEDULE-MASTER ASSIGN TO WS-SCHEDULE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SCH-KEY
                FILE STATUS IS WS-SCHEDULE-STATUS.
            SELECT NOK-MASTER ASSIGN TO WS-NOK-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS NOK-KEY
                FILE STATUS IS WS-NOK-STATUS.
            SELECT SUPPLIER-MASTER ASSIGN TO WS-SUPPLIER-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SUP-CODE
                FILE STATUS IS WS-SUP-STATUS.
            SELECT CASH-ADVANCE-FILE ASSIGN TO WS-CADV-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CADV-KEY
                FILE STATUS IS WS-CADV-STATUS.
            SELECT PERIOD-CONTROL ASSIGN TO WS-PERIOD-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PER-PERIOD
                FILE STATUS IS WS-PERIOD-STATUS.
            SELECT SECURITY-LOG ASSIGN TO WS-SECURITY-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SECURITY-STATUS.
            SELECT EMPLOYEE-MASTER ASSIGN TO WS-EMPLOYEE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EMPID
                ALTERNATE RECORD KEY IS ALPNUM
                FILE STATUS IS WS-EMP-STATUS.
            SELECT SUBMISSION-FILE ASSIGN TO WS-SUBMISSION-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SUBMISSION-STATUS.
            SELECT OBIT-EXCEPTIONS ASSIGN TO WS-EXCEPTION-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXCEPTION-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  OBIT-MASTER.
        01  OBIT-RECORD.
            COPY OBITREC.
        FD  OBIT-PUBLICATION.
        01  OBIT-PUB-RECORD.
            COPY OBPUBREC.
        FD  CASE-MASTER.
        01  CASE-MASTER-RECORD.
            COPY CASEREC REPLACING ==ROLLNO== BY ==ROLLNO-KEY==.
      * Same SCHEDULE-MASTER record PRG26 maintains - keep the two
      * in step.
        FD  SCHEDULE-MASTER.
        01  SCHEDULE-RECORD.
            02 SCH-KEY.
                03 SCH-DATE PIC 9(8).
                03 SCH-TIME PIC 9(4).
                03 SCH-ROOM PIC X(8).
            02 FILLER PIC X.
            02 SCH-ROLLNO PIC 9(7).
            02 FILLER PIC X.
            02 SCH-EVENT-TYPE PIC X.
            02 FILLER PIC X.
            02 SCH-END-TIME PIC 9(4).
            02 FILLER PIC X.
            02 SCH-STAFF-1 PIC 9(5).
            02 FILLER PIC X.
            02 SCH-STAFF-2 PIC 9(5).
            02 FILLER PIC X.
            02 SCH-STAFF-3 PIC 9(5).
            02 FILLER PIC X.
            02 SCH-VEHICLE PIC X(8).
        FD  NOK-MASTER.
        01  NOK-RECORD.
            COPY NOKREC.
        FD  SUPPLIER-MASTER.
        01  SUPPLIER-RECORD.
            COPY SUPREC.
        FD  CASH-ADVANCE-FILE.
        01  CASH-ADVANCE-RECORD.
            COPY CADVREC.
        FD  PERIOD-CONTROL.
        01  PERIOD-RECORD.
            COPY PERIODREC.
        FD  SECURITY-LOG.
        01  SECURITY-LOG-RECORD PIC X(60).
        FD  EMPLOYEE-MASTER.
        01  EMPLOYEE-RECORD.
            COPY EMPREC.
        FD  SUBMISSION-FILE.
        01  SUBMISSION-LINE PIC X(80).
        FD  OBIT-EXCEPTIONS.
        01  EXCEPTION-LINE PIC X(100).
        WORKING-STORAGE SECTION.
        01 WS-OBIT-FILE PIC X(40)
            VALUE '/user/mortuary/obit-master'.
        01 WS-FILE-STATUS PIC XX.
        01 WS-OBIT-PUB-FILE PIC X(40)
            VALUE '/user/mortuary/obit-publication'.
        01 WS-PUB-STATUS PIC XX.
        01 WS-CASE-FILE PIC X(40) VALUE '/user/mortuary/case-master'.
        01 WS-CASE-STATUS PIC XX.
        01 WS-SCHEDULE-FILE PIC X(40)
            VALUE '/user/mortuary/schedule-master'.
        01 WS-SCHEDULE-STATUS PIC XX.
        01 WS-SCHEDULE-OPEN-SWITCH PIC X VALUE 'N'.
            88 SCHEDULE-MASTER-OPEN VALUE 'Y'.
        01 WS-NOK-FILE PIC X(40) VALUE '/user/mortuary/nok-master'.
        01 WS-NOK-STATUS PIC XX.
        01 WS-NOK-OPEN-SWITCH PIC X VALUE 'N'.
            88 NOK-MASTER-OPEN VALUE 'Y'.
        01 WS-SUPPLIER-FILE PIC X(40)
            VALUE '/user/inventory/supplier-master'.
        01 WS-SUP-STATUS PIC XX.
        01 WS-CADV-FILE PIC X(40) VALUE '/user/billing/cash-advances'.
        01 WS-CADV-STATUS PIC XX.
        01 WS-EMPLOYEE-FILE PIC X(40) VALUE '/user/employee/master'.
        01 WS-EMP-STATUS PIC XX.
        01 WS-SUBMISSION-FILE PIC X(50).
        01 WS-SUBMISSION-STATUS PIC XX.
        01 WS-EXCEPTION-FILE PIC X(40)
            VALUE '/user/mortuary/obit-exceptions.txt'.
        01 WS-EXCEPTION-STATUS PIC XX.
        01 WS-PERIOD-FILE PIC X(40)
            VALUE '/user/billing/period-control'.
        01 WS-PERIOD-STATUS PIC XX.
        01 WS-POSTING-PERIOD PIC 9(6).
        01 WS-PERIOD-OK PIC X VALUE 'Y'.
            88 POSTING-PERIOD-OPEN VALUE 'Y'.
        01 WS-SECURITY-FILE PIC X(40)
            VALUE '/user/mortuary/security-refusals.log'.
        01 WS-SECURITY-STATUS PIC XX.
        01 WS-REFUSED-FUNCTION PIC X(12).
        01 WS-TIMESTAMP PIC X(21).
      * Mirror of PRG81's WS-REFUSAL-ENTRY - keep the set in step.
        01 WS-REFUSAL-ENTRY.
            02 RF-EMPID PIC 9(5).
            02 FILLER PIC X VALUE SPACE.
            02 RF-PROGRAM PIC X(8).
            02 FILLER PIC X VALUE SPACE.
            02 RF-FUNCTION PIC X(12).
            02 FILLER PIC X VALUE SPACE.
            02 RF-TIMESTAMP PIC X(21).
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
            88 TRAN-TEXT VALUE 'T'.
            88 TRAN-APPROVE VALUE 'A'.
            88 TRAN-OUTLET VALUE 'O'.
            88 TRAN-SUBMIT VALUE 'S'.
            88 TRAN-RUN VALUE 'R'.
            88 TRAN-CHECK VALUE 'C'.
            88 TRAN-INQUIRE VALUE 'I'.
            88 TRAN-QUIT VALUE 'X'.
        01 WS-TODAY PIC 9(8).
        01 WS-ROLLNO PIC 9(7).
        01 WS-OUTLET PIC X(10).
            88 OUTLET-WEBSITE VALUE 'WEBSITE'.
        01 WS-OBIT-OK PIC X VALUE 'Y'.
            88 OBIT-CLEAR VALUE 'Y'.
        01 WS-OBIT-ON-FILE PIC X VALUE 'N'.
            88 OBIT-EXISTS VALUE 'Y'.
        01 WS-TEXT-DONE PIC X VALUE 'N'.
            88 TEXT-DONE VALUE 'Y'.
        01 WS-TEXT-INPUT PIC X(64).
        01 WS-TEXT-SUB PIC 9(2).
        01 WS-NOK-SEQ PIC 9(2).
        01 WS-DECEDENT-NAME PIC X(52).
        01 WS-OUTLET-NAME PIC X(25).
        01 WS-RUN-DATE-1 PIC 9(8).
        01 WS-RUN-DATE-2 PIC 9(8).
        01 WS-CONFIRM-NO PIC X(15).
        01 WS-AMOUNT-CENTS PIC 9(7).
        01 WS-COST PIC 9(5)V99.
        01 WS-CHECK-NO PIC X(8).
        01 WS-NEXT-SEQ PIC 9(3).
        01 WS-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-FILE VALUE 'Y'.
        01 WS-SCHEDULE-EOF PIC X VALUE 'N'.
            88 END-OF-SCHEDULE VALUE 'Y'.
        01 WS-SCAN-EOF PIC X VALUE 'N'.
            88 END-OF-SCAN VALUE 'Y'.
      * The case's current first viewing and first service booking,
      * as the calendar shows them now.
        01 WS-CURRENT-BOOKINGS.
            02 WS-CUR-VIS-DATE PIC 9(8).
            02 WS-CUR-VIS-TIME PIC 9(4).
            02 WS-CUR-VIS-ROOM PIC X(8).
            02 WS-CUR-SVC-DATE PIC 9(8).
            02 WS-CUR-SVC-TIME PIC 9(4).
            02 WS-CUR-SVC-ROOM PIC X(8).
        01 WS-SUBMITTED-BOOKINGS.
            02 WS-SUB-VIS-DATE PIC 9(8).
            02 WS-SUB-VIS-TIME PIC 9(4).
            02 WS-SUB-VIS-ROOM PIC X(8).
            02 WS-SUB-SVC-DATE PIC 9(8).
            02 WS-SUB-SVC-TIME PIC 9(4).
            02 WS-SUB-SVC-ROOM PIC X(8).
        01 WS-TIME-HHMM PIC 9(4).
        01 WS-TIME-PARTS REDEFINES WS-TIME-HHMM.
            02 WS-TIME-HH PIC 9(2).
            02 WS-TIME-MM PIC 9(2).
        01 WS-BOOKING-LABEL PIC X(12).
        01 WS-BOOKING-DATE PIC 9(8).
        01 WS-BOOKING-ROOM PIC X(8).
        01 WS-LINES-CHECKED PIC 9(5).
        01 WS-EXCEPTIONS-FOUND PIC 9(5).
        01 WS-EXCEPTION-REASON PIC X(50).
        01 WS-EXCEPTION-ENTRY.
            02 EX-ROLLNO PIC 9(7).
            02 FILLER PIC X(2) VALUE SPACES.
            02 EX-OUTLET PIC X(10).
            02 FILLER PIC X(2) VALUE SPACES.
            02 EX-SUBMIT-DATE PIC 9(8).
            02 FILLER PIC X(2) VALUE SPACES.
            02 EX-REASON PIC X(50).
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
      * PRG6's check-digit rule) is required; it lands on the notice,
      * the publication line, and any cash advance posted.
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
           OPEN I-O OBIT-MASTER
           IF WS-FILE-STATUS = '35'
               OPEN OUTPUT OBIT-MASTER
               CLOSE OBIT-MASTER
               OPEN I-O OBIT-MASTER
           END-IF
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING OBIT-MASTER: ' WS-FILE-STATUS
               MOVE 'X' TO WS-TRAN-CODE
           END-IF
           OPEN I-O OBIT-PUBLICATION
           IF WS-PUB-STATUS = '35'
               OPEN OUTPUT OBIT-PUBLICATION
               CLOSE OBIT-PUBLICATION
               OPEN I-O OBIT-PUBLICATION
           END-IF
           IF WS-PUB-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING OBIT-PUBLICATION: '
                   WS-PUB-STATUS
               MOVE 'X' TO WS-TRAN-CODE
           END-IF
           OPEN I-O CASH-ADVANCE-FILE
           IF WS-CADV-STATUS = '35'
               OPEN OUTPUT CASH-ADVANCE-FILE
               CLOSE CASH-ADVANCE-FILE
               OPEN I-O CASH-ADVANCE-FILE
           END-IF
           IF WS-CADV-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CASH-ADVANCE-FILE: '
                   WS-CADV-STATUS
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
           END-IF
           OPEN INPUT SCHEDULE-MASTER
           IF WS-SCHEDULE-STATUS = '00'
               MOVE 'Y' TO WS-SCHEDULE-OPEN-SWITCH
           ELSE
               DISPLAY 'WARNING - SCHEDULE-MASTER NOT OPENED, NOTICES '
                   'WILL SHOW SERVICES TO BE ANNOUNCED: '
                   WS-SCHEDULE-STATUS
           END-IF
           OPEN INPUT NOK-MASTER
           IF WS-NOK-STATUS = '00'
               MOVE 'Y' TO WS-NOK-OPEN-SWITCH
           ELSE
               DISPLAY 'WARNING - NOK-MASTER NOT OPENED, NO FAMILY '
                   'APPROVAL CAN BE RECORDED: ' WS-NOK-STATUS
           END-IF.

       PROCESS-TRANSACTION.
           DISPLAY 'ENTER TRANSACTION (T-TEXT A-APPROVE O-ADD OUTLET '
               'S-SUBMIT R-RECORD RUN C-CHECK I-INQUIRE X-EXIT)'
           ACCEPT WS-TRAN-CODE
           EVALUATE TRUE
               WHEN TRAN-TEXT
                   PERFORM KEY-OBITUARY-TEXT
               WHEN TRAN-APPROVE
                   PERFORM APPROVE-OBITUARY
               WHEN TRAN-OUTLET
                   PERFORM ADD-OUTLET
               WHEN TRAN-SUBMIT
                   PERFORM SUBMIT-TO-OUTLET
               WHEN TRAN-RUN
                   PERFORM RECORD-RUN
               WHEN TRAN-CHECK
                   PERFORM CHECK-PUBLICATIONS
               WHEN TRAN-INQUIRE
                   PERFORM INQUIRE-OBITUARY
               WHEN TRAN-QUIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'INVALID TRANSACTION CODE'
           END-EVALUATE.

      * New text replaces the old and puts the notice back to draft -
      * the family approves the words that actually go out.
       KEY-OBITUARY-TEXT.
           MOVE 'Y' TO WS-OBIT-OK
           DISPLAY 'ROLLNO OF CASE:'
           ACCEPT WS-ROLLNO
           MOVE WS-ROLLNO TO ROLLNO-KEY
           READ CASE-MASTER
               INVALID KEY
                   DISPLAY 'TEXT REJECTED - CASE NOT FOUND: '
                       WS-ROLLNO
                   MOVE 'N' TO WS-OBIT-OK
           END-READ
           IF OBIT-CLEAR
               PERFORM READ-OBITUARY
               IF NOT OBIT-EXISTS
                   MOVE SPACES TO OBIT-RECORD
                   MOVE WS-ROLLNO TO OB-ROLLNO
               END-IF
               PERFORM CAPTURE-TEXT
           END-IF
           IF OBIT-CLEAR AND OB-TEXT-LINES = ZERO
               DISPLAY 'TEXT REJECTED - NO TEXT KEYED'
               MOVE 'N' TO WS-OBIT-OK
           END-IF
           IF OBIT-CLEAR
               PERFORM SAVE-OBITUARY-TEXT
           END-IF.

       READ-OBITUARY.
           MOVE 'N' TO WS-OBIT-ON-FILE
           MOVE WS-ROLLNO TO OB-ROLLNO
           READ OBIT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-OBIT-ON-FILE
           END-READ.

       CAPTURE-TEXT.
           DISPLAY 'NOTICE TEXT - UP TO 15 LINES, A LINE OF . ENDS IT.'
           DISPLAY 'DO NOT KEY VISITATION OR SERVICE TIMES - THEY ARE '
               'TAKEN OFF THE SCHEDULE AT SUBMISSION.'
           PERFORM CLEAR-TEXT-LINE
               VARYING WS-TEXT-SUB FROM 1 BY 1 UNTIL WS-TEXT-SUB > 15
           MOVE ZERO TO OB-TEXT-LINES
           MOVE 'N' TO WS-TEXT-DONE
           PERFORM CAPTURE-TEXT-LINE UNTIL TEXT-DONE.

       CAPTURE-TEXT-LINE.
           MOVE SPACES TO WS-TEXT-INPUT
           ACCEPT WS-TEXT-INPUT
           IF WS-TEXT-INPUT = '.'
               MOVE 'Y' TO WS-TEXT-DONE
           ELSE
               ADD 1 TO OB-TEXT-LINES
               MOVE WS-TEXT-INPUT TO OB-TEXT-LINE(OB-TEXT-LINES)
               IF OB-TEXT-LINES = 15
                   MOVE 'Y' TO WS-TEXT-DONE
               END-IF
           END-IF.

       SAVE-OBITUARY-TEXT.
           MOVE 'D' TO OB-STATUS
           MOVE ZERO TO OB-APPROVER-NOK-SEQ
           MOVE SPACES TO OB-APPROVER-NAME
           MOVE SPACES TO OB-APPROVER-RELATIONSHIP
           MOVE ZERO TO OB-APPROVED-DATE
           MOVE WS-OPERATOR-EMPID TO OB-EMPID
           IF OBIT-EXISTS
               REWRITE OBIT-RECORD
                   INVALID KEY
                       DISPLAY 'TEXT FAILED - REWRITE ERROR: '
                           WS-ROLLNO
                   NOT INVALID KEY
                       DISPLAY 'NOTICE TEXT REPLACED - AWAITING '
                           'FAMILY APPROVAL: ' WS-ROLLNO
                       PERFORM WARN-IF-ALREADY-SUBMITTED
               END-REWRITE
           ELSE
               WRITE OBIT-RECORD
                   INVALID KEY
                       DISPLAY 'TEXT FAILED - WRITE ERROR: '
                           WS-ROLLNO
                   NOT INVALID KEY
                       DISPLAY 'NOTICE TEXT SAVED - AWAITING FAMILY '
                           'APPROVAL: ' WS-ROLLNO
               END-WRITE
           END-IF.

       CLEAR-TEXT-LINE.
           MOVE SPACES TO OB-TEXT-LINE(WS-TEXT-SUB).

      * An outlet already sent the old text needs it again once the
      * new text is approved.
       WARN-IF-ALREADY-SUBMITTED.
           MOVE 'N' TO WS-SCAN-EOF
           MOVE WS-ROLLNO TO OP-ROLLNO
           MOVE LOW-VALUES TO OP-OUTLET
           START OBIT-PUBLICATION KEY IS NOT LESS THAN OP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM WARN-SUBMITTED-OUTLET UNTIL END-OF-SCAN.

       WARN-SUBMITTED-OUTLET.
           READ OBIT-PUBLICATION NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
               NOT AT END
                   IF OP-ROLLNO NOT = WS-ROLLNO
                       MOVE 'Y' TO WS-SCAN-EOF
                   ELSE
                       IF OP-SUBMIT-DATE NOT = ZERO
                           DISPLAY 'WARNING - OLD TEXT SENT TO '
                               OP-OUTLET ' ON ' OP-SUBMIT-DATE
                               ' - RESUBMIT ONCE APPROVED'
                       END-IF
                   END-IF
           END-READ.

      * The approver must be a next-of-kin contact on the case; the
      * name and relationship come off the contact record.
       APPROVE-OBITUARY.
           MOVE 'Y' TO WS-OBIT-OK
           DISPLAY 'ROLLNO OF CASE:'
           ACCEPT WS-ROLLNO
           PERFORM READ-OBITUARY
           IF NOT OBIT-EXISTS
               DISPLAY 'APPROVAL REJECTED - NO NOTICE TEXT ON FILE: '
                   WS-ROLLNO
               MOVE 'N' TO WS-OBIT-OK
           END-IF
           IF OBIT-CLEAR AND OB-STATUS = 'A'
               DISPLAY 'APPROVAL REJECTED - ALREADY APPROVED BY '
                   OB-APPROVER-NAME ' ON ' OB-APPROVED-DATE
               MOVE 'N' TO WS-OBIT-OK
           END-IF
           IF OBIT-CLEAR AND NOT NOK-MASTER-OPEN
               DISPLAY 'APPROVAL REJECTED - NOK-MASTER UNAVAILABLE'
               MOVE 'N' TO WS-OBIT-OK
           END-IF
           IF OBIT-CLEAR
               DISPLAY 'APPROVING NEXT-OF-KIN CONTACT SEQ (PRG17):'
               ACCEPT WS-NOK-SEQ
               MOVE WS-ROLLNO TO NOK-ROLLNO
               MOVE WS-NOK-SEQ TO NOK-SEQ
               READ NOK-MASTER
                   INVALID KEY
                       DISPLAY 'APPROVAL REJECTED - NOT A NEXT-OF-'
                           'KIN CONTACT ON THIS CASE: ' WS-NOK-SEQ
                       MOVE 'N' TO WS-OBIT-OK
               END-READ
           END-IF
           IF OBIT-CLEAR
               PERFORM SAVE-APPROVAL
           END-IF.

       SAVE-APPROVAL.
           MOVE SPACES TO OB-APPROVER-NAME
           IF NOK-LAST = SPACES
               MOVE NOK-CONTACT-NAME TO OB-APPROVER-NAME
           ELSE
               STRING NOK-FIRST DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   NOK-LAST DELIMITED BY SPACE
                   INTO OB-APPROVER-NAME
               END-STRING
           END-IF
           MOVE NOK-RELATIONSHIP TO OB-APPROVER-RELATIONSHIP
           MOVE WS-NOK-SEQ TO OB-APPROVER-NOK-SEQ
           MOVE WS-TODAY TO OB-APPROVED-DATE
           MOVE WS-OPERATOR-EMPID TO OB-EMPID
           MOVE 'A' TO OB-STATUS
           REWRITE OBIT-RECORD
               INVALID KEY
                   DISPLAY 'APPROVAL FAILED - REWRITE ERROR: '
                       WS-ROLLNO
               NOT INVALID KEY
                   DISPLAY 'NOTICE APPROVED BY ' OB-APPROVER-NAME
                       ' (' OB-APPROVER-RELATIONSHIP ')'
           END-REWRITE.

      * An outlet is a publisher on SUPPLIER-MASTER - so its charge
      * can be paid and 1099-reported like any other payee - or the
      * home's own website.
       ADD-OUTLET.
           MOVE 'Y' TO WS-OBIT-OK
           DISPLAY 'ROLLNO OF CASE:'
           ACCEPT WS-ROLLNO
           PERFORM READ-OBITUARY
           IF NOT OBIT-EXISTS
               DISPLAY 'OUTLET REJECTED - NO NOTICE TEXT ON FILE: '
                   WS-ROLLNO
               MOVE 'N' TO WS-OBIT-OK
           END-IF
           IF OBIT-CLEAR
               PERFORM CAPTURE-OUTLET
           END-IF
           IF OBIT-CLEAR
               MOVE SPACES TO OBIT-PUB-RECORD
               MOVE WS-ROLLNO TO OP-ROLLNO
               MOVE WS-OUTLET TO OP-OUTLET
               MOVE ZERO TO OP-SUBMIT-DATE
               MOVE ZERO TO OP-VIS-DATE
               MOVE ZERO TO OP-VIS-TIME
               MOVE ZERO TO OP-SVC-DATE
               MOVE ZERO TO OP-SVC-TIME
               MOVE ZERO TO OP-RUN-DATE-1
               MOVE ZERO TO OP-RUN-DATE-2
               MOVE ZERO TO OP-COST
               MOVE ZERO TO OP-CADV-SEQ
               MOVE WS-OPERATOR-EMPID TO OP-EMPID
               WRITE OBIT-PUB-RECORD
                   INVALID KEY
                       DISPLAY 'OUTLET REJECTED - ALREADY ON THIS '
                           'CASE: ' WS-OUTLET
                   NOT INVALID KEY
                       DISPLAY 'OUTLET ADDED: ' WS-OUTLET ' '
                           WS-OUTLET-NAME
               END-WRITE
           END-IF.

       CAPTURE-OUTLET.
           DISPLAY 'OUTLET (PUBLISHER SUP-CODE, OR WEBSITE):'
           MOVE SPACES TO WS-OUTLET
           ACCEPT WS-OUTLET
           IF OUTLET-WEBSITE
               MOVE 'HOME WEBSITE' TO WS-OUTLET-NAME
           ELSE
               MOVE WS-OUTLET TO SUP-CODE
               READ SUPPLIER-MASTER
                   INVALID KEY
                       DISPLAY 'REJECTED - OUTLET NOT ON '
                           'SUPPLIER-MASTER: ' WS-OUTLET
                       MOVE 'N' TO WS-OBIT-OK
                   NOT INVALID KEY
                       MOVE SUP-NAME TO WS-OUTLET-NAME
               END-READ
           END-IF.

       READ-PUBLICATION-LINE.
           DISPLAY 'ROLLNO OF CASE:'
           ACCEPT WS-ROLLNO
           PERFORM CAPTURE-OUTLET
           IF OBIT-CLEAR
               MOVE WS-ROLLNO TO OP-ROLLNO
               MOVE WS-OUTLET TO OP-OUTLET
               READ OBIT-PUBLICATION
                   INVALID KEY
                       DISPLAY 'REJECTED - OUTLET NOT ADDED TO THIS '
                           'CASE: ' WS-OUTLET
                       MOVE 'N' TO WS-OBIT-OK
               END-READ
           END-IF.

      * Submission appends the approved notice, with the bookings as
      * the calendar shows them now, to the outlet's file. A second
      * submission to the same outlet (a corrected time) is allowed
      * and replaces the bookings remembered on the line.
       SUBMIT-TO-OUTLET.
           MOVE 'Y' TO WS-OBIT-OK
           PERFORM READ-PUBLICATION-LINE
           IF OBIT-CLEAR
               PERFORM READ-OBITUARY
               IF NOT OBIT-EXISTS OR OB-STATUS NOT = 'A'
                   DISPLAY 'SUBMISSION REJECTED - NOTICE NOT '
                       'APPROVED BY THE FAMILY: ' WS-ROLLNO
                   MOVE 'N' TO WS-OBIT-OK
               END-IF
           END-IF
           IF OBIT-CLEAR
               MOVE WS-ROLLNO TO ROLLNO-KEY
               READ CASE-MASTER
                   INVALID KEY
                       DISPLAY 'SUBMISSION REJECTED - CASE NOT '
                           'FOUND: ' WS-ROLLNO
                       MOVE 'N' TO WS-OBIT-OK
                   NOT INVALID KEY
                       PERFORM BUILD-DECEDENT-NAME
               END-READ
           END-IF
           IF OBIT-CLEAR
               PERFORM FIND-CASE-BOOKINGS
               PERFORM OPEN-SUBMISSION-FILE
           END-IF
           IF OBIT-CLEAR
               PERFORM WRITE-SUBMISSION
               CLOSE SUBMISSION-FILE
               PERFORM SAVE-SUBMISSION
           END-IF.

       BUILD-DECEDENT-NAME.
           MOVE SPACES TO WS-DECEDENT-NAME
           IF NAME-LAST = SPACES
               MOVE STUNAME TO WS-DECEDENT-NAME
           ELSE
               STRING NAME-LAST DELIMITED BY '  '
                   ', ' DELIMITED BY SIZE
                   NAME-FIRST DELIMITED BY '  '
                   ' ' DELIMITED BY SIZE
                   NAME-MIDDLE DELIMITED BY '  '
                   ' ' DELIMITED BY SIZE
                   NAME-SUFFIX DELIMITED BY '  '
                   INTO WS-DECEDENT-NAME
               END-STRING
           END-IF.

      * SCHEDULE-MASTER is keyed date/time/room, so the case's
      * bookings are found by reading it through; the first of each
      * type in key order is the earliest.
       FIND-CASE-BOOKINGS.
           MOVE ZERO TO WS-CUR-VIS-DATE
           MOVE ZERO TO WS-CUR-VIS-TIME
           MOVE SPACES TO WS-CUR-VIS-ROOM
           MOVE ZERO TO WS-CUR-SVC-DATE
           MOVE ZERO TO WS-CUR-SVC-TIME
           MOVE SPACES TO WS-CUR-SVC-ROOM
           IF SCHEDULE-MASTER-OPEN
               MOVE 'N' TO WS-SCHEDULE-EOF
               MOVE LOW-VALUES TO SCH-KEY
               START SCHEDULE-MASTER KEY IS NOT LESS THAN SCH-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-SCHEDULE-EOF
               END-START
               PERFORM SCAN-CASE-BOOKING UNTIL END-OF-SCHEDULE
           END-IF.

       SCAN-CASE-BOOKING.
           READ SCHEDULE-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCHEDULE-EOF
               NOT AT END
                   IF SCH-ROLLNO = WS-ROLLNO
                       IF SCH-EVENT-TYPE = 'V'
                           AND WS-CUR-VIS-DATE = ZERO
                           MOVE SCH-DATE TO WS-CUR-VIS-DATE
                           MOVE SCH-TIME TO WS-CUR-VIS-TIME
                           MOVE SCH-ROOM TO WS-CUR-VIS-ROOM
                       END-IF
                       IF SCH-EVENT-TYPE = 'S'
                           AND WS-CUR-SVC-DATE = ZERO
                           MOVE SCH-DATE TO WS-CUR-SVC-DATE
                           MOVE SCH-TIME TO WS-CUR-SVC-TIME
                           MOVE SCH-ROOM TO WS-CUR-SVC-ROOM
                       END-IF
                   END-IF
           END-READ.

       OPEN-SUBMISSION-FILE.
           MOVE SPACES TO WS-SUBMISSION-FILE
           STRING '/user/mortuary/obit-out-' DELIMITED BY SIZE
               WS-OUTLET DELIMITED BY SPACE
               '.dat' DELIMITED BY SIZE
               INTO WS-SUBMISSION-FILE
           END-STRING
           OPEN EXTEND SUBMISSION-FILE
           IF WS-SUBMISSION-STATUS = '35'
               OPEN OUTPUT SUBMISSION-FILE
           END-IF
           IF WS-SUBMISSION-STATUS NOT = '00'
               DISPLAY 'SUBMISSION FAILED - ERROR OPENING '
                   WS-SUBMISSION-FILE ': ' WS-SUBMISSION-STATUS
               MOVE 'N' TO WS-OBIT-OK
           END-IF.

       WRITE-SUBMISSION.
           MOVE SPACES TO SUBMISSION-LINE
           STRING 'OBITUARY NOTICE - VIRTUAL MORGUE FUNERAL HOME'
               DELIMITED BY SIZE
               '  CASE ' DELIMITED BY SIZE
               WS-ROLLNO DELIMITED BY SIZE
               '  SENT ' DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO SUBMISSION-LINE
           END-STRING
           WRITE SUBMISSION-LINE
           MOVE SPACES TO SUBMISSION-LINE
           STRING 'NAME: ' DELIMITED BY SIZE
               WS-DECEDENT-NAME DELIMITED BY '  '
               INTO SUBMISSION-LINE
           END-STRING
           WRITE SUBMISSION-LINE
           MOVE SPACES TO SUBMISSION-LINE
           STRING 'DATE OF DEATH: ' DELIMITED BY SIZE
               DATE-OF-DEATH DELIMITED BY SIZE
               INTO SUBMISSION-LINE
           END-STRING
           WRITE SUBMISSION-LINE
           MOVE SPACES TO SUBMISSION-LINE
           WRITE SUBMISSION-LINE
           PERFORM WRITE-TEXT-LINE
               VARYING WS-TEXT-SUB FROM 1 BY 1
               UNTIL WS-TEXT-SUB > OB-TEXT-LINES
           MOVE SPACES TO SUBMISSION-LINE
           WRITE SUBMISSION-LINE
           MOVE 'VISITATION: ' TO WS-BOOKING-LABEL
           MOVE WS-CUR-VIS-DATE TO WS-BOOKING-DATE
           MOVE WS-CUR-VIS-TIME TO WS-TIME-HHMM
           MOVE WS-CUR-VIS-ROOM TO WS-BOOKING-ROOM
           PERFORM WRITE-BOOKING-LINE
           MOVE 'SERVICE: ' TO WS-BOOKING-LABEL
           MOVE WS-CUR-SVC-DATE TO WS-BOOKING-DATE
           MOVE WS-CUR-SVC-TIME TO WS-TIME-HHMM
           MOVE WS-CUR-SVC-ROOM TO WS-BOOKING-ROOM
           PERFORM WRITE-BOOKING-LINE
           MOVE SPACES TO SUBMISSION-LINE
           STRING 'APPROVED BY THE FAMILY: ' DELIMITED BY SIZE
               OB-APPROVER-NAME DELIMITED BY '  '
               ' ' DELIMITED BY SIZE
               OB-APPROVED-DATE DELIMITED BY SIZE
               INTO SUBMISSION-LINE
           END-STRING
           WRITE SUBMISSION-LINE
           MOVE SPACES TO SUBMISSION-LINE
           STRING 'END OF NOTICE ' DELIMITED BY SIZE
               WS-ROLLNO DELIMITED BY SIZE
               INTO SUBMISSION-LINE
           END-STRING
           WRITE SUBMISSION-LINE.

       WRITE-TEXT-LINE.
           MOVE OB-TEXT-LINE(WS-TEXT-SUB) TO SUBMISSION-LINE
           WRITE SUBMISSION-LINE.

       WRITE-BOOKING-LINE.
           MOVE SPACES TO SUBMISSION-LINE
           IF WS-BOOKING-DATE = ZERO
               STRING WS-BOOKING-LABEL DELIMITED BY '  '
                   ' TO BE ANNOUNCED' DELIMITED BY SIZE
                   INTO SUBMISSION-LINE
               END-STRING
           ELSE
               STRING WS-BOOKING-LABEL DELIMITED BY '  '
                   ' ' DELIMITED BY SIZE
                   WS-BOOKING-DATE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-TIME-HH DELIMITED BY SIZE
                   ':' DELIMITED BY SIZE
                   WS-TIME-MM DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-BOOKING-ROOM DELIMITED BY SIZE
                   INTO SUBMISSION-LINE
               END-STRING
           END-IF
           WRITE SUBMISSION-LINE.

       SAVE-SUBMISSION.
           IF OP-SUBMIT-DATE NOT = ZERO
               DISPLAY 'RESUBMITTED - PREVIOUSLY SENT ' OP-SUBMIT-DATE
           END-IF
           MOVE WS-TODAY TO OP-SUBMIT-DATE
           MOVE WS-CUR-VIS-DATE TO OP-VIS-DATE
           MOVE WS-CUR-VIS-TIME TO OP-VIS-TIME
           MOVE WS-CUR-VIS-ROOM TO OP-VIS-ROOM
           MOVE WS-CUR-SVC-DATE TO OP-SVC-DATE
           MOVE WS-CUR-SVC-TIME TO OP-SVC-TIME
           MOVE WS-CUR-SVC-ROOM TO OP-SVC-ROOM
           MOVE WS-OPERATOR-EMPID TO OP-EMPID
           REWRITE OBIT-PUB-RECORD
               INVALID KEY
                   DISPLAY 'SUBMISSION NOT RECORDED - REWRITE ERROR: '
                       WS-ROLLNO ' ' WS-OUTLET
               NOT INVALID KEY
                   DISPLAY 'NOTICE SUBMITTED TO ' WS-OUTLET ' - '
                       WS-SUBMISSION-FILE
           END-REWRITE
           IF WS-CUR-SVC-DATE = ZERO
               DISPLAY 'WARNING - NO SERVICE BOOKED ON THE SCHEDULE, '
                   'SENT AS TO BE ANNOUNCED'
           END-IF.

      * The publisher's confirmation: run dates, confirmation number
      * and charge. The charge posts once, as a cash advance to the
      * case; a closed case's billing is final and takes none.
       RECORD-RUN.
           MOVE 'Y' TO WS-OBIT-OK
           PERFORM READ-PUBLICATION-LINE
           IF OBIT-CLEAR AND OP-SUBMIT-DATE = ZERO
               DISPLAY 'RUN REJECTED - NOTICE NOT YET SUBMITTED TO '
                   WS-OUTLET
               MOVE 'N' TO WS-OBIT-OK
           END-IF
           IF OBIT-CLEAR
               DISPLAY 'RUN DATE (YYYYMMDD):'
               ACCEPT WS-RUN-DATE-1
               DISPLAY 'SECOND RUN DATE (YYYYMMDD, 0 FOR NONE):'
               ACCEPT WS-RUN-DATE-2
               DISPLAY 'CONFIRMATION NUMBER:'
               MOVE SPACES TO WS-CONFIRM-NO
               ACCEPT WS-CONFIRM-NO
               MOVE ZERO TO WS-COST
               IF NOT OUTLET-WEBSITE AND OP-CADV-SEQ = ZERO
                   DISPLAY 'PUBLISHER CHARGE (CENTS IMPLIED, 0 IF '
                       'NOT YET BILLED):'
                   ACCEPT WS-AMOUNT-CENTS
                   COMPUTE WS-COST = WS-AMOUNT-CENTS / 100
               END-IF
               IF WS-RUN-DATE-1 = ZERO
                   DISPLAY 'RUN REJECTED - RUN DATE REQUIRED'
                   MOVE 'N' TO WS-OBIT-OK
               END-IF
           END-IF
           IF OBIT-CLEAR AND WS-COST > ZERO
               PERFORM POST-OBIT-ADVANCE
           END-IF
           IF OBIT-CLEAR
               PERFORM SAVE-RUN
           END-IF.

       POST-OBIT-ADVANCE.
           MOVE WS-ROLLNO TO ROLLNO-KEY
           READ CASE-MASTER
               INVALID KEY
                   DISPLAY 'RUN REJECTED - CASE NOT FOUND: '
                       WS-ROLLNO
                   MOVE 'N' TO WS-OBIT-OK
           END-READ
           IF OBIT-CLEAR AND CASE-STATUS = 'C'
               DISPLAY 'RUN REJECTED - CASE IS CLOSED, CHARGE CANNOT '
                   'POST: ' WS-ROLLNO
               MOVE 'N' TO WS-OBIT-OK
           END-IF
           IF OBIT-CLEAR
               MOVE WS-TODAY(1:6) TO WS-POSTING-PERIOD
               PERFORM CHECK-POSTING-PERIOD
               IF NOT POSTING-PERIOD-OPEN
                   DISPLAY 'RUN REJECTED - PERIOD ' WS-POSTING-PERIOD
                       ' IS CLOSED (PRG92), CHARGE CANNOT POST'
                   MOVE 'N' TO WS-OBIT-OK
                   MOVE 'POST-CLOSED' TO WS-REFUSED-FUNCTION
                   PERFORM WRITE-SECURITY-REFUSAL
               END-IF
           END-IF
           IF OBIT-CLEAR
               DISPLAY 'CHECK NUMBER THE PUBLISHER WAS PAID WITH:'
               MOVE SPACES TO WS-CHECK-NO
               ACCEPT WS-CHECK-NO
               IF WS-CHECK-NO = SPACES
                   DISPLAY 'RUN REJECTED - CHECK NUMBER REQUIRED TO '
                       'POST THE CHARGE'
                   MOVE 'N' TO WS-OBIT-OK
               END-IF
           END-IF
           IF OBIT-CLEAR
               PERFORM WRITE-OBIT-ADVANCE
           END-IF.

      * Period close (PRG92) - a month with no PERIOD-CONTROL record
      * is open.
       CHECK-POSTING-PERIOD.
           MOVE 'Y' TO WS-PERIOD-OK
           OPEN INPUT PERIOD-CONTROL
           IF WS-PERIOD-STATUS = '00'
               MOVE WS-POSTING-PERIOD TO PER-PERIOD
               READ PERIOD-CONTROL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PERIOD-CLOSED
                           MOVE 'N' TO WS-PERIOD-OK
                       END-IF
               END-READ
               CLOSE PERIOD-CONTROL
           END-IF.

       WRITE-SECURITY-REFUSAL.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-OPERATOR-EMPID TO RF-EMPID
           MOVE 'PRG107' TO RF-PROGRAM
           MOVE WS-REFUSED-FUNCTION TO RF-FUNCTION
           MOVE WS-TIMESTAMP TO RF-TIMESTAMP
           OPEN EXTEND SECURITY-LOG
           IF WS-SECURITY-STATUS = '35'
               OPEN OUTPUT SECURITY-LOG
           END-IF
           MOVE SPACES TO SECURITY-LOG-RECORD
           MOVE WS-REFUSAL-ENTRY TO SECURITY-LOG-RECORD
           WRITE SECURITY-LOG-RECORD
           CLOSE SECURITY-LOG.

       WRITE-OBIT-ADVANCE.
           PERFORM FIND-NEXT-ADVANCE-SEQ
           MOVE SPACES TO CASH-ADVANCE-RECORD
           MOVE WS-ROLLNO TO CADV-ROLLNO
           MOVE WS-NEXT-SEQ TO CADV-SEQ
           MOVE 'OBIT' TO CADV-TYPE
           MOVE WS-OUTLET-NAME TO CADV-PAYEE
           MOVE WS-COST TO CADV-PAID-AMOUNT
           MOVE WS-CHECK-NO TO CADV-CHECK-NO
           MOVE WS-COST TO CADV-BILLED-AMOUNT
           MOVE WS-TODAY TO CADV-DATE
           MOVE WS-OPERATOR-EMPID TO CADV-EMPID
           MOVE WS-OUTLET TO CADV-SUP-CODE
           WRITE CASH-ADVANCE-RECORD
               INVALID KEY
                   DISPLAY 'RUN REJECTED - ADVANCE WRITE ERROR: '
                       CADV-KEY
                   MOVE 'N' TO WS-OBIT-OK
               NOT INVALID KEY
                   DISPLAY 'CHARGE POSTED AS CASH ADVANCE '
                       WS-NEXT-SEQ ' FOR CASE ' WS-ROLLNO
           END-WRITE.

      * Same next-sequence browse PRG86 uses.
       FIND-NEXT-ADVANCE-SEQ.
           MOVE ZERO TO WS-NEXT-SEQ
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE WS-ROLLNO TO CADV-ROLLNO
           MOVE ZERO TO CADV-SEQ
           START CASH-ADVANCE-FILE KEY IS NOT LESS THAN CADV-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM SCAN-ADVANCE-SEQ UNTIL END-OF-FILE
           ADD 1 TO WS-NEXT-SEQ.

       SCAN-ADVANCE-SEQ.
           READ CASH-ADVANCE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF CADV-ROLLNO NOT = WS-ROLLNO
                       MOVE 'Y' TO WS-EOF-SWITCH
                   ELSE
                       MOVE CADV-SEQ TO WS-NEXT-SEQ
                   END-IF
           END-READ.

       SAVE-RUN.
           MOVE WS-RUN-DATE-1 TO OP-RUN-DATE-1
           MOVE WS-RUN-DATE-2 TO OP-RUN-DATE-2
           MOVE WS-CONFIRM-NO TO OP-CONFIRM-NO
           IF WS-COST > ZERO
               MOVE WS-COST TO OP-COST
               MOVE WS-NEXT-SEQ TO OP-CADV-SEQ
           END-IF
           MOVE WS-OPERATOR-EMPID TO OP-EMPID
           REWRITE OBIT-PUB-RECORD
               INVALID KEY
                   DISPLAY 'RUN NOT RECORDED - REWRITE ERROR: '
                       WS-ROLLNO ' ' WS-OUTLET
               NOT INVALID KEY
                   DISPLAY 'RUN RECORDED: ' WS-OUTLET ' '
                       OP-RUN-DATE-1 ' CONFIRMATION ' OP-CONFIRM-NO
           END-REWRITE
           IF OP-CADV-SEQ NOT = ZERO AND WS-COST = ZERO
               AND NOT OUTLET-WEBSITE
               DISPLAY 'CHARGE ALREADY POSTED AS ADVANCE '
                   OP-CADV-SEQ ' - CORRECT IT IN PRG86'
           END-IF.

      * Exception check over every publication line on an open case:
      * a notice approved but not yet sent to an outlet, one still
      * awaiting family approval, and one whose visitation or
      * service booking has changed since it was sent.
       CHECK-PUBLICATIONS.
           MOVE ZERO TO WS-LINES-CHECKED
           MOVE ZERO TO WS-EXCEPTIONS-FOUND
           OPEN OUTPUT OBIT-EXCEPTIONS
           MOVE SPACES TO EXCEPTION-LINE
           STRING 'OBITUARY PUBLICATION EXCEPTIONS - ' DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO EXCEPTION-LINE
           END-STRING
           WRITE EXCEPTION-LINE
           MOVE 'ROLLNO   OUTLET      SUBMITTED EXCEPTION'
               TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE ALL '-' TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO OP-KEY
           START OBIT-PUBLICATION KEY IS NOT LESS THAN OP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM CHECK-PUBLICATION-LINE UNTIL END-OF-FILE
           MOVE SPACES TO EXCEPTION-LINE
           STRING 'PUBLICATION LINES READ: ' DELIMITED BY SIZE
               WS-LINES-CHECKED DELIMITED BY SIZE
               '  EXCEPTIONS: ' DELIMITED BY SIZE
               WS-EXCEPTIONS-FOUND DELIMITED BY SIZE
               INTO EXCEPTION-LINE
           END-STRING
           WRITE EXCEPTION-LINE
           CLOSE OBIT-EXCEPTIONS
           DISPLAY 'EXCEPTIONS WRITTEN TO ' WS-EXCEPTION-FILE
           DISPLAY 'PUBLICATION LINES READ: ' WS-LINES-CHECKED
               ' EXCEPTIONS: ' WS-EXCEPTIONS-FOUND.

       CHECK-PUBLICATION-LINE.
           READ OBIT-PUBLICATION NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE OP-ROLLNO TO ROLLNO-KEY
                   READ CASE-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CASE-STATUS NOT = 'C'
                               ADD 1 TO WS-LINES-CHECKED
                               PERFORM CHECK-ONE-PUBLICATION
                           END-IF
                   END-READ
           END-READ.

       CHECK-ONE-PUBLICATION.
           MOVE SPACES TO WS-EXCEPTION-REASON
           MOVE OP-ROLLNO TO WS-ROLLNO
           IF OP-SUBMIT-DATE = ZERO
               PERFORM READ-OBITUARY
               IF OBIT-EXISTS AND OB-STATUS = 'A'
                   MOVE 'APPROVED BUT NOT SUBMITTED'
                       TO WS-EXCEPTION-REASON
               ELSE
                   MOVE 'AWAITING FAMILY APPROVAL'
                       TO WS-EXCEPTION-REASON
               END-IF
           ELSE
               PERFORM FIND-CASE-BOOKINGS
               MOVE OP-VIS-DATE TO WS-SUB-VIS-DATE
               MOVE OP-VIS-TIME TO WS-SUB-VIS-TIME
               MOVE OP-VIS-ROOM TO WS-SUB-VIS-ROOM
               MOVE OP-SVC-DATE TO WS-SUB-SVC-DATE
               MOVE OP-SVC-TIME TO WS-SUB-SVC-TIME
               MOVE OP-SVC-ROOM TO WS-SUB-SVC-ROOM
               IF WS-SUBMITTED-BOOKINGS NOT = WS-CURRENT-BOOKINGS
                   MOVE 'BOOKING CHANGED SINCE SUBMISSION - RESUBMIT'
                       TO WS-EXCEPTION-REASON
               END-IF
           END-IF
           IF WS-EXCEPTION-REASON NOT = SPACES
               ADD 1 TO WS-EXCEPTIONS-FOUND
               MOVE OP-ROLLNO TO EX-ROLLNO
               MOVE OP-OUTLET TO EX-OUTLET
               MOVE OP-SUBMIT-DATE TO EX-SUBMIT-DATE
               MOVE WS-EXCEPTION-REASON TO EX-REASON
               WRITE EXCEPTION-LINE FROM WS-EXCEPTION-ENTRY
           END-IF.

       INQUIRE-OBITUARY.
           DISPLAY 'ROLLNO:'
           ACCEPT WS-ROLLNO
           PERFORM READ-OBITUARY
           IF NOT OBIT-EXISTS
               DISPLAY 'NO OBITUARY ON FILE FOR: ' WS-ROLLNO
           ELSE
               DISPLAY '=== OBITUARY - ' WS-ROLLNO ' ==='
               DISPLAY 'STATUS      : ' OB-STATUS
                   ' APPROVED BY ' OB-APPROVER-NAME ' '
                   OB-APPROVER-RELATIONSHIP ' ON ' OB-APPROVED-DATE
               PERFORM SHOW-TEXT-LINE
                   VARYING WS-TEXT-SUB FROM 1 BY 1
                   UNTIL WS-TEXT-SUB > OB-TEXT-LINES
               MOVE 'N' TO WS-SCAN-EOF
               MOVE WS-ROLLNO TO OP-ROLLNO
               MOVE LOW-VALUES TO OP-OUTLET
               START OBIT-PUBLICATION KEY IS NOT LESS THAN OP-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-SCAN-EOF
               END-START
               PERFORM SHOW-PUBLICATION-LINE UNTIL END-OF-SCAN
           END-IF.

       SHOW-TEXT-LINE.
           DISPLAY '  ' OB-TEXT-LINE(WS-TEXT-SUB).

       SHOW-PUBLICATION-LINE.
           READ OBIT-PUBLICATION NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
               NOT AT END
                   IF OP-ROLLNO NOT = WS-ROLLNO
                       MOVE 'Y' TO WS-SCAN-EOF
                   ELSE
                       DISPLAY 'OUTLET ' OP-OUTLET ' SENT '
                           OP-SUBMIT-DATE ' RAN ' OP-RUN-DATE-1 ' '
                           OP-RUN-DATE-2 ' CONF ' OP-CONFIRM-NO
                           ' COST ' OP-COST ' ADVANCE ' OP-CADV-SEQ
                   END-IF
           END-READ.

       CLOSE-FILES.
           CLOSE OBIT-MASTER
           CLOSE OBIT-PUBLICATION
           CLOSE CASH-ADVANCE-FILE
           CLOSE CASE-MASTER
           CLOSE SUPPLIER-MASTER
           CLOSE SCHEDULE-MASTER
           CLOSE NOK-MASTER
           CLOSE EMPLOYEE-MASTER.
