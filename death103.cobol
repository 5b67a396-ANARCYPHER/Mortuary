      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * Positive identification record - misidentification is the
      * nightmare case, and until now nothing recorded how a
      * decedent was identified. One IDENT-MASTER record per case
      * (see IDREC.cpy): the method (visual or photograph by next
      * of kin, hospital ID band, fingerprints, medical examiner),
      * who made the identification, the staff EMPID who verified
      * it, and the date. A next-of-kin identification must come
      * from a contact on the case's NOK-MASTER - the name and
      * relationship are taken off that contact, never keyed
      * freehand - and the verifying EMPID must be a current
      * employee on EMPLOYEE-MASTER. PRG16 will not take a case to
      * 'P', and PRG68 will not sign off a cremation checklist item,
      * until a positive identification is on file here; PRG74's
      * worklist shows the case as identification pending until
      * then. A positive record is final; an unconfirmed attempt is
      * replaced when the identification is made.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRG103.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT IDENT-MASTER ASSIGN TO WS-IDENT-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-ROLLNO
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
            SELECT NOK-MASTER ASSIGN TO WS-NOK-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS NOK-KEY
                FILE STATUS IS WS-NOK-STATUS.
            SELECT EMPLOYEE-MASTER ASSIGN TO WS-EMPLOYEE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EMPID
                ALTERNATE RECORD KEY IS ALPNUM
                FILE STATUS IS WS-EMP-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  IDENT-MASTER.
        01  IDENT-RECORD.
            COPY IDREC.
        FD  CASE-MASTER.
        01  CASE-MASTER-RECORD.
            COPY CASEREC REPLACING ==ROLLNO== BY ==ROLLNO-KEY==.
        FD  NOK-MASTER.
        01  NOK-RECORD.
            COPY NOKREC.
        FD  EMPLOYEE-MASTER.
        01  EMPLOYEE-RECORD.
            COPY EMPREC.
        WORKING-STORAGE SECTION.
        01 WS-IDENT-FILE PIC X(40)
            VALUE '/user/mortuary/ident-master'.
        01 WS-FILE-STATUS PIC XX.
        01 WS-CASE-FILE PIC X(40) VALUE '/user/mortuary/case-master'.
        01 WS-CASE-STATUS PIC XX.
        01 WS-NOK-FILE PIC X(40) VALUE '/user/mortuary/nok-master'.
        01 WS-NOK-STATUS PIC XX.
        01 WS-NOK-OPEN-SWITCH PIC X VALUE 'N'.
            88 NOK-MASTER-OPEN VALUE 'Y'.
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
        01 WS-TRAN-CODE PIC X VALUE SPACES.
            88 TRAN-RECORD VALUE 'R'.
            88 TRAN-INQUIRE VALUE 'I'.
            88 TRAN-QUIT VALUE 'X'.
        01 WS-ROLLNO PIC 9(7).
        01 WS-TODAY PIC 9(8).
        01 WS-ID-OK PIC X VALUE 'Y'.
            88 ID-CLEAR VALUE 'Y'.
        01 WS-ID-ON-FILE PIC X VALUE 'N'.
            88 ID-REPLACING VALUE 'Y'.
        01 WS-METHOD PIC X.
            88 METHOD-BY-KIN VALUE 'V' 'P'.
            88 METHOD-VALID VALUE 'V' 'P' 'B' 'F' 'M'.
        01 WS-NOK-SEQ PIC 9(2).
        01 WS-BY-NAME PIC X(20).
        01 WS-BY-RELATIONSHIP PIC X(10).
        01 WS-VERIFIER-EMPID PIC 9(5).
        01 WS-ID-DATE PIC 9(8).
        01 WS-RESULT PIC X.
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
      * PRG6's check-digit rule) is required before an
      * identification is keyed; it lands in ID-OPERATOR.
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
           OPEN I-O IDENT-MASTER
           IF WS-FILE-STATUS = '35'
               OPEN OUTPUT IDENT-MASTER
               CLOSE IDENT-MASTER
               OPEN I-O IDENT-MASTER
           END-IF
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING IDENT-MASTER: '
                   WS-FILE-STATUS
               MOVE 'X' TO WS-TRAN-CODE
           END-IF
           OPEN INPUT CASE-MASTER
           IF WS-CASE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CASE-MASTER: ' WS-CASE-STATUS
               MOVE 'X' TO WS-TRAN-CODE
           END-IF
           OPEN INPUT NOK-MASTER
           IF WS-NOK-STATUS = '00'
               MOVE 'Y' TO WS-NOK-OPEN-SWITCH
           ELSE
               DISPLAY 'WARNING - NOK-MASTER NOT OPENED, NEXT-OF-KIN '
                   'IDENTIFICATIONS CANNOT BE RECORDED: '
                   WS-NOK-STATUS
           END-IF.

       PROCESS-TRANSACTION.
           DISPLAY 'ENTER TRANSACTION (R-RECORD IDENTIFICATION '
               'I-INQUIRE X-EXIT)'
           ACCEPT WS-TRAN-CODE
           EVALUATE TRUE
               WHEN TRAN-RECORD
                   PERFORM RECORD-IDENTIFICATION
               WHEN TRAN-INQUIRE
                   PERFORM INQUIRE-IDENTIFICATION
               WHEN TRAN-QUIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'INVALID TRANSACTION CODE'
           END-EVALUATE.

      * Each step runs only while the entry is still clear, so the
      * first failure is the one reported and nothing is written.
       RECORD-IDENTIFICATION.
           MOVE 'Y' TO WS-ID-OK
           MOVE 'N' TO WS-ID-ON-FILE
           DISPLAY 'ROLLNO IDENTIFIED:'
           ACCEPT WS-ROLLNO
           MOVE WS-ROLLNO TO ROLLNO-KEY
           READ CASE-MASTER
               INVALID KEY
                   DISPLAY 'IDENTIFICATION REJECTED - CASE NOT '
                       'FOUND: ' WS-ROLLNO
                   MOVE 'N' TO WS-ID-OK
           END-READ
           IF ID-CLEAR
               PERFORM CHECK-EXISTING-IDENTIFICATION
           END-IF
           IF ID-CLEAR
               DISPLAY 'METHOD (V-VISUAL BY KIN P-PHOTO BY KIN '
                   'B-HOSPITAL BAND F-FINGERPRINTS M-MEDICAL '
                   'EXAMINER):'
               ACCEPT WS-METHOD
               IF NOT METHOD-VALID
                   DISPLAY 'IDENTIFICATION REJECTED - METHOD MUST '
                       'BE V, P, B, F OR M'
                   MOVE 'N' TO WS-ID-OK
               END-IF
           END-IF
           IF ID-CLEAR
               IF METHOD-BY-KIN
                   PERFORM CAPTURE-KIN-IDENTIFIER
               ELSE
                   PERFORM CAPTURE-AGENCY-IDENTIFIER
               END-IF
           END-IF
           IF ID-CLEAR
               PERFORM CAPTURE-VERIFIER
           END-IF
           IF ID-CLEAR
               PERFORM CAPTURE-DATE-AND-RESULT
           END-IF
           IF ID-CLEAR
               PERFORM SAVE-IDENTIFICATION
           END-IF.

       CHECK-EXISTING-IDENTIFICATION.
           MOVE WS-ROLLNO TO ID-ROLLNO
           READ IDENT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ID-RESULT = 'Y'
                       DISPLAY 'IDENTIFICATION REJECTED - POSITIVE '
                           'IDENTIFICATION ALREADY ON FILE: '
                           WS-ROLLNO
                       MOVE 'N' TO WS-ID-OK
                   ELSE
                       DISPLAY 'UNCONFIRMED ATTEMPT OF ' ID-DATE
                           ' WILL BE REPLACED'
                       MOVE 'Y' TO WS-ID-ON-FILE
                   END-IF
           END-READ.

      * The identifier must be a contact on this case's NOK-MASTER;
      * name and relationship come off the contact record.
       CAPTURE-KIN-IDENTIFIER.
           IF NOT NOK-MASTER-OPEN
               DISPLAY 'IDENTIFICATION REJECTED - NOK-MASTER '
                   'UNAVAILABLE'
               MOVE 'N' TO WS-ID-OK
           ELSE
               DISPLAY 'NEXT-OF-KIN CONTACT SEQ (PRG17):'
               ACCEPT WS-NOK-SEQ
               MOVE WS-ROLLNO TO NOK-ROLLNO
               MOVE WS-NOK-SEQ TO NOK-SEQ
               READ NOK-MASTER
                   INVALID KEY
                       DISPLAY 'IDENTIFICATION REJECTED - NOT A '
                           'NEXT-OF-KIN CONTACT ON THIS CASE: '
                           WS-NOK-SEQ
                       MOVE 'N' TO WS-ID-OK
                   NOT INVALID KEY
                       PERFORM TAKE-CONTACT-NAME
               END-READ
           END-IF.

       TAKE-CONTACT-NAME.
           MOVE SPACES TO WS-BY-NAME
           IF NOK-LAST = SPACES
               MOVE NOK-CONTACT-NAME TO WS-BY-NAME
           ELSE
               STRING NOK-FIRST DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   NOK-LAST DELIMITED BY SPACE
                   INTO WS-BY-NAME
               END-STRING
           END-IF
           MOVE NOK-RELATIONSHIP TO WS-BY-RELATIONSHIP
           DISPLAY 'IDENTIFIED BY: ' WS-BY-NAME ' ('
               WS-BY-RELATIONSHIP ')'.

       CAPTURE-AGENCY-IDENTIFIER.
           MOVE ZERO TO WS-NOK-SEQ
           MOVE SPACES TO WS-BY-RELATIONSHIP
           MOVE SPACES TO WS-BY-NAME
           DISPLAY 'HOSPITAL, AGENCY OR EXAMINER NAME:'
           ACCEPT WS-BY-NAME
           IF WS-BY-NAME = SPACES
               DISPLAY 'IDENTIFICATION REJECTED - IDENTIFIER NAME '
                   'IS BLANK'
               MOVE 'N' TO WS-ID-OK
           END-IF.

      * The verifying staff member must be a current employee - a
      * separated EMPID cannot vouch for anything.
       CAPTURE-VERIFIER.
           DISPLAY 'VERIFYING STAFF EMPID:'
           ACCEPT WS-VERIFIER-EMPID
           MOVE WS-VERIFIER-EMPID TO EMPID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   DISPLAY 'IDENTIFICATION REJECTED - VERIFIER NOT '
                       'ON EMPLOYEE-MASTER: ' WS-VERIFIER-EMPID
                   MOVE 'N' TO WS-ID-OK
               NOT INVALID KEY
                   IF EMP-TERM-DATE NOT = ZERO
                       AND EMP-TERM-DATE NOT > WS-TODAY
                       DISPLAY 'IDENTIFICATION REJECTED - VERIFIER '
                           'SEPARATED ' EMP-TERM-DATE ': '
                           WS-VERIFIER-EMPID
                       MOVE 'N' TO WS-ID-OK
                   ELSE
                       DISPLAY 'VERIFIED BY: ' EMPNAME
                   END-IF
           END-READ.

       CAPTURE-DATE-AND-RESULT.
           DISPLAY 'DATE IDENTIFIED (YYYYMMDD, ZERO FOR TODAY):'
           ACCEPT WS-ID-DATE
           IF WS-ID-DATE = ZERO
               MOVE WS-TODAY TO WS-ID-DATE
           END-IF
           IF WS-ID-DATE > WS-TODAY
               DISPLAY 'IDENTIFICATION REJECTED - DATE IN THE '
                   'FUTURE: ' WS-ID-DATE
               MOVE 'N' TO WS-ID-OK
           ELSE
               DISPLAY 'POSITIVE IDENTIFICATION (Y/N):'
               ACCEPT WS-RESULT
               IF WS-RESULT NOT = 'Y'
                   MOVE 'N' TO WS-RESULT
               END-IF
           END-IF.

       SAVE-IDENTIFICATION.
           MOVE SPACES TO IDENT-RECORD
           MOVE WS-ROLLNO TO ID-ROLLNO
           MOVE WS-METHOD TO ID-METHOD
           MOVE WS-BY-NAME TO ID-BY-NAME
           MOVE WS-NOK-SEQ TO ID-BY-NOK-SEQ
           MOVE WS-BY-RELATIONSHIP TO ID-BY-RELATIONSHIP
           MOVE WS-VERIFIER-EMPID TO ID-VERIFIED-BY
           MOVE WS-ID-DATE TO ID-DATE
           MOVE WS-RESULT TO ID-RESULT
           MOVE WS-OPERATOR-EMPID TO ID-OPERATOR
           IF ID-REPLACING
               REWRITE IDENT-RECORD
                   INVALID KEY
                       DISPLAY 'IDENTIFICATION FAILED - REWRITE '
                           'ERROR: ' WS-ROLLNO
                   NOT INVALID KEY
                       PERFORM CONFIRM-IDENTIFICATION
               END-REWRITE
           ELSE
               WRITE IDENT-RECORD
                   INVALID KEY
                       DISPLAY 'IDENTIFICATION FAILED - WRITE '
                           'ERROR: ' WS-ROLLNO
                   NOT INVALID KEY
                       PERFORM CONFIRM-IDENTIFICATION
               END-WRITE
           END-IF.

       CONFIRM-IDENTIFICATION.
           IF WS-RESULT = 'Y'
               DISPLAY 'POSITIVE IDENTIFICATION RECORDED: '
                   WS-ROLLNO
           ELSE
               DISPLAY 'UNCONFIRMED ATTEMPT RECORDED - CASE STAYS '
                   'IDENTIFICATION PENDING: ' WS-ROLLNO
           END-IF.

       INQUIRE-IDENTIFICATION.
           DISPLAY 'ROLLNO:'
           ACCEPT WS-ROLLNO
           MOVE WS-ROLLNO TO ID-ROLLNO
           READ IDENT-MASTER
               INVALID KEY
                   DISPLAY 'NO IDENTIFICATION ON FILE FOR: '
                       WS-ROLLNO
               NOT INVALID KEY
                   DISPLAY '=== IDENTIFICATION - ' WS-ROLLNO ' ==='
                   DISPLAY 'METHOD      : ' ID-METHOD
                   DISPLAY 'IDENTIFIED BY: ' ID-BY-NAME
                       ' NOK SEQ ' ID-BY-NOK-SEQ ' '
                       ID-BY-RELATIONSHIP
                   DISPLAY 'VERIFIED BY : EMPID ' ID-VERIFIED-BY
                       ' DATE ' ID-DATE
                   DISPLAY 'POSITIVE    : ' ID-RESULT
                       ' KEYED BY ' ID-OPERATOR
           END-READ.

       CLOSE-FILES.
           CLOSE IDENT-MASTER
           CLOSE CASE-MASTER
           CLOSE NOK-MASTER
           CLOSE EMPLOYEE-MASTER.
