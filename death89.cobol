      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * Case jacket - the complete printed case file for a subpoena,
      * an attorney, or a state board request, in place of running
      * PRG8, PRG24, PRG27, PRG67, PRG28 and PRG70 one after another
      * and stapling the output together. One ROLLNO in, one
      * paginated document out (case-jacket.txt): the CASE-MASTER
      * demographics, every NOK-MASTER contact, the case notes,
      * custody moves off CUSTODY-LOG, permits, the medical-examiner
      * hold trail, the identification record, the embalming
      * report, the cremation checklist,
      * charges, payments and adjustments with the balance, personal
      * effects, and the status history. Every page carries the case
      * number in its heading and a "produced by" footer with the
      * signed-on EMPID and the run date. A case PRG15 has already
      * moved to case-archive.dat prints the same way - the case
      * record comes off the archive and the satellite files are
      * read exactly as for a live case.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRG89.
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
            SELECT CASE-ARCHIVE ASSIGN TO WS-ARCHIVE-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ARCHIVE-STATUS.
            SELECT NOK-MASTER ASSIGN TO WS-NOK-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS NOK-KEY
                FILE STATUS IS WS-NOK-STATUS.
            SELECT CASE-NOTES-FILE ASSIGN TO WS-NOTES-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS NOTE-KEY
                FILE STATUS IS WS-NOTES-STATUS.
            SELECT CUSTODY-LOG ASSIGN TO WS-CUSTODY-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CUSTODY-STATUS.
            SELECT PERMIT-MASTER ASSIGN TO WS-PERMIT-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PERM-KEY
                FILE STATUS IS WS-PERMIT-STATUS.
            SELECT HOLD-MASTER ASSIGN TO WS-HOLD-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HOLD-ROLLNO
                FILE STATUS IS WS-HOLD-STATUS.
            SELECT PREP-REPORT-FILE ASSIGN TO WS-PREP-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PREP-ROLLNO
                FILE STATUS IS WS-PREP-STATUS.
            SELECT IDENT-MASTER ASSIGN TO WS-IDENT-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-ROLLNO
                FILE STATUS IS WS-IDENT-STATUS.
            SELECT CREMATION-CHECKLIST ASSIGN TO WS-CREM-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CREM-ROLLNO
                FILE STATUS IS WS-CREM-STATUS.
            SELECT BILLING-EXTRACT ASSIGN TO WS-BILLING-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BILLING-STATUS.
            SELECT PAYMENT-FILE ASSIGN TO WS-PAYMENT-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PAYMENT-STATUS.
            SELECT ADJUSTMENT-FILE ASSIGN TO WS-ADJUSTMENT-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ADJUSTMENT-STATUS.
            SELECT CASE-EFFECTS-FILE ASSIGN TO WS-EFFECTS-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EFF-KEY
                FILE STATUS IS WS-EFFECTS-STATUS.
            SELECT STATUS-HISTORY ASSIGN TO WS-HISTORY-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HISTORY-STATUS.
            SELECT EMPLOYEE-MASTER ASSIGN TO WS-EMPLOYEE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EMPID
                ALTERNATE RECORD KEY IS ALPNUM
                FILE STATUS IS WS-EMP-STATUS.
            SELECT JACKET-PRINT ASSIGN TO WS-JACKET-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-JACKET-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  CASE-MASTER.
        01  CASE-MASTER-RECORD.
            COPY CASEREC REPLACING ==ROLLNO== BY ==ROLLNO-KEY==.
        FD  CASE-ARCHIVE.
        01  CASE-ARCHIVE-RECORD PIC X(200).
        FD  NOK-MASTER.
        01  NOK-RECORD.
            COPY NOKREC.
        FD  CASE-NOTES-FILE.
        01  CASE-NOTE-RECORD.
            COPY NOTEREC.
        FD  CUSTODY-LOG.
        01  CUSTODY-LOG-RECORD PIC X(80).
        FD  PERMIT-MASTER.
        01  PERMIT-RECORD.
            COPY PERMREC.
        FD  HOLD-MASTER.
        01  HOLD-RECORD.
            COPY HOLDREC.
        FD  PREP-REPORT-FILE.
        01  PREP-REPORT-RECORD.
            COPY PREPREC.
        FD  IDENT-MASTER.
        01  IDENT-RECORD.
            COPY IDREC.
        FD  CREMATION-CHECKLIST.
        01  CREMATION-CHECKLIST-RECORD.
            COPY CREMREC.
        FD  BILLING-EXTRACT.
        01  BILLING-EXTRACT-RECORD PIC X(100).
        FD  PAYMENT-FILE.
        01  PAYMENT-FILE-RECORD PIC X(40).
        FD  ADJUSTMENT-FILE.
        01  ADJUSTMENT-FILE-RECORD PIC X(60).
        FD  CASE-EFFECTS-FILE.
        01  CASE-EFFECTS-RECORD.
            COPY EFFREC.
        FD  STATUS-HISTORY.
        01  STATUS-HISTORY-RECORD PIC X(60).
        FD  EMPLOYEE-MASTER.
        01  EMPLOYEE-RECORD.
            COPY EMPREC.
        FD  JACKET-PRINT.
        01  JACKET-PRINT-RECORD PIC X(80).
        WORKING-STORAGE SECTION.
        01 WS-CASE-FILE PIC X(40) VALUE '/user/mortuary/case-master'.
        01 WS-CASE-STATUS PIC XX.
        01 WS-ARCHIVE-FILE PIC X(40)
            VALUE '/user/mortuary/case-archive.dat'.
        01 WS-ARCHIVE-STATUS PIC XX.
        01 WS-NOK-FILE PIC X(40) VALUE '/user/mortuary/nok-master'.
        01 WS-NOK-STATUS PIC XX.
        01 WS-NOTES-FILE PIC X(40)
            VALUE '/user/mortuary/case-notes'.
        01 WS-NOTES-STATUS PIC XX.
        01 WS-CUSTODY-FILE PIC X(40)
            VALUE '/user/mortuary/custody.log'.
        01 WS-CUSTODY-STATUS PIC XX.
        01 WS-PERMIT-FILE PIC X(40)
            VALUE '/user/mortuary/permit-master'.
        01 WS-PERMIT-STATUS PIC XX.
        01 WS-HOLD-FILE PIC X(40)
            VALUE '/user/mortuary/hold-master'.
        01 WS-HOLD-STATUS PIC XX.
        01 WS-PREP-FILE PIC X(40)
            VALUE '/user/mortuary/prep-reports'.
        01 WS-PREP-STATUS PIC XX.
        01 WS-IDENT-FILE PIC X(40)
            VALUE '/user/mortuary/ident-master'.
        01 WS-IDENT-STATUS PIC XX.
        01 WS-CREM-FILE PIC X(40)
            VALUE '/user/mortuary/cremation-checklist'.
        01 WS-CREM-STATUS PIC XX.
        01 WS-BILLING-FILE PIC X(30)
            VALUE '/user/billing/billing.dat'.
        01 WS-BILLING-STATUS PIC XX.
        01 WS-PAYMENT-FILE PIC X(30)
            VALUE '/user/billing/payments.dat'.
        01 WS-PAYMENT-STATUS PIC XX.
        01 WS-ADJUSTMENT-FILE PIC X(30)
            VALUE '/user/billing/adjustments.dat'.
        01 WS-ADJUSTMENT-STATUS PIC XX.
        01 WS-EFFECTS-FILE PIC X(40)
            VALUE '/user/mortuary/case-effects'.
        01 WS-EFFECTS-STATUS PIC XX.
        01 WS-HISTORY-FILE PIC X(40)
            VALUE '/user/mortuary/status-history.dat'.
        01 WS-HISTORY-STATUS PIC XX.
        01 WS-EMPLOYEE-FILE PIC X(40) VALUE '/user/employee/master'.
        01 WS-EMP-STATUS PIC XX.
        01 WS-JACKET-FILE PIC X(40)
            VALUE '/user/mortuary/case-jacket.txt'.
        01 WS-JACKET-STATUS PIC XX.
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
        01 WS-ROLLNO PIC 9(7).
        01 WS-TODAY PIC 9(8).
        01 WS-CASE-FOUND PIC X VALUE 'N'.
            88 CASE-ON-FILE VALUE 'Y'.
        01 WS-CASE-SOURCE PIC X(12) VALUE SPACES.
        01 WS-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-SECTION VALUE 'Y'.
        01 WS-SECTION-COUNT PIC 9(5) VALUE ZERO.
        01 WS-SECTION-TITLE PIC X(40).
      * Page layout - the body lines per page leave room for the
      * heading and the footer on a 66-line form.
        01 WS-LINES-PER-PAGE PIC 9(3) VALUE 56.
        01 WS-PAGE-LINES PIC 9(3) VALUE ZERO.
        01 WS-PAGE-NO PIC 9(3) VALUE ZERO.
        01 WS-TOTAL-LINES PIC 9(5) VALUE ZERO.
        01 WS-PRINT-LINE PIC X(80).
        01 WS-DECEDENT-NAME PIC X(52).
        01 WS-CONTACT-NAME PIC X(37).
        01 WS-DISPLAY-AMOUNT PIC -ZZZ,ZZZ,ZZ9.99.
        01 WS-DISPLAY-QTY PIC ZZZZ9.
        01 WS-CHARGE-TOTAL PIC 9(9)V99 VALUE ZERO.
        01 WS-PAYMENT-TOTAL PIC 9(9)V99 VALUE ZERO.
        01 WS-ADJ-CREDIT-TOTAL PIC 9(9)V99 VALUE ZERO.
        01 WS-ADJ-DEBIT-TOTAL PIC 9(9)V99 VALUE ZERO.
        01 WS-BALANCE PIC S9(9)V99 VALUE ZERO.
      * The case being printed - off CASE-MASTER for a live case,
      * off the archive line for a case PRG15 has purged.
        01 JC.
            COPY CASEREC REPLACING ==ROLLNO== BY ==JC-ROLLNO==.
      * Mirror of PRG24's WS-CUSTODY-ENTRY - keep the two in step.
        01 WS-CUSTODY-ENTRY.
            02 CU-ROLLNO PIC 9(7).
            02 FILLER PIC X.
            02 CU-FROM-LOCATION PIC X(10).
            02 FILLER PIC X.
            02 CU-TO-LOCATION PIC X(10).
            02 FILLER PIC X.
            02 CU-EMPID PIC 9(5).
            02 FILLER PIC X.
            02 CU-TIMESTAMP PIC X(21).
      * Mirror of PRG14's WS-BILLING-LINE - keep the two in step.
        01 WS-BILLING-LINE.
            02 BL-ROLLNO PIC 9(7).
            02 FILLER PIC X.
            02 BL-STUNAME PIC A(8).
            02 FILLER PIC X.
            02 BL-PART PIC 9(6).
            02 FILLER PIC X.
            02 BL-DESC PIC X(20).
            02 FILLER PIC X.
            02 BL-QTY PIC 9(5).
            02 FILLER PIC X.
            02 BL-UNIT-PRICE PIC 9(5)V99.
            02 FILLER PIC X.
            02 BL-EXTENDED-PRICE PIC 9(7)V99.
            02 FILLER PIC X.
            02 BL-CHARGE-DATE PIC 9(8).
            02 FILLER PIC X.
            02 BL-CHARGE-CODE PIC X(6).
      * Mirror of PRG28's WS-PAYMENT-ENTRY - keep the two in step.
        01 WS-PAYMENT-ENTRY.
            02 PAY-ROLLNO PIC 9(7).
            02 FILLER PIC X.
            02 PAY-DATE PIC 9(8).
            02 FILLER PIC X.
            02 PAY-AMOUNT PIC 9(7)V99.
            02 FILLER PIC X.
            02 PAY-METHOD PIC X(6).
            02 FILLER PIC X.
            02 PAY-OPERATOR PIC 9(5).
      * Mirror of PRG57's WS-ADJUSTMENT-ENTRY - keep the two in step.
        01 WS-ADJUSTMENT-ENTRY.
            02 ADJ-ROLLNO PIC 9(7).
            02 FILLER PIC X.
            02 ADJ-DATE PIC 9(8).
            02 FILLER PIC X.
            02 ADJ-TYPE PIC X.
            02 FILLER PIC X.
            02 ADJ-AMOUNT PIC 9(7)V99.
            02 FILLER PIC X.
            02 ADJ-REASON PIC X(8).
            02 FILLER PIC X.
            02 ADJ-OPERATOR PIC 9(5).
            02 FILLER PIC X.
            02 ADJ-APPROVER PIC 9(5).
      * Mirror of PRG16's WS-HISTORY-ENTRY - keep the two in step.
        01 WS-HISTORY-ENTRY.
            02 SH-ROLLNO PIC 9(7).
            02 FILLER PIC X.
            02 SH-FROM-STATUS PIC X.
            02 FILLER PIC X.
            02 SH-TO-STATUS PIC X.
            02 FILLER PIC X.
            02 SH-TIMESTAMP PIC X(21).
            02 FILLER PIC X.
            02 SH-OPERATOR PIC X(10).
        01 WS-MONEY-LINE.
            02 ML-DATE PIC 9(8).
            02 FILLER PIC X(2) VALUE SPACES.
            02 ML-DESC PIC X(20).
            02 FILLER PIC X(2) VALUE SPACES.
            02 ML-DETAIL PIC X(25).
            02 FILLER PIC X(2) VALUE SPACES.
            02 ML-AMOUNT PIC -ZZZ,ZZZ,ZZ9.99.
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
           DISPLAY 'ROLLNO FOR CASE JACKET:'
           ACCEPT WS-ROLLNO
           PERFORM OPEN-FILES
           PERFORM FIND-JACKET-CASE
           IF CASE-ON-FILE
               PERFORM PRINT-CASE-JACKET
           ELSE
               DISPLAY 'JACKET REJECTED - CASE NOT ON CASE-MASTER '
                   'OR THE ARCHIVE: ' WS-ROLLNO
           END-IF
           PERFORM CLOSE-FILES
           STOP RUN.

      * Sign-on - a verified EMPID (on EMPLOYEE-MASTER, passing
      * PRG6's check-digit rule) is required before a case file
      * leaves the building; it prints in every page footer.
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

      * Every satellite file is optional - a file that will not open
      * prints as not available in its section rather than stopping
      * the jacket.
       OPEN-FILES.
           OPEN INPUT CASE-MASTER
           IF WS-CASE-STATUS NOT = '00'
               DISPLAY 'WARNING - CASE-MASTER NOT OPENED, ARCHIVE '
                   'ONLY: ' WS-CASE-STATUS
           END-IF
           OPEN INPUT NOK-MASTER
           OPEN INPUT CASE-NOTES-FILE
           OPEN INPUT PERMIT-MASTER
           OPEN INPUT HOLD-MASTER
           OPEN INPUT PREP-REPORT-FILE
           OPEN INPUT IDENT-MASTER
           OPEN INPUT CREMATION-CHECKLIST
           OPEN INPUT CASE-EFFECTS-FILE.

      * Live file first; a case not there is looked for on the
      * archive PRG15 writes (the full case record image, the same
      * line PRG39 reads back).
       FIND-JACKET-CASE.
           MOVE 'N' TO WS-CASE-FOUND
           IF WS-CASE-STATUS = '00'
               MOVE WS-ROLLNO TO ROLLNO-KEY
               READ CASE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CASE-MASTER-RECORD TO JC
                       MOVE 'CASE-MASTER' TO WS-CASE-SOURCE
                       MOVE 'Y' TO WS-CASE-FOUND
               END-READ
           END-IF
           IF NOT CASE-ON-FILE
               OPEN INPUT CASE-ARCHIVE
               IF WS-ARCHIVE-STATUS = '00'
                   MOVE 'N' TO WS-EOF-SWITCH
                   PERFORM SCAN-ARCHIVE UNTIL END-OF-SECTION
                   CLOSE CASE-ARCHIVE
               END-IF
           END-IF.

       SCAN-ARCHIVE.
           READ CASE-ARCHIVE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE CASE-ARCHIVE-RECORD TO JC
                   IF JC-ROLLNO = WS-ROLLNO
                       MOVE 'CASE ARCHIVE' TO WS-CASE-SOURCE
                       MOVE 'Y' TO WS-CASE-FOUND
                       MOVE 'Y' TO WS-EOF-SWITCH
                   END-IF
           END-READ.

       PRINT-CASE-JACKET.
           OPEN OUTPUT JACKET-PRINT
           IF WS-JACKET-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CASE JACKET PRINT FILE: '
                   WS-JACKET-STATUS
           ELSE
               PERFORM BUILD-DECEDENT-NAME
               MOVE ZERO TO WS-PAGE-NO
               MOVE ZERO TO WS-TOTAL-LINES
               PERFORM WRITE-PAGE-HEADER
               PERFORM PRINT-DEMOGRAPHICS
               PERFORM PRINT-NEXT-OF-KIN
               PERFORM PRINT-CASE-NOTES
               PERFORM PRINT-CUSTODY-MOVES
               PERFORM PRINT-PERMITS
               PERFORM PRINT-HOLD-HISTORY
               PERFORM PRINT-IDENTIFICATION
               PERFORM PRINT-PREP-REPORT
               PERFORM PRINT-CREMATION-CHECKLIST
               PERFORM PRINT-CHARGES
               PERFORM PRINT-PAYMENTS
               PERFORM PRINT-ADJUSTMENTS
               PERFORM PRINT-ACCOUNT-BALANCE
               PERFORM PRINT-PERSONAL-EFFECTS
               PERFORM PRINT-STATUS-HISTORY
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM PRINT-JACKET-LINE
               MOVE '*** END OF CASE FILE ***' TO WS-PRINT-LINE
               PERFORM PRINT-JACKET-LINE
               PERFORM WRITE-PAGE-FOOTER
               CLOSE JACKET-PRINT
               DISPLAY 'CASE JACKET ' WS-ROLLNO ' FROM '
                   WS-CASE-SOURCE ' - PAGES: ' WS-PAGE-NO
                   ' LINES: ' WS-TOTAL-LINES
               DISPLAY 'JACKET WRITTEN TO ' WS-JACKET-FILE
           END-IF.

      * Full name the way PRG54 builds it, falling back to the
      * legacy STUNAME on a record from before the full fields.
       BUILD-DECEDENT-NAME.
           MOVE SPACES TO WS-DECEDENT-NAME
           IF NAME-LAST IN JC = SPACES
               MOVE STUNAME IN JC TO WS-DECEDENT-NAME
           ELSE
               STRING NAME-LAST IN JC DELIMITED BY '  '
                   ', ' DELIMITED BY SIZE
                   NAME-FIRST IN JC DELIMITED BY '  '
                   ' ' DELIMITED BY SIZE
                   NAME-MIDDLE IN JC DELIMITED BY '  '
                   ' ' DELIMITED BY SIZE
                   NAME-SUFFIX IN JC DELIMITED BY '  '
                   INTO WS-DECEDENT-NAME
               END-STRING
           END-IF.

      * Every body line goes through here so the page break, the
      * footer, and the next page heading happen in one place.
       PRINT-JACKET-LINE.
           IF WS-PAGE-LINES NOT < WS-LINES-PER-PAGE
               PERFORM WRITE-PAGE-FOOTER
               PERFORM WRITE-PAGE-HEADER
           END-IF
           MOVE WS-PRINT-LINE TO JACKET-PRINT-RECORD
           WRITE JACKET-PRINT-RECORD
           ADD 1 TO WS-PAGE-LINES
           ADD 1 TO WS-TOTAL-LINES.

       WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NO
           MOVE SPACES TO JACKET-PRINT-RECORD
           STRING 'VIRTUAL MORGUE FUNERAL HOME - CASE FILE'
               DELIMITED BY SIZE
               '          PAGE ' DELIMITED BY SIZE
               WS-PAGE-NO DELIMITED BY SIZE
               INTO JACKET-PRINT-RECORD
           END-STRING
           IF WS-PAGE-NO = 1
               WRITE JACKET-PRINT-RECORD
           ELSE
               WRITE JACKET-PRINT-RECORD AFTER ADVANCING PAGE
           END-IF
           MOVE SPACES TO JACKET-PRINT-RECORD
           STRING 'CASE ' DELIMITED BY SIZE
               WS-ROLLNO DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-DECEDENT-NAME DELIMITED BY '  '
               INTO JACKET-PRINT-RECORD
           END-STRING
           WRITE JACKET-PRINT-RECORD
           MOVE ALL '-' TO JACKET-PRINT-RECORD
           WRITE JACKET-PRINT-RECORD
           MOVE ZERO TO WS-PAGE-LINES.

       WRITE-PAGE-FOOTER.
           MOVE SPACES TO JACKET-PRINT-RECORD
           WRITE JACKET-PRINT-RECORD
           MOVE SPACES TO JACKET-PRINT-RECORD
           STRING 'PRODUCED BY EMPID ' DELIMITED BY SIZE
               WS-OPERATOR-EMPID DELIMITED BY SIZE
               ' ON ' DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               '   CASE ' DELIMITED BY SIZE
               WS-ROLLNO DELIMITED BY SIZE
               '   PAGE ' DELIMITED BY SIZE
               WS-PAGE-NO DELIMITED BY SIZE
               INTO JACKET-PRINT-RECORD
           END-STRING
           WRITE JACKET-PRINT-RECORD.

      * A section heading is not left alone at the foot of a page.
       PRINT-SECTION-HEADING.
           IF WS-PAGE-LINES + 4 > WS-LINES-PER-PAGE
               MOVE WS-LINES-PER-PAGE TO WS-PAGE-LINES
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-JACKET-LINE
           MOVE WS-SECTION-TITLE TO WS-PRINT-LINE
           PERFORM PRINT-JACKET-LINE
           MOVE ZERO TO WS-SECTION-COUNT.

       PRINT-NONE-ON-FILE.
           IF WS-SECTION-COUNT = ZERO
               MOVE '  NONE ON FILE' TO WS-PRINT-LINE
               PERFORM PRINT-JACKET-LINE
           END-IF.

       PRINT-NOT-AVAILABLE.
           MOVE '  FILE NOT AVAILABLE - SECTION NOT PRINTED'
               TO WS-PRINT-LINE
           PERFORM PRINT-JACKET-LINE.

      * The family access code is deliberately left off - the
      * jacket goes to outside parties.
       PRINT-DEMOGRAPHICS.
           MOVE 'CASE RECORD' TO WS-SECTION-TITLE
           PERFORM PRINT-SECTION-HEADING
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  CASE NUMBER    : ' DELIMITED BY SIZE
               JC-ROLLNO DELIMITED BY SIZE
               '   SOURCE: ' DELIMITED BY SIZE
               WS-CASE-SOURCE DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-JACKET-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  DECEDENT       : ' DELIMITED BY SIZE
               WS-DECEDENT-NAME DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-JACKET-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  SHORT NAME     : ' DELIMITED BY SIZE
               STUNAME IN JC DELIMITED BY SIZE
               '   SEX: ' DELIMITED BY SIZE
               SEX-CODE IN JC DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-JACKET-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  DATE OF BIRTH  : ' DELIMITED BY SIZE
               DATE-OF-BIRTH IN JC DELIMITED BY SIZE
               '   DATE OF DEATH: ' DELIMITED BY SIZE
               DATE-OF-DEATH IN JC DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-JACKET-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  PLACE OF DEATH : ' DELIMITED BY SIZE
               PLACE-OF-DEATH IN JC DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-JACKET-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  INTAKE DATE    : ' DELIMITED BY SIZE
               INTAKE-DATE IN JC DELIMITED BY SIZE
               '   STATUS: ' DELIMITED BY SIZE
               CASE-STATUS IN JC DELIMITED BY SIZE
               '   DISPOSITION: ' DELIMITED BY SIZE
               DISPOSITION-TYPE IN JC DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-JACKET-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  NEXT OF KIN    : ' DELIMITED BY SIZE
               NOK-NAME IN JC DELIMITED BY SIZE
               '   CONTRACT: ' DELIMITED BY SIZE
               CONTRACT-NO IN JC DELIMITED BY SIZE
               '   FACILITY: ' DELIMITED BY SIZE
               CASE-FACILITY IN JC DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-JACKET-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  PART AT INTAKE : ' DELIMITED BY SIZE
               PART-ASSIGNED IN JC DELIMITED BY SIZE
               '   QTY: ' DELIMITED BY SIZE
               PART-QTY IN JC DELIMITED BY SIZE
               '   TRADE: ' DELIMITED BY SIZE
               CASE-TRADE-TYPE IN JC DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CASE-TRADE-ACCT IN JC DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-JACKET-LINE
           PERFORM PRINT-CASE-DIRECTOR.

       PRINT-CASE-DIRECTOR.
           MOVE SPACES TO WS-PRINT-LINE
           IF CASE-DIRECTOR IN JC = ZERO
               MOVE '  DIRECTOR       : UNASSIGNED' TO WS-PRINT-LINE
           ELSE
               MOVE CASE-DIRECTOR IN JC TO EMPID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE SPACES TO EMPNAME
               END-READ
               STRING '  DIRECTOR       : ' DELIMITED BY SIZE
                   CASE-DIRECTOR IN JC DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   EMPNAME DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           END-IF
           PERFORM PRINT-JACKET-LINE.

       PRINT-NEXT-OF-KIN.
           MOVE 'NEXT OF KIN CONTACTS' TO WS-SECTION-TITLE
           PERFORM PRINT-SECTION-HEADING
           IF WS-NOK-STATUS NOT = '00'
               PERFORM PRINT-NOT-AVAILABLE
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               MOVE WS-ROLLNO TO NOK-ROLLNO
               MOVE ZERO TO NOK-SEQ
               START NOK-MASTER KEY IS NOT LESS THAN NOK-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-SWITCH
               END-START
               PERFORM PRINT-ONE-CONTACT UNTIL END-OF-SECTION
               PERFORM PRINT-NONE-ON-FILE
           END-IF.

       PRINT-ONE-CONTACT.
           READ NOK-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF NOK-ROLLNO NOT = WS-ROLLNO
                       MOVE 'Y' TO WS-EOF-SWITCH
                   ELSE
                       PERFORM FORMAT-CONTACT
                       ADD 1 TO WS-SECTION-COUNT
                   END-IF
           END-READ.

       FORMAT-CONTACT.
           MOVE SPACES TO WS-CONTACT-NAME
           IF NOK-LAST = SPACES
               MOVE NOK-CONTACT-NAME TO WS-CONTACT-NAME
           ELSE
               STRING NOK-LAST DELIMITED BY '  '
                   ', ' DELIMITED BY SIZE
                   NOK-FIRST DELIMITED BY '  '
                   INTO WS-CONTACT-NAME
               END-STRING
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  ' DELIMITED BY SIZE
               NOK-SEQ DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-CONTACT-NAME DELIMITED BY SIZE
               NOK-RELATIONSHIP DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               NOK-PHONE DELIMITED BY SIZE
               ' PRIMARY ' DELIMITED BY SIZE
               NOK-PRIMARY DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-JACKET-LINE
           IF NOK-ADDRESS NOT = SPACES
               MOVE SPACES TO WS-PRINT-LINE
               STRING '     ' DELIMITED BY SIZE
                   NOK-ADDRESS DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM PRINT-JACKET-LINE
           END-IF.

       PRINT-CASE-NOTES.
           MOVE 'CASE NOTES' TO WS-SECTION-TITLE
           PERFORM PRINT-SECTION-HEADING
           IF WS-NOTES-STATUS NOT = '00'
               PERFORM PRINT-NOT-AVAILABLE
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               MOVE WS-ROLLNO TO NOTE-ROLLNO
               MOVE ZERO TO NOTE-SEQ
               START CASE-NOTES-FILE KEY IS NOT LESS THAN NOTE-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-SWITCH
               END-START
               PERFORM PRINT-ONE-NOTE UNTIL END-OF-SECTION
               PERFORM PRINT-NONE-ON-FILE
           END-IF.

       PRINT-ONE-NOTE.
           READ CASE-NOTES-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF NOTE-ROLLNO NOT = WS-ROLLNO
                       MOVE 'Y' TO WS-EOF-SWITCH
                   ELSE
                       MOVE SPACES TO WS-PRINT-LINE
                       STRING '  ' DELIMITED BY SIZE
                           NOTE-SEQ DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           NOTE-TIMESTAMP(1:12) DELIMITED BY SIZE
                           ' EMPID ' DELIMITED BY SIZE
                           NOTE-EMPID DELIMITED BY SIZE
                           INTO WS-PRINT-LINE
                       END-STRING
                       PERFORM PRINT-JACKET-LINE
                       MOVE SPACES TO WS-PRINT-LINE
                       STRING '       ' DELIMITED BY SIZE
                           NOTE-TEXT DELIMITED BY SIZE
                           INTO WS-PRINT-LINE
                       END-STRING
                       PERFORM PRINT-JACKET-LINE
                       ADD 1 TO WS-SECTION-COUNT
                   END-IF
           END-READ.

       PRINT-CUSTODY-MOVES.
           MOVE 'CHAIN OF CUSTODY' TO WS-SECTION-TITLE
           PERFORM PRINT-SECTION-HEADING
           OPEN INPUT CUSTODY-LOG
           IF WS-CUSTODY-STATUS NOT = '00'
               PERFORM PRINT-NONE-ON-FILE
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM PRINT-ONE-CUSTODY-MOVE UNTIL END-OF-SECTION
               CLOSE CUSTODY-LOG
               PERFORM PRINT-NONE-ON-FILE
           END-IF.

       PRINT-ONE-CUSTODY-MOVE.
           READ CUSTODY-LOG
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE CUSTODY-LOG-RECORD TO WS-CUSTODY-ENTRY
                   IF CU-ROLLNO = WS-ROLLNO
                       MOVE SPACES TO WS-PRINT-LINE
                       STRING '  ' DELIMITED BY SIZE
                           CU-TIMESTAMP(1:12) DELIMITED BY SIZE
                           ' FROM ' DELIMITED BY SIZE
                           CU-FROM-LOCATION DELIMITED BY SIZE
                           ' TO ' DELIMITED BY SIZE
                           CU-TO-LOCATION DELIMITED BY SIZE
                           ' EMPID ' DELIMITED BY SIZE
                           CU-EMPID DELIMITED BY SIZE
                           INTO WS-PRINT-LINE
                       END-STRING
                       PERFORM PRINT-JACKET-LINE
                       ADD 1 TO WS-SECTION-COUNT
                   END-IF
           END-READ.

       PRINT-PERMITS.
           MOVE 'PERMITS AND DOCUMENTS' TO WS-SECTION-TITLE
           PERFORM PRINT-SECTION-HEADING
           IF WS-PERMIT-STATUS NOT = '00'
               PERFORM PRINT-NOT-AVAILABLE
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               MOVE WS-ROLLNO TO PERM-ROLLNO
               MOVE LOW-VALUES TO PERM-DOC-TYPE
               START PERMIT-MASTER KEY IS NOT LESS THAN PERM-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-SWITCH
               END-START
               PERFORM PRINT-ONE-PERMIT UNTIL END-OF-SECTION
               PERFORM PRINT-NONE-ON-FILE
           END-IF.

       PRINT-ONE-PERMIT.
           READ PERMIT-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF PERM-ROLLNO NOT = WS-ROLLNO
                       MOVE 'Y' TO WS-EOF-SWITCH
                   ELSE
                       MOVE SPACES TO WS-PRINT-LINE
                       STRING '  ' DELIMITED BY SIZE
                           PERM-DOC-TYPE DELIMITED BY SIZE
                           ' RECEIVED ' DELIMITED BY SIZE
                           PERM-DATE-RECEIVED DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           PERM-AUTHORITY DELIMITED BY SIZE
                           ' REF ' DELIMITED BY SIZE
                           PERM-REFERENCE DELIMITED BY SIZE
                           ' BY ' DELIMITED BY SIZE
                           PERM-RECORDED-BY DELIMITED BY SIZE
                           INTO WS-PRINT-LINE
                       END-STRING
                       PERFORM PRINT-JACKET-LINE
                       ADD 1 TO WS-SECTION-COUNT
                   END-IF
           END-READ.

      * HOLD-MASTER keeps the whole placed/released trail on the one
      * record PRG41 maintains.
       PRINT-HOLD-HISTORY.
           MOVE 'MEDICAL-EXAMINER HOLD' TO WS-SECTION-TITLE
           PERFORM PRINT-SECTION-HEADING
           IF WS-HOLD-STATUS NOT = '00'
               PERFORM PRINT-NOT-AVAILABLE
           ELSE
               MOVE WS-ROLLNO TO HOLD-ROLLNO
               READ HOLD-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM FORMAT-HOLD
                       ADD 1 TO WS-SECTION-COUNT
               END-READ
               PERFORM PRINT-NONE-ON-FILE
           END-IF.

       FORMAT-HOLD.
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  AUTHORITY ' DELIMITED BY SIZE
               HOLD-AUTHORITY DELIMITED BY SIZE
               ' REF ' DELIMITED BY SIZE
               HOLD-REFERENCE DELIMITED BY SIZE
               ' STATUS ' DELIMITED BY SIZE
               HOLD-STATUS DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-JACKET-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  PLACED   ' DELIMITED BY SIZE
               HOLD-PLACED(1:12) DELIMITED BY SIZE
               ' BY EMPID ' DELIMITED BY SIZE
               HOLD-PLACED-BY DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-JACKET-LINE
           IF HOLD-RELEASED NOT = SPACES
               MOVE SPACES TO WS-PRINT-LINE
               STRING '  RELEASED ' DELIMITED BY SIZE
                   HOLD-RELEASED(1:12) DELIMITED BY SIZE
                   ' BY EMPID ' DELIMITED BY SIZE
                   HOLD-RELEASED-BY DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM PRINT-JACKET-LINE
           END-IF.

       PRINT-IDENTIFICATION.
           MOVE 'POSITIVE IDENTIFICATION' TO WS-SECTION-TITLE
           PERFORM PRINT-SECTION-HEADING
           IF WS-IDENT-STATUS NOT = '00'
               PERFORM PRINT-NOT-AVAILABLE
           ELSE
               MOVE WS-ROLLNO TO ID-ROLLNO
               READ IDENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM FORMAT-IDENTIFICATION
                       ADD 1 TO WS-SECTION-COUNT
               END-READ
               PERFORM PRINT-NONE-ON-FILE
           END-IF.

       FORMAT-IDENTIFICATION.
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  METHOD ' DELIMITED BY SIZE
               ID-METHOD DELIMITED BY SIZE
               ' BY ' DELIMITED BY SIZE
               ID-BY-NAME DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ID-BY-RELATIONSHIP DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-JACKET-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  VERIFIED EMPID ' DELIMITED BY SIZE
               ID-VERIFIED-BY DELIMITED BY SIZE
               ' DATE ' DELIMITED BY SIZE
               ID-DATE DELIMITED BY SIZE
               ' POSITIVE ' DELIMITED BY SIZE
               ID-RESULT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-JACKET-LINE.

       PRINT-PREP-REPORT.
           MOVE 'EMBALMING CASE REPORT' TO WS-SECTION-TITLE
           PERFORM PRINT-SECTION-HEADING
           IF WS-PREP-STATUS NOT = '00'
               PERFORM PRINT-NOT-AVAILABLE
           ELSE
               MOVE WS-ROLLNO TO PREP-ROLLNO
               READ PREP-REPORT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM FORMAT-PREP-REPORT
                       ADD 1 TO WS-SECTION-COUNT
               END-READ
               PERFORM PRINT-NONE-ON-FILE
           END-IF.

       FORMAT-PREP-REPORT.
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  EMBALMER ' DELIMITED BY SIZE
               PREP-EMBALMER DELIMITED BY SIZE
               ' START ' DELIMITED BY SIZE
               PREP-START DELIMITED BY SIZE
               ' END ' DELIMITED BY SIZE
               PREP-END DELIMITED BY SIZE
               ' COMPLETE ' DELIMITED BY SIZE
               PREP-COMPLETE DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-JACKET-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  PROCEDURES ' DELIMITED BY SIZE
               PREP-PROCEDURES DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-JACKET-LINE.

       PRINT-CREMATION-CHECKLIST.
           MOVE 'CREMATION AUTHORIZATION CHECKLIST'
               TO WS-SECTION-TITLE
           PERFORM PRINT-SECTION-HEADING
           IF WS-CREM-STATUS NOT = '00'
               PERFORM PRINT-NOT-AVAILABLE
           ELSE
               MOVE WS-ROLLNO TO CREM-ROLLNO
               READ CREMATION-CHECKLIST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM FORMAT-CREMATION-CHECKLIST
                       ADD 1 TO WS-SECTION-COUNT
               END-READ
               PERFORM PRINT-NONE-ON-FILE
           END-IF.

       FORMAT-CREMATION-CHECKLIST.
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  AUTHORIZATION     EMPID ' DELIMITED BY SIZE
               CREM-AUTH-EMPID DELIMITED BY SIZE
               ' DATE ' DELIMITED BY SIZE
               CREM-AUTH-DATE DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-JACKET-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  PACEMAKER REMOVED EMPID ' DELIMITED BY SIZE
               CREM-PACEMAKER-EMPID DELIMITED BY SIZE
               ' DATE ' DELIMITED BY SIZE
               CREM-PACEMAKER-DATE DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-JACKET-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  CONTAINER CHECKED EMPID ' DELIMITED BY SIZE
               CREM-CONTAINER-EMPID DELIMITED BY SIZE
               ' DATE ' DELIMITED BY SIZE
               CREM-CONTAINER-DATE DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-JACKET-LINE.

      * The same billing.dat lines PRG28 and PRG54 total, so the
      * jacket's balance agrees with the statement.
       PRINT-CHARGES.
           MOVE 'CHARGES' TO WS-SECTION-TITLE
           PERFORM PRINT-SECTION-HEADING
           MOVE ZERO TO WS-CHARGE-TOTAL
           OPEN INPUT BILLING-EXTRACT
           IF WS-BILLING-STATUS NOT = '00'
               PERFORM PRINT-NONE-ON-FILE
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM PRINT-ONE-CHARGE UNTIL END-OF-SECTION
               CLOSE BILLING-EXTRACT
               PERFORM PRINT-NONE-ON-FILE
           END-IF
           MOVE SPACES TO WS-MONEY-LINE
           MOVE WS-TODAY TO ML-DATE
           MOVE 'TOTAL CHARGES' TO ML-DESC
           MOVE WS-CHARGE-TOTAL TO ML-AMOUNT
           MOVE WS-MONEY-LINE TO WS-PRINT-LINE
           PERFORM PRINT-JACKET-LINE.

       PRINT-ONE-CHARGE.
           READ BILLING-EXTRACT
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE BILLING-EXTRACT-RECORD TO WS-BILLING-LINE
                   IF BL-ROLLNO = WS-ROLLNO
                       ADD BL-EXTENDED-PRICE TO WS-CHARGE-TOTAL
                       MOVE SPACES TO WS-MONEY-LINE
                       MOVE BL-CHARGE-DATE TO ML-DATE
                       MOVE BL-DESC TO ML-DESC
                       MOVE BL-QTY TO WS-DISPLAY-QTY
                       STRING 'QTY ' DELIMITED BY SIZE
                           WS-DISPLAY-QTY DELIMITED BY SIZE
                           ' CODE ' DELIMITED BY SIZE
                           BL-CHARGE-CODE DELIMITED BY SIZE
                           INTO ML-DETAIL
                       END-STRING
                       MOVE BL-EXTENDED-PRICE TO ML-AMOUNT
                       MOVE WS-MONEY-LINE TO WS-PRINT-LINE
                       PERFORM PRINT-JACKET-LINE
                       ADD 1 TO WS-SECTION-COUNT
                   END-IF
           END-READ.

       PRINT-PAYMENTS.
           MOVE 'PAYMENTS' TO WS-SECTION-TITLE
           PERFORM PRINT-SECTION-HEADING
           MOVE ZERO TO WS-PAYMENT-TOTAL
           OPEN INPUT PAYMENT-FILE
           IF WS-PAYMENT-STATUS NOT = '00'
               PERFORM PRINT-NONE-ON-FILE
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM PRINT-ONE-PAYMENT UNTIL END-OF-SECTION
               CLOSE PAYMENT-FILE
               PERFORM PRINT-NONE-ON-FILE
           END-IF
           MOVE SPACES TO WS-MONEY-LINE
           MOVE WS-TODAY TO ML-DATE
           MOVE 'TOTAL PAYMENTS' TO ML-DESC
           MOVE WS-PAYMENT-TOTAL TO ML-AMOUNT
           MOVE WS-MONEY-LINE TO WS-PRINT-LINE
           PERFORM PRINT-JACKET-LINE.

       PRINT-ONE-PAYMENT.
           READ PAYMENT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE PAYMENT-FILE-RECORD TO WS-PAYMENT-ENTRY
                   IF PAY-ROLLNO = WS-ROLLNO
                       ADD PAY-AMOUNT TO WS-PAYMENT-TOTAL
                       MOVE SPACES TO WS-MONEY-LINE
                       MOVE PAY-DATE TO ML-DATE
                       MOVE 'PAYMENT RECEIVED' TO ML-DESC
                       STRING 'METHOD ' DELIMITED BY SIZE
                           PAY-METHOD DELIMITED BY SIZE
                           INTO ML-DETAIL
                       END-STRING
                       MOVE PAY-AMOUNT TO ML-AMOUNT
                       MOVE WS-MONEY-LINE TO WS-PRINT-LINE
                       PERFORM PRINT-JACKET-LINE
                       ADD 1 TO WS-SECTION-COUNT
                   END-IF
           END-READ.

      * Type R is a reversal (added back to the balance), anything
      * else a credit - the same split PRG28 makes.
       PRINT-ADJUSTMENTS.
           MOVE 'ADJUSTMENTS' TO WS-SECTION-TITLE
           PERFORM PRINT-SECTION-HEADING
           MOVE ZERO TO WS-ADJ-CREDIT-TOTAL
           MOVE ZERO TO WS-ADJ-DEBIT-TOTAL
           OPEN INPUT ADJUSTMENT-FILE
           IF WS-ADJUSTMENT-STATUS NOT = '00'
               PERFORM PRINT-NONE-ON-FILE
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM PRINT-ONE-ADJUSTMENT UNTIL END-OF-SECTION
               CLOSE ADJUSTMENT-FILE
               PERFORM PRINT-NONE-ON-FILE
           END-IF.

       PRINT-ONE-ADJUSTMENT.
           READ ADJUSTMENT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE ADJUSTMENT-FILE-RECORD TO WS-ADJUSTMENT-ENTRY
                   IF ADJ-ROLLNO = WS-ROLLNO
                       MOVE SPACES TO WS-MONEY-LINE
                       MOVE ADJ-DATE TO ML-DATE
                       IF ADJ-TYPE = 'R'
                           ADD ADJ-AMOUNT TO WS-ADJ-DEBIT-TOTAL
                           MOVE 'REVERSAL' TO ML-DESC
                           MOVE ADJ-AMOUNT TO ML-AMOUNT
                       ELSE
                           ADD ADJ-AMOUNT TO WS-ADJ-CREDIT-TOTAL
                           MOVE 'CREDIT' TO ML-DESC
                           COMPUTE ML-AMOUNT = ZERO - ADJ-AMOUNT
                       END-IF
                       STRING ADJ-TYPE DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           ADJ-REASON DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           ADJ-OPERATOR DELIMITED BY SIZE
                           '/' DELIMITED BY SIZE
                           ADJ-APPROVER DELIMITED BY SIZE
                           INTO ML-DETAIL
                       END-STRING
                       MOVE WS-MONEY-LINE TO WS-PRINT-LINE
                       PERFORM PRINT-JACKET-LINE
                       ADD 1 TO WS-SECTION-COUNT
                   END-IF
           END-READ.

       PRINT-ACCOUNT-BALANCE.
           COMPUTE WS-BALANCE = WS-CHARGE-TOTAL - WS-PAYMENT-TOTAL
               - WS-ADJ-CREDIT-TOTAL + WS-ADJ-DEBIT-TOTAL
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-JACKET-LINE
           MOVE SPACES TO WS-MONEY-LINE
           MOVE WS-TODAY TO ML-DATE
           MOVE 'BALANCE DUE' TO ML-DESC
           MOVE WS-BALANCE TO ML-AMOUNT
           MOVE WS-MONEY-LINE TO WS-PRINT-LINE
           PERFORM PRINT-JACKET-LINE.

       PRINT-PERSONAL-EFFECTS.
           MOVE 'PERSONAL EFFECTS' TO WS-SECTION-TITLE
           PERFORM PRINT-SECTION-HEADING
           IF WS-EFFECTS-STATUS NOT = '00'
               PERFORM PRINT-NOT-AVAILABLE
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               MOVE WS-ROLLNO TO EFF-ROLLNO
               MOVE ZERO TO EFF-SEQ
               START CASE-EFFECTS-FILE KEY IS NOT LESS THAN EFF-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-SWITCH
               END-START
               PERFORM PRINT-ONE-EFFECT UNTIL END-OF-SECTION
               PERFORM PRINT-NONE-ON-FILE
           END-IF.

       PRINT-ONE-EFFECT.
           READ CASE-EFFECTS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF EFF-ROLLNO NOT = WS-ROLLNO
                       MOVE 'Y' TO WS-EOF-SWITCH
                   ELSE
                       MOVE SPACES TO WS-PRINT-LINE
                       IF EFF-STATUS = 'R'
                           STRING '  ' DELIMITED BY SIZE
                               EFF-SEQ DELIMITED BY SIZE
                               ' ' DELIMITED BY SIZE
                               EFF-DESC DELIMITED BY SIZE
                               ' RELEASED ' DELIMITED BY SIZE
                               EFF-RELEASED-DATE DELIMITED BY SIZE
                               ' TO ' DELIMITED BY SIZE
                               EFF-RELEASED-TO DELIMITED BY SIZE
                               INTO WS-PRINT-LINE
                           END-STRING
                       ELSE
                           STRING '  ' DELIMITED BY SIZE
                               EFF-SEQ DELIMITED BY SIZE
                               ' ' DELIMITED BY SIZE
                               EFF-DESC DELIMITED BY SIZE
                               ' HELD AT ' DELIMITED BY SIZE
                               EFF-LOCATION DELIMITED BY SIZE
                               ' RECEIVED BY ' DELIMITED BY SIZE
                               EFF-RECEIVED-BY DELIMITED BY SIZE
                               INTO WS-PRINT-LINE
                           END-STRING
                       END-IF
                       PERFORM PRINT-JACKET-LINE
                       ADD 1 TO WS-SECTION-COUNT
                   END-IF
           END-READ.

       PRINT-STATUS-HISTORY.
           MOVE 'STATUS HISTORY' TO WS-SECTION-TITLE
           PERFORM PRINT-SECTION-HEADING
           OPEN INPUT STATUS-HISTORY
           IF WS-HISTORY-STATUS NOT = '00'
               PERFORM PRINT-NONE-ON-FILE
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM PRINT-ONE-STATUS-CHANGE UNTIL END-OF-SECTION
               CLOSE STATUS-HISTORY
               PERFORM PRINT-NONE-ON-FILE
           END-IF.

       PRINT-ONE-STATUS-CHANGE.
           READ STATUS-HISTORY
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE STATUS-HISTORY-RECORD TO WS-HISTORY-ENTRY
                   IF SH-ROLLNO = WS-ROLLNO
                       MOVE SPACES TO WS-PRINT-LINE
                       STRING '  ' DELIMITED BY SIZE
                           SH-TIMESTAMP(1:12) DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           SH-FROM-STATUS DELIMITED BY SIZE
                           ' TO ' DELIMITED BY SIZE
                           SH-TO-STATUS DELIMITED BY SIZE
                           ' BY ' DELIMITED BY SIZE
                           SH-OPERATOR DELIMITED BY SIZE
                           INTO WS-PRINT-LINE
                       END-STRING
                       PERFORM PRINT-JACKET-LINE
                       ADD 1 TO WS-SECTION-COUNT
                   END-IF
           END-READ.

      * Files that never opened just take a harmless close status.
       CLOSE-FILES.
           CLOSE CASE-MASTER
           CLOSE NOK-MASTER
           CLOSE CASE-NOTES-FILE
           CLOSE PERMIT-MASTER
           CLOSE HOLD-MASTER
           CLOSE PREP-REPORT-FILE
           CLOSE IDENT-MASTER
           CLOSE CREMATION-CHECKLIST
           CLOSE CASE-EFFECTS-FILE
           CLOSE EMPLOYEE-MASTER.
