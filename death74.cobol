      * slot assignment, and the PRG16 status-history age PRG36
      * computes - and prints one line per case naming the specific
      * item blocking its next CASE-STATUS transition. PRG36 says a
      * case is stuck; this says why. The assigned director's EMPID
      * prints as the OWNER, so the line says whose desk it is on.
      * The PRG103 identification record (IDREC.cpy) is joined too:
      * a case with no positive identification shows identification
      * pending ahead of its preparation and cremation gates, and a
      * precaution case shows its PPE confirmation the way PRG16
      * requires it.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRG74.
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DON-ROLLNO
                FILE STATUS IS WS-DONATION-STATUS.
            SELECT IDENT-MASTER ASSIGN TO WS-IDENT-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-ROLLNO
                FILE STATUS IS WS-IDENT-STATUS.
            SELECT STORAGE-MASTER ASSIGN TO WS-STORAGE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
        FD  DONATION-MASTER.
        01  DONATION-RECORD.
            COPY DONREC.
        FD  IDENT-MASTER.
        01  IDENT-RECORD.
            COPY IDREC.
        FD  STORAGE-MASTER.
        01  STORAGE-RECORD.
            COPY STOREC.
        01 WS-PERMIT-FILE PIC X(40)
            VALUE '/user/mortuary/permit-master'.
        01 WS-PERMIT-STATUS PIC XX.
        01 WS-PERMIT-OPEN-SWITCH PIC X VALUE 'N'.
            88 PERMIT-MASTER-OPEN VALUE 'Y'.
        01 WS-HOLD-FILE PIC X(40)
            VALUE '/user/mortuary/hold-master'.
        01 WS-HOLD-STATUS PIC XX.
        01 WS-HOLD-OPEN-SWITCH PIC X VALUE 'N'.
            88 HOLD-MASTER-OPEN VALUE 'Y'.
        01 WS-PREP-FILE PIC X(40)
            VALUE '/user/mortuary/prep-reports'.
        01 WS-PREP-STATUS PIC XX.
        01 WS-PREP-OPEN-SWITCH PIC X VALUE 'N'.
            88 PREP-REPORT-FILE-OPEN VALUE 'Y'.
        01 WS-CREM-FILE PIC X(40)
            VALUE '/user/mortuary/cremation-checklist'.
        01 WS-CREM-STATUS PIC XX.
        01 WS-CREM-OPEN-SWITCH PIC X VALUE 'N'.
            88 CREMATION-CHECKLIST-OPEN VALUE 'Y'.
        01 WS-DONATION-FILE PIC X(40)
            VALUE '/user/mortuary/donation-master'.
        01 WS-DONATION-STATUS PIC XX.
        01 WS-DONATION-OPEN-SWITCH PIC X VALUE 'N'.
            88 DONATION-MASTER-OPEN VALUE 'Y'.
        01 WS-IDENT-FILE PIC X(40)
            VALUE '/user/mortuary/ident-master'.
        01 WS-IDENT-STATUS PIC XX.
        01 WS-IDENT-OPEN-SWITCH PIC X VALUE 'N'.
            88 IDENT-MASTER-OPEN VALUE 'Y'.
        01 WS-STORAGE-FILE PIC X(40)
            VALUE '/user/mortuary/storage-master'.
        01 WS-STORAGE-STATUS PIC XX.
        01 WS-STORAGE-OPEN-SWITCH PIC X VALUE 'N'.
            88 STORAGE-MASTER-OPEN VALUE 'Y'.
        01 WS-HISTORY-FILE PIC X(40)
            VALUE '/user/mortuary/status-history.dat'.
        01 WS-HISTORY-STATUS PIC XX.
            02 PAY-AMOUNT PIC 9(7)V99.
            02 FILLER PIC X.
            02 PAY-METHOD PIC X(6).
            02 FILLER PIC X.
            02 PAY-OPERATOR PIC 9(5).
      * Mirror of PRG57's WS-ADJUSTMENT-ENTRY - keep the two in
      * step.
        01 WS-ADJUSTMENT-ENTRY.
            02 FILLER PIC X(2) VALUE SPACES.
            02 WD-DAYS PIC ZZZZ9.
            02 FILLER PIC X(2) VALUE SPACES.
            02 WD-DIRECTOR PIC ZZZZ9.
            02 FILLER PIC X(2) VALUE SPACES.
            02 WD-BLOCKING PIC X(40).
       PROCEDURE DIVISION.
       MAIN-PARA.
               DISPLAY 'ERROR OPENING CASE-MASTER: ' WS-FILE-STATUS
           END-IF
           OPEN INPUT PERMIT-MASTER
           IF WS-PERMIT-STATUS = '00'
               MOVE 'Y' TO WS-PERMIT-OPEN-SWITCH
           END-IF
           OPEN INPUT HOLD-MASTER
           IF WS-HOLD-STATUS = '00'
               MOVE 'Y' TO WS-HOLD-OPEN-SWITCH
           END-IF
           OPEN INPUT PREP-REPORT-FILE
           IF WS-PREP-STATUS = '00'
               MOVE 'Y' TO WS-PREP-OPEN-SWITCH
           END-IF
           OPEN INPUT CREMATION-CHECKLIST
           IF WS-CREM-STATUS = '00'
               MOVE 'Y' TO WS-CREM-OPEN-SWITCH
           END-IF
           OPEN INPUT DONATION-MASTER
           IF WS-DONATION-STATUS = '00'
               MOVE 'Y' TO WS-DONATION-OPEN-SWITCH
           END-IF
           OPEN INPUT IDENT-MASTER
           IF WS-IDENT-STATUS = '00'
               MOVE 'Y' TO WS-IDENT-OPEN-SWITCH
           END-IF
           OPEN INPUT STORAGE-MASTER
           IF WS-STORAGE-STATUS = '00'
               MOVE 'Y' TO WS-STORAGE-OPEN-SWITCH
           END-IF
           OPEN OUTPUT WORKLIST-REPORT
           MOVE SPACES TO WORKLIST-LINE
           STRING 'DAILY ACTIVE-CASE WORKLIST - ' DELIMITED BY SIZE
           MOVE SPACES TO WORKLIST-LINE
           STRING 'CASE     NAME                  ST  DAYS   '
               DELIMITED BY SIZE
               'OWNER  BLOCKING ITEM' DELIMITED BY SIZE
               INTO WORKLIST-LINE
           END-STRING
           WRITE WORKLIST-LINE.

       JUDGE-INTAKE-CASE.
           PERFORM LOOKUP-DONATION
           IF WS-BLOCKING-ITEM = SPACES
               PERFORM LOOKUP-IDENTIFICATION
           END-IF
           IF WS-BLOCKING-ITEM = SPACES
               PERFORM LOOKUP-PREP-REPORT
           END-IF
           IF WS-BLOCKING-ITEM = SPACES
               AND WS-PREP-STATUS = '00'
               AND CASE-PRECAUTION NOT = SPACE
               AND PREP-PPE-USED NOT = 'Y'
               MOVE 'PRECAUTION PPE NOT CONFIRMED (PRG67)'
                   TO WS-BLOCKING-ITEM
           END-IF
           IF WS-BLOCKING-ITEM = SPACES
               MOVE 'READY FOR I-TO-P (PRG16)'
                   TO WS-BLOCKING-ITEM
                       TO WS-BLOCKING-ITEM
               END-IF
           END-IF
           IF WS-BLOCKING-ITEM = SPACES
               AND DISPOSITION-TYPE = 'C'
               PERFORM LOOKUP-IDENTIFICATION
           END-IF
           IF WS-BLOCKING-ITEM = SPACES
               AND DISPOSITION-TYPE = 'C'
               PERFORM LOOKUP-CREMATION-ITEMS

       LOOKUP-CASE-HOLD.
           MOVE 'N' TO WS-CASE-HELD
           IF HOLD-MASTER-OPEN
               MOVE ROLLNO-KEY TO HOLD-ROLLNO
               READ HOLD-MASTER
                   INVALID KEY
           END-IF.

       LOOKUP-DONATION.
           IF DONATION-MASTER-OPEN
               MOVE ROLLNO-KEY TO DON-ROLLNO
               READ DONATION-MASTER
                   INVALID KEY
               END-READ
           END-IF.

      * PRG16 and PRG68 both refuse a case with no positive
      * identification; an unconfirmed attempt counts as none.
      * No IDENT-MASTER means no identification can be shown, so the
      * case is held at pending rather than passed as ready.
       LOOKUP-IDENTIFICATION.
           IF NOT IDENT-MASTER-OPEN
               MOVE 'IDENTIFICATION PENDING (PRG103)'
                   TO WS-BLOCKING-ITEM
           ELSE
               MOVE ROLLNO-KEY TO ID-ROLLNO
               READ IDENT-MASTER
                   INVALID KEY
                       MOVE 'IDENTIFICATION PENDING (PRG103)'
                           TO WS-BLOCKING-ITEM
                   NOT INVALID KEY
                       IF ID-RESULT NOT = 'Y'
                           MOVE 'IDENTIFICATION PENDING (PRG103)'
                               TO WS-BLOCKING-ITEM
                       END-IF
               END-READ
           END-IF.

       LOOKUP-PREP-REPORT.
           IF PREP-REPORT-FILE-OPEN
               MOVE ROLLNO-KEY TO PREP-ROLLNO
               READ PREP-REPORT-FILE
                   INVALID KEY
       LOOKUP-CASE-DOCUMENTS.
           MOVE 'N' TO WS-HAVE-CERT
           MOVE 'N' TO WS-HAVE-PERMIT
           IF PERMIT-MASTER-OPEN
               MOVE ROLLNO-KEY TO PERM-ROLLNO
               MOVE 'DC' TO PERM-DOC-TYPE
               READ PERMIT-MASTER
           END-IF.

       LOOKUP-CREMATION-ITEMS.
           IF CREMATION-CHECKLIST-OPEN
               MOVE ROLLNO-KEY TO CREM-ROLLNO
               READ CREMATION-CHECKLIST
                   INVALID KEY

       LOOKUP-STORAGE-SLOT.
           MOVE 'N' TO WS-SLOT-FOUND
           IF STORAGE-MASTER-OPEN
               MOVE 'N' TO WS-SCAN-EOF-SWITCH
               MOVE LOW-VALUES TO STOR-KEY
               START STORAGE-MASTER KEY IS NOT LESS THAN STOR-KEY
           END-IF
           MOVE CASE-STATUS TO WD-STATUS
           MOVE WS-DAYS-IN-STATUS TO WD-DAYS
           MOVE CASE-DIRECTOR TO WD-DIRECTOR
           MOVE WS-BLOCKING-ITEM TO WD-BLOCKING
           WRITE WORKLIST-LINE FROM WS-WORKLIST-DETAIL.

       CLOSE-FILES.
           CLOSE CASE-MASTER
           IF PERMIT-MASTER-OPEN
               CLOSE PERMIT-MASTER
           END-IF
           IF HOLD-MASTER-OPEN
               CLOSE HOLD-MASTER
           END-IF
           IF PREP-REPORT-FILE-OPEN
               CLOSE PREP-REPORT-FILE
           END-IF
           IF CREMATION-CHECKLIST-OPEN
               CLOSE CREMATION-CHECKLIST
           END-IF
           IF DONATION-MASTER-OPEN
               CLOSE DONATION-MASTER
           END-IF
           IF IDENT-MASTER-OPEN
               CLOSE IDENT-MASTER
           END-IF
           IF STORAGE-MASTER-OPEN
               CLOSE STORAGE-MASTER
           END-IF
           CLOSE WORKLIST-REPORT.
