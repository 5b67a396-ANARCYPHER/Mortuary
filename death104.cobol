      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * Handheld scan posting - every custody move in PRG24 and
      * every slot change in PRG25 used to be typed by hand, which
      * is where the wrong ROLLNO got keyed. Staff now scan the case
      * tag PRG4/PRG52 cut, the location label PRG105 prints for the
      * cooler slot, vehicle, or preparation room, and their own
      * badge; the handheld's upload file (scan-upload.dat, layout
      * in SCANREC.cpy) is posted here. Each scan becomes a PRG24
      * custody transfer under the badge EMPID, timed by the
      * handheld's clock, and a scan into a cooler slot also makes
      * the PRG25 assignment. The from-location is the case's last
      * custody entry (or its slot, before it has one).
      *
      * Nothing is posted on a scan that does not add up: a tag that
      * fails its check digits or names no open case, a badge that
      * is not a current employee, a label for no slot, vehicle, or
      * room, a slot out of service, at another facility, or already
      * holding another case, and a case already sitting in a
      * different slot (release it in PRG25 first - a scan does not
      * move a case out from under the census). Each goes on the
      * scan exceptions list with the raw scan and the reason. A
      * file that has been posted is cleared, so no scan posts
      * twice.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRG104.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT SCAN-UPLOAD ASSIGN TO WS-SCAN-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SCAN-STATUS.
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
            SELECT STORAGE-MASTER ASSIGN TO WS-STORAGE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS STOR-KEY
                FILE STATUS IS WS-STORAGE-STATUS.
            SELECT VEHICLE-MASTER ASSIGN TO WS-VEHICLE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS VEH-UNIT
                FILE STATUS IS WS-VEHICLE-STATUS.
            SELECT CUSTODY-LOG ASSIGN TO WS-CUSTODY-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CUSTODY-STATUS.
            SELECT EXCEPTION-REPORT ASSIGN TO WS-EXCEPTION-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXCEPTION-STATUS.
            SELECT EMPLOYEE-MASTER ASSIGN TO WS-EMPLOYEE-FILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EMPID
                ALTERNATE RECORD KEY IS ALPNUM
                FILE STATUS IS WS-EMP-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  SCAN-UPLOAD.
        01  SCAN-UPLOAD-RECORD PIC X(80).
        FD  CASE-MASTER.
        01  CASE-MASTER-RECORD.
            COPY CASEREC REPLACING ==ROLLNO== BY ==ROLLNO-KEY==.
        FD  STORAGE-MASTER.
        01  STORAGE-RECORD.
            COPY STOREC.
        FD  VEHICLE-MASTER.
        01  VEHICLE-RECORD.
            COPY VEHREC.
        FD  CUSTODY-LOG.
        01  CUSTODY-LOG-RECORD PIC X(80).
        FD  EXCEPTION-REPORT.
        01  EXCEPTION-LINE PIC X(80).
        FD  EMPLOYEE-MASTER.
        01  EMPLOYEE-RECORD.
            COPY EMPREC.
        WORKING-STORAGE SECTION.
        01 WS-SCAN-FILE PIC X(40)
            VALUE '/user/mortuary/scan-upload.dat'.
        01 WS-SCAN-STATUS PIC XX.
        01 WS-CASE-FILE PIC X(40) VALUE '/user/mortuary/case-master'.
        01 WS-CASE-STATUS PIC XX.
        01 WS-STORAGE-FILE PIC X(40)
            VALUE '/user/mortuary/storage-master'.
        01 WS-STORAGE-STATUS PIC XX.
        01 WS-VEHICLE-FILE PIC X(40)
            VALUE '/user/mortuary/vehicle-master'.
        01 WS-VEHICLE-STATUS PIC XX.
        01 WS-VEHICLE-OPEN-SWITCH PIC X VALUE 'N'.
            88 VEHICLE-MASTER-OPEN VALUE 'Y'.
        01 WS-CUSTODY-FILE PIC X(40)
            VALUE '/user/mortuary/custody.log'.
        01 WS-CUSTODY-STATUS PIC XX.
        01 WS-EXCEPTION-FILE PIC X(40)
            VALUE '/user/mortuary/scan-exceptions.txt'.
        01 WS-EXCEPTION-STATUS PIC XX.
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
        01 WS-TODAY PIC 9(8).
        01 WS-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-SCANS VALUE 'Y'.
        01 WS-LOG-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-CUSTODY-LOG VALUE 'Y'.
        01 WS-SLOT-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-SLOTS VALUE 'Y'.
        01 WS-SCAN-OK PIC X VALUE 'Y'.
            88 SCAN-CLEAR VALUE 'Y'.
        01 WS-SCAN-REASON PIC X(36).
        01 WS-BAR-QUOTIENT PIC 9(5).
        01 WS-BAR-CHECK PIC 9(2).
        01 WS-ROLLNO PIC 9(7).
        01 WS-CASE-FACILITY PIC X(4).
        01 WS-CASE-SLOTTED PIC X VALUE 'N'.
            88 CASE-IN-A-SLOT VALUE 'Y'.
        01 WS-CURRENT-UNIT PIC X(4).
        01 WS-CURRENT-SLOT PIC 9(3).
        01 WS-ASSIGN-NEEDED PIC X VALUE 'N'.
            88 SLOT-ASSIGN-NEEDED VALUE 'Y'.
        01 WS-FROM-LOCATION PIC X(10).
        01 WS-TO-LOCATION PIC X(10).
        01 WS-SLOT-LOCATION.
            02 SL-UNIT PIC X(4).
            02 FILLER PIC X VALUE '-'.
            02 SL-SLOT PIC 9(3).
        01 WS-READ-COUNT PIC 9(5) VALUE ZERO.
        01 WS-POSTED-COUNT PIC 9(5) VALUE ZERO.
        01 WS-ASSIGNED-COUNT PIC 9(5) VALUE ZERO.
        01 WS-EXCEPTION-COUNT PIC 9(5) VALUE ZERO.
        01 WS-SCAN-LINE.
            COPY SCANREC.
      * Mirror of PRG24's WS-CUSTODY-ENTRY - keep the two in step.
        01 WS-CUSTODY-ENTRY.
            02 CU-ROLLNO PIC 9(7).
            02 FILLER PIC X VALUE SPACE.
            02 CU-FROM-LOCATION PIC X(10).
            02 FILLER PIC X VALUE SPACE.
            02 CU-TO-LOCATION PIC X(10).
            02 FILLER PIC X VALUE SPACE.
            02 CU-EMPID PIC 9(5).
            02 FILLER PIC X VALUE SPACE.
            02 CU-TIMESTAMP PIC X(21).
        01 WS-HISTORY-ENTRY.
            02 HI-ROLLNO PIC 9(7).
            02 FILLER PIC X.
            02 HI-FROM-LOCATION PIC X(10).
            02 FILLER PIC X.
            02 HI-TO-LOCATION PIC X(10).
            02 FILLER PIC X.
            02 HI-EMPID PIC 9(5).
            02 FILLER PIC X.
            02 HI-TIMESTAMP PIC X(21).
        01 WS-EXCEPTION-DETAIL.
            02 EX-SCAN PIC X(42).
            02 FILLER PIC X VALUE SPACE.
            02 EX-REASON PIC X(36).
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
           OPEN INPUT CASE-MASTER
           IF WS-CASE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CASE-MASTER: ' WS-CASE-STATUS
               CLOSE EMPLOYEE-MASTER
               STOP RUN
           END-IF
           OPEN I-O STORAGE-MASTER
           IF WS-STORAGE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING STORAGE-MASTER: '
                   WS-STORAGE-STATUS
               CLOSE CASE-MASTER
               CLOSE EMPLOYEE-MASTER
               STOP RUN
           END-IF
           OPEN INPUT VEHICLE-MASTER
           IF WS-VEHICLE-STATUS = '00'
               MOVE 'Y' TO WS-VEHICLE-OPEN-SWITCH
           ELSE
               DISPLAY 'WARNING - VEHICLE-MASTER NOT OPENED, VEHICLE '
                   'SCANS GO TO EXCEPTIONS: ' WS-VEHICLE-STATUS
           END-IF
           PERFORM OPEN-EXCEPTION-REPORT
           OPEN INPUT SCAN-UPLOAD
           IF WS-SCAN-STATUS NOT = '00'
               DISPLAY 'NO SCAN UPLOAD TODAY: ' WS-SCAN-FILE
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM POST-SCAN-LINE UNTIL END-OF-SCANS
               CLOSE SCAN-UPLOAD
               PERFORM CLEAR-SCAN-UPLOAD
           END-IF
           CLOSE EXCEPTION-REPORT
           CLOSE VEHICLE-MASTER
           CLOSE STORAGE-MASTER
           CLOSE CASE-MASTER
           CLOSE EMPLOYEE-MASTER
           DISPLAY 'SLOT ASSIGNMENTS MADE: ' WS-ASSIGNED-COUNT
           DISPLAY 'EXCEPTIONS WRITTEN TO ' WS-EXCEPTION-FILE
           DISPLAY 'TRANSACTIONS READ: ' WS-READ-COUNT
               ' POSTED: ' WS-POSTED-COUNT
               ' EXCEPTIONS: ' WS-EXCEPTION-COUNT
           STOP RUN.

      * Sign-on - the batch operator's EMPID is the first input line
      * (the same batch-operator.dat line PRG4 and PRG90 read),
      * validated like every other sign-on.
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

       OPEN-EXCEPTION-REPORT.
           OPEN OUTPUT EXCEPTION-REPORT
           MOVE SPACES TO EXCEPTION-LINE
           STRING 'HANDHELD SCAN EXCEPTIONS - RUN ' DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO EXCEPTION-LINE
           END-STRING
           WRITE EXCEPTION-LINE
           MOVE 'CASE TAG   LABEL     BADGE  SCANNED'
               TO EXCEPTION-LINE
           MOVE 'REASON' TO EXCEPTION-LINE(44:6)
           WRITE EXCEPTION-LINE.

      * Each check runs only while the scan is still clear, so the
      * first failure is the one reported and nothing is posted.
       POST-SCAN-LINE.
           READ SCAN-UPLOAD INTO WS-SCAN-LINE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF SCAN-UPLOAD-RECORD NOT = SPACES
                       ADD 1 TO WS-READ-COUNT
                       MOVE 'Y' TO WS-SCAN-OK
                       MOVE SPACES TO WS-SCAN-REASON
                       MOVE 'N' TO WS-ASSIGN-NEEDED
                       PERFORM CHECK-CASE-TAG
                       IF SCAN-CLEAR
                           PERFORM CHECK-BADGE
                       END-IF
                       IF SCAN-CLEAR
                           PERFORM CHECK-LOCATION-LABEL
                       END-IF
                       IF SCAN-CLEAR
                           PERFORM POST-SCAN-MOVE
                       END-IF
                       IF NOT SCAN-CLEAR
                           PERFORM WRITE-SCAN-EXCEPTION
                       END-IF
                   END-IF
           END-READ.

       CHECK-CASE-TAG.
           IF SC-TAG-TYPE NOT = 'C'
               OR SC-TAG-ROLLNO IS NOT NUMERIC
               OR SC-TAG-CHECK IS NOT NUMERIC
               MOVE 'N' TO WS-SCAN-OK
               MOVE 'CASE TAG UNREADABLE' TO WS-SCAN-REASON
           ELSE
               DIVIDE SC-TAG-ROLLNO BY 97 GIVING WS-BAR-QUOTIENT
                   REMAINDER WS-BAR-CHECK
               IF WS-BAR-CHECK NOT = SC-TAG-CHECK
                   MOVE 'N' TO WS-SCAN-OK
                   MOVE 'CASE TAG FAILS CHECK DIGITS'
                       TO WS-SCAN-REASON
               END-IF
           END-IF
           IF SCAN-CLEAR
               MOVE SC-TAG-ROLLNO TO WS-ROLLNO
               MOVE WS-ROLLNO TO ROLLNO-KEY
               READ CASE-MASTER
                   INVALID KEY
                       MOVE 'N' TO WS-SCAN-OK
                       MOVE 'CASE NOT ON CASE-MASTER'
                           TO WS-SCAN-REASON
                   NOT INVALID KEY
                       IF CASE-STATUS = 'D' OR CASE-STATUS = 'C'
                           MOVE 'N' TO WS-SCAN-OK
                           MOVE 'CASE ALREADY DISPOSED'
                               TO WS-SCAN-REASON
                       ELSE
                           MOVE CASE-FACILITY TO WS-CASE-FACILITY
                       END-IF
               END-READ
           END-IF.

      * The badge stands in for the EMPID PRG24 asks for, so it gets
      * the same tests a sign-on does.
       CHECK-BADGE.
           IF SC-BADGE-TYPE NOT = 'E'
               OR SC-BADGE-EMPID IS NOT NUMERIC
               MOVE 'N' TO WS-SCAN-OK
               MOVE 'BADGE UNREADABLE' TO WS-SCAN-REASON
           ELSE
               MOVE SC-BADGE-EMPID TO EMPID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE 'N' TO WS-SCAN-OK
                       MOVE 'BADGE NOT ON EMPLOYEE-MASTER'
                           TO WS-SCAN-REASON
                   NOT INVALID KEY
                       PERFORM VALIDATE-EMPID
                       IF EMP-TERM-DATE NOT = ZERO
                           AND EMP-TERM-DATE NOT > WS-TODAY
                           MOVE 'N' TO WS-SCAN-OK
                           MOVE 'BADGE EMPID SEPARATED'
                               TO WS-SCAN-REASON
                       ELSE
                           IF NOT EMPID-VALID
                               MOVE 'N' TO WS-SCAN-OK
                               MOVE 'BADGE FAILS CHECK DIGIT'
                                   TO WS-SCAN-REASON
                           END-IF
                       END-IF
               END-READ
           END-IF
           IF SCAN-CLEAR AND SC-TIMESTAMP IS NOT NUMERIC
               MOVE 'N' TO WS-SCAN-OK
               MOVE 'SCAN TIMESTAMP UNREADABLE' TO WS-SCAN-REASON
           END-IF.

       CHECK-LOCATION-LABEL.
           MOVE SPACES TO WS-TO-LOCATION
           EVALUATE SC-LABEL-TYPE
               WHEN 'S'
                   PERFORM CHECK-SLOT-LABEL
               WHEN 'V'
                   PERFORM CHECK-VEHICLE-LABEL
               WHEN 'R'
                   IF SC-LABEL-BODY = SPACES
                       MOVE 'N' TO WS-SCAN-OK
                       MOVE 'UNKNOWN LOCATION LABEL'
                           TO WS-SCAN-REASON
                   ELSE
                       MOVE SC-LABEL-BODY TO WS-TO-LOCATION
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WS-SCAN-OK
                   MOVE 'UNKNOWN LOCATION LABEL' TO WS-SCAN-REASON
           END-EVALUATE.

       CHECK-VEHICLE-LABEL.
           IF NOT VEHICLE-MASTER-OPEN
               MOVE 'N' TO WS-SCAN-OK
               MOVE 'VEHICLE-MASTER UNAVAILABLE' TO WS-SCAN-REASON
           ELSE
               MOVE SC-LABEL-BODY TO VEH-UNIT
               READ VEHICLE-MASTER
                   INVALID KEY
                       MOVE 'N' TO WS-SCAN-OK
                       MOVE 'UNKNOWN VEHICLE LABEL'
                           TO WS-SCAN-REASON
                   NOT INVALID KEY
                       MOVE VEH-UNIT TO WS-TO-LOCATION
               END-READ
           END-IF.

      * The case's current slot is found first - the census scan
      * moves the file position, so the target slot is read last and
      * is what sits in the record area for the REWRITE.
       CHECK-SLOT-LABEL.
           IF SC-LABEL-SLOT IS NOT NUMERIC
               MOVE 'N' TO WS-SCAN-OK
               MOVE 'UNKNOWN SLOT LABEL' TO WS-SCAN-REASON
           ELSE
               PERFORM FIND-CASE-SLOT
               MOVE SC-LABEL-UNIT TO STOR-UNIT
               MOVE SC-LABEL-SLOT TO STOR-SLOT
               READ STORAGE-MASTER
                   INVALID KEY
                       MOVE 'N' TO WS-SCAN-OK
                       MOVE 'UNKNOWN SLOT LABEL' TO WS-SCAN-REASON
                   NOT INVALID KEY
                       PERFORM JUDGE-TARGET-SLOT
               END-READ
           END-IF.

       JUDGE-TARGET-SLOT.
           MOVE STOR-UNIT TO SL-UNIT
           MOVE STOR-SLOT TO SL-SLOT
           EVALUATE TRUE
               WHEN STOR-IN-SERVICE NOT = 'Y'
                   MOVE 'N' TO WS-SCAN-OK
                   MOVE 'SLOT OUT OF SERVICE' TO WS-SCAN-REASON
               WHEN STOR-FACILITY NOT = WS-CASE-FACILITY
                   MOVE 'N' TO WS-SCAN-OK
                   MOVE 'SLOT AT ANOTHER FACILITY (PRG95)'
                       TO WS-SCAN-REASON
               WHEN STOR-OCCUPANT > ZERO
                   AND STOR-OCCUPANT NOT = WS-ROLLNO
                   MOVE 'N' TO WS-SCAN-OK
                   MOVE 'SLOT HOLDS ANOTHER CASE' TO WS-SCAN-REASON
               WHEN CASE-IN-A-SLOT
                   AND (WS-CURRENT-UNIT NOT = STOR-UNIT
                   OR WS-CURRENT-SLOT NOT = STOR-SLOT)
                   MOVE 'N' TO WS-SCAN-OK
                   MOVE SPACES TO WS-SCAN-REASON
                   STRING 'CASE ALREADY IN SLOT ' DELIMITED BY SIZE
                       WS-CURRENT-UNIT DELIMITED BY SIZE
                       '-' DELIMITED BY SIZE
                       WS-CURRENT-SLOT DELIMITED BY SIZE
                       INTO WS-SCAN-REASON
                   END-STRING
               WHEN OTHER
                   MOVE WS-SLOT-LOCATION TO WS-TO-LOCATION
                   IF STOR-OCCUPANT = ZERO
                       MOVE 'Y' TO WS-ASSIGN-NEEDED
                   END-IF
           END-EVALUATE.

      * STORAGE-MASTER has no key on the occupant - the same full
      * pass PRG52 makes to find the slot a case is in.
       FIND-CASE-SLOT.
           MOVE 'N' TO WS-CASE-SLOTTED
           MOVE 'N' TO WS-SLOT-EOF-SWITCH
           MOVE LOW-VALUES TO STOR-KEY
           START STORAGE-MASTER KEY IS NOT LESS THAN STOR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SLOT-EOF-SWITCH
           END-START
           PERFORM SCAN-SLOT-OCCUPANT UNTIL END-OF-SLOTS.

       SCAN-SLOT-OCCUPANT.
           READ STORAGE-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SLOT-EOF-SWITCH
               NOT AT END
                   IF STOR-OCCUPANT = WS-ROLLNO
                       MOVE 'Y' TO WS-CASE-SLOTTED
                       MOVE STOR-UNIT TO WS-CURRENT-UNIT
                       MOVE STOR-SLOT TO WS-CURRENT-SLOT
                       MOVE 'Y' TO WS-SLOT-EOF-SWITCH
                   END-IF
           END-READ.

       POST-SCAN-MOVE.
           IF SLOT-ASSIGN-NEEDED
               MOVE WS-ROLLNO TO STOR-OCCUPANT
               REWRITE STORAGE-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-SCAN-OK
                       MOVE 'SLOT REWRITE FAILED' TO WS-SCAN-REASON
                   NOT INVALID KEY
                       ADD 1 TO WS-ASSIGNED-COUNT
               END-REWRITE
           END-IF
           IF SCAN-CLEAR
               PERFORM FIND-FROM-LOCATION
               PERFORM WRITE-CUSTODY-RECORD
               ADD 1 TO WS-POSTED-COUNT
           END-IF.

      * Where the case was last put, by the custody log; a case with
      * no custody entry yet moves from its slot, if it has one.
       FIND-FROM-LOCATION.
           MOVE SPACES TO WS-FROM-LOCATION
           MOVE 'N' TO WS-LOG-EOF-SWITCH
           OPEN INPUT CUSTODY-LOG
           IF WS-CUSTODY-STATUS = '00'
               PERFORM SCAN-CUSTODY-ENTRY UNTIL END-OF-CUSTODY-LOG
               CLOSE CUSTODY-LOG
           END-IF
           IF WS-FROM-LOCATION = SPACES
               IF CASE-IN-A-SLOT
                   MOVE WS-CURRENT-UNIT TO SL-UNIT
                   MOVE WS-CURRENT-SLOT TO SL-SLOT
                   MOVE WS-SLOT-LOCATION TO WS-FROM-LOCATION
               ELSE
                   MOVE 'UNKNOWN' TO WS-FROM-LOCATION
               END-IF
           END-IF.

       SCAN-CUSTODY-ENTRY.
           READ CUSTODY-LOG
               AT END
                   MOVE 'Y' TO WS-LOG-EOF-SWITCH
               NOT AT END
                   MOVE CUSTODY-LOG-RECORD TO WS-HISTORY-ENTRY
                   IF HI-ROLLNO = WS-ROLLNO
                       MOVE HI-TO-LOCATION TO WS-FROM-LOCATION
                   END-IF
           END-READ.

       WRITE-CUSTODY-RECORD.
           MOVE WS-ROLLNO TO CU-ROLLNO
           MOVE WS-FROM-LOCATION TO CU-FROM-LOCATION
           MOVE WS-TO-LOCATION TO CU-TO-LOCATION
           MOVE SC-BADGE-EMPID TO CU-EMPID
           MOVE SC-TIMESTAMP TO CU-TIMESTAMP
           OPEN EXTEND CUSTODY-LOG
           IF WS-CUSTODY-STATUS = '35'
               OPEN OUTPUT CUSTODY-LOG
           END-IF
           MOVE WS-CUSTODY-ENTRY TO CUSTODY-LOG-RECORD
           WRITE CUSTODY-LOG-RECORD
           CLOSE CUSTODY-LOG.

       WRITE-SCAN-EXCEPTION.
           MOVE SCAN-UPLOAD-RECORD TO EX-SCAN
           MOVE WS-SCAN-REASON TO EX-REASON
           MOVE WS-EXCEPTION-DETAIL TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           ADD 1 TO WS-EXCEPTION-COUNT.

      * Same clear-after-apply PRG90 does to its settlement files.
       CLEAR-SCAN-UPLOAD.
           OPEN OUTPUT SCAN-UPLOAD
           CLOSE SCAN-UPLOAD.
