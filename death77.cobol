      * Built by SORTing the day's bookings the way PRG33 sorts
      * punches: section '1' carries one record per booking keyed by
      * room, section '2' one record per assigned EMPID keyed by
      * that EMPID. Each booking line also carries the case's
      * assigned director (CASE-DIRECTOR off CASE-MASTER) as its
      * owner, so whoever works the service knows who to answer to,
      * and the case's precaution symbol (*Pn*, see CASEREC.cpy) at
      * the end of the line so nobody meets a flagged case cold.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRG77.
            SELECT RUN-SHEET ASSIGN TO WS-RUN-SHEET-FILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUN-SHEET-STATUS.
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
            SELECT RS-SORT-FILE ASSIGN TO WS-SORT-WORK.
        DATA DIVISION.
        FILE SECTION.
            02 SCH-STAFF-3 PIC 9(5).
            02 FILLER PIC X.
            02 SCH-VEHICLE PIC X(8).
        FD  CASE-MASTER.
        01  CASE-MASTER-RECORD.
            COPY CASEREC REPLACING ==ROLLNO== BY ==ROLLNO-KEY==.
        FD  RUN-SHEET.
        01  RUN-SHEET-LINE PIC X(80).
        SD  RS-SORT-FILE.
            02 RS-STAFF-1 PIC 9(5).
            02 RS-STAFF-2 PIC 9(5).
            02 RS-STAFF-3 PIC 9(5).
            02 RS-OWNER PIC 9(5).
            02 RS-PRECAUTION PIC X.
        WORKING-STORAGE SECTION.
        01 WS-SCHEDULE-FILE PIC X(40)
            VALUE '/user/mortuary/schedule-master'.
        01 WS-RUN-SHEET-FILE PIC X(40)
            VALUE '/user/mortuary/run-sheet.txt'.
        01 WS-RUN-SHEET-STATUS PIC XX.
        01 WS-CASE-FILE PIC X(40) VALUE '/user/mortuary/case-master'.
        01 WS-CASE-STATUS PIC XX.
        01 WS-CASE-OPEN-SWITCH PIC X VALUE 'N'.
            88 CASE-MASTER-OPEN VALUE 'Y'.
        01 WS-CASE-OWNER PIC 9(5) VALUE ZERO.
        01 WS-CASE-PRECAUTION PIC X VALUE SPACE.
        01 WS-PREC-SYMBOL.
            02 FILLER PIC X(2) VALUE '*P'.
            02 WS-PREC-CODE PIC X.
            02 FILLER PIC X VALUE '*'.
        01 WS-SORT-WORK PIC X(40)
            VALUE '/user/mortuary/rs-sort.tmp'.
        01 WS-REPORT-DATE PIC 9(8).
            02 RD-STAFF-2 PIC ZZZZ9.
            02 FILLER PIC X VALUE SPACE.
            02 RD-STAFF-3 PIC ZZZZ9.
            02 FILLER PIC X(6) VALUE '  DIR '.
            02 RD-OWNER PIC ZZZZ9.
            02 FILLER PIC X VALUE SPACE.
            02 RD-PRECAUTION PIC X(4).
       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY 'RUN SHEET DATE (YYYYMMDD):'
                   WS-FILE-STATUS
               STOP RUN
           END-IF
           OPEN INPUT CASE-MASTER
           IF WS-CASE-STATUS = '00'
               MOVE 'Y' TO WS-CASE-OPEN-SWITCH
           ELSE
               DISPLAY 'WARNING - CASE-MASTER NOT OPENED, NO OWNER '
                   'ON THE RUN SHEET: ' WS-CASE-STATUS
           END-IF
           OPEN OUTPUT RUN-SHEET
           MOVE SPACES TO RUN-SHEET-LINE
           STRING 'DAILY RUN SHEET - ' DELIMITED BY SIZE
               OUTPUT PROCEDURE IS PRINT-RUN-SECTIONS
           CLOSE RUN-SHEET
           CLOSE SCHEDULE-MASTER
           CLOSE CASE-MASTER
           DISPLAY 'BOOKINGS ON SHEET: ' WS-BOOKING-COUNT
           DISPLAY 'RUN SHEET WRITTEN TO ' WS-RUN-SHEET-FILE
           STOP RUN.
                       MOVE 'Y' TO WS-EOF-SWITCH
                   ELSE
                       ADD 1 TO WS-BOOKING-COUNT
                       PERFORM LOOKUP-CASE-OWNER
                       PERFORM RELEASE-ROOM-RECORD
                       PERFORM RELEASE-PERSON-RECORDS
                   END-IF
           END-READ.

      * A booking with no case, or a case that cannot be read,
      * prints no owner and no precaution symbol.
       LOOKUP-CASE-OWNER.
           MOVE ZERO TO WS-CASE-OWNER
           MOVE SPACE TO WS-CASE-PRECAUTION
           IF CASE-MASTER-OPEN AND SCH-ROLLNO > ZERO
               MOVE SCH-ROLLNO TO ROLLNO-KEY
               READ CASE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CASE-DIRECTOR TO WS-CASE-OWNER
                       MOVE CASE-PRECAUTION TO WS-CASE-PRECAUTION
               END-READ
           END-IF.

       RELEASE-ROOM-RECORD.
           MOVE '1' TO RS-SECTION
           MOVE SCH-ROOM TO RS-GROUP
           MOVE SCH-VEHICLE TO RS-VEHICLE
           MOVE SCH-STAFF-1 TO RS-STAFF-1
           MOVE SCH-STAFF-2 TO RS-STAFF-2
           MOVE SCH-STAFF-3 TO RS-STAFF-3
           MOVE WS-CASE-OWNER TO RS-OWNER
           MOVE WS-CASE-PRECAUTION TO RS-PRECAUTION.

       PRINT-RUN-SECTIONS.
           MOVE 'N' TO WS-SORT-EOF-SWITCH
           MOVE RS-STAFF-1 TO RD-STAFF-1
           MOVE RS-STAFF-2 TO RD-STAFF-2
           MOVE RS-STAFF-3 TO RD-STAFF-3
           MOVE RS-OWNER TO RD-OWNER
           IF RS-PRECAUTION = SPACE
               MOVE SPACES TO RD-PRECAUTION
           ELSE
               MOVE RS-PRECAUTION TO WS-PREC-CODE
               MOVE WS-PREC-SYMBOL TO RD-PRECAUTION
           END-IF
           WRITE RUN-SHEET-LINE FROM WS-RUN-DETAIL.
