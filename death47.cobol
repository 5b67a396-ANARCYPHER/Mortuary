      * DISPOSITION-TYPE straight off CASE-MASTER - the same code
      * PRG18 extracts - so a crematorium delivery on a non-'C' case
      * is warned about at dispatch, closing the loop between the
      * paper trip ticket and the case file. Each entry also carries
      * the case's precaution symbol (*Pn*, see CASEREC.cpy) so the
      * crew is warned at dispatch. The daily report lists one
      * date's movements.
      *
      * The odometer keyed at dispatch and at return is carried on
      * the entry itself as well as pushed to VEHICLE-MASTER, so
      * PRG111's nightly mileage pass can work out each trip's miles
      * and bill removal mileage beyond the service area.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRG47.
        DATA DIVISION.
        FILE SECTION.
        FD  TRANSPORT-LOG.
        01  TRANSPORT-LOG-RECORD PIC X(120).
        FD  VEHICLE-MASTER.
        01  VEHICLE-RECORD.
            COPY VEHREC.
        01 WS-ROLLNO PIC 9(7).
        01 WS-DRIVER-EMPID PIC 9(5).
        01 WS-TIMESTAMP PIC X(21).
        01 WS-TODAY PIC 9(8).
        01 WS-REPORT-DATE PIC 9(8).
        01 WS-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-TRANSPORT-LOG VALUE 'Y'.
            02 TR-DISP-TYPE PIC X.
            02 FILLER PIC X VALUE SPACE.
            02 TR-TIMESTAMP PIC X(21).
            02 FILLER PIC X VALUE SPACE.
            02 TR-PRECAUTION PIC X(4).
      *     TR-PRECAUTION: the case's precaution symbol (*Pn*) so the
      *     removal crew knows before they lift - blank when none
            02 FILLER PIC X VALUE SPACE.
            02 TR-ODOMETER PIC 9(7).
      *     TR-ODOMETER: odometer keyed on this entry - out reading on
      *     a dispatch, in reading on a return. Entries logged before
      *     the reading was carried here have it blank.
        01 WS-PREC-SYMBOL.
            02 FILLER PIC X(2) VALUE '*P'.
            02 WS-PREC-CODE PIC X.
            02 FILLER PIC X VALUE '*'.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM OPEN-FILES
                   DISPLAY 'DISPATCH REJECTED - DRIVER NOT ON '
                       'EMPLOYEE-MASTER: ' WS-DRIVER-EMPID
               NOT INVALID KEY
                   ACCEPT WS-TODAY FROM DATE YYYYMMDD
                   IF EMP-TERM-DATE NOT = ZERO
                       AND EMP-TERM-DATE NOT > WS-TODAY
                       DISPLAY 'DISPATCH REJECTED - DRIVER SEPARATED '
                           EMP-TERM-DATE ': ' WS-DRIVER-EMPID
                   ELSE
                       PERFORM WRITE-DISPATCH-ENTRY
                   END-IF
           END-READ.

       WRITE-DISPATCH-ENTRY.
       CAPTURE-ODOMETER.
           DISPLAY 'ODOMETER READING:'
           ACCEPT WS-TRIP-ODOMETER
           MOVE WS-TRIP-ODOMETER TO TR-ODOMETER
           OPEN I-O VEHICLE-MASTER
           IF WS-VEHICLE-STATUS = '00'
               MOVE TR-VEHICLE TO VEH-UNIT
           END-IF
           PERFORM APPEND-TRANSPORT-ENTRY
           DISPLAY 'DISPATCHED - CASE ' WS-ROLLNO ' VEHICLE '
               TR-VEHICLE
           IF TR-PRECAUTION NOT = SPACES
               DISPLAY 'PRECAUTION ' TR-PRECAUTION
                   ' - FOLLOW POSTED HANDLING PROTOCOL'
           END-IF.

       RETURN-TRIP.
           DISPLAY 'ROLLNO OF TRIP RETURNING:'
                   DISPLAY 'RETURN REJECTED - DRIVER NOT ON '
                       'EMPLOYEE-MASTER: ' WS-DRIVER-EMPID
               NOT INVALID KEY
                   ACCEPT WS-TODAY FROM DATE YYYYMMDD
                   IF EMP-TERM-DATE NOT = ZERO
                       AND EMP-TERM-DATE NOT > WS-TODAY
                       DISPLAY 'RETURN REJECTED - DRIVER SEPARATED '
                           EMP-TERM-DATE ': ' WS-DRIVER-EMPID
                   ELSE
                       PERFORM WRITE-VALIDATED-RETURN
                   END-IF
           END-READ.

       WRITE-VALIDATED-RETURN.
           MOVE WS-ROLLNO TO TR-ROLLNO
           MOVE WS-DRIVER-EMPID TO TR-DRIVER
           MOVE WS-TIMESTAMP TO TR-TIMESTAMP
           IF CASE-PRECAUTION IN CASE-MASTER-RECORD = SPACE
               MOVE SPACES TO TR-PRECAUTION
           ELSE
               MOVE CASE-PRECAUTION IN CASE-MASTER-RECORD
                   TO WS-PREC-CODE
               MOVE WS-PREC-SYMBOL TO TR-PRECAUTION
           END-IF
           OPEN EXTEND TRANSPORT-LOG
           IF WS-TRANSPORT-STATUS = '35'
               OPEN OUTPUT TRANSPORT-LOG
                           TR-ROLLNO ' DRIVER ' TR-DRIVER ' VEH '
                           TR-VEHICLE ' ' TR-PICKUP ' -> '
                           TR-DELIVERY ' DISP ' TR-DISP-TYPE
                           ' ' TR-PRECAUTION
                       ADD 1 TO WS-TRIP-COUNT
                   END-IF
           END-READ.
