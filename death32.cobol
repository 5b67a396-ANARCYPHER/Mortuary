      * SUPREC.cpy). Same add/update/delete transaction shape PRG5
      * uses for inventory-file; the listing doubles as the supplier
      * report with lead-time days for purchasing.
      *
      * Add and update also take the payee's taxpayer ID, TIN type,
      * 1099 indicator and mailing address for PRG98's year-end 1099
      * reporting. The taxpayer ID may be left blank - PRG98 lists
      * a reportable payee without one as an exception - but one
      * that is keyed must be nine digits with a TIN type of 1 or 2.
      * The listing shows the flag so a missing ID is easy to spot.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRG32.
        01 WS-EOF-SWITCH PIC X VALUE 'N'.
            88 END-OF-SUPPLIERS VALUE 'Y'.
        01 WS-LIST-COUNT PIC 9(5) VALUE ZERO.
        01 WS-TAX-OK PIC X VALUE 'Y'.
            88 TAX-DETAILS-VALID VALUE 'Y'.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM OPEN-FILES

       ADD-SUPPLIER.
           DISPLAY 'SUPPLIER CODE, NAME, CONTACT, LEAD-TIME DAYS:'
           MOVE SPACES TO SUPPLIER-RECORD
           ACCEPT SUPPLIER-RECORD
           PERFORM ACCEPT-TAX-DETAILS
           IF TAX-DETAILS-VALID
               WRITE SUPPLIER-RECORD
                   INVALID KEY
                       DISPLAY 'ADD FAILED - DUPLICATE CODE: '
                           SUP-CODE
                   NOT INVALID KEY
                       DISPLAY 'SUPPLIER ADDED: ' SUP-CODE
               END-WRITE
           ELSE
               DISPLAY 'ADD FAILED - TAX DETAILS INVALID: ' SUP-CODE
           END-IF.

      * 1099 details - the indicator decides whether PRG98 reports
      * the payee; a reportable payee may be keyed without an ID
      * only while a W-9 is awaited (PRG98 lists it as an
      * exception), but an ID that is keyed must be nine digits.
       ACCEPT-TAX-DETAILS.
           MOVE 'Y' TO WS-TAX-OK
           DISPLAY '1099 REPORTABLE (Y/N):'
           ACCEPT SUP-1099-FLAG
           IF SUP-1099-FLAG NOT = 'Y'
               MOVE 'N' TO SUP-1099-FLAG
           END-IF
           DISPLAY 'TAXPAYER ID (9 DIGITS, BLANK IF NOT ON FILE):'
           MOVE SPACES TO SUP-TAX-ID
           ACCEPT SUP-TAX-ID
           DISPLAY 'TIN TYPE (1-EIN 2-SSN):'
           ACCEPT SUP-TIN-TYPE
           IF SUP-TAX-ID NOT = SPACES
               IF SUP-TAX-ID NOT NUMERIC
                   DISPLAY 'TAXPAYER ID MUST BE 9 DIGITS: ' SUP-TAX-ID
                   MOVE 'N' TO WS-TAX-OK
               END-IF
               IF NOT SUP-TIN-EIN AND NOT SUP-TIN-SSN
                   DISPLAY 'TIN TYPE MUST BE 1 OR 2: ' SUP-TIN-TYPE
                   MOVE 'N' TO WS-TAX-OK
               END-IF
           END-IF
           DISPLAY 'MAILING ADDRESS:'
           ACCEPT SUP-ADDRESS
           DISPLAY 'CITY, STATE, ZIP:'
           ACCEPT SUP-CITY
           ACCEPT SUP-STATE
           ACCEPT SUP-ZIP.

       UPDATE-SUPPLIER.
           DISPLAY 'SUPPLIER CODE TO UPDATE:'
                   ACCEPT SUP-NAME
                   ACCEPT SUP-CONTACT
                   ACCEPT SUP-LEAD-DAYS
                   PERFORM ACCEPT-TAX-DETAILS
                   IF TAX-DETAILS-VALID
                       REWRITE SUPPLIER-RECORD
                           INVALID KEY
                               DISPLAY 'UPDATE FAILED - REWRITE '
                                   'ERROR: ' SUP-CODE
                           NOT INVALID KEY
                               DISPLAY 'SUPPLIER UPDATED: ' SUP-CODE
                       END-REWRITE
                   ELSE
                       DISPLAY 'UPDATE FAILED - TAX DETAILS '
                           'INVALID: ' SUP-CODE
                   END-IF
           END-READ.

       DELETE-SUPPLIER.
       LIST-SUPPLIERS.
           DISPLAY '=== SUPPLIER MASTER LISTING ==='
           DISPLAY 'CODE       NAME                 CONTACT'
               '              LEAD-DAYS 1099 TIN'
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE ZERO TO WS-LIST-COUNT
           MOVE LOW-VALUES TO SUP-CODE
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   DISPLAY SUP-CODE ' ' SUP-NAME ' ' SUP-CONTACT
                       ' ' SUP-LEAD-DAYS '       ' SUP-1099-FLAG
                       '    ' SUP-TAX-ID
                   ADD 1 TO WS-LIST-COUNT
           END-READ.

