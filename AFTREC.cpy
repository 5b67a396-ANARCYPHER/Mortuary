      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * Shared aftercare contact-point record layout for
      * AFTERCARE-MASTER, the indexed file PRG106 (death106.cobol)
      * maintains. Once a case reaches 'D' on STATUS-HISTORY, PRG106
      * schedules four follow-up contacts with the family off that
      * date - one record per case per contact point, keyed by the
      * year-prefixed ROLLNO plus the point code - and works each
      * one from the worklist and letter run through to an outcome.
      *
      * Caller supplies the 01-level record name, e.g.:
      *     01 AFTERCARE-RECORD.
      *         COPY AFTREC.
      *
           02 AF-KEY.
               03 AF-ROLLNO PIC 9(7).
               03 AF-POINT PIC X.
      *    AF-POINT: W - two weeks after disposition, M - three
      *    months, A - eleven months (ahead of the first
      *    anniversary), H - the first holiday season
           02 FILLER PIC X.
           02 AF-DISPOSED-DATE PIC 9(8).
           02 FILLER PIC X.
           02 AF-DUE-DATE PIC 9(8).
      *    AF-DISPOSED-DATE: the 'D' date off STATUS-HISTORY the
      *    schedule was built from. AF-DUE-DATE: the day the contact
      *    comes onto the worklist.
           02 FILLER PIC X.
           02 AF-NOK-SEQ PIC 9(2).
           02 FILLER PIC X.
           02 AF-LETTER-DATE PIC 9(8).
      *    AF-NOK-SEQ / AF-LETTER-DATE: the NOK-MASTER primary contact
      *    the letter was addressed to and the day it was printed;
      *    zero until the worklist run prints it, so a letter is
      *    printed once however often the worklist is run.
           02 FILLER PIC X.
           02 AF-OUTCOME PIC X.
      *    AF-OUTCOME: space - open, R - family reached, L - letter
      *    sent (no conversation), D - family declined further
      *    contact (closes the case's remaining points), P - pre-need
      *    interest (a lead for the monthly pre-need report)
           02 FILLER PIC X.
           02 AF-OUTCOME-DATE PIC 9(8).
           02 FILLER PIC X.
           02 AF-OUTCOME-EMPID PIC 9(5).
           02 FILLER PIC X.
           02 AF-NOTE PIC X(30).
      *    AF-OUTCOME-EMPID: signed-on EMPID who keyed the outcome.
      *    AF-NOTE: free text from the call, e.g. a good time to
      *    ring back or who asked about pre-arrangement.
