      * typos on PRG10's supplier report. SUP-LEAD-DAYS sits next to
      * the reorder math purchasing does off PRG11.
      *
      * Outside contractors paid through AP or as cash advances
      * (trade embalmers, removal services, musicians, clergy) are
      * kept here too, with the taxpayer ID, 1099 indicator and
      * mailing address PRG98's year-end 1099 report and IRS filing
      * need.
      *
      * Caller supplies the 01-level record name, e.g.:
      *     01 SUPPLIER-RECORD.
      *         COPY SUPREC.
           02 SUP-CONTACT PIC X(20).
           02 FILLER PIC X.
           02 SUP-LEAD-DAYS PIC 9(3).
           02 FILLER PIC X.
           02 SUP-TAX-ID PIC X(9).
           02 FILLER PIC X.
           02 SUP-TIN-TYPE PIC X.
               88 SUP-TIN-EIN VALUE '1'.
               88 SUP-TIN-SSN VALUE '2'.
      *    SUP-TAX-ID: nine digits, no dashes; SUP-TIN-TYPE 1 - EIN,
      *    2 - SSN
           02 FILLER PIC X.
           02 SUP-1099-FLAG PIC X.
               88 SUP-1099-REPORTABLE VALUE 'Y'.
           02 FILLER PIC X.
           02 SUP-ADDRESS PIC X(40).
           02 FILLER PIC X.
           02 SUP-CITY PIC X(20).
           02 FILLER PIC X.
           02 SUP-STATE PIC X(2).
           02 FILLER PIC X.
           02 SUP-ZIP PIC X(9).
