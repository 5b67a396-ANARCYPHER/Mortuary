      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * Shared accounting-period record layout for PERIOD-CONTROL
      * (/user/billing/period-control, indexed on PER-PERIOD), the
      * file PRG92 (death92.cobol) maintains - one record per YYYYMM
      * that has ever been closed. Once PRG51's month-end journal has
      * gone to the accountant the month is closed here, and the
      * posting programs - PRG28 payments, PRG29 case charges, PRG57
      * adjustments, PRG90 settlement import - read this file and
      * refuse any entry dated into a closed month. A month with no
      * record is open.
      *
      * Caller supplies the 01-level record name, e.g.:
      *     01 PERIOD-RECORD.
      *         COPY PERIODREC.
      *
           02 PER-PERIOD PIC 9(6).
      *    PER-PERIOD: accounting month, YYYYMM
           02 FILLER PIC X.
           02 PER-STATUS PIC X.
               88 PERIOD-CLOSED VALUE 'C'.
      *    PER-STATUS: O - open (reopened), C - closed
           02 FILLER PIC X.
           02 PER-CLOSED-BY PIC 9(5).
           02 FILLER PIC X.
           02 PER-CLOSED-DATE PIC 9(8).
      *    PER-CLOSED-BY / PER-CLOSED-DATE: the latest close
           02 FILLER PIC X.
           02 PER-REOPENED-BY PIC 9(5).
           02 FILLER PIC X.
           02 PER-REOPEN-APPROVER PIC 9(5).
           02 FILLER PIC X.
           02 PER-REOPENED-DATE PIC 9(8).
           02 FILLER PIC X.
           02 PER-REOPEN-REASON PIC X(20).
      *    PER-REOPEN-*: the latest approved reopen, zero/spaces if
      *    the month was never reopened; every close and reopen is
      *    also on PRG92's period log.
