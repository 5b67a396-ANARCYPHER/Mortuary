      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * Shared leave-request layout for LEAVE-REQUEST-FILE
      * (/user/employee/leave-requests, indexed on LR-KEY - the
      * EMPID and a per-employee sequence). PRG101 (death101.cobol)
      * takes the request and records the supervisor's approval or
      * denial. Approved leave keeps PRG63 (death63.cobol) from
      * calling the absence a NO-SHOW, and PRG64 (death64.cobol)
      * pays it out on the gross-pay extract, stamping
      * LR-PAID-PERIOD so nothing pays twice.
      *
      * Caller supplies the 01-level record name, e.g.:
      *     01 LEAVE-REQUEST-RECORD.
      *         COPY LVREQREC.
      *
           02 LR-KEY.
               03 LR-EMPID PIC 9(5).
               03 LR-SEQ PIC 9(3).
           02 FILLER PIC X.
           02 LR-TYPE PIC X.
      *    LR-TYPE: V - vacation, S - sick (as LV-TYPE)
           02 FILLER PIC X.
           02 LR-START-DATE PIC 9(8).
           02 FILLER PIC X.
           02 LR-END-DATE PIC 9(8).
           02 FILLER PIC X.
           02 LR-HOURS PIC 9(3)V99.
           02 FILLER PIC X.
           02 LR-STATUS PIC X.
               88 LR-PENDING VALUE 'P'.
               88 LR-APPROVED VALUE 'A'.
               88 LR-DENIED VALUE 'D'.
               88 LR-CANCELLED VALUE 'C'.
           02 FILLER PIC X.
           02 LR-REQUESTED-BY PIC 9(5).
           02 FILLER PIC X.
           02 LR-REQUESTED-DATE PIC 9(8).
           02 FILLER PIC X.
           02 LR-SUPERVISOR PIC 9(5).
      *    LR-SUPERVISOR: the EMPID that approved or denied it
           02 FILLER PIC X.
           02 LR-DECIDED-DATE PIC 9(8).
           02 FILLER PIC X.
           02 LR-PAID-PERIOD PIC 9(8).
      *    LR-PAID-PERIOD: zero until PRG64 puts the hours out on
      *    the gross-pay extract, then that pay period's end date
