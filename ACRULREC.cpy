      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * Shared leave-accrual rule layout for ACCRUAL-RULE-FILE
      * (/user/employee/leave-accrual-rules, indexed on AR-KEY) -
      * hours earned per pay period by EMP-PAY-CLASS and leave type.
      * PRG101 (death101.cobol) maintains it; PRG33 (death33.cobol)
      * applies it to LEAVE-BALANCE-FILE each pay-period run. A pay
      * class with no rule for a leave type accrues none of it.
      *
      * Caller supplies the 01-level record name, e.g.:
      *     01 ACCRUAL-RULE-RECORD.
      *         COPY ACRULREC.
      *
           02 AR-KEY.
               03 AR-PAY-CLASS PIC X.
               03 AR-TYPE PIC X.
           02 FILLER PIC X.
           02 AR-HOURS-PER-PERIOD PIC 9(2)V99.
           02 FILLER PIC X.
           02 AR-MAX-BALANCE PIC 9(4)V99.
      *    AR-MAX-BALANCE: accrual stops at this balance (the
      *    carry-over cap); zero means no cap
           02 FILLER PIC X.
           02 AR-OPERATOR PIC 9(5).
           02 FILLER PIC X.
           02 AR-CHANGED-DATE PIC 9(8).
