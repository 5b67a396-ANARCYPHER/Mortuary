      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * Shared paid-leave balance layout for LEAVE-BALANCE-FILE
      * (/user/employee/leave-balances, indexed on LV-KEY) - one
      * record per EMPID per leave type. PRG33 (death33.cobol)
      * accrues hours onto it each pay-period run by the rule for the
      * employee's EMP-PAY-CLASS (see ACRULREC.cpy); PRG101
      * (death101.cobol) takes approved leave off it and puts
      * cancelled leave back, and prints the balance statement.
      *
      * Caller supplies the 01-level record name, e.g.:
      *     01 LEAVE-BALANCE-RECORD.
      *         COPY LEAVEREC.
      *
           02 LV-KEY.
               03 LV-EMPID PIC 9(5).
               03 LV-TYPE PIC X.
      *        LV-TYPE: V - vacation, S - sick
           02 FILLER PIC X.
           02 LV-BALANCE PIC 9(4)V99.
           02 FILLER PIC X.
           02 LV-ACCRUED-TOTAL PIC 9(5)V99.
           02 FILLER PIC X.
           02 LV-TAKEN-TOTAL PIC 9(5)V99.
           02 FILLER PIC X.
           02 LV-LAST-ACCRUAL PIC 9(8).
      *    LV-LAST-ACCRUAL: the pay-period end PRG33 last accrued
      *    for - a rerun of the same period accrues nothing twice
