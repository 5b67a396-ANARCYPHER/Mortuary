      * ALPNUM doubles as the alternate record key and the staff
      * license/credential number; LICENSE-STATE/LICENSE-EXPIRY round
      * that out into a full credential field set.
      *
      * EMP-TERM-DATE/EMP-TERM-REASON are set by PRG6's separation
      * transaction. From the termination date on, the EMPID fails
      * sign-on in every transaction program.
      *
           02 EMPID PIC 9(5).
           02 FILLER PIC X.
      *    Home facility - PRG21's month-end rollup attributes the
      *    employee's hours to it. Spaces means the original
      *    building.
           02 FILLER PIC X.
           02 EMP-TERM-DATE PIC 9(8).
      *    Separation date - zero for a current employee
           02 FILLER PIC X.
           02 EMP-TERM-REASON PIC X(20).
