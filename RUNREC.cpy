      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * Shared cremation-run record layout for CREMATION-RUN-FILE,
      * the indexed file PRG84 (death84.cobol) maintains - one record
      * per cremation case, keyed by the same year-prefixed ROLLNO as
      * CASE-MASTER. PRG68's checklist gets a case to the retort door;
      * this follows it through the retort and out to the family. The
      * stainless ID disc that goes into the retort with the decedent
      * comes out with the cremains, and PRG69 refuses to hand over a
      * cremation case unless the disc number keyed at the door
      * matches the one recorded here.
      *
      * Caller supplies the 01-level record name, e.g.:
      *     01 CREMATION-RUN-RECORD.
      *         COPY RUNREC.
      *
           02 RUN-ROLLNO PIC 9(7).
           02 FILLER PIC X.
           02 RUN-RETORT PIC X(4).
      *    RUN-RETORT: retort unit the case went into (R1, R2 ...)
           02 FILLER PIC X.
           02 RUN-OPERATOR PIC 9(5).
      *    RUN-OPERATOR: EMPID of the crematory operator, validated
      *    against EMPLOYEE-MASTER when the run is started.
           02 FILLER PIC X.
           02 RUN-START PIC 9(12).
           02 FILLER PIC X.
           02 RUN-END PIC 9(12).
      *    RUN-START / RUN-END: YYYYMMDDHHMM; END is zero while the
      *    case is still in the retort.
           02 FILLER PIC X.
           02 RUN-DISC-NO PIC X(10).
      *    RUN-DISC-NO: number stamped on the stainless ID disc,
      *    recorded when the run starts.
           02 FILLER PIC X.
           02 RUN-CONTAINER PIC X(15).
           02 FILLER PIC X.
           02 RUN-WEIGHT PIC 9(3)V9.
      *    RUN-CONTAINER / RUN-WEIGHT: temporary or selected urn the
      *    cremains were processed into, and their weight in pounds
      *    (one implied decimal), captured when the run is ended.
           02 FILLER PIC X.
           02 RUN-RELEASED PIC X.
           02 FILLER PIC X.
           02 RUN-RELEASED-DATE PIC 9(8).
      *    RUN-RELEASED: N - cremains awaiting pickup, Y - handed
      *    over at the door by PRG69 on RUN-RELEASED-DATE.
