      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * Shared veteran burial-benefit record layout for
      * VETERAN-MASTER, the indexed file PRG85 (death85.cobol)
      * maintains - one record per case of a decedent who served,
      * keyed by the same year-prefixed ROLLNO as CASE-MASTER. No
      * record means not a veteran (or not yet known to be one). It
      * carries the service branch, the DD-214 discharge paper, the
      * burial flag, the headstone/marker application, and the VA
      * burial-allowance claim. PRG85's follow-up report lists claims
      * filed but not paid; PRG28 marks the claim paid when the VA
      * check posts to payments.dat under method VA.
      *
      * Caller supplies the 01-level record name, e.g.:
      *     01 VETERAN-RECORD.
      *         COPY VETREC.
      *
           02 VET-ROLLNO PIC 9(7).
           02 FILLER PIC X.
           02 VET-BRANCH PIC X(10).
      *    VET-BRANCH: ARMY, NAVY, AIR FORCE, MARINES, COAST GUARD,
      *    SPACE FORCE, or NATL GUARD
           02 FILLER PIC X.
           02 VET-DD214-DATE PIC 9(8).
      *    VET-DD214-DATE: date the DD-214 (or equivalent discharge
      *    paper) was received; zero until it is in the file.
           02 FILLER PIC X.
           02 VET-FLAG-ISSUED PIC X.
           02 FILLER PIC X.
           02 VET-FLAG-DATE PIC 9(8).
      *    VET-FLAG-ISSUED: Y - burial flag issued on VET-FLAG-DATE,
      *    N - not yet issued
           02 FILLER PIC X.
           02 VET-MARKER-DATE PIC 9(8).
      *    VET-MARKER-DATE: date the headstone/marker application
      *    went to the VA; zero if none filed.
           02 FILLER PIC X.
           02 VET-CLAIM-AMOUNT PIC 9(7)V99.
           02 FILLER PIC X.
           02 VET-CLAIM-DATE PIC 9(8).
           02 FILLER PIC X.
           02 VET-CLAIM-STATUS PIC X.
      *    VET-CLAIM-STATUS: N - burial-allowance claim not filed,
      *    F - filed and awaiting payment (on the follow-up report),
      *    P - paid (set by PRG28 when the VA check posts),
      *    D - denied by the VA
           02 FILLER PIC X.
           02 VET-PAID-AMOUNT PIC 9(7)V99.
           02 FILLER PIC X.
           02 VET-PAID-DATE PIC 9(8).
           02 FILLER PIC X.
           02 VET-RECORDED-BY PIC 9(5).
      *    VET-RECORDED-BY is the signed-on EMPID of the operator
      *    who recorded (or last updated) the benefit record.
