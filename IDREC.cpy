      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * Shared positive-identification record layout for
      * IDENT-MASTER, the indexed file PRG103 (death103.cobol)
      * maintains - one record per case, keyed by the same
      * year-prefixed ROLLNO as CASE-MASTER. It records how the
      * decedent was identified, by whom, and which staff member
      * verified it. PRG16 refuses the I-to-P transition and PRG68
      * refuses any cremation checklist sign-off until a positive
      * identification is on file here - with no override, because
      * a misidentified decedent cannot be un-embalmed or
      * un-cremated - and PRG74's worklist names "identification
      * pending" as the blocking item until it is.
      *
      * Caller supplies the 01-level record name, e.g.:
      *     01 IDENT-RECORD.
      *         COPY IDREC.
      *
           02 ID-ROLLNO PIC 9(7).
           02 FILLER PIC X.
           02 ID-METHOD PIC X.
      *    ID-METHOD: V - visual by next of kin, P - photograph
      *    viewed by next of kin, B - hospital ID band, F -
      *    fingerprints, M - medical examiner
           02 FILLER PIC X.
           02 ID-BY-NAME PIC X(20).
           02 FILLER PIC X.
           02 ID-BY-NOK-SEQ PIC 9(2).
           02 FILLER PIC X.
           02 ID-BY-RELATIONSHIP PIC X(10).
      *    Who identified the decedent. For V and P the identifier
      *    must be a NOK-MASTER contact on this case: ID-BY-NOK-SEQ
      *    is that contact's NOK-SEQ and the name and relationship
      *    are taken off the contact record, not keyed. For B, F
      *    and M the name is the hospital, agency or examiner,
      *    ID-BY-NOK-SEQ is zero and the relationship is blank.
           02 FILLER PIC X.
           02 ID-VERIFIED-BY PIC 9(5).
           02 FILLER PIC X.
           02 ID-DATE PIC 9(8).
      *    ID-VERIFIED-BY: EMPID of the staff member who witnessed
      *    or checked the identification, validated against
      *    EMPLOYEE-MASTER. ID-DATE: date the identification was made.
           02 FILLER PIC X.
           02 ID-RESULT PIC X.
      *    ID-RESULT: Y - positive identification (what the gates
      *    require), N - attempted but not confirmed. A positive
      *    record is final; an unconfirmed one is replaced when the
      *    identification is made.
           02 FILLER PIC X.
           02 ID-OPERATOR PIC 9(5).
      *    ID-OPERATOR: signed-on EMPID who keyed the record.
