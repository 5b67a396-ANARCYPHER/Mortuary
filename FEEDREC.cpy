      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * Shared processed-feed register record layout for
      * FEED-REGISTER, the indexed file PRG113 (death113.cobol)
      * maintains - one record each time an inbound feed is
      * fingerprinted ahead of the nightly step that reads it, keyed
      * by the feed's name and the time it was fingerprinted. The
      * fingerprint is the record count, the control totals off the
      * feed's 'H' header and 'T' trailer where it carries them, and
      * a hash of the content; two feeds with the same fingerprint
      * are the same file sent twice.
      *
      * Caller supplies the 01-level record name, e.g.:
      *     01 FEED-RECORD.
      *         COPY FEEDREC.
      *
           02 FR-KEY.
               03 FR-FEED-ID PIC X(12).
               03 FR-STAMP PIC X(14).
      *    FR-STAMP: when fingerprinted, YYYYMMDDHHMMSS.
           02 FILLER PIC X.
           02 FR-FILE-NAME PIC X(60).
           02 FILLER PIC X.
           02 FR-FINGERPRINT.
               03 FR-RECORD-COUNT PIC 9(7).
               03 FILLER PIC X.
               03 FR-HDR-DATE PIC 9(8).
               03 FILLER PIC X.
               03 FR-HDR-COUNT PIC 9(5).
               03 FILLER PIC X.
               03 FR-TRL-COUNT PIC 9(5).
               03 FILLER PIC X.
               03 FR-TRL-AMOUNT PIC 9(11).
               03 FILLER PIC X.
               03 FR-HASH PIC 9(9).
      *    FR-HDR- / FR-TRL-: zero for a feed with no header or
      *    trailer.
           02 FILLER PIC X.
           02 FR-STATUS PIC X.
               88 FR-PENDING VALUE 'P'.
               88 FR-PROCESSED VALUE 'D'.
               88 FR-REFUSED VALUE 'R'.
               88 FR-OVERRIDE-ON-FILE VALUE 'O'.
               88 FR-OVERRIDE-USED VALUE 'U'.
      *    FR-STATUS: P - fingerprinted, its step not yet finished,
      *    D - processed (its step finished OK), R - refused as a
      *    duplicate, O - refused, then an operator keyed an override
      *    to let it through, U - the override has been used (the
      *    feed was let through and registered again as P).
           02 FILLER PIC X.
           02 FR-MATCHED-STAMP PIC X(14).
      *    FR-MATCHED-STAMP: on a refused feed, the FR-STAMP of the
      *    processed feed it duplicated.
           02 FILLER PIC X.
           02 FR-OVERRIDE-BY PIC 9(5).
           02 FILLER PIC X.
           02 FR-OVERRIDE-DATE PIC 9(8).
           02 FILLER PIC X.
           02 FR-OVERRIDE-REASON PIC X(30).
