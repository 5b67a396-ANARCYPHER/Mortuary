      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * Shared case-audit entry layout for the CASE-MASTER change log
      * (/user/mortuary/case-audit.log, line sequential, appended to).
      * Every program that rewrites a case record - PRG4, PRG16,
      * PRG49, PRG80, PRG83, PRG87, PRG95 and PRG102 - writes one
      * entry per field it changed, carrying the value before and
      * after, and PRG88 (death88.cobol) reads the log back as a
      * per-case change history. Entries are never rewritten or
      * removed.
      *
      * Caller supplies the 01-level record name, e.g.:
      *     01 WS-CASE-AUDIT-ENTRY.
      *         COPY CAUDREC.
      *
           02 CA-ROLLNO PIC 9(7).
           02 FILLER PIC X VALUE SPACE.
           02 CA-FIELD PIC X(16).
      *    CA-FIELD: CASEREC data name of the field that changed
      *    (NAME-LAST, DATE-OF-DEATH, CASE-STATUS, ROLLNO ...)
           02 FILLER PIC X VALUE SPACE.
           02 CA-OLD-VALUE PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 CA-NEW-VALUE PIC X(20).
      *    CA-OLD-VALUE / CA-NEW-VALUE: the field before and after the
      *    rewrite, left-justified; fields longer than 20 bytes are
      *    truncated and CASE-ACCESS-CODE is never written in clear.
           02 FILLER PIC X VALUE SPACE.
           02 CA-EMPID PIC 9(5).
      *    CA-EMPID: signed-on EMPID of the operator who made the
      *    change.
           02 FILLER PIC X VALUE SPACE.
           02 CA-PROGRAM PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 CA-TIMESTAMP PIC X(21).
