      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * Shared obituary record layout for OBIT-MASTER, the indexed
      * file PRG107 (death107.cobol) maintains - one record per case,
      * keyed by the same year-prefixed ROLLNO as CASE-MASTER. It
      * holds the obituary text and the family member who approved
      * it. The text is the notice itself; visitation and service
      * times are NOT keyed into it - PRG107 takes them off
      * SCHEDULE-MASTER when the notice is submitted, so a notice
      * cannot go out with a time the calendar no longer shows. Each
      * outlet the notice runs in is a line on OBIT-PUBLICATION (see
      * OBPUBREC.cpy).
      *
      * Caller supplies the 01-level record name, e.g.:
      *     01 OBIT-RECORD.
      *         COPY OBITREC.
      *
           02 OB-ROLLNO PIC 9(7).
           02 FILLER PIC X.
           02 OB-STATUS PIC X.
      *    OB-STATUS: D - draft, A - approved by the family. Keying
      *    new text puts an approved notice back to draft.
           02 FILLER PIC X.
           02 OB-APPROVER-NOK-SEQ PIC 9(2).
           02 FILLER PIC X.
           02 OB-APPROVER-NAME PIC X(20).
           02 FILLER PIC X.
           02 OB-APPROVER-RELATIONSHIP PIC X(10).
           02 FILLER PIC X.
           02 OB-APPROVED-DATE PIC 9(8).
      *    The approver must be a NOK-MASTER contact on the case; the
      *    name and relationship are taken off the contact record.
           02 FILLER PIC X.
           02 OB-EMPID PIC 9(5).
      *    OB-EMPID: signed-on EMPID who last keyed the text or
      *    recorded the approval.
           02 FILLER PIC X.
           02 OB-TEXT-LINES PIC 9(2).
           02 FILLER PIC X.
           02 OB-TEXT-LINE PIC X(64) OCCURS 15 TIMES.
      *    OB-TEXT-LINES: how many of the fifteen text lines are used.
