      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * Shared columbarium niche record layout for NICHE-MASTER, the
      * indexed file PRG109 (death109.cobol) maintains - one record
      * per niche in the home's own columbarium, keyed wall, row and
      * position as they are lettered on the wall. A niche is sold
      * under an interment-rights sale (IRREC.cpy) and becomes
      * occupied when a cremation case's urn is placed in it.
      *
      * Caller supplies the 01-level record name, e.g.:
      *     01 NICHE-RECORD.
      *         COPY NICHEREC.
      *
           02 NI-KEY.
               03 NI-WALL PIC X(4).
               03 NI-ROW PIC 9(2).
               03 NI-POSITION PIC 9(3).
           02 FILLER PIC X.
           02 NI-SIZE PIC X.
               88 NI-SINGLE VALUE 'S'.
               88 NI-COMPANION VALUE 'C'.
      *    NI-SIZE: S - single (one urn), C - companion (two urns)
           02 FILLER PIC X.
           02 NI-PRICE PIC 9(5)V99.
           02 FILLER PIC X.
           02 NI-STATUS PIC X.
               88 NI-AVAILABLE VALUE 'A'.
               88 NI-SOLD VALUE 'S'.
               88 NI-OCCUPIED VALUE 'O'.
      *    NI-STATUS: A - available, S - sold (rights held, empty),
      *    O - occupied (at least one urn placed)
           02 FILLER PIC X.
           02 NI-RIGHTS-NO PIC 9(6).
      *    NI-RIGHTS-NO: the interment-rights sale the niche was sold
      *    under, zero while available.
           02 FILLER PIC X.
           02 NI-ROLLNO-1 PIC 9(7).
           02 FILLER PIC X.
           02 NI-INURN-DATE-1 PIC 9(8).
           02 FILLER PIC X.
           02 NI-ROLLNO-2 PIC 9(7).
           02 FILLER PIC X.
           02 NI-INURN-DATE-2 PIC 9(8).
      *    NI-ROLLNO-1 / -2: the cases inurned here and the dates
      *    placed; the second only in a companion niche.
           02 FILLER PIC X.
           02 NI-EMPID PIC 9(5).
      *    NI-EMPID: signed-on EMPID who last updated the niche.
