      * COBOL MORTUARY
      * Virtual MORGUE -
      *
      * Shared handheld-scanner upload record layout - one line per
      * scan pair in /user/mortuary/scan-upload.dat, the file the
      * handheld writes when it is docked and PRG104 (death104.cobol)
      * posts as PRG24 custody transfers and PRG25 slot assignments.
      * Each line is the case tag, the location label, and the
      * handler's badge, scanned in that order, and the handheld's
      * clock at the last of the three.
      *
      * Barcode values (Code 39, printed between '*' start/stop
      * characters, which the scanner does not transmit):
      *   case tag   C + ROLLNO (7) + check digits (2) - the check
      *              digits are ROLLNO modulo 97, so a misread or a
      *              transposed digit fails rather than posting to
      *              the wrong case. Cut on the ID tag by PRG4,
      *              PRG52 and PRG95.
      *   location   S + STOR-UNIT (4) + STOR-SLOT (3) - cooler slot
      *              V + VEH-UNIT (8) - vehicle on VEHICLE-MASTER
      *              R + room code (8) - preparation room
      *              Printed by PRG105.
      *   badge      E + EMPID (5) - EMPID already carries its own
      *              mod-10 check digit. Printed by PRG105.
      *
      * Caller supplies the 01-level record name, e.g.:
      *     01 SCAN-RECORD.
      *         COPY SCANREC.
      *
           02 SC-CASE-TAG.
               03 SC-TAG-TYPE PIC X.
               03 SC-TAG-ROLLNO PIC 9(7).
               03 SC-TAG-CHECK PIC 9(2).
           02 FILLER PIC X.
           02 SC-LOCATION-LABEL.
               03 SC-LABEL-TYPE PIC X.
               03 SC-LABEL-BODY PIC X(8).
               03 SC-LABEL-SLOT-VIEW REDEFINES SC-LABEL-BODY.
                   04 SC-LABEL-UNIT PIC X(4).
                   04 SC-LABEL-SLOT PIC 9(3).
                   04 FILLER PIC X.
           02 FILLER PIC X.
           02 SC-BADGE.
               03 SC-BADGE-TYPE PIC X.
               03 SC-BADGE-EMPID PIC 9(5).
           02 FILLER PIC X.
           02 SC-TIMESTAMP PIC X(14).
      *    SC-TIMESTAMP: YYYYMMDDHHMMSS off the handheld - it becomes
      *    the custody entry's timestamp, so the log shows when the
      *    move happened, not when the handheld was docked.
