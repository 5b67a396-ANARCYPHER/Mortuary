           02 CASE-TRADE-TYPE PIC X.
           02 FILLER PIC X.
           02 CASE-TRADE-ACCT PIC X(6).
      *    Assigned funeral director - the EMPID (on EMPLOYEE-MASTER)
      *    who owns the case and takes the family's calls. PRG4 sets
      *    it at intake, defaulting to the on-call director on
      *    ON-CALL-ROTATION; PRG87 reassigns it (leaving a case note
      *    behind) and prints each director's open-case workload.
      *    Zero means a case opened before directors were assigned.
           02 FILLER PIC X.
           02 CASE-DIRECTOR PIC 9(5).
      *    Precaution code - the confidential handling flag that used
      *    to be a sticky note on the cooler door. Set at PRG4 intake
      *    or through PRG102, with the setting EMPID on the case
      *    audit log; never carries diagnosis text. CASE-PRECAUTION:
      *    space - none, 1 - infectious precautions, 2 - bariatric /
      *    lift assist, 3 - other special handling. Tags (PRG4,
      *    PRG52, PRG95), PRG47 dispatch entries, PRG77's run sheet
      *    and PRG67's prep record print it as the symbol *Pn*, and
      *    PRG16 will not take a flagged case to 'P' until PRG67's
      *    report confirms the required PPE was used.
           02 FILLER PIC X.
           02 CASE-PRECAUTION PIC X.
