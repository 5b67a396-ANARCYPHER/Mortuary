      *    PRG31's PO generation run per facility, and PRG44's
      *    valuation breaks by it. Spaces means the original
      *    building.
           02 FILLER PIC X.
           02 QTY-RESERVED PIC 9(5).
      *    QTY-RESERVED is stock held for open PRG53 quotes - taken
      *    when a merchandise line is quoted, given back when the
      *    line posts, is cancelled, or the hold expires. Available
      *    to promise is QTY-ON-HAND less QTY-RESERVED; PRG10, PRG11
      *    and PRG31 work off that figure, and PRG4 intake, PRG30
      *    and PRG67 issues and PRG94/PRG96 shipments will not dip
      *    into the held stock. PRG5 adds a part at zero.
