            02 PAY-AMOUNT PIC 9(7)V99.
            02 FILLER PIC X.
            02 PAY-METHOD PIC X(6).
            02 FILLER PIC X.
            02 PAY-OPERATOR PIC 9(5).
      * Mirror of PRG57's WS-ADJUSTMENT-ENTRY - keep the two in
      * step.
        01 WS-ADJUSTMENT-ENTRY.
