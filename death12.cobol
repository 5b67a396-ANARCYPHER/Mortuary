      * TRAN-QTY to on-hand (stock received), UPDATE sets on-hand to
      * TRAN-QTY exactly (a correction), DELETE subtracts TRAN-QTY from
      * on-hand (stock consumed) and is rejected if on-hand can't cover
      * it. RETURN ('R', posted by PRG96 when a return to the vendor
      * ships) subtracts like DELETE but audits as RTV, so PRG51
      * journals it as a reversed receipt instead of usage. Reads
      * and rewrites a checkpoint file after every transaction
      * so a job that dies partway through (power loss, abend) can be
      * restarted and will skip everything already applied instead
      * of double-posting quantity changes.
                           PERFORM WRITE-AUDIT-RECORD
                   END-READ
               WHEN 'D'
               WHEN 'R'
                   READ INVENTORY-FILE
                       INVALID KEY
                           DISPLAY 'SKIP - PART NOT FOUND: '
           EVALUATE TRAN-CODE
               WHEN 'A' MOVE 'ADD' TO AUDIT-ACTION
               WHEN 'D' MOVE 'DELETE' TO AUDIT-ACTION
               WHEN 'R' MOVE 'RTV' TO AUDIT-ACTION
               WHEN OTHER MOVE 'UPDATE' TO AUDIT-ACTION
           END-EVALUATE
           MOVE TRAN-PART-KEY TO AUDIT-PART-KEY
