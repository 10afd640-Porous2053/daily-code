      *> STKCTLREC - persistent next-stocktake-number record, held
      *> on STKCTL.DAT. Every FREEZE draws the next number, so each
      *> stocktake's adjustment deck carries its own batch number
      *> even when several branches are frozen on the same day.
       05  STKCTL-NEXT-NUMBER       PIC 9(5).
