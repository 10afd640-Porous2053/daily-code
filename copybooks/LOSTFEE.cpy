      *> LOSTFEE - processing fee billed on top of the replacement
      *> cost when a copy is written off as lost or damaged, shared
      *> by BookManager (LOST and DAMAGED cards) and BookAutoLost
      *> (nightly auto-lost step) so the two always bill the same.
       01 WS-LOST-PROCESSING-FEE   PIC 9(3)V99 VALUE 5.00.
