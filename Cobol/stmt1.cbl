      *          proven good -- the last balancing record is checked
      *          here as well as by the chain's own gating, because
      *          a statement is outward-facing in a way an internal
      *          report is not. The refund section is the verified
      *          refunds (DDO5 is allocated to the hnpck1 output) --
      *          a return held for loss prevention stays off the
      *          statement until it is cleared.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
