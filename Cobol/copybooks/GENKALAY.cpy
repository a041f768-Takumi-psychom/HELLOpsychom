      ******************************************************************
      * GENKALAY
      * Cost price master record layout used by GENKA-MASTER-F
      * (gnmnt1 maintenance, mgnrp1 daily and mgnrp2 month-end gross
      * margin reports). Kept beside TANKAF rather than in it: the
      * retail price and the cost price change on different days for
      * different reasons, so each carries its own effective dates.
      * One row per product per effective date -- the cost in force
      * on a purchase date is the row with the latest CM-EFF-DATE
      * that is not after it, the same pattern as TANKALAY.
      ******************************************************************
           03  CM-COST-KEY.
             05  CM-SHOHIN-CODE      PIC  X(05).
             05  CM-EFF-DATE         PIC  9(08).
           03  CM-GENKA              PIC  S9(15).
