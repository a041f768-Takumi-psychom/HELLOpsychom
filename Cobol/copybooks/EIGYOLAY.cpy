      ******************************************************************
      * EIGYOLAY
      * Business calendar record layout used by EIGYO-MASTER-F
      * (egmnt1 maintenance, runct1 date-open and month-end checks).
      * One row per date for the whole chain (EG-REGION spaces) and,
      * where a region does not trade on a chain trading day, one
      * more row for that region:
      *   EG-DAY-KBN    'T' trading day, 'H' non-trading (holiday);
      *                 a region row is always 'H'
      *   EG-FISCAL-YM  fiscal month (YYYYMM) the date belongs to --
      *                 carried on the chain row, zero on region rows.
      *                 Always the calendar month of EG-DATE (egmnt1
      *                 refuses any other) -- the month-end programs
      *                 select on the calendar month of the sale date.
      *                 The last chain trading day before the fiscal
      *                 month changes is the fiscal month end.
      ******************************************************************
           03  EG-KEY.
             05  EG-DATE             PIC  9(08).
             05  EG-REGION           PIC  X(08).
           03  EG-DAY-KBN            PIC  X(01).
           03  EG-FISCAL-YM          PIC  9(06).
           03  EG-DESC               PIC  X(20).
