      ******************************************************************
      * BUMONLAY
      * Department / category / product hierarchy record layout used
      * by BUMON-MASTER-F (bmmnt1 maintenance, bmnrp1 daily and
      * bmnrp2 month-end department sales reports). One keyed file
      * carries all three levels:
      *   BM-LEVEL 'D'  department -- BM-PARENT is spaces
      *   BM-LEVEL 'C'  category   -- BM-PARENT is its department
      *   BM-LEVEL 'P'  product    -- BM-PARENT is its category;
      *                 BM-NAME is spaces, the SHOHIN master holds
      *                 the product name
      * A product with no 'P' row is unassigned and reports under its
      * own marker department until merchandising files it.
      ******************************************************************
           03  BM-KEY.
             05  BM-LEVEL            PIC  X(01).
             05  BM-CODE             PIC  X(05).
           03  BM-NAME               PIC  X(20).
           03  BM-PARENT             PIC  X(05).
