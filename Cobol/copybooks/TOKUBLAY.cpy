      ******************************************************************
      * TOKUBLAY
      * Promotion (TOKUBAI) master record layout used by
      * TOKUBAI-MASTER-F (tokmnt1 maintenance, ensyu1 promotional
      * price edit, tokrp1 promotion results report).
      * One header row per promotion (TB-TENPO spaces) and, for a
      * promotion run in named stores rather than a whole region,
      * one more row per participating store:
      *   TB-SHOHIN-CODE  product on promotion         - header row
      *   TB-TANKA        promotional unit price       - only; spaces
      *   TB-START-DATE   first and last purchase date - or zero on
      *   TB-END-DATE     the promotional price holds  - store rows
      *   TB-REGION       TM-REGION the promotion runs in; spaces
      *                   means only the stores on its store rows
      *   TB-RESULT-DATE  business date tokrp1 reported the
      *                   promotion's results; zero until then
      ******************************************************************
           03  TB-KEY.
             05  TB-PROMO-ID         PIC  X(06).
             05  TB-TENPO            PIC  X(05).
           03  TB-SHOHIN-CODE        PIC  X(05).
           03  TB-TANKA              PIC  S9(15).
           03  TB-START-DATE         PIC  9(08).
           03  TB-END-DATE           PIC  9(08).
           03  TB-REGION             PIC  X(08).
           03  TB-DESC               PIC  X(20).
           03  TB-RESULT-DATE        PIC  9(08).
