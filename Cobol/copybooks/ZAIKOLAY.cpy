      * (zaiko1 nightly posting, zairp1 reorder alert report, zaimnt1
      * maintenance). One row per store/product. ZM-ON-HAND moves
      * with the day's accepted split output (sales out, returns
      * back), warehouse receipts and inter-store transfers;
      * ZM-REORDER-PT is the alert threshold buying maintains
      * through zaimnt1 -- a zero reorder point (the value on an
      * auto-created row) never alerts. ZM-IN-TRANSIT is the
      * quantity another store has shipped to this store that this
      * store has not yet confirmed received -- it is on neither
      * store's on-hand until the receipt posts (see IDOLAY).
      ******************************************************************
           03  ZM-STOCK-KEY.
             05  ZM-TENPO-CODE       PIC  X(05).
             05  ZM-SHOHIN-CODE      PIC  X(05).
           03  ZM-ON-HAND            PIC  S9(15).
           03  ZM-REORDER-PT         PIC  S9(15).
           03  ZM-IN-TRANSIT         PIC  S9(15).
