      * IN-DAIKIN) against a positive IN-TANKA. '3' = warehouse
      * receipt -- it appears only on the RCPTIN stock-receipts feed
      * zaiko1 posts, never on the store feed (edit1 still rejects
      * it there). '4' = transfer shipped and '5' = transfer
      * received -- these appear only on the IDOIN inter-store
      * transfer feed zaiko1 posts, carrying a positive quantity;
      * IN-KONYU-TENPO is the store keying that end of the transfer.
      ******************************************************************
           03  IN-SHOHIN-CODE        PIC  X(05).
           03  IN-KONYU-TENPO        PIC  X(05).
