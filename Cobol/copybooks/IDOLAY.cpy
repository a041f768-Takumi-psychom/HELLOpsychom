      ******************************************************************
      * IDOLAY
      * Inter-store transfer record layout used by IDO-MASTER-F
      * (zaiko1 posts the shipping and receiving ends off the IDOIN
      * transfer feed, idorp1 aged in-transit report). One row per
      * transfer, keyed by the transfer slip number the shipping
      * store keys, so both ends of a transfer meet on one row
      * whichever end is keyed first.
      * ID-STATUS: 'T' shipped and in transit -- the quantity is off
      * the shipping store's on-hand and sits in the receiving
      * store's ZM-IN-TRANSIT, 'U' received with no shipment on file
      * yet (the shipping end was never keyed), 'R' received -- both
      * ends posted; a received quantity different from the shipped
      * quantity is stock lost (or found) between the stores.
      ******************************************************************
           03  ID-IDO-NO             PIC  9(07).
           03  ID-STATUS             PIC  X(01).
           03  ID-SHOHIN-CODE        PIC  X(05).
           03  ID-FROM-TENPO         PIC  X(05).
           03  ID-TO-TENPO           PIC  X(05).
           03  ID-SHIP-KOSU          PIC  S9(15).
           03  ID-RCVD-KOSU          PIC  S9(15).
           03  ID-SHIP-DATE          PIC  9(08).
           03  ID-RCVD-DATE          PIC  9(08).
