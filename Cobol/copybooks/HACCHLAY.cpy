      ******************************************************************
      * HACCHLAY
      * Replenishment purchase-order record layout used by
      * PO-MASTER-F (zairp1 raises suggested orders off the reorder
      * alerts, hcmnt1 review/release maintenance, zaiko1 matches
      * the warehouse receipts against released orders). One row
      * per order, keyed store/product/order number so every order
      * for a store/product reads together in raise order.
      * PO-STATUS: 'S' suggested (raised by zairp1, not yet seen by
      * buying), 'R' released to the supplier -- the only status
      * a receipt matches against, 'C' closed (received in full),
      * 'X' cancelled by buying. An order is on order for the
      * quantity not yet received while it is 'S' or 'R'.
      ******************************************************************
           03  PO-KEY.
             05  PO-TENPO-CODE       PIC  X(05).
             05  PO-SHOHIN-CODE      PIC  X(05).
             05  PO-NO               PIC  9(07).
           03  PO-STATUS             PIC  X(01).
           03  PO-ORDER-KOSU         PIC  S9(15).
           03  PO-RCVD-KOSU          PIC  S9(15).
           03  PO-RAISED-DATE        PIC  9(08).
           03  PO-DUE-DATE           PIC  9(08).
           03  PO-RELEASE-DATE       PIC  9(08).
