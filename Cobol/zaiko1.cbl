      *          and the split used to throw away. DDO1/DDO2 sales
      *          decrement the store/product on-hand, DDO5 returns
      *          put it back (a return's quantity is negative, so one
      *          subtract handles both), the DDO5D reversals of
      *          returns loss prevention denied take it back off
      *          again, and the warehouse's RCPTIN receipts feed
      *          (transaction type '3') increments it.
      *          Runs only after the balancing step has proven the
      *          day, and refuses a feed date it has already posted
      *          so a rerun cannot move the same stock twice. The
      *          daily movement report shows sales, return, and
      *          receipt units with the resulting on-hand per
      *          store/product. Each receipt is matched against the
      *          released purchase orders for its store/product,
      *          oldest first; a receipt with no released order, a
      *          receipt beyond what was ordered, and a released
      *          order still open past its due date are listed on
      *          the receipt exception report for buying.
      *          Inter-store transfers arrive on the IDOIN transfer
      *          feed: a shipment (type '4') comes off the shipping
      *          store's on-hand and sits in the receiving store's
      *          in-transit figure until the receipt (type '5')
      *          moves it into that store's on-hand. Both ends meet
      *          on the transfer file by transfer number, whichever
      *          end is keyed first; idorp1 reports what is left.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT DDO1-F           ASSIGN  TO  DDO1.
           SELECT DDO2-F           ASSIGN  TO  DDO2.
           SELECT DDO5-F           ASSIGN  TO  DDO5.
           SELECT DDO5D-F          ASSIGN  TO  DDO5D
                                   FILE STATUS IS  WK-DNY-STATUS.
           SELECT RCPTIN-F         ASSIGN  TO  RCPTIN
                                   FILE STATUS IS  WK-RCPT-STATUS.
           SELECT ZAIKO-MASTER-F   ASSIGN  TO  ZAIMAS
                                   RECORD KEY    IS  ZM-STOCK-KEY.
           SELECT ZAICTL-F         ASSIGN  TO  ZAICTL
                                   FILE STATUS IS  WK-CTL-STATUS.
           SELECT PO-MASTER-F      ASSIGN  TO  HACMAS
                                   ORGANIZATION  IS  INDEXED
                                   ACCESS MODE   IS  DYNAMIC
                                   RECORD KEY    IS  PO-KEY
                                   FILE STATUS   IS  WK-PO-STATUS.
           SELECT IDOIN-F          ASSIGN  TO  IDOIN
                                   FILE STATUS IS  WK-IDO-STATUS.
           SELECT IDO-MASTER-F     ASSIGN  TO  IDOMAS
                                   ORGANIZATION  IS  INDEXED
                                   ACCESS MODE   IS  RANDOM
                                   RECORD KEY    IS  ID-IDO-NO
                                   FILE STATUS   IS  WK-IDOM-STATUS.
           SELECT REPORT-F         ASSIGN  TO  ZAIRPT.
           SELECT EXCEPT-F         ASSIGN  TO  POEXC.

       DATA DIVISION.
       FILE SECTION.
           COPY TRANLAY.
         03  DDO5-SHOHIN-NAME  PIC  X(20).

       FD  DDO5D-F
       LABEL       RECORD    OMITTED
       RECORDING  MODE  IS  F.
       01  DDO5D-REC.
           COPY TRANLAY.
         03  DDO5D-SHOHIN-NAME PIC  X(20).

       FD  RCPTIN-F
       LABEL       RECORD    OMITTED
       RECORDING  MODE  IS  F.
       01  ZAICTL-REC.
         03  ZC-LAST-POSTED    PIC  9(08).

       FD  PO-MASTER-F
       LABEL       RECORD   OMITTED.
       01  PO-MASTER-REC.
           COPY HACCHLAY.

       FD  IDOIN-F
       LABEL       RECORD    OMITTED
       RECORDING  MODE  IS  F.
       01  IDOIN-REC.
           COPY TRANLAY.
         03  IDOIN-IDO-NO      PIC  9(07).
         03  IDOIN-AITE-TENPO  PIC  X(05).

       FD  IDO-MASTER-F
       LABEL       RECORD   OMITTED.
       01  IDO-MASTER-REC.
           COPY IDOLAY.

       FD  REPORT-F
       LABEL       RECORD   OMITTED
       RECORDING  MODE  IS  F.
       01  REPORT-LINE         PIC  X(132).

       FD  EXCEPT-F
       LABEL       RECORD   OMITTED
       RECORDING  MODE  IS  F.
       01  EXCEPT-LINE         PIC  X(132).

       WORKING-STORAGE   SECTION.

       01  FILLER              PIC  X(20)  VALUE 'CONSTANT-AREA'.
         05  C-ON              PIC  X(01)  VALUE  '1'.
         05  C-OFF             PIC  X(01)  VALUE  '0'.
         05  C-TYPE-RECEIPT    PIC  X(01)  VALUE  '3'.
         05  C-TYPE-SHIP       PIC  X(01)  VALUE  '4'.
         05  C-TYPE-ARRIVE     PIC  X(01)  VALUE  '5'.
         05  C-IDO-TRANSIT     PIC  X(01)  VALUE  'T'.
         05  C-IDO-NOSHIP      PIC  X(01)  VALUE  'U'.
         05  C-IDO-RECEIVED    PIC  X(01)  VALUE  'R'.
         05  C-MAX-MOVES       PIC  9(04)  VALUE  1000.
         05  C-LINES-PER-PAGE  PIC  9(02)  VALUE  50.
         05  C-PO-RELEASED     PIC  X(01)  VALUE  'R'.
         05  C-PO-CLOSED       PIC  X(01)  VALUE  'C'.
         05  C-EX-NOORDER      PIC  X(20)  VALUE
                                 'NO RELEASED ORDER'.
         05  C-EX-OVER         PIC  X(20)  VALUE
                                 'OVER-RECEIPT'.
         05  C-EX-OVERDUE      PIC  X(20)  VALUE
                                 'OPEN PAST DUE DATE'.
         05  C-IS-BADTYPE      PIC  X(30)  VALUE
                                 'NOT TYPE 4 OR 5'.
         05  C-IS-BADKOSU      PIC  X(30)  VALUE
                                 'QUANTITY NOT ABOVE ZERO'.
         05  C-IS-SAMESTORE    PIC  X(30)  VALUE
                                 'SHIPS TO ITS OWN STORE'.
         05  C-IS-DUPSHIP      PIC  X(30)  VALUE
                                 'TRANSFER ALREADY SHIPPED'.
         05  C-IS-DUPARRIVE    PIC  X(30)  VALUE
                                 'TRANSFER ALREADY RECEIVED'.
         05  C-IS-MISMATCH     PIC  X(30)  VALUE
                                 'STORES/PRODUCT DIFFER ON FILE'.

       01  FILLER              PIC  X(20)  VALUE 'WORK-AREA'.
       01  WORK-AREA.
         05  SW-EOF-FLG        PIC  X(01).
         05  SW-PO-FILE-FLG    PIC  X(01).
         05  SW-PO-END-FLG     PIC  X(01).
         05  SW-PO-HIT-FLG     PIC  X(01).
         05  SW-IDO-FOUND-FLG  PIC  X(01).
         05  WK-RCPT-STATUS    PIC  X(02).
         05  WK-DNY-STATUS     PIC  X(02).
         05  WK-CTL-STATUS     PIC  X(02).
         05  WK-PO-STATUS      PIC  X(02).
         05  WK-IDO-STATUS     PIC  X(02).
         05  WK-IDOM-STATUS    PIC  X(02).
         05  WK-IDO-SKIP-WHY   PIC  X(30).
         05  WK-FEED-DATE      PIC  9(08)  VALUE  ZERO.
         05  WK-DUE-CHECK-DATE PIC  9(08)  VALUE  ZERO.
         05  WK-DELTA-KOSU     PIC  S9(15).
         05  WK-TRANSIT-DELTA  PIC  S9(15)  VALUE  ZERO.
         05  WK-RCPT-LEFT      PIC  S9(15).
         05  WK-PO-OPEN-KOSU   PIC  S9(15).
         05  WK-PO-APPLY-KOSU  PIC  S9(15).
         05  WK-FIND-TENPO     PIC  X(05).
         05  WK-FIND-SHOHIN    PIC  X(05).
         05  WK-MOVE-SUB       PIC  9(04)  COMP.
         05  WK-HIT-SUB        PIC  9(04)  COMP.
         05  WK-SALES-COUNT    PIC  9(09)  VALUE  ZERO.
         05  WK-RETURN-COUNT   PIC  9(09)  VALUE  ZERO.
         05  WK-REVERSE-COUNT  PIC  9(09)  VALUE  ZERO.
         05  WK-RCPT-COUNT     PIC  9(09)  VALUE  ZERO.
         05  WK-BADRCPT-COUNT  PIC  9(09)  VALUE  ZERO.
         05  WK-NEW-ROW-COUNT  PIC  9(09)  VALUE  ZERO.
         05  WK-PO-MATCH-COUNT PIC  9(09)  VALUE  ZERO.
         05  WK-PO-CLOSE-COUNT PIC  9(09)  VALUE  ZERO.
         05  WK-EXCEPT-COUNT   PIC  9(09)  VALUE  ZERO.
         05  WK-SHIP-COUNT     PIC  9(09)  VALUE  ZERO.
         05  WK-ARRIVE-COUNT   PIC  9(09)  VALUE  ZERO.
         05  WK-VARIANCE-COUNT PIC  9(09)  VALUE  ZERO.
         05  WK-BADIDO-COUNT   PIC  9(09)  VALUE  ZERO.
         05  WK-PAGE-NO        PIC  9(05)  VALUE  ZERO.
         05  WK-LINE-CNT       PIC  9(05)  VALUE  ZERO.
         05  WK-EX-PAGE-NO     PIC  9(05)  VALUE  ZERO.
         05  WK-EX-LINE-CNT    PIC  9(05)  VALUE  ZERO.

       01  FILLER              PIC  X(20)  VALUE 'MOVE-TABLE-AREA'.
       01  MOVE-TABLE-AREA.
           10  MV-SALES-KOSU   PIC  S9(15).
           10  MV-RETURN-KOSU  PIC  S9(15).
           10  MV-RCPT-KOSU    PIC  S9(15).
           10  MV-XFER-KOSU    PIC  S9(15).
           10  MV-ON-HAND      PIC  S9(15).
           10  MV-IN-TRANSIT   PIC  S9(15).

       01  FILLER              PIC  X(20)  VALUE 'PRINT-AREA'.
       01  WK-PRINT-LINE        PIC  X(132) VALUE SPACES.
         05  FILLER             PIC  X(08)  VALUE  'RECEIPTS'.
         05  FILLER             PIC  X(03)  VALUE  SPACES.
         05  FILLER             PIC  X(07)  VALUE  'ON HAND'.
         05  FILLER             PIC  X(02)  VALUE  SPACES.
         05  FILLER             PIC  X(09)  VALUE  'TRANSFERS'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(10)  VALUE  'IN TRANSIT'.

       01  DETAIL-LINE.
         05  DT-TENPO           PIC  X(05).
         05  DT-RCPT-KOSU       PIC  -(8)9.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-ON-HAND         PIC  -(9)9.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-XFER-KOSU       PIC  -(8)9.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-IN-TRANSIT      PIC  -(9)9.

       01  EX-HEADING-LINE-1.
         05  FILLER             PIC  X(20)  VALUE  SPACES.
         05  FILLER             PIC  X(26)  VALUE
                                 'RECEIPT / PURCHASE ORDER E'.
         05  FILLER             PIC  X(20)  VALUE
                                 'XCEPTION REPORT FOR '.
         05  EH-FEED-DATE       PIC  9(08).
         05  FILLER             PIC  X(08)  VALUE  SPACES.
         05  FILLER             PIC  X(05)  VALUE  'PAGE '.
         05  EH-PAGE-NO         PIC  ZZZZ9.

       01  EX-HEADING-LINE-2.
         05  FILLER             PIC  X(20)  VALUE  'EXCEPTION'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(05)  VALUE  'STORE'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(05)  VALUE  'PROD '.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(07)  VALUE  'PO NO  '.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(08)  VALUE  ' ORDERED'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(08)  VALUE  'RECEIVED'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(08)  VALUE  '  EXCESS'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(08)  VALUE  'DUE DATE'.

       01  EX-DETAIL-LINE.
         05  EX-TYPE            PIC  X(20).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  EX-TENPO           PIC  X(05).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  EX-SHOHIN          PIC  X(05).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  EX-PO-NO           PIC  9(07).
         05  EX-PO-NO-X         REDEFINES  EX-PO-NO
                                PIC  X(07).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  EX-ORDER-KOSU      PIC  -(7)9.
         05  EX-ORDER-KOSU-X    REDEFINES  EX-ORDER-KOSU
                                PIC  X(08).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  EX-RCVD-KOSU       PIC  -(7)9.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  EX-EXCESS-KOSU     PIC  -(7)9.
         05  EX-EXCESS-KOSU-X   REDEFINES  EX-EXCESS-KOSU
                                PIC  X(08).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  EX-DUE-DATE        PIC  9(08).
         05  EX-DUE-DATE-X      REDEFINES  EX-DUE-DATE
                                PIC  X(08).

       PROCEDURE                          DIVISION.
       PROC                               SECTION.
                    PERFORM  DDO5-LOOP-RTN
           END-PERFORM.

           PERFORM  DDO5D-PASS-RTN.

           PERFORM  RCPTIN-PASS-RTN.

           PERFORM  IDOIN-PASS-RTN.

           PERFORM  END-RTN.
           STOP RUN.

                        DDO2-F
                        DDO5-F
                 I-O    ZAIKO-MASTER-F
                 OUTPUT REPORT-F
                        EXCEPT-F.

      *    NO PURCHASE-ORDER FILE YET (ZAIRP1 CREATES IT THE FIRST
      *    NIGHT IT RUNS) MEANS NOTHING HAS BEEN ORDERED TO MATCH --
      *    STOCK STILL POSTS, THE MATCHING IS SIMPLY NOT DONE. ANY
      *    OTHER OPEN FAILURE STOPS THE RUN BEFORE ANY STOCK MOVES.
           MOVE  C-ON  TO  SW-PO-FILE-FLG.
           OPEN  I-O  PO-MASTER-F.
           IF  WK-PO-STATUS  =  '35'
               MOVE  C-OFF  TO  SW-PO-FILE-FLG
               DISPLAY  'ZAIKO1 - NO PURCHASE-ORDER FILE - RECEIPTS '
                        'NOT MATCHED'
           ELSE
               IF  WK-PO-STATUS  NOT  =  '00'
                   DISPLAY  'ZAIKO1 - PURCHASE-ORDER FILE WILL NOT '
                            'OPEN - STATUS '  WK-PO-STATUS
                   MOVE  16  TO  RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           IF  WK-FEED-DATE  =  ZERO
               ACCEPT  WK-DUE-CHECK-DATE  FROM  DATE  YYYYMMDD
           ELSE
               MOVE  WK-FEED-DATE  TO  WK-DUE-CHECK-DATE
           END-IF.

           PERFORM  HEADING-RTN.
           PERFORM  EX-HEADING-RTN.

           INIT-RTN-EX.
               EXIT.

      *    THE FEED DATE OF THE DAY BEING POSTED IS TAKEN FROM THE
      *    FIRST RECORD FOUND ON DDO1-F, DDO2-F, OR DDO5-F (OR
      *    DDO5D-F, WHOSE REVERSALS CARRY THE SAME DATE) -- THE
      *    SAME PURCHASE-DATE STAMP THE SPLIT AND THE MONTH-TO-DATE
      *    APPEND USE TO IDENTIFY A RUN. A DAY WITH NO ACCEPTED
      *    OUTPUT LEAVES THE STAMP AT ZERO; RECEIPTS STILL POST.
               CLOSE  DDO5-F
           END-IF.

           IF  WK-FEED-DATE  =  ZERO
               OPEN  INPUT  DDO5D-F
               IF  WK-DNY-STATUS  NOT  =  '35'
                   READ  DDO5D-F
                       NOT  AT  END
                           MOVE  IN-KONYU-DATE  OF  DDO5D-REC
                             TO  WK-FEED-DATE
                   END-READ
                   CLOSE  DDO5D-F
               END-IF
           END-IF.

           STAMP-READ-RTN-EX.
               EXIT.

           PERFORM  DDO5-F-READ-RTN.
           DDO5-LOOP-RTN-EX.
           EXIT.

      *    A DENIED RETURN'S REVERSAL CARRIES A POSITIVE QUANTITY, SO
      *    THE SAME SIGN-FLIP TAKES BACK OFF STOCK THE UNITS THE
      *    RETURN PUT IN, AND IT NETS AGAINST THE DAY'S RETURN UNITS
      *    ON THE MOVEMENT REPORT. NO REVERSALS FILE IS A DAY WITH
      *    NOTHING DENIED.
       DDO5D-PASS-RTN                       SECTION.
           MOVE  C-OFF  TO  SW-EOF-FLG.

           OPEN  INPUT  DDO5D-F.

           IF  WK-DNY-STATUS  =  '35'
               GO  TO  DDO5D-PASS-RTN-EX
           END-IF.

           PERFORM  DDO5D-F-READ-RTN.
           PERFORM  UNTIL  SW-EOF-FLG  =  C-ON
                    PERFORM  DDO5D-LOOP-RTN
           END-PERFORM.

           CLOSE  DDO5D-F.

           DDO5D-PASS-RTN-EX.
               EXIT.

       DDO5D-F-READ-RTN                     SECTION.
           READ  DDO5D-F
           AT  END
           MOVE  C-ON  TO  SW-EOF-FLG
           GO  TO  DDO5D-F-READ-RTN-EX
           END-READ.
           DDO5D-F-READ-RTN-EX.
           EXIT.

       DDO5D-LOOP-RTN                       SECTION.
           MOVE  IN-KONYU-TENPO  OF  DDO5D-REC  TO  WK-FIND-TENPO.
           MOVE  IN-SHOHIN-CODE  OF  DDO5D-REC  TO  WK-FIND-SHOHIN.
           PERFORM  MOVE-FIND-RTN.
           COMPUTE  WK-DELTA-KOSU  =
                    ZERO  -  IN-KONYU-KOSU  OF  DDO5D-REC.
           ADD  IN-KONYU-KOSU  OF  DDO5D-REC
             TO  MV-RETURN-KOSU (WK-HIT-SUB).
           PERFORM  MASTER-POST-RTN.
           ADD  1  TO  WK-REVERSE-COUNT.
           PERFORM  DDO5D-F-READ-RTN.
           DDO5D-LOOP-RTN-EX.
           EXIT.
           EJECT.

      *    THE RECEIPTS FEED ONLY EXISTS ON DAYS THE WAREHOUSE
           PERFORM  MASTER-POST-RTN.
           ADD  1  TO  WK-RCPT-COUNT.

           IF  SW-PO-FILE-FLG  =  C-ON
           AND IN-KONYU-KOSU  OF  RCPTIN-REC  >  ZERO
               PERFORM  PO-MATCH-RTN
           END-IF.

           RCPTIN-LOOP-POST.
           PERFORM  RCPTIN-F-READ-RTN.
           RCPTIN-LOOP-RTN-EX.
           EXIT.
           EJECT.

      *    THE RECEIPTS FEED CARRIES NO ORDER NUMBER, SO A RECEIPT
      *    FILLS THE RELEASED ORDERS FOR ITS STORE/PRODUCT OLDEST
      *    FIRST (ORDER NUMBERS RUN IN RAISE ORDER). AN ORDER
      *    RECEIVED IN FULL CLOSES. WHAT IS LEFT WHEN THE RELEASED
      *    ORDERS ARE EXHAUSTED IS AN OVER-RECEIPT; A RECEIPT WITH
      *    NO RELEASED ORDER AT ALL IS LISTED WHOLE. THE STOCK HAS
      *    ARRIVED EITHER WAY -- IT IS ALREADY POSTED ABOVE.
       PO-MATCH-RTN                         SECTION.
           MOVE  IN-KONYU-KOSU  OF  RCPTIN-REC  TO  WK-RCPT-LEFT.
           MOVE  C-OFF           TO  SW-PO-END-FLG
                                     SW-PO-HIT-FLG.
           MOVE  WK-FIND-TENPO   TO  PO-TENPO-CODE.
           MOVE  WK-FIND-SHOHIN  TO  PO-SHOHIN-CODE.
           MOVE  ZERO            TO  PO-NO.

           START  PO-MASTER-F  KEY  IS  NOT  LESS  THAN  PO-KEY
               INVALID KEY
                   MOVE  C-ON  TO  SW-PO-END-FLG
           END-START.

           PERFORM  UNTIL  SW-PO-END-FLG  =  C-ON
                    PERFORM  PO-APPLY-RTN
           END-PERFORM.

           MOVE  SPACES          TO  EX-DETAIL-LINE.
           MOVE  WK-FIND-TENPO   TO  EX-TENPO.
           MOVE  WK-FIND-SHOHIN  TO  EX-SHOHIN.
           MOVE  SPACES          TO  EX-PO-NO-X
                                     EX-ORDER-KOSU-X
                                     EX-DUE-DATE-X.
           MOVE  IN-KONYU-KOSU  OF  RCPTIN-REC  TO  EX-RCVD-KOSU.

           IF  SW-PO-HIT-FLG  =  C-OFF
               MOVE  C-EX-NOORDER  TO  EX-TYPE
               MOVE  SPACES        TO  EX-EXCESS-KOSU-X
               PERFORM  EX-PRINT-RTN
               GO  TO  PO-MATCH-RTN-EX
           END-IF.

           IF  WK-RCPT-LEFT  >  ZERO
               MOVE  C-EX-OVER     TO  EX-TYPE
               MOVE  WK-RCPT-LEFT  TO  EX-EXCESS-KOSU
               PERFORM  EX-PRINT-RTN
           END-IF.

           PO-MATCH-RTN-EX.
           EXIT.

       PO-APPLY-RTN                         SECTION.
           READ  PO-MASTER-F  NEXT
           AT  END
           MOVE  C-ON  TO  SW-PO-END-FLG
           GO  TO  PO-APPLY-RTN-EX
           END-READ.

           IF  PO-TENPO-CODE   NOT  =  WK-FIND-TENPO
           OR  PO-SHOHIN-CODE  NOT  =  WK-FIND-SHOHIN
               MOVE  C-ON  TO  SW-PO-END-FLG
               GO  TO  PO-APPLY-RTN-EX
           END-IF.

           IF  PO-STATUS  NOT  =  C-PO-RELEASED
               GO  TO  PO-APPLY-RTN-EX
           END-IF.

           MOVE  C-ON  TO  SW-PO-HIT-FLG.

           IF  WK-RCPT-LEFT  NOT  >  ZERO
               MOVE  C-ON  TO  SW-PO-END-FLG
               GO  TO  PO-APPLY-RTN-EX
           END-IF.

           COMPUTE  WK-PO-OPEN-KOSU  =  PO-ORDER-KOSU  -  PO-RCVD-KOSU.
           IF  WK-RCPT-LEFT  <  WK-PO-OPEN-KOSU
               MOVE  WK-RCPT-LEFT     TO  WK-PO-APPLY-KOSU
           ELSE
               MOVE  WK-PO-OPEN-KOSU  TO  WK-PO-APPLY-KOSU
           END-IF.

           ADD       WK-PO-APPLY-KOSU  TO    PO-RCVD-KOSU.
           SUBTRACT  WK-PO-APPLY-KOSU  FROM  WK-RCPT-LEFT.
           IF  PO-RCVD-KOSU  NOT  <  PO-ORDER-KOSU
               MOVE  C-PO-CLOSED  TO  PO-STATUS
               ADD   1  TO  WK-PO-CLOSE-COUNT
           END-IF.
           REWRITE  PO-MASTER-REC.
           ADD   1  TO  WK-PO-MATCH-COUNT.

           PO-APPLY-RTN-EX.
           EXIT.

      *    A RELEASED ORDER STILL OPEN AFTER ITS DUE DATE HAS PASSED
      *    IS CHASED WITH THE SUPPLIER -- THE WHOLE FILE IS SWEPT
      *    ONCE THE DAY'S RECEIPTS HAVE BEEN MATCHED, SO AN ORDER
      *    THAT ARRIVED TODAY NEVER SHOWS AS LATE.
       PO-OVERDUE-RTN                       SECTION.
           MOVE  C-OFF       TO  SW-PO-END-FLG.
           MOVE  LOW-VALUES  TO  PO-KEY.

           START  PO-MASTER-F  KEY  IS  NOT  LESS  THAN  PO-KEY
               INVALID KEY
                   MOVE  C-ON  TO  SW-PO-END-FLG
           END-START.

           PERFORM  UNTIL  SW-PO-END-FLG  =  C-ON
                    PERFORM  PO-OVERDUE-READ-RTN
           END-PERFORM.

           PO-OVERDUE-RTN-EX.
           EXIT.

       PO-OVERDUE-READ-RTN                  SECTION.
           READ  PO-MASTER-F  NEXT
           AT  END
           MOVE  C-ON  TO  SW-PO-END-FLG
           GO  TO  PO-OVERDUE-READ-RTN-EX
           END-READ.

           IF  PO-STATUS  NOT  =  C-PO-RELEASED
           OR  PO-DUE-DATE  NOT  <  WK-DUE-CHECK-DATE
               GO  TO  PO-OVERDUE-READ-RTN-EX
           END-IF.

           MOVE  SPACES          TO  EX-DETAIL-LINE.
           MOVE  C-EX-OVERDUE    TO  EX-TYPE.
           MOVE  PO-TENPO-CODE   TO  EX-TENPO.
           MOVE  PO-SHOHIN-CODE  TO  EX-SHOHIN.
           MOVE  PO-NO           TO  EX-PO-NO.
           MOVE  PO-ORDER-KOSU   TO  EX-ORDER-KOSU.
           MOVE  PO-RCVD-KOSU    TO  EX-RCVD-KOSU.
           MOVE  SPACES          TO  EX-EXCESS-KOSU-X.
           MOVE  PO-DUE-DATE     TO  EX-DUE-DATE.
           PERFORM  EX-PRINT-RTN.

           PO-OVERDUE-READ-RTN-EX.
           EXIT.
           EJECT.

      *    THE TRANSFER FEED ONLY EXISTS ON DAYS A STORE KEYED A
      *    TRANSFER -- A MISSING FILE IS A NORMAL DAY. THE TRANSFER
      *    FILE STARTS EMPTY AND IS CREATED THE FIRST TIME A FEED
      *    TURNS UP, THE WAY ZAIRP1 CREATES THE PURCHASE-ORDER FILE.
      *    A RECORD THAT CANNOT POST IS SKIPPED WITH A WARNING AND
      *    LEFT FOR THE STORE TO RE-KEY, THE RCPTIN CONVENTION.
       IDOIN-PASS-RTN                       SECTION.
           MOVE  C-OFF  TO  SW-EOF-FLG.

           OPEN  INPUT  IDOIN-F.

           IF  WK-IDO-STATUS  =  '35'
               DISPLAY  'ZAIKO1 - NO TRANSFER FEED TODAY'
               GO  TO  IDOIN-PASS-RTN-EX
           END-IF.

           OPEN  I-O  IDO-MASTER-F.

           IF  WK-IDOM-STATUS  =  '35'
               OPEN  OUTPUT  IDO-MASTER-F
               CLOSE  IDO-MASTER-F
               OPEN  I-O  IDO-MASTER-F
           END-IF.

           PERFORM  IDOIN-F-READ-RTN.
           PERFORM  UNTIL  SW-EOF-FLG  =  C-ON
                    PERFORM  IDOIN-LOOP-RTN
           END-PERFORM.

           CLOSE  IDOIN-F
                  IDO-MASTER-F.

           IDOIN-PASS-RTN-EX.
               EXIT.

       IDOIN-F-READ-RTN                     SECTION.
           READ  IDOIN-F
           AT  END
           MOVE  C-ON  TO  SW-EOF-FLG
           GO  TO  IDOIN-F-READ-RTN-EX
           END-READ.
           IDOIN-F-READ-RTN-EX.
           EXIT.

       IDOIN-LOOP-RTN                       SECTION.
           IF  IN-TRAN-TYPE  OF  IDOIN-REC  NOT  =  C-TYPE-SHIP
           AND IN-TRAN-TYPE  OF  IDOIN-REC  NOT  =  C-TYPE-ARRIVE
               MOVE  C-IS-BADTYPE  TO  WK-IDO-SKIP-WHY
               PERFORM  IDO-SKIP-RTN
               GO  TO  IDOIN-LOOP-POST
           END-IF.

           IF  IN-KONYU-KOSU  OF  IDOIN-REC  NOT  >  ZERO
               MOVE  C-IS-BADKOSU  TO  WK-IDO-SKIP-WHY
               PERFORM  IDO-SKIP-RTN
               GO  TO  IDOIN-LOOP-POST
           END-IF.

           IF  IDOIN-AITE-TENPO  =  IN-KONYU-TENPO  OF  IDOIN-REC
               MOVE  C-IS-SAMESTORE  TO  WK-IDO-SKIP-WHY
               PERFORM  IDO-SKIP-RTN
               GO  TO  IDOIN-LOOP-POST
           END-IF.

           MOVE  IDOIN-IDO-NO  TO  ID-IDO-NO.
           READ  IDO-MASTER-F
               INVALID KEY
                   MOVE  C-OFF  TO  SW-IDO-FOUND-FLG
               NOT INVALID KEY
                   MOVE  C-ON   TO  SW-IDO-FOUND-FLG
           END-READ.

           IF  IN-TRAN-TYPE  OF  IDOIN-REC  =  C-TYPE-SHIP
               PERFORM  IDO-SHIP-RTN
           ELSE
               PERFORM  IDO-ARRIVE-RTN
           END-IF.

           IDOIN-LOOP-POST.
           PERFORM  IDOIN-F-READ-RTN.
           IDOIN-LOOP-RTN-EX.
           EXIT.

       IDO-SKIP-RTN                         SECTION.
           ADD  1  TO  WK-BADIDO-COUNT.
           DISPLAY  'ZAIKO1 - TRANSFER '  IDOIN-IDO-NO
                    ' SKIPPED - '  WK-IDO-SKIP-WHY
                    ' (STORE '  IN-KONYU-TENPO  OF  IDOIN-REC
                    ' PRODUCT '  IN-SHOHIN-CODE  OF  IDOIN-REC  ')'.

           IDO-SKIP-RTN-EX.
           EXIT.
           EJECT.

      *    THE SHIPMENT ALWAYS COMES OFF THE SHIPPING STORE'S ON-HAND.
      *    A NEW TRANSFER PUTS THE QUANTITY IN TRANSIT AT THE
      *    RECEIVING STORE; A TRANSFER THE RECEIVING STORE HAS ALREADY
      *    CONFIRMED ('U') IS SIMPLY CLOSED -- ITS STOCK IS ALREADY
      *    IN THAT STORE'S ON-HAND.
       IDO-SHIP-RTN                         SECTION.
           IF  SW-IDO-FOUND-FLG  =  C-ON
               IF  ID-STATUS  NOT  =  C-IDO-NOSHIP
                   MOVE  C-IS-DUPSHIP  TO  WK-IDO-SKIP-WHY
                   PERFORM  IDO-SKIP-RTN
                   GO  TO  IDO-SHIP-RTN-EX
               END-IF
               IF  ID-FROM-TENPO   NOT  =  IN-KONYU-TENPO  OF  IDOIN-REC
               OR  ID-TO-TENPO     NOT  =  IDOIN-AITE-TENPO
               OR  ID-SHOHIN-CODE  NOT  =  IN-SHOHIN-CODE  OF  IDOIN-REC
                   MOVE  C-IS-MISMATCH  TO  WK-IDO-SKIP-WHY
                   PERFORM  IDO-SKIP-RTN
                   GO  TO  IDO-SHIP-RTN-EX
               END-IF
           END-IF.

           MOVE  IN-KONYU-TENPO  OF  IDOIN-REC  TO  WK-FIND-TENPO.
           MOVE  IN-SHOHIN-CODE  OF  IDOIN-REC  TO  WK-FIND-SHOHIN.
           PERFORM  MOVE-FIND-RTN.
           COMPUTE  WK-DELTA-KOSU  =
                    ZERO  -  IN-KONYU-KOSU  OF  IDOIN-REC.
           ADD  WK-DELTA-KOSU  TO  MV-XFER-KOSU (WK-HIT-SUB).
           PERFORM  MASTER-POST-RTN.
           ADD  1  TO  WK-SHIP-COUNT.

           MOVE  IN-KONYU-KOSU  OF  IDOIN-REC  TO  ID-SHIP-KOSU.
           MOVE  IN-KONYU-DATE  OF  IDOIN-REC  TO  ID-SHIP-DATE.

           IF  SW-IDO-FOUND-FLG  =  C-ON
               MOVE  C-IDO-RECEIVED  TO  ID-STATUS
               IF  ID-RCVD-KOSU  NOT  =  ID-SHIP-KOSU
                   ADD  1  TO  WK-VARIANCE-COUNT
               END-IF
               REWRITE  IDO-MASTER-REC
               GO  TO  IDO-SHIP-RTN-EX
           END-IF.

           MOVE  IDOIN-AITE-TENPO  TO  WK-FIND-TENPO.
           PERFORM  MOVE-FIND-RTN.
           MOVE  ZERO  TO  WK-DELTA-KOSU.
           MOVE  IN-KONYU-KOSU  OF  IDOIN-REC  TO  WK-TRANSIT-DELTA.
           PERFORM  MASTER-POST-RTN.
           MOVE  ZERO  TO  WK-TRANSIT-DELTA.

           MOVE  IDOIN-IDO-NO                  TO  ID-IDO-NO.
           MOVE  C-IDO-TRANSIT                 TO  ID-STATUS.
           MOVE  IN-SHOHIN-CODE  OF  IDOIN-REC TO  ID-SHOHIN-CODE.
           MOVE  IN-KONYU-TENPO  OF  IDOIN-REC TO  ID-FROM-TENPO.
           MOVE  IDOIN-AITE-TENPO              TO  ID-TO-TENPO.
           MOVE  ZERO                          TO  ID-RCVD-KOSU
                                                   ID-RCVD-DATE.
           WRITE  IDO-MASTER-REC.

           IDO-SHIP-RTN-EX.
           EXIT.

      *    THE RECEIPT ALWAYS GOES INTO THE RECEIVING STORE'S ON-HAND
      *    AT THE QUANTITY THE STORE COUNTED IN. A TRANSFER IN TRANSIT
      *    TAKES ITS WHOLE SHIPPED QUANTITY BACK OUT OF IN-TRANSIT --
      *    ANY DIFFERENCE IS NOT COMING, AND STAYS ON THE TRANSFER
      *    FILE AS A VARIANCE FOR IDORP1. A RECEIPT WITH NO SHIPMENT
      *    ON FILE IS HELD OPEN ('U') FOR THE SHIPPING END.
       IDO-ARRIVE-RTN                       SECTION.
           IF  SW-IDO-FOUND-FLG  =  C-ON
               IF  ID-STATUS  NOT  =  C-IDO-TRANSIT
                   MOVE  C-IS-DUPARRIVE  TO  WK-IDO-SKIP-WHY
                   PERFORM  IDO-SKIP-RTN
                   GO  TO  IDO-ARRIVE-RTN-EX
               END-IF
               IF  ID-TO-TENPO     NOT  =  IN-KONYU-TENPO  OF  IDOIN-REC
               OR  ID-FROM-TENPO   NOT  =  IDOIN-AITE-TENPO
               OR  ID-SHOHIN-CODE  NOT  =  IN-SHOHIN-CODE  OF  IDOIN-REC
                   MOVE  C-IS-MISMATCH  TO  WK-IDO-SKIP-WHY
                   PERFORM  IDO-SKIP-RTN
                   GO  TO  IDO-ARRIVE-RTN-EX
               END-IF
           END-IF.

           MOVE  IN-KONYU-TENPO  OF  IDOIN-REC  TO  WK-FIND-TENPO.
           MOVE  IN-SHOHIN-CODE  OF  IDOIN-REC  TO  WK-FIND-SHOHIN.
           PERFORM  MOVE-FIND-RTN.
           MOVE  IN-KONYU-KOSU  OF  IDOIN-REC  TO  WK-DELTA-KOSU.
           ADD  WK-DELTA-KOSU  TO  MV-XFER-KOSU (WK-HIT-SUB).
           IF  SW-IDO-FOUND-FLG  =  C-ON
               COMPUTE  WK-TRANSIT-DELTA  =  ZERO  -  ID-SHIP-KOSU
           END-IF.
           PERFORM  MASTER-POST-RTN.
           MOVE  ZERO  TO  WK-TRANSIT-DELTA.
           ADD  1  TO  WK-ARRIVE-COUNT.

           MOVE  IN-KONYU-KOSU  OF  IDOIN-REC  TO  ID-RCVD-KOSU.
           MOVE  IN-KONYU-DATE  OF  IDOIN-REC  TO  ID-RCVD-DATE.

           IF  SW-IDO-FOUND-FLG  =  C-ON
               MOVE  C-IDO-RECEIVED  TO  ID-STATUS
               IF  ID-RCVD-KOSU  NOT  =  ID-SHIP-KOSU
                   ADD  1  TO  WK-VARIANCE-COUNT
               END-IF
               REWRITE  IDO-MASTER-REC
               GO  TO  IDO-ARRIVE-RTN-EX
           END-IF.

           MOVE  IDOIN-IDO-NO                  TO  ID-IDO-NO.
           MOVE  C-IDO-NOSHIP                  TO  ID-STATUS.
           MOVE  IN-SHOHIN-CODE  OF  IDOIN-REC TO  ID-SHOHIN-CODE.
           MOVE  IDOIN-AITE-TENPO              TO  ID-FROM-TENPO.
           MOVE  IN-KONYU-TENPO  OF  IDOIN-REC TO  ID-TO-TENPO.
           MOVE  ZERO                          TO  ID-SHIP-KOSU
                                                   ID-SHIP-DATE.
           WRITE  IDO-MASTER-REC.

           IDO-ARRIVE-RTN-EX.
           EXIT.
           EJECT.

      *    ONE MOVEMENT ROW PER STORE/PRODUCT TOUCHED TODAY -- THE
      *    REPORT PRINTS FROM THIS TABLE, AND THE ROW ALSO CARRIES
      *    THE RESULTING ON-HAND AS OF THE LAST POSTING SO THE
                 MOVE  ZERO  TO  MV-SALES-KOSU  (WK-HIT-SUB)
                                 MV-RETURN-KOSU (WK-HIT-SUB)
                                 MV-RCPT-KOSU   (WK-HIT-SUB)
                                 MV-XFER-KOSU   (WK-HIT-SUB)
                                 MV-ON-HAND     (WK-HIT-SUB)
                                 MV-IN-TRANSIT  (WK-HIT-SUB)
             END-IF.

             MOVE-FIND-RTN-EX.
      *    UNTIL BUYING SETS ONE) -- DROPPING THE MOVEMENT WOULD
      *    LOSE STOCK SILENTLY. ON-HAND IS ALLOWED TO GO NEGATIVE;
      *    A NEGATIVE BALANCE IS EXACTLY WHAT THE MOVEMENT REPORT
      *    EXISTS TO SURFACE. WK-TRANSIT-DELTA MOVES THE IN-TRANSIT
      *    FIGURE THE SAME WAY; ONLY THE TRANSFER POSTING EVER SETS
      *    IT, AND IT PUTS IT BACK TO ZERO STRAIGHT AFTER.
       MASTER-POST-RTN           SECTION.
             MOVE  WK-FIND-TENPO   TO  ZM-TENPO-CODE.
             MOVE  WK-FIND-SHOHIN  TO  ZM-SHOHIN-CODE.
                     MOVE  WK-FIND-SHOHIN  TO  ZM-SHOHIN-CODE
                     MOVE  WK-DELTA-KOSU   TO  ZM-ON-HAND
                     MOVE  ZERO            TO  ZM-REORDER-PT
                     MOVE  WK-TRANSIT-DELTA  TO  ZM-IN-TRANSIT
                     WRITE  ZAIKO-MASTER-REC
                     ADD  1  TO  WK-NEW-ROW-COUNT
                 NOT INVALID KEY
                     ADD  WK-DELTA-KOSU     TO  ZM-ON-HAND
                     ADD  WK-TRANSIT-DELTA  TO  ZM-IN-TRANSIT
                     REWRITE  ZAIKO-MASTER-REC
             END-READ.

             MOVE  ZM-ON-HAND     TO  MV-ON-HAND    (WK-HIT-SUB).
             MOVE  ZM-IN-TRANSIT  TO  MV-IN-TRANSIT (WK-HIT-SUB).

             MASTER-POST-RTN-EX.
           EXIT.
             MOVE  MV-RETURN-KOSU (WK-MOVE-SUB) TO  DT-RETURN-KOSU.
             MOVE  MV-RCPT-KOSU   (WK-MOVE-SUB) TO  DT-RCPT-KOSU.
             MOVE  MV-ON-HAND     (WK-MOVE-SUB) TO  DT-ON-HAND.
             MOVE  MV-XFER-KOSU   (WK-MOVE-SUB) TO  DT-XFER-KOSU.
             MOVE  MV-IN-TRANSIT  (WK-MOVE-SUB) TO  DT-IN-TRANSIT.
             MOVE  DETAIL-LINE  TO  WK-PRINT-LINE.
             PERFORM  PRINT-LINE-RTN.

             PRINT-LINE-RTN-EX.
           EXIT.

       EX-HEADING-RTN              SECTION.
             ADD  1  TO  WK-EX-PAGE-NO.
             MOVE  WK-EX-PAGE-NO  TO  EH-PAGE-NO.
             MOVE  WK-FEED-DATE   TO  EH-FEED-DATE.
             WRITE  EXCEPT-LINE  FROM  EX-HEADING-LINE-1.
             WRITE  EXCEPT-LINE  FROM  EX-HEADING-LINE-2.
             MOVE  ZERO  TO  WK-EX-LINE-CNT.

             EX-HEADING-RTN-EX.
           EXIT.

       EX-PRINT-RTN                SECTION.
             IF  WK-EX-LINE-CNT  >  C-LINES-PER-PAGE
                 PERFORM  EX-HEADING-RTN
             END-IF.
             WRITE  EXCEPT-LINE  FROM  EX-DETAIL-LINE.
             ADD  1  TO  WK-EX-LINE-CNT.
             ADD  1  TO  WK-EXCEPT-COUNT.

             EX-PRINT-RTN-EX.
           EXIT.

       END-RTN                  SECTION.
           PERFORM  MOVE-PRINT-RTN
               VARYING  WK-MOVE-SUB  FROM  1  BY  1
               UNTIL  WK-MOVE-SUB  >  WK-MOVE-COUNT.

           IF  SW-PO-FILE-FLG  =  C-ON
               PERFORM  PO-OVERDUE-RTN
               CLOSE  PO-MASTER-F
           END-IF.

           CLOSE  DDO1-F
                  DDO2-F
                  DDO5-F
                  ZAIKO-MASTER-F
                  REPORT-F
                  EXCEPT-F.

           IF  WK-FEED-DATE  NOT  =  ZERO
               PERFORM  CTL-WRITE-RTN
           DISPLAY  'FEED DATE POSTED.......: '  WK-FEED-DATE.
           DISPLAY  'SALES RECORDS POSTED...: '  WK-SALES-COUNT.
           DISPLAY  'RETURN RECORDS POSTED..: '  WK-RETURN-COUNT.
           DISPLAY  'RETURN REVERSALS POSTED: '  WK-REVERSE-COUNT.
           DISPLAY  'RECEIPT RECORDS POSTED.: '  WK-RCPT-COUNT.
           DISPLAY  'RECEIPTS SKIPPED.......: '  WK-BADRCPT-COUNT.
           DISPLAY  'STOCK ROWS CREATED.....: '  WK-NEW-ROW-COUNT.
           DISPLAY  'STORE/PRODUCTS MOVED...: '  WK-MOVE-COUNT.
           DISPLAY  'ORDER LINES MATCHED....: '  WK-PO-MATCH-COUNT.
           DISPLAY  'ORDERS CLOSED..........: '  WK-PO-CLOSE-COUNT.
           DISPLAY  'RECEIPT EXCEPTIONS.....: '  WK-EXCEPT-COUNT.
           DISPLAY  'TRANSFERS SHIPPED......: '  WK-SHIP-COUNT.
           DISPLAY  'TRANSFERS RECEIVED.....: '  WK-ARRIVE-COUNT.
           DISPLAY  'RECEIVED WITH VARIANCE.: '  WK-VARIANCE-COUNT.
           DISPLAY  'TRANSFERS SKIPPED......: '  WK-BADIDO-COUNT.

           MOVE  0   TO  RETURN-CODE.

           IF  WK-BADRCPT-COUNT  >  ZERO
               DISPLAY  'ZAIKO1 - SKIPPED RECEIPTS NEED WAREHOUSE '
                        'REVIEW'
               MOVE  4   TO  RETURN-CODE
           END-IF.

           IF  WK-EXCEPT-COUNT  >  ZERO
               DISPLAY  'ZAIKO1 - RECEIPT EXCEPTIONS NEED BUYING '
                        'REVIEW - SEE THE EXCEPTION REPORT'
               MOVE  4   TO  RETURN-CODE
           END-IF.

           IF  WK-BADIDO-COUNT  >  ZERO
               DISPLAY  'ZAIKO1 - SKIPPED TRANSFERS NEED STORE '
                        'REVIEW'
               MOVE  4   TO  RETURN-CODE
           END-IF.

           END-RTN-EX.
