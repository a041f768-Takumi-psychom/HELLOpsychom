      *          night's balances instead of week-old spreadsheets.
      *          A zero reorder point (the value on a row zaiko1
      *          auto-created) never alerts -- it means buying has
      *          not set a threshold yet. Each alert also raises a
      *          suggested replenishment order on the purchase-order
      *          file for buying to review and release through
      *          hcmnt1 -- enough to bring the store/product back up
      *          to twice its reorder point, less whatever is already
      *          on order, so a rerun or a second night below the
      *          threshold never orders the same shortfall twice.
      *          Stock another store has already shipped in (the
      *          row's in-transit figure) counts against the order
      *          the same way.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                   ORGANIZATION  IS  INDEXED
                                   ACCESS MODE   IS  RANDOM
                                   RECORD KEY    IS  TM-TENPO-CODE.
           SELECT PO-MASTER-F      ASSIGN  TO  HACMAS
                                   ORGANIZATION  IS  INDEXED
                                   ACCESS MODE   IS  DYNAMIC
                                   RECORD KEY    IS  PO-KEY
                                   FILE STATUS   IS  WK-PO-STATUS.
           SELECT REPORT-F         ASSIGN  TO  ZAIALR.

       DATA DIVISION.
       01  TENPO-MASTER-REC.
           COPY TENPOLAY.

       FD  PO-MASTER-F
       LABEL       RECORD   OMITTED.
       01  PO-MASTER-REC.
           COPY HACCHLAY.

       FD  REPORT-F
       LABEL       RECORD   OMITTED
       RECORDING  MODE  IS  F.
         05  C-ON              PIC  X(01)  VALUE  '1'.
         05  C-OFF             PIC  X(01)  VALUE  '0'.
         05  C-LINES-PER-PAGE  PIC  9(02)  VALUE  50.
         05  C-PO-SUGGESTED    PIC  X(01)  VALUE  'S'.
         05  C-PO-RELEASED     PIC  X(01)  VALUE  'R'.
         05  C-LEAD-DAYS       PIC  9(03)  VALUE  7.
         05  C-ORDER-UP-MULT   PIC  9(01)  VALUE  2.

       01  FILLER              PIC  X(20)  VALUE 'WORK-AREA'.
       01  WORK-AREA.
         05  SW-EOF-FLG        PIC  X(01).
         05  SW-PO-END-FLG     PIC  X(01).
         05  WK-ZAI-STATUS     PIC  X(02).
         05  WK-PO-STATUS      PIC  X(02).
         05  WK-TODAY          PIC  9(08)  VALUE  ZERO.
         05  WK-DUE-DATE       PIC  9(08)  VALUE  ZERO.
         05  WK-HIGH-PO-NO     PIC  9(07)  VALUE  ZERO.
         05  WK-SHORT          PIC  S9(15).
         05  WK-ON-ORDER       PIC  S9(15).
         05  WK-SUGGEST        PIC  S9(15).
         05  WK-READ-COUNT     PIC  9(09)  VALUE  ZERO.
         05  WK-ALERT-COUNT    PIC  9(09)  VALUE  ZERO.
         05  WK-PO-COUNT       PIC  9(09)  VALUE  ZERO.
         05  WK-PAGE-NO        PIC  9(05)  VALUE  ZERO.
         05  WK-LINE-CNT       PIC  9(05)  VALUE  ZERO.

         05  FILLER             PIC  X(08)  VALUE  ' REORDER'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(08)  VALUE  '   SHORT'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(08)  VALUE  'ON ORDER'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(08)  VALUE  ' SUGGEST'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(07)  VALUE  'PO NO  '.

       01  DETAIL-LINE.
         05  DT-TENPO           PIC  X(05).
         05  DT-REORDER         PIC  -(7)9.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-SHORT           PIC  -(7)9.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-ON-ORDER        PIC  -(7)9.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-SUGGEST         PIC  -(7)9.
         05  DT-SUGGEST-X       REDEFINES  DT-SUGGEST
                                PIC  X(08).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-PO-NO           PIC  9(07).
         05  DT-PO-NO-X         REDEFINES  DT-PO-NO
                                PIC  X(07).


       PROCEDURE                          DIVISION.

       INIT-RTN                            SECTION.
           ACCEPT  WK-TODAY  FROM  DATE  YYYYMMDD.
           COMPUTE  WK-DUE-DATE  =
                    FUNCTION DATE-OF-INTEGER
                        (FUNCTION INTEGER-OF-DATE (WK-TODAY)
                         +  C-LEAD-DAYS).

           OPEN  INPUT  ZAIKO-MASTER-F
                        SHOHIN-MASTER-F
                        TENPO-MASTER-F
                 OUTPUT REPORT-F.

           PERFORM  PO-OPEN-RTN.
           PERFORM  PO-HIGH-RTN.

           PERFORM  HEADING-RTN.

           MOVE  C-OFF  TO  SW-EOF-FLG.
           EXIT.
           EJECT.

      *    THE PURCHASE-ORDER FILE STARTS EMPTY -- A MISSING FILE
      *    (FIRST EVER RUN) IS CREATED HERE RATHER THAN FAILING THE
      *    ALERT REPORT, THE SAME WAY ZAIKO1 CREATES STOCK ROWS.
       PO-OPEN-RTN                          SECTION.
           OPEN  I-O  PO-MASTER-F.

           IF  WK-PO-STATUS  =  '35'
               OPEN  OUTPUT  PO-MASTER-F
               CLOSE  PO-MASTER-F
               OPEN  I-O  PO-MASTER-F
           END-IF.

           PO-OPEN-RTN-EX.
           EXIT.

      *    ORDER NUMBERS RUN ON FROM THE HIGHEST ONE ON FILE -- THE
      *    FILE ITSELF IS THE HIGH-WATER MARK, SO THERE IS NO
      *    SEPARATE CONTROL FILE TO FALL OUT OF STEP WITH IT.
       PO-HIGH-RTN                          SECTION.
           MOVE  C-OFF       TO  SW-PO-END-FLG.
           MOVE  LOW-VALUES  TO  PO-KEY.

           START  PO-MASTER-F  KEY  IS  NOT  LESS  THAN  PO-KEY
               INVALID KEY
                   MOVE  C-ON  TO  SW-PO-END-FLG
           END-START.

           PERFORM  UNTIL  SW-PO-END-FLG  =  C-ON
                    PERFORM  PO-HIGH-READ-RTN
           END-PERFORM.

           PO-HIGH-RTN-EX.
           EXIT.

       PO-HIGH-READ-RTN                     SECTION.
           READ  PO-MASTER-F  NEXT
           AT  END
           MOVE  C-ON  TO  SW-PO-END-FLG
           GO  TO  PO-HIGH-READ-RTN-EX
           END-READ.

           IF  PO-NO  >  WK-HIGH-PO-NO
               MOVE  PO-NO  TO  WK-HIGH-PO-NO
           END-IF.

           PO-HIGH-READ-RTN-EX.
           EXIT.
           EJECT.

       MAIN-RTN                 SECTION.
             ADD  1  TO  WK-READ-COUNT.

             COMPUTE  WK-SHORT  =  ZM-REORDER-PT  -  ZM-ON-HAND.
             MOVE  WK-SHORT       TO  DT-SHORT.

             PERFORM  ON-ORDER-RTN.
             MOVE  WK-ON-ORDER    TO  DT-ON-ORDER.
             COMPUTE  WK-SUGGEST  =
                      ZM-REORDER-PT  *  C-ORDER-UP-MULT
                      -  ZM-ON-HAND  -  WK-ON-ORDER  -  ZM-IN-TRANSIT.
             IF  WK-SUGGEST  >  ZERO
                 PERFORM  PO-RAISE-RTN
                 MOVE  WK-SUGGEST     TO  DT-SUGGEST
                 MOVE  WK-HIGH-PO-NO  TO  DT-PO-NO
             ELSE
                 MOVE  SPACES         TO  DT-SUGGEST-X
                                          DT-PO-NO-X
             END-IF.

             MOVE  ZM-TENPO-CODE  TO  TM-TENPO-CODE.
             READ  TENPO-MASTER-F
                 INVALID KEY
             ALERT-RTN-EX.
           EXIT.

      *    ON ORDER IS THE QUANTITY STILL TO ARRIVE ON EVERY ORDER
      *    FOR THE STORE/PRODUCT THAT IS SUGGESTED OR RELEASED --
      *    A CLOSED OR CANCELLED ORDER BRINGS NOTHING MORE IN.
       ON-ORDER-RTN              SECTION.
             MOVE  ZERO            TO  WK-ON-ORDER.
             MOVE  C-OFF           TO  SW-PO-END-FLG.
             MOVE  ZM-TENPO-CODE   TO  PO-TENPO-CODE.
             MOVE  ZM-SHOHIN-CODE  TO  PO-SHOHIN-CODE.
             MOVE  ZERO            TO  PO-NO.

             START  PO-MASTER-F  KEY  IS  NOT  LESS  THAN  PO-KEY
                 INVALID KEY
                     MOVE  C-ON  TO  SW-PO-END-FLG
             END-START.

             PERFORM  UNTIL  SW-PO-END-FLG  =  C-ON
                      PERFORM  ON-ORDER-READ-RTN
             END-PERFORM.

             ON-ORDER-RTN-EX.
           EXIT.

       ON-ORDER-READ-RTN         SECTION.
             READ  PO-MASTER-F  NEXT
             AT  END
             MOVE  C-ON  TO  SW-PO-END-FLG
             GO  TO  ON-ORDER-READ-RTN-EX
             END-READ.

             IF  PO-TENPO-CODE   NOT  =  ZM-TENPO-CODE
             OR  PO-SHOHIN-CODE  NOT  =  ZM-SHOHIN-CODE
                 MOVE  C-ON  TO  SW-PO-END-FLG
                 GO  TO  ON-ORDER-READ-RTN-EX
             END-IF.

             IF  (PO-STATUS  =  C-PO-SUGGESTED
                 OR  PO-STATUS  =  C-PO-RELEASED)
             AND PO-ORDER-KOSU  >  PO-RCVD-KOSU
                 COMPUTE  WK-ON-ORDER  =  WK-ON-ORDER
                          +  PO-ORDER-KOSU  -  PO-RCVD-KOSU
             END-IF.

             ON-ORDER-READ-RTN-EX.
           EXIT.

       PO-RAISE-RTN              SECTION.
             ADD   1  TO  WK-HIGH-PO-NO.

             MOVE  ZM-TENPO-CODE   TO  PO-TENPO-CODE.
             MOVE  ZM-SHOHIN-CODE  TO  PO-SHOHIN-CODE.
             MOVE  WK-HIGH-PO-NO   TO  PO-NO.
             MOVE  C-PO-SUGGESTED  TO  PO-STATUS.
             MOVE  WK-SUGGEST      TO  PO-ORDER-KOSU.
             MOVE  ZERO            TO  PO-RCVD-KOSU
                                       PO-RELEASE-DATE.
             MOVE  WK-TODAY        TO  PO-RAISED-DATE.
             MOVE  WK-DUE-DATE     TO  PO-DUE-DATE.

             WRITE  PO-MASTER-REC
                 INVALID KEY
                     DISPLAY  'ZAIRP1 - ORDER NUMBER '  PO-NO
                              ' ALREADY ON THE PURCHASE-ORDER FILE'
                     MOVE  16  TO  RETURN-CODE
                     STOP RUN
             END-WRITE.

             ADD   1  TO  WK-PO-COUNT.

             PO-RAISE-RTN-EX.
           EXIT.

       HEADING-RTN                 SECTION.
             ADD  1  TO  WK-PAGE-NO.
             MOVE  WK-PAGE-NO  TO  HD-PAGE-NO.
           IF  WK-ZAI-STATUS  =  '35'
               CLOSE  SHOHIN-MASTER-F
                      TENPO-MASTER-F
                      PO-MASTER-F
                      REPORT-F
           ELSE
               CLOSE  ZAIKO-MASTER-F
                      SHOHIN-MASTER-F
                      TENPO-MASTER-F
                      PO-MASTER-F
                      REPORT-F
           END-IF.

           DISPLAY  '===== ZAIRP1 CONTROL TOTALS ====='.
           DISPLAY  'STOCK ROWS READ........: '  WK-READ-COUNT.
           DISPLAY  'REORDER ALERTS RAISED..: '  WK-ALERT-COUNT.
           DISPLAY  'SUGGESTED ORDERS RAISED: '  WK-PO-COUNT.

           IF  WK-ALERT-COUNT  >  ZERO
               DISPLAY  'ZAIRP1 - STOCK BELOW REORDER POINT - SEE '
