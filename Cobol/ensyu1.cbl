                                   ORGANIZATION  IS  INDEXED
                                   ACCESS MODE   IS  SEQUENTIAL
                                   RECORD KEY    IS  PM-PRICE-KEY.
           SELECT TOKUBAI-MASTER-F ASSIGN  TO  TOKMAS
                                   ORGANIZATION  IS  INDEXED
                                   ACCESS MODE   IS  SEQUENTIAL
                                   RECORD KEY    IS  TB-KEY
                                   FILE STATUS   IS  WK-TOKMAS-STATUS.
           SELECT TOKUBAI-URIAGE-F ASSIGN  TO  TOKURI.
           SELECT CHKPT-F          ASSIGN  TO  CHKPT
                                   FILE STATUS IS  WK-CHKPT-STATUS.

       01  TANKA-MASTER-REC.
           COPY TANKALAY.

       FD  TOKUBAI-MASTER-F
       LABEL       RECORD   OMITTED.
       01  TOKUBAI-MASTER-REC.
           COPY TOKUBLAY.

       FD  TOKUBAI-URIAGE-F
       LABEL       RECORD   OMITTED
       RECORDING  MODE  IS  F.
       01  TOKURI-REC.
           COPY TRANLAY.
         03  TU-PROMO-ID       PIC  X(06).
         03  TU-REG-TANKA      PIC  S9(15).

       FD  CHKPT-F
       LABEL       RECORD   OMITTED
       RECORDING  MODE  IS  F.
         03  CK-DDO4-COUNT     PIC  9(09).
         03  CK-DDO5-COUNT     PIC  9(09).
         03  CK-RUN-STAMP      PIC  9(08).
         03  CK-TOKURI-COUNT   PIC  9(09).
       WORKING-STORAGE   SECTION.

       01  FILLER              PIC  X(20)  VALUE 'CONSTANT-AREA'.
         05  C-RESTART-PARM    PIC  X(10)  VALUE  'RESTART'.
         05  C-LIMIT-DAIKIN    PIC  S9(15) VALUE  1000000.
         05  C-MAX-PRICES      PIC  9(04)  VALUE  2000.
         05  C-MAX-PROMOS      PIC  9(04)  VALUE  500.
         05  C-MAX-PSTORES     PIC  9(04)  VALUE  2000.

       01  FILLER              PIC  X(20)  VALUE 'WORK-AREA'.
       01  WORK-AREA.
         05  WK-PRICE-COUNT    PIC  9(04)  VALUE  ZERO  COMP.
         05  WK-BEST-DATE      PIC  9(08).
         05  WK-USE-TANKA      PIC  S9(15).
         05  WK-TOKMAS-STATUS  PIC  X(02).
         05  SW-PROMO-FLG      PIC  X(01).
         05  SW-PSTORE-FLG     PIC  X(01).
         05  SW-RGN-READ-FLG   PIC  X(01).
         05  WK-PROMO-ID       PIC  X(06).
         05  WK-STORE-REGION   PIC  X(08).
         05  WK-PROMO-SUB      PIC  9(04)  COMP.
         05  WK-PROMO-COUNT    PIC  9(04)  VALUE  ZERO  COMP.
         05  WK-PSTORE-SUB     PIC  9(04)  COMP.
         05  WK-PSTORE-COUNT   PIC  9(04)  VALUE  ZERO  COMP.
         05  CT-DDI1-COUNT     PIC  9(09)  VALUE  ZERO.
         05  CT-DDO1-COUNT     PIC  9(09)  VALUE  ZERO.
         05  CT-DDO2-COUNT     PIC  9(09)  VALUE  ZERO.
         05  CT-DDO4-COUNT     PIC  9(09)  VALUE  ZERO.
         05  CT-DDO5-COUNT     PIC  9(09)  VALUE  ZERO.
         05  CT-OUTPUT-TOTAL   PIC  9(09)  VALUE  ZERO.
         05  CT-TOKURI-COUNT   PIC  9(09)  VALUE  ZERO.

       01  FILLER              PIC  X(20)  VALUE 'PRICE-TABLE-AREA'.
       01  PRICE-TABLE-AREA.
           10  PT-EFF-DATE     PIC  9(08).
           10  PT-TANKA        PIC  S9(15).

       01  FILLER              PIC  X(20)  VALUE 'PROMO-TABLE-AREA'.
       01  PROMO-TABLE-AREA.
         05  PROMO-ENTRY  OCCURS  500  TIMES.
           10  PR-PROMO-ID     PIC  X(06).
           10  PR-SHOHIN       PIC  X(05).
           10  PR-TANKA        PIC  S9(15).
           10  PR-START-DATE   PIC  9(08).
           10  PR-END-DATE     PIC  9(08).
           10  PR-REGION       PIC  X(08).

       01  FILLER              PIC  X(20)  VALUE 'PROMO-STORE-AREA'.
       01  PROMO-STORE-AREA.
         05  PROMO-STORE-ENTRY  OCCURS  2000  TIMES.
           10  PS-PROMO-SUB    PIC  9(04)  COMP.
           10  PS-TENPO        PIC  X(05).

       PROCEDURE                          DIVISION.
       PROC                               SECTION.
           PERFORM  INIT-RTN.
           ACCEPT  WK-RESTART-PARM  FROM  COMMAND-LINE.

           PERFORM  PRICE-LOAD-RTN.
           PERFORM  PROMO-LOAD-RTN.

           MOVE  C-OFF  TO  SW-EOF-FLG.
           MOVE  C-OFF  TO  SW-CKPT-BAD-FLG.
           EXIT.
           EJECT.

      *    THE PROMOTION MASTER IS HELD IN STORAGE THE SAME WAY AS
      *    THE PRICE MASTER -- HEADERS IN ONE TABLE, AND EACH STORE
      *    ROW IN A SECOND TABLE POINTING BACK AT ITS HEADER (THE
      *    STORE ROWS FOLLOW THEIR HEADER IN KEY ORDER). UNLIKE AN
      *    EMPTY PRICE MASTER, NO PROMOTIONS IS A NORMAL DAY, SO A
      *    MISSING OR EMPTY MASTER SIMPLY MEANS EVERY SALE MUST BE
      *    AT THE REGULAR PRICE.
       PROMO-LOAD-RTN                      SECTION.
           MOVE  C-OFF  TO  SW-EOF-FLG.

           OPEN  INPUT  TOKUBAI-MASTER-F.

           IF  WK-TOKMAS-STATUS  =  '35'
               GO  TO  PROMO-LOAD-RTN-EX
           END-IF.

           PERFORM  UNTIL  SW-EOF-FLG  =  C-ON
                    PERFORM  PROMO-LOAD-READ-RTN
           END-PERFORM.

           CLOSE  TOKUBAI-MASTER-F.

           PROMO-LOAD-RTN-EX.
               EXIT.

       PROMO-LOAD-READ-RTN                 SECTION.
           READ  TOKUBAI-MASTER-F
           AT  END
           MOVE  C-ON  TO  SW-EOF-FLG
           GO  TO  PROMO-LOAD-READ-RTN-EX
           END-READ.

           IF  TB-TENPO  NOT  =  SPACES
               GO  TO  PROMO-LOAD-STORE
           END-IF.

           IF  WK-PROMO-COUNT  NOT  <  C-MAX-PROMOS
               DISPLAY  'ENSYU1 - MORE THAN '  C-MAX-PROMOS
                        ' PROMOTIONS - RAISE C-MAX-PROMOS'
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.

           ADD  1  TO  WK-PROMO-COUNT.
           MOVE  TB-PROMO-ID     TO  PR-PROMO-ID   (WK-PROMO-COUNT).
           MOVE  TB-SHOHIN-CODE  TO  PR-SHOHIN     (WK-PROMO-COUNT).
           MOVE  TB-TANKA        TO  PR-TANKA      (WK-PROMO-COUNT).
           MOVE  TB-START-DATE   TO  PR-START-DATE (WK-PROMO-COUNT).
           MOVE  TB-END-DATE     TO  PR-END-DATE   (WK-PROMO-COUNT).
           MOVE  TB-REGION       TO  PR-REGION     (WK-PROMO-COUNT).
           GO  TO  PROMO-LOAD-READ-RTN-EX.

           PROMO-LOAD-STORE.
           IF  WK-PROMO-COUNT  =  ZERO
               GO  TO  PROMO-LOAD-READ-RTN-EX
           END-IF.
           IF  PR-PROMO-ID (WK-PROMO-COUNT)  NOT  =  TB-PROMO-ID
               GO  TO  PROMO-LOAD-READ-RTN-EX
           END-IF.

           IF  WK-PSTORE-COUNT  NOT  <  C-MAX-PSTORES
               DISPLAY  'ENSYU1 - MORE THAN '  C-MAX-PSTORES
                        ' PROMOTION STORE ROWS - RAISE C-MAX-PSTORES'
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.

           ADD  1  TO  WK-PSTORE-COUNT.
           MOVE  WK-PROMO-COUNT  TO  PS-PROMO-SUB (WK-PSTORE-COUNT).
           MOVE  TB-TENPO        TO  PS-TENPO     (WK-PSTORE-COUNT).

           PROMO-LOAD-READ-RTN-EX.
           EXIT.
           EJECT.

      *    STAMP-READ-RTN READS ONLY THE FIRST DDI1-F RECORD TO
      *    CAPTURE A RUN STAMP (ITS PURCHASE DATE) THAT IDENTIFIES
      *    WHICH DDI1-F A CHECKPOINT BELONGS TO, THEN REPOSITIONS
                           CT-DDO2-COUNT
                           CT-DDO3-COUNT
                           CT-DDO4-COUNT
                           CT-DDO5-COUNT
                           CT-TOKURI-COUNT.

           PERFORM  WRITE-CHECKPOINT-RTN.

                        DDO2-F
                        DDO3-F
                        DDO4-F
                        DDO5-F
                        TOKUBAI-URIAGE-F.

           MOVE  ZERO  TO  WK-RECS-READ.

                        DDO2-F
                        DDO3-F
                        DDO4-F
                        DDO5-F
                        TOKUBAI-URIAGE-F.

           PERFORM  DDI1-F-READ-RTN  WK-RECS-READ  TIMES.

                           MOVE  CK-DDO3-COUNT TO  CT-DDO3-COUNT
                           MOVE  CK-DDO4-COUNT TO  CT-DDO4-COUNT
                           MOVE  CK-DDO5-COUNT TO  CT-DDO5-COUNT
                           MOVE  CK-TOKURI-COUNT
                                               TO  CT-TOKURI-COUNT
                       END-IF
               END-READ
               CLOSE  CHKPT-F
             MOVE  CT-DDO4-COUNT               TO  CK-DDO4-COUNT.
             MOVE  CT-DDO5-COUNT               TO  CK-DDO5-COUNT.
             MOVE  WK-RUN-STAMP                TO  CK-RUN-STAMP.
             MOVE  CT-TOKURI-COUNT             TO  CK-TOKURI-COUNT.
             WRITE  CHKPT-REC.

             CLOSE  CHKPT-F.

       EDIT-RTN                 SECTION.
             MOVE  C-OFF  TO  SW-REJECT-FLG.
             MOVE  C-OFF  TO  SW-PROMO-FLG.

             COMPUTE  WK-CALC-DAIKIN  =  IN-TANKA  OF  DDI1-REC
                                        * IN-KONYU-KOSU  OF  DDI1-REC
      *    PATTERN); NO ROW IN FORCE, OR A UNIT PRICE THAT IS NOT
      *    THE ONE IN FORCE, REJECTS TO DDO3-F. A RETURN CARRIES A
      *    POSITIVE UNIT PRICE, SO REFUND CREDITS FACE THE SAME
      *    CHECK AS SALES. A UNIT PRICE THAT IS NOT THE REGULAR ONE
      *    IS STILL ACCEPTED WHEN IT IS THE PRICE OF A PROMOTION IN
      *    FORCE FOR THE PRODUCT, STORE AND PURCHASE DATE; THE
      *    RECORD IS THEN MARKED AS A PROMOTIONAL SALE.
       PRICE-CHECK-RTN           SECTION.
             MOVE  ZERO  TO  WK-BEST-DATE
                             WK-USE-TANKA.

             IF  WK-BEST-DATE  =  ZERO
             OR  WK-USE-TANKA  NOT  =  IN-TANKA  OF  DDI1-REC
                 PERFORM  PROMO-CHECK-RTN
                 IF  SW-PROMO-FLG  =  C-OFF
                     MOVE  C-ON            TO  SW-REJECT-FLG
                     MOVE  C-REASON-PRICE  TO  WK-REASON-CODE
                 END-IF
             END-IF.

             PRICE-CHECK-RTN-EX.
             PRICE-PICK-RTN-EX.
           EXIT.

      *    THE STORE'S REGION IS ONLY LOOKED UP ONCE PER RECORD, AND
      *    ONLY IF A REGIONAL PROMOTION FOR THE PRODUCT, DATE AND
      *    PRICE TURNS UP -- MOST RECORDS NEVER GET THIS FAR.
       PROMO-CHECK-RTN           SECTION.
             MOVE  C-OFF  TO  SW-RGN-READ-FLG.
             PERFORM  PROMO-PICK-RTN
                 VARYING  WK-PROMO-SUB  FROM  1  BY  1
                 UNTIL  WK-PROMO-SUB  >  WK-PROMO-COUNT
                 OR     SW-PROMO-FLG  =  C-ON.

             PROMO-CHECK-RTN-EX.
           EXIT.

       PROMO-PICK-RTN            SECTION.
             IF  PR-SHOHIN (WK-PROMO-SUB)  NOT  =
                 IN-SHOHIN-CODE  OF  DDI1-REC
             OR  PR-START-DATE (WK-PROMO-SUB)  >
                 IN-KONYU-DATE   OF  DDI1-REC
             OR  PR-END-DATE (WK-PROMO-SUB)  <
                 IN-KONYU-DATE   OF  DDI1-REC
             OR  PR-TANKA (WK-PROMO-SUB)  NOT  =
                 IN-TANKA        OF  DDI1-REC
                 GO  TO  PROMO-PICK-RTN-EX
             END-IF.

             IF  PR-REGION (WK-PROMO-SUB)  NOT  =  SPACES
                 IF  SW-RGN-READ-FLG  =  C-OFF
                     PERFORM  PROMO-REGION-RTN
                 END-IF
                 IF  WK-STORE-REGION  =  PR-REGION (WK-PROMO-SUB)
                     MOVE  C-ON  TO  SW-PROMO-FLG
                 END-IF
             ELSE
                 MOVE  C-OFF  TO  SW-PSTORE-FLG
                 PERFORM  PROMO-STORE-RTN
                     VARYING  WK-PSTORE-SUB  FROM  1  BY  1
                     UNTIL  WK-PSTORE-SUB  >  WK-PSTORE-COUNT
                     OR     SW-PSTORE-FLG  =  C-ON
                 MOVE  SW-PSTORE-FLG  TO  SW-PROMO-FLG
             END-IF.

             IF  SW-PROMO-FLG  =  C-ON
                 MOVE  PR-PROMO-ID (WK-PROMO-SUB)  TO  WK-PROMO-ID
             END-IF.

             PROMO-PICK-RTN-EX.
           EXIT.

      *    A STORE NOT ON THE TENPO MASTER HAS NO REGION, SO NO
      *    REGIONAL PROMOTION CAN TAKE IT; TENPO-LOOKUP-RTN STILL
      *    DECIDES WHAT BECOMES OF THE RECORD IF IT PASSES THE EDIT.
       PROMO-REGION-RTN          SECTION.
             MOVE  C-ON  TO  SW-RGN-READ-FLG.
             MOVE  IN-KONYU-TENPO  OF  DDI1-REC  TO  TM-TENPO-CODE.

             READ  TENPO-MASTER-F
                 INVALID KEY
                     MOVE  SPACES     TO  WK-STORE-REGION
                 NOT INVALID KEY
                     MOVE  TM-REGION  TO  WK-STORE-REGION
             END-READ.

             PROMO-REGION-RTN-EX.
           EXIT.

       PROMO-STORE-RTN           SECTION.
             IF  PS-PROMO-SUB (WK-PSTORE-SUB)  =  WK-PROMO-SUB
             AND PS-TENPO (WK-PSTORE-SUB)  =
                 IN-KONYU-TENPO  OF  DDI1-REC
                 MOVE  C-ON  TO  SW-PSTORE-FLG
             END-IF.

             PROMO-STORE-RTN-EX.
           EXIT.

       REJECT-RTN                SECTION.
             MOVE  DDI1-REC         TO  DDO3-REC.
             MOVE  WK-REASON-CODE   TO  DDO3-REASON-CODE.
                NOT INVALID KEY
                    IF  TM-ACTIVE-FLG  =  C-ON
                        PERFORM  FURIWAKE-ROUTE-RTN
                        IF  SW-PROMO-FLG  =  C-ON
                            PERFORM  PROMO-WRITE-RTN
                        END-IF
                    ELSE
                        MOVE  C-REASON-NOTENPO  TO  WK-REASON-CODE
                        PERFORM  REJECT-RTN
            FURIWAKE-ROUTE-RTN-EX.
           EXIT.

      *    A PROMOTIONAL SALE (OR A RETURN AT THE PROMOTIONAL PRICE)
      *    HAS ALREADY GONE TO ITS DDO FILE LIKE ANY OTHER RECORD;
      *    THE MARK IS A COPY ON THE PROMOTIONAL SALES REGISTER WITH
      *    THE PROMOTION IT WAS ACCEPTED UNDER AND THE REGULAR PRICE
      *    IN FORCE (ZERO IF NONE), SO THE DDO LAYOUTS EVERY
      *    DOWNSTREAM STEP READS STAY AS THEY ARE. THE REGISTER IS
      *    OUTSIDE THE INPUT/OUTPUT BALANCE -- EVERY RECORD ON IT IS
      *    ALSO ON DDO1/DDO2/DDO4/DDO5.
       PROMO-WRITE-RTN           SECTION.
            MOVE  DDI1-REC         TO  TOKURI-REC.
            MOVE  WK-PROMO-ID      TO  TU-PROMO-ID.
            MOVE  WK-USE-TANKA     TO  TU-REG-TANKA.
            WRITE TOKURI-REC.
            ADD   1  TO  CT-TOKURI-COUNT.

            PROMO-WRITE-RTN-EX.
           EXIT.

       END-RTN                  SECTION.
           CLOSE  DDI1-F
                  SHOHIN-MASTER-F
                  DDO2-F
                  DDO3-F
                  DDO4-F
                  DDO5-F
                  TOKUBAI-URIAGE-F.

           ADD  CT-DDO1-COUNT  CT-DDO2-COUNT  CT-DDO3-COUNT
                CT-DDO4-COUNT  CT-DDO5-COUNT
           DISPLAY  'DDO4-F RECORDS ALERTED.: '  CT-DDO4-COUNT.
           DISPLAY  'DDO5-F RETURNS ROUTED..: '  CT-DDO5-COUNT.
           DISPLAY  'TOTAL RECORDS WRITTEN..: '  CT-OUTPUT-TOTAL.
           DISPLAY  'TOKURI-F PROMO SALES...: '  CT-TOKURI-COUNT.

           IF  SW-CKPT-BAD-FLG  =  C-ON
               DISPLAY  'ENSYU1 - RESTART ABORTED - CHECKPOINT DID '
