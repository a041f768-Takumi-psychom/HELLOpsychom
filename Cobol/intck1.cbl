      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly referential-integrity sweep across the
      *          masters, run in the daily chain ahead of the split.
      *          Each master has its own maintenance program and none
      *          of them checks the others, so a product can leave
      *          SHOHIN while its price and stock rows live on, a
      *          store can close still holding stock and suspense
      *          items, and a schedule entry can name a store that is
      *          gone -- until now found only when ENSYU1 starts
      *          rejecting with reason '02' or '05'. Every orphan or
      *          contradiction goes to the integrity exception report
      *          with a severity: CRITICAL holds the chain (RC 16),
      *          ERROR and WARNING are listed for the master owners
      *          to clear (RC 4).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTCK1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHOHIN-MASTER-F  ASSIGN  TO  SHOMAS
                                   ORGANIZATION  IS  INDEXED
                                   ACCESS MODE   IS  SEQUENTIAL
                                   RECORD KEY    IS  SM-SHOHIN-CODE.
           SELECT TENPO-MASTER-F   ASSIGN  TO  TENMAS
                                   ORGANIZATION  IS  INDEXED
                                   ACCESS MODE   IS  SEQUENTIAL
                                   RECORD KEY    IS  TM-TENPO-CODE.
           SELECT TANKA-MASTER-F   ASSIGN  TO  TANKAF
                                   ORGANIZATION  IS  INDEXED
                                   ACCESS MODE   IS  SEQUENTIAL
                                   RECORD KEY    IS  PM-PRICE-KEY.
           SELECT GENKA-MASTER-F   ASSIGN  TO  GENKAF
                                   ORGANIZATION  IS  INDEXED
                                   ACCESS MODE   IS  SEQUENTIAL
                                   RECORD KEY    IS  CM-COST-KEY
                                   FILE STATUS   IS  WK-GENKA-STATUS.
           SELECT ZAIKO-MASTER-F   ASSIGN  TO  ZAIMAS
                                   ORGANIZATION  IS  INDEXED
                                   ACCESS MODE   IS  SEQUENTIAL
                                   RECORD KEY    IS  ZM-STOCK-KEY
                                   FILE STATUS   IS  WK-ZAI-STATUS.
           SELECT SKDIN-F          ASSIGN  TO  SKDIN
                                   FILE STATUS IS  WK-SKD-STATUS.
           SELECT SUSP-F           ASSIGN  TO  SUSPMS
                                   FILE STATUS IS  WK-SUSP-STATUS.
           SELECT REPORT-F         ASSIGN  TO  INTRPT.

       DATA DIVISION.
       FILE SECTION.
       FD  SHOHIN-MASTER-F
       LABEL       RECORD   OMITTED.
       01  SHOHIN-MASTER-REC.
         03  SM-SHOHIN-CODE    PIC  X(05).
         03  SM-SHOHIN-NAME    PIC  X(20).

       FD  TENPO-MASTER-F
       LABEL       RECORD   OMITTED.
       01  TENPO-MASTER-REC.
           COPY TENPOLAY.

       FD  TANKA-MASTER-F
       LABEL       RECORD   OMITTED.
       01  TANKA-MASTER-REC.
           COPY TANKALAY.

       FD  GENKA-MASTER-F
       LABEL       RECORD   OMITTED.
       01  GENKA-MASTER-REC.
           COPY GENKALAY.

       FD  ZAIKO-MASTER-F
       LABEL       RECORD   OMITTED.
       01  ZAIKO-MASTER-REC.
           COPY ZAIKOLAY.

       FD  SKDIN-F
       LABEL       RECORD    OMITTED
       RECORDING  MODE  IS  F.
       01  SKDIN-REC.
         03  SKI-TENPO-CODE    PIC  X(05).
         03  SKI-EFF-DATE      PIC  9(08).
         03  SKI-ACTIVE-FLG    PIC  X(01).
         03  SKI-FILED-DATE    PIC  9(08).

       FD  SUSP-F
       LABEL       RECORD   OMITTED
       RECORDING  MODE  IS  F.
       01  SUSP-REC.
           COPY TRANLAY.
         03  SU-REASON-CODE    PIC  X(02).
         03  SU-REJECT-DATE    PIC  9(08).
         03  SU-SEQ-NO         PIC  9(07).

       FD  REPORT-F
       LABEL       RECORD   OMITTED
       RECORDING  MODE  IS  F.
       01  REPORT-LINE         PIC  X(132).

       WORKING-STORAGE   SECTION.

       01  FILLER              PIC  X(20)  VALUE 'CONSTANT-AREA'.

       01  CONSTANT-AREA.
         05  C-ON              PIC  X(01)  VALUE  '1'.
         05  C-OFF             PIC  X(01)  VALUE  '0'.
         05  C-LINES-PER-PAGE  PIC  9(02)  VALUE  50.
         05  C-MAX-PRODS       PIC  9(04)  VALUE  2000.
         05  C-MAX-STORES      PIC  9(03)  VALUE  100.
         05  C-SV-CRITICAL     PIC  X(08)  VALUE  'CRITICAL'.
         05  C-SV-ERROR        PIC  X(08)  VALUE  'ERROR'.
         05  C-SV-WARNING      PIC  X(08)  VALUE  'WARNING'.
         05  C-FD-NO-SHOHIN    PIC  X(40)  VALUE
                                 'PRODUCT MASTER IS EMPTY'.
         05  C-FD-NO-TENPO     PIC  X(40)  VALUE
                                 'STORE MASTER IS EMPTY'.
         05  C-FD-NO-TANKA     PIC  X(40)  VALUE
                                 'PRICE MASTER IS EMPTY'.
         05  C-FD-BAD-FLG      PIC  X(40)  VALUE
                                 'ACTIVE FLAG IS NOT 1 OR 0'.
         05  C-FD-PRICE-ORPHAN PIC  X(40)  VALUE
                                 'PRICE ROW - PRODUCT NOT ON SHOHIN'.
         05  C-FD-PRICE-ZERO   PIC  X(40)  VALUE
                                 'PRICE ROW - UNIT PRICE NOT POSITIVE'.
         05  C-FD-COST-ORPHAN  PIC  X(40)  VALUE
                                 'COST ROW - PRODUCT NOT ON SHOHIN'.
         05  C-FD-STOCK-NOPROD PIC  X(40)  VALUE
                                 'STOCK ROW - PRODUCT NOT ON SHOHIN'.
         05  C-FD-STOCK-NOSTR  PIC  X(40)  VALUE
                                 'STOCK ROW - STORE NOT ON TENPO'.
         05  C-FD-STOCK-CLOSED PIC  X(40)  VALUE
                                 'CLOSED STORE STILL HOLDS STOCK'.
         05  C-FD-UNPRICED-STK PIC  X(40)  VALUE
                                 'NO PRICE IN FORCE - STOCKED'.
         05  C-FD-UNPRICED     PIC  X(40)  VALUE
                                 'NO PRICE IN FORCE - NOT STOCKED'.
         05  C-FD-STORE-NOPRC  PIC  X(40)  VALUE
                                 'ACTIVE STORE - NO STOCK ITEM PRICED'.
         05  C-FD-SKD-NOSTR    PIC  X(40)  VALUE
                                 'SCHEDULE ENTRY - STORE NOT ON TENPO'.
         05  C-FD-SKD-DUE      PIC  X(40)  VALUE
                                 'SCHEDULE ENTRY DUE BUT NOT APPLIED'.
         05  C-FD-SUSP-NOSTR   PIC  X(40)  VALUE
                                 'SUSPENSE ITEM - STORE NOT ON TENPO'.
         05  C-FD-SUSP-CLOSED  PIC  X(40)  VALUE
                                 'SUSPENSE ITEM - STORE CLOSED'.
         05  C-FD-SUSP-NOPROD  PIC  X(40)  VALUE
                                 'SUSPENSE ITEM - PROD NOT ON SHOHIN'.

       01  FILLER              PIC  X(20)  VALUE 'WORK-AREA'.
       01  WORK-AREA.
         05  SW-EOF-FLG        PIC  X(01).
         05  WK-GENKA-STATUS   PIC  X(02).
         05  WK-ZAI-STATUS     PIC  X(02).
         05  WK-SKD-STATUS     PIC  X(02).
         05  WK-SUSP-STATUS    PIC  X(02).
         05  WK-TODAY          PIC  9(08)  VALUE  ZERO.
         05  WK-FIND-SHOHIN    PIC  X(05).
         05  WK-FIND-TENPO     PIC  X(05).
         05  WK-PROD-HIT       PIC  9(04)  COMP.
         05  WK-STORE-HIT      PIC  9(03)  COMP.
         05  WK-PROD-SUB       PIC  9(04)  COMP.
         05  WK-STORE-SUB      PIC  9(03)  COMP.
         05  WK-PROD-COUNT     PIC  9(04)  VALUE  ZERO  COMP.
         05  WK-STORE-COUNT    PIC  9(03)  VALUE  ZERO  COMP.
         05  WK-SHOHIN-READ    PIC  9(09)  VALUE  ZERO.
         05  WK-TENPO-READ     PIC  9(09)  VALUE  ZERO.
         05  WK-TANKA-READ     PIC  9(09)  VALUE  ZERO.
         05  WK-GENKA-READ     PIC  9(09)  VALUE  ZERO.
         05  WK-ZAIKO-READ     PIC  9(09)  VALUE  ZERO.
         05  WK-SKD-READ       PIC  9(09)  VALUE  ZERO.
         05  WK-SUSP-READ      PIC  9(09)  VALUE  ZERO.
         05  WK-CRITICAL-COUNT PIC  9(09)  VALUE  ZERO.
         05  WK-ERROR-COUNT    PIC  9(09)  VALUE  ZERO.
         05  WK-WARNING-COUNT  PIC  9(09)  VALUE  ZERO.
         05  WK-PAGE-NO        PIC  9(05)  VALUE  ZERO.
         05  WK-LINE-CNT       PIC  9(05)  VALUE  ZERO.

      *    ONE ROW PER PRODUCT ON SHOHIN, IN KEY ORDER. PP-PRICED-FLG
      *    IS ON WHEN THE PRICE ROW IN FORCE TODAY IS POSITIVE (THE
      *    SAME TEST ENSYU1'S PRICE EDIT APPLIES); PP-STOCKED-FLG IS
      *    ON WHEN AN ACTIVE STORE HAS A STOCK ROW FOR IT.
       01  FILLER              PIC  X(20)  VALUE 'PROD-TABLE-AREA'.
       01  PROD-TABLE-AREA.
         05  PROD-ENTRY  OCCURS  2000  TIMES.
           10  PP-SHOHIN       PIC  X(05).
           10  PP-PRICED-FLG   PIC  X(01).
           10  PP-STOCKED-FLG  PIC  X(01).

      *    ONE ROW PER STORE ON TENPO, WITH ITS STOCK ROWS AND HOW
      *    MANY OF THOSE ARE FOR A PRODUCT PRICED TODAY.
       01  FILLER              PIC  X(20)  VALUE 'STORE-TABLE-AREA'.
       01  STORE-TABLE-AREA.
         05  STORE-ENTRY  OCCURS  100  TIMES.
           10  PS-TENPO        PIC  X(05).
           10  PS-ACTIVE-FLG   PIC  X(01).
           10  PS-STOCK-COUNT  PIC  9(09).
           10  PS-PRICED-COUNT PIC  9(09).

       01  FILLER              PIC  X(20)  VALUE 'PRINT-AREA'.
       01  WK-PRINT-LINE        PIC  X(132) VALUE SPACES.

       01  HEADING-LINE-1.
         05  FILLER             PIC  X(20)  VALUE  SPACES.
         05  FILLER             PIC  X(26)  VALUE
                                 'MASTER FILE INTEGRITY EXCE'.
         05  FILLER             PIC  X(19)  VALUE
                                 'PTION REPORT AS OF '.
         05  HD-TODAY           PIC  9(08).
         05  FILLER             PIC  X(05)  VALUE  SPACES.
         05  FILLER             PIC  X(05)  VALUE  'PAGE '.
         05  HD-PAGE-NO         PIC  ZZZZ9.

       01  HEADING-LINE-2.
         05  FILLER             PIC  X(08)  VALUE  'SEVERITY'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(06)  VALUE  'FILE  '.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(05)  VALUE  'STORE'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(05)  VALUE  'PROD '.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(08)  VALUE  '  DATE  '.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(07)  VALUE  'FINDING'.

       01  DETAIL-LINE.
         05  DT-SEVERITY        PIC  X(08).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-FILE            PIC  X(06).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-TENPO           PIC  X(05).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-SHOHIN          PIC  X(05).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-DATE            PIC  9(08).
         05  DT-DATE-X          REDEFINES  DT-DATE
                                PIC  X(08).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-FINDING         PIC  X(40).

       01  SUMMARY-LINE.
         05  SY-SEVERITY        PIC  X(08).
         05  FILLER             PIC  X(17)  VALUE
                                 ' FINDINGS......: '.
         05  SY-COUNT           PIC  ZZZZZZZZ9.

       PROCEDURE                          DIVISION.
       PROC                               SECTION.
           PERFORM  INIT-RTN.

           PERFORM  SHOHIN-PASS-RTN.
           PERFORM  TENPO-PASS-RTN.
           PERFORM  TANKA-PASS-RTN.
           PERFORM  GENKA-PASS-RTN.
           PERFORM  ZAIKO-PASS-RTN.

           PERFORM  PROD-CHECK-RTN
               VARYING  WK-PROD-SUB  FROM  1  BY  1
               UNTIL  WK-PROD-SUB  >  WK-PROD-COUNT.
           PERFORM  STORE-CHECK-RTN
               VARYING  WK-STORE-SUB  FROM  1  BY  1
               UNTIL  WK-STORE-SUB  >  WK-STORE-COUNT.

           PERFORM  SKED-PASS-RTN.
           PERFORM  SUSP-PASS-RTN.

           PERFORM  END-RTN.
           STOP RUN.

           PROC-EX.
               EXIT.
               EJECT.

       INIT-RTN                            SECTION.
           ACCEPT  WK-TODAY  FROM  DATE  YYYYMMDD.

           OPEN  OUTPUT  REPORT-F.

           PERFORM  HEADING-RTN.

           INIT-RTN-EX.
               EXIT.
               EJECT.

      *    THE PRODUCT AND STORE MASTERS ARE LOADED FIRST -- EVERY
      *    OTHER FILE IS CHECKED AGAINST THEM. AN EMPTY MASTER WOULD
      *    REJECT THE WHOLE FEED IN ENSYU1, SO IT IS CRITICAL.
       SHOHIN-PASS-RTN                     SECTION.
           MOVE  C-OFF  TO  SW-EOF-FLG.

           OPEN  INPUT  SHOHIN-MASTER-F.

           PERFORM  SHOHIN-READ-RTN.
           PERFORM  UNTIL  SW-EOF-FLG  =  C-ON
                    PERFORM  SHOHIN-LOAD-RTN
           END-PERFORM.

           CLOSE  SHOHIN-MASTER-F.

           IF  WK-PROD-COUNT  =  ZERO
               MOVE  SPACES            TO  DETAIL-LINE
               MOVE  C-SV-CRITICAL     TO  DT-SEVERITY
               MOVE  'SHOMAS'          TO  DT-FILE
               MOVE  C-FD-NO-SHOHIN    TO  DT-FINDING
               PERFORM  FINDING-RTN
           END-IF.

           SHOHIN-PASS-RTN-EX.
               EXIT.

       SHOHIN-READ-RTN                     SECTION.
           READ  SHOHIN-MASTER-F
           AT  END
           MOVE  C-ON  TO  SW-EOF-FLG
           GO  TO  SHOHIN-READ-RTN-EX
           END-READ.
           SHOHIN-READ-RTN-EX.
           EXIT.

       SHOHIN-LOAD-RTN                     SECTION.
           ADD  1  TO  WK-SHOHIN-READ.

           IF  WK-PROD-COUNT  NOT  <  C-MAX-PRODS
               DISPLAY  'INTCK1 - MORE THAN '  C-MAX-PRODS
                        ' PRODUCTS - RAISE C-MAX-PRODS'
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.

           ADD  1  TO  WK-PROD-COUNT.
           MOVE  SM-SHOHIN-CODE  TO  PP-SHOHIN      (WK-PROD-COUNT).
           MOVE  C-OFF           TO  PP-PRICED-FLG  (WK-PROD-COUNT)
                                     PP-STOCKED-FLG (WK-PROD-COUNT).

           PERFORM  SHOHIN-READ-RTN.

           SHOHIN-LOAD-RTN-EX.
           EXIT.
           EJECT.

       TENPO-PASS-RTN                      SECTION.
           MOVE  C-OFF  TO  SW-EOF-FLG.

           OPEN  INPUT  TENPO-MASTER-F.

           PERFORM  TENPO-READ-RTN.
           PERFORM  UNTIL  SW-EOF-FLG  =  C-ON
                    PERFORM  TENPO-LOAD-RTN
           END-PERFORM.

           CLOSE  TENPO-MASTER-F.

           IF  WK-STORE-COUNT  =  ZERO
               MOVE  SPACES            TO  DETAIL-LINE
               MOVE  C-SV-CRITICAL     TO  DT-SEVERITY
               MOVE  'TENMAS'          TO  DT-FILE
               MOVE  C-FD-NO-TENPO     TO  DT-FINDING
               PERFORM  FINDING-RTN
           END-IF.

           TENPO-PASS-RTN-EX.
               EXIT.

       TENPO-READ-RTN                      SECTION.
           READ  TENPO-MASTER-F
           AT  END
           MOVE  C-ON  TO  SW-EOF-FLG
           GO  TO  TENPO-READ-RTN-EX
           END-READ.
           TENPO-READ-RTN-EX.
           EXIT.

      *    ENSYU1 ROUTES ONLY A STORE FLAGGED '1'; ANY OTHER FLAG IS
      *    TREATED AS CLOSED THERE, SO IT IS HELD AS CLOSED HERE TOO.
       TENPO-LOAD-RTN                      SECTION.
           ADD  1  TO  WK-TENPO-READ.

           IF  WK-STORE-COUNT  NOT  <  C-MAX-STORES
               DISPLAY  'INTCK1 - MORE THAN '  C-MAX-STORES
                        ' STORES - RAISE C-MAX-STORES'
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.

           ADD  1  TO  WK-STORE-COUNT.
           MOVE  TM-TENPO-CODE  TO  PS-TENPO        (WK-STORE-COUNT).
           MOVE  ZERO           TO  PS-STOCK-COUNT  (WK-STORE-COUNT)
                                    PS-PRICED-COUNT (WK-STORE-COUNT).

           IF  TM-ACTIVE-FLG  =  C-ON
               MOVE  C-ON   TO  PS-ACTIVE-FLG (WK-STORE-COUNT)
           ELSE
               MOVE  C-OFF  TO  PS-ACTIVE-FLG (WK-STORE-COUNT)
           END-IF.

           IF  TM-ACTIVE-FLG  NOT  =  C-ON
           AND TM-ACTIVE-FLG  NOT  =  C-OFF
               MOVE  SPACES            TO  DETAIL-LINE
               MOVE  C-SV-ERROR        TO  DT-SEVERITY
               MOVE  'TENMAS'          TO  DT-FILE
               MOVE  TM-TENPO-CODE     TO  DT-TENPO
               MOVE  C-FD-BAD-FLG      TO  DT-FINDING
               PERFORM  FINDING-RTN
           END-IF.

           PERFORM  TENPO-READ-RTN.

           TENPO-LOAD-RTN-EX.
           EXIT.
           EJECT.

      *    THE PRICE MASTER IS IN PRODUCT-THEN-EFFECTIVE-DATE ORDER,
      *    SO THE LAST ROW NOT AFTER TODAY FOR A PRODUCT IS THE ONE
      *    IN FORCE AND SETS THE PRODUCT'S PRICED FLAG.
       TANKA-PASS-RTN                      SECTION.
           MOVE  C-OFF  TO  SW-EOF-FLG.

           OPEN  INPUT  TANKA-MASTER-F.

           PERFORM  TANKA-READ-RTN.
           PERFORM  UNTIL  SW-EOF-FLG  =  C-ON
                    PERFORM  TANKA-CHECK-RTN
           END-PERFORM.

           CLOSE  TANKA-MASTER-F.

           IF  WK-TANKA-READ  =  ZERO
               MOVE  SPACES            TO  DETAIL-LINE
               MOVE  C-SV-CRITICAL     TO  DT-SEVERITY
               MOVE  'TANKAF'          TO  DT-FILE
               MOVE  C-FD-NO-TANKA     TO  DT-FINDING
               PERFORM  FINDING-RTN
           END-IF.

           TANKA-PASS-RTN-EX.
               EXIT.

       TANKA-READ-RTN                      SECTION.
           READ  TANKA-MASTER-F
           AT  END
           MOVE  C-ON  TO  SW-EOF-FLG
           GO  TO  TANKA-READ-RTN-EX
           END-READ.
           TANKA-READ-RTN-EX.
           EXIT.

       TANKA-CHECK-RTN                     SECTION.
           ADD  1  TO  WK-TANKA-READ.

           MOVE  SPACES            TO  DETAIL-LINE.
           MOVE  'TANKAF'          TO  DT-FILE.
           MOVE  PM-SHOHIN-CODE    TO  DT-SHOHIN.
           MOVE  PM-EFF-DATE       TO  DT-DATE.

           MOVE  PM-SHOHIN-CODE  TO  WK-FIND-SHOHIN.
           PERFORM  PROD-FIND-RTN.

           IF  WK-PROD-HIT  =  ZERO
               MOVE  C-SV-WARNING       TO  DT-SEVERITY
               MOVE  C-FD-PRICE-ORPHAN  TO  DT-FINDING
               PERFORM  FINDING-RTN
               GO  TO  TANKA-CHECK-POST
           END-IF.

           IF  PM-TANKA  NOT  >  ZERO
               MOVE  C-SV-ERROR         TO  DT-SEVERITY
               MOVE  C-FD-PRICE-ZERO    TO  DT-FINDING
               PERFORM  FINDING-RTN
           END-IF.

           IF  PM-EFF-DATE  NOT  >  WK-TODAY
               IF  PM-TANKA  >  ZERO
                   MOVE  C-ON   TO  PP-PRICED-FLG (WK-PROD-HIT)
               ELSE
                   MOVE  C-OFF  TO  PP-PRICED-FLG (WK-PROD-HIT)
               END-IF
           END-IF.

           TANKA-CHECK-POST.
           PERFORM  TANKA-READ-RTN.
           TANKA-CHECK-RTN-EX.
           EXIT.
           EJECT.

      *    THE COST MASTER IS OPTIONAL (MGNRP1 TREATS A MISSING ONE
      *    AS EMPTY). A COST ROW FOR A PRODUCT NO LONGER SOLD ONLY
      *    WASTES SPACE, SO IT IS A WARNING.
       GENKA-PASS-RTN                      SECTION.
           MOVE  C-OFF  TO  SW-EOF-FLG.

           OPEN  INPUT  GENKA-MASTER-F.

           IF  WK-GENKA-STATUS  =  '35'
               GO  TO  GENKA-PASS-RTN-EX
           END-IF.

           PERFORM  GENKA-READ-RTN.
           PERFORM  UNTIL  SW-EOF-FLG  =  C-ON
                    PERFORM  GENKA-CHECK-RTN
           END-PERFORM.

           CLOSE  GENKA-MASTER-F.

           GENKA-PASS-RTN-EX.
               EXIT.

       GENKA-READ-RTN                      SECTION.
           READ  GENKA-MASTER-F
           AT  END
           MOVE  C-ON  TO  SW-EOF-FLG
           GO  TO  GENKA-READ-RTN-EX
           END-READ.
           GENKA-READ-RTN-EX.
           EXIT.

       GENKA-CHECK-RTN                     SECTION.
           ADD  1  TO  WK-GENKA-READ.

           MOVE  CM-SHOHIN-CODE  TO  WK-FIND-SHOHIN.
           PERFORM  PROD-FIND-RTN.

           IF  WK-PROD-HIT  =  ZERO
               MOVE  SPACES            TO  DETAIL-LINE
               MOVE  C-SV-WARNING      TO  DT-SEVERITY
               MOVE  'GENKAF'          TO  DT-FILE
               MOVE  CM-SHOHIN-CODE    TO  DT-SHOHIN
               MOVE  CM-EFF-DATE       TO  DT-DATE
               MOVE  C-FD-COST-ORPHAN  TO  DT-FINDING
               PERFORM  FINDING-RTN
           END-IF.

           PERFORM  GENKA-READ-RTN.

           GENKA-CHECK-RTN-EX.
           EXIT.
           EJECT.

      *    A STOCK ROW MUST NAME A PRODUCT AND A STORE ON THE
      *    MASTERS. A CLOSED STORE SHOULD HAVE BEEN COUNTED OUT OR
      *    TRANSFERRED AWAY; UNITS STILL ON HAND OR IN TRANSIT TO IT
      *    ARE A WARNING. AN ACTIVE STORE'S ROWS ARE COUNTED FOR THE
      *    STORE CHECK AND MARK THE PRODUCT AS STOCKED.
       ZAIKO-PASS-RTN                      SECTION.
           MOVE  C-OFF  TO  SW-EOF-FLG.

           OPEN  INPUT  ZAIKO-MASTER-F.

           IF  WK-ZAI-STATUS  =  '35'
               GO  TO  ZAIKO-PASS-RTN-EX
           END-IF.

           PERFORM  ZAIKO-READ-RTN.
           PERFORM  UNTIL  SW-EOF-FLG  =  C-ON
                    PERFORM  ZAIKO-CHECK-RTN
           END-PERFORM.

           CLOSE  ZAIKO-MASTER-F.

           ZAIKO-PASS-RTN-EX.
               EXIT.

       ZAIKO-READ-RTN                      SECTION.
           READ  ZAIKO-MASTER-F
           AT  END
           MOVE  C-ON  TO  SW-EOF-FLG
           GO  TO  ZAIKO-READ-RTN-EX
           END-READ.
           ZAIKO-READ-RTN-EX.
           EXIT.

       ZAIKO-CHECK-RTN                     SECTION.
           ADD  1  TO  WK-ZAIKO-READ.

           MOVE  SPACES            TO  DETAIL-LINE.
           MOVE  'ZAIMAS'          TO  DT-FILE.
           MOVE  ZM-TENPO-CODE     TO  DT-TENPO.
           MOVE  ZM-SHOHIN-CODE    TO  DT-SHOHIN.

           MOVE  ZM-SHOHIN-CODE  TO  WK-FIND-SHOHIN.
           PERFORM  PROD-FIND-RTN.
           MOVE  ZM-TENPO-CODE   TO  WK-FIND-TENPO.
           PERFORM  STORE-FIND-RTN.

           IF  WK-PROD-HIT  =  ZERO
               MOVE  C-SV-ERROR          TO  DT-SEVERITY
               MOVE  C-FD-STOCK-NOPROD   TO  DT-FINDING
               PERFORM  FINDING-RTN
           END-IF.

           IF  WK-STORE-HIT  =  ZERO
               MOVE  C-SV-ERROR          TO  DT-SEVERITY
               MOVE  C-FD-STOCK-NOSTR    TO  DT-FINDING
               PERFORM  FINDING-RTN
               GO  TO  ZAIKO-CHECK-POST
           END-IF.

           IF  PS-ACTIVE-FLG (WK-STORE-HIT)  NOT  =  C-ON
               IF  ZM-ON-HAND     NOT  =  ZERO
               OR  ZM-IN-TRANSIT  NOT  =  ZERO
                   MOVE  C-SV-WARNING       TO  DT-SEVERITY
                   MOVE  C-FD-STOCK-CLOSED  TO  DT-FINDING
                   PERFORM  FINDING-RTN
               END-IF
               GO  TO  ZAIKO-CHECK-POST
           END-IF.

           IF  WK-PROD-HIT  =  ZERO
               GO  TO  ZAIKO-CHECK-POST
           END-IF.

           ADD   1  TO  PS-STOCK-COUNT (WK-STORE-HIT).
           MOVE  C-ON  TO  PP-STOCKED-FLG (WK-PROD-HIT).
           IF  PP-PRICED-FLG (WK-PROD-HIT)  =  C-ON
               ADD  1  TO  PS-PRICED-COUNT (WK-STORE-HIT)
           END-IF.

           ZAIKO-CHECK-POST.
           PERFORM  ZAIKO-READ-RTN.
           ZAIKO-CHECK-RTN-EX.
           EXIT.
           EJECT.

      *    A PRODUCT WITH NO POSITIVE PRICE IN FORCE TODAY CANNOT
      *    PASS ENSYU1'S PRICE EDIT -- EVERY SALE OF IT REJECTS WITH
      *    REASON '05'. AN ERROR WHILE AN ACTIVE STORE STOCKS IT, A
      *    WARNING WHILE NONE DOES.
       PROD-CHECK-RTN                      SECTION.
           IF  PP-PRICED-FLG (WK-PROD-SUB)  =  C-ON
               GO  TO  PROD-CHECK-RTN-EX
           END-IF.

           MOVE  SPACES                   TO  DETAIL-LINE.
           MOVE  'SHOMAS'                 TO  DT-FILE.
           MOVE  PP-SHOHIN (WK-PROD-SUB)  TO  DT-SHOHIN.

           IF  PP-STOCKED-FLG (WK-PROD-SUB)  =  C-ON
               MOVE  C-SV-ERROR          TO  DT-SEVERITY
               MOVE  C-FD-UNPRICED-STK   TO  DT-FINDING
           ELSE
               MOVE  C-SV-WARNING        TO  DT-SEVERITY
               MOVE  C-FD-UNPRICED       TO  DT-FINDING
           END-IF.

           PERFORM  FINDING-RTN.

           PROD-CHECK-RTN-EX.
           EXIT.

      *    AN ACTIVE STORE WHOSE STOCKED PRODUCTS HAVE NO PRICE IN
      *    FORCE AT ALL WOULD HAVE ITS WHOLE DAY REJECTED -- THE
      *    CHAIN IS HELD UNTIL THE PRICE MASTER IS PUT RIGHT.
       STORE-CHECK-RTN                     SECTION.
           IF  PS-ACTIVE-FLG   (WK-STORE-SUB)  =  C-ON
           AND PS-STOCK-COUNT  (WK-STORE-SUB)  >  ZERO
           AND PS-PRICED-COUNT (WK-STORE-SUB)  =  ZERO
               MOVE  SPACES                   TO  DETAIL-LINE
               MOVE  C-SV-CRITICAL            TO  DT-SEVERITY
               MOVE  'TENMAS'                 TO  DT-FILE
               MOVE  PS-TENPO (WK-STORE-SUB)  TO  DT-TENPO
               MOVE  C-FD-STORE-NOPRC         TO  DT-FINDING
               PERFORM  FINDING-RTN
           END-IF.

           STORE-CHECK-RTN-EX.
           EXIT.
           EJECT.

      *    TNMNT1 RUNS AHEAD OF THIS CHAIN AND APPLIES EVERY ENTRY
      *    THAT HAS COME DUE, SO A DUE ENTRY STILL WAITING MEANS THE
      *    MAINTENANCE RUN WAS MISSED. NO SCHEDULE FILE IS NORMAL.
       SKED-PASS-RTN                       SECTION.
           MOVE  C-OFF  TO  SW-EOF-FLG.

           OPEN  INPUT  SKDIN-F.

           IF  WK-SKD-STATUS  =  '35'
               GO  TO  SKED-PASS-RTN-EX
           END-IF.

           PERFORM  SKED-READ-RTN.
           PERFORM  UNTIL  SW-EOF-FLG  =  C-ON
                    PERFORM  SKED-CHECK-RTN
           END-PERFORM.

           CLOSE  SKDIN-F.

           SKED-PASS-RTN-EX.
               EXIT.

       SKED-READ-RTN                       SECTION.
           READ  SKDIN-F
           AT  END
           MOVE  C-ON  TO  SW-EOF-FLG
           GO  TO  SKED-READ-RTN-EX
           END-READ.
           SKED-READ-RTN-EX.
           EXIT.

       SKED-CHECK-RTN                      SECTION.
           ADD  1  TO  WK-SKD-READ.

           MOVE  SPACES            TO  DETAIL-LINE.
           MOVE  'SKDIN'           TO  DT-FILE.
           MOVE  SKI-TENPO-CODE    TO  DT-TENPO.
           MOVE  SKI-EFF-DATE      TO  DT-DATE.

           MOVE  SKI-TENPO-CODE  TO  WK-FIND-TENPO.
           PERFORM  STORE-FIND-RTN.

           IF  WK-STORE-HIT  =  ZERO
               MOVE  C-SV-ERROR        TO  DT-SEVERITY
               MOVE  C-FD-SKD-NOSTR    TO  DT-FINDING
               PERFORM  FINDING-RTN
           END-IF.

           IF  SKI-EFF-DATE  NOT  >  WK-TODAY
               MOVE  C-SV-WARNING      TO  DT-SEVERITY
               MOVE  C-FD-SKD-DUE      TO  DT-FINDING
               PERFORM  FINDING-RTN
           END-IF.

           PERFORM  SKED-READ-RTN.

           SKED-CHECK-RTN-EX.
           EXIT.
           EJECT.

      *    AN OPEN SUSPENSE ITEM FOR A STORE OR PRODUCT THE MASTERS
      *    NO LONGER CARRY CAN NEVER RECYCLE CLEAN. NO SUSPENSE FILE
      *    YET (SUSPD1 CREATES IT) IS NORMAL.
       SUSP-PASS-RTN                       SECTION.
           MOVE  C-OFF  TO  SW-EOF-FLG.

           OPEN  INPUT  SUSP-F.

           IF  WK-SUSP-STATUS  =  '35'
               GO  TO  SUSP-PASS-RTN-EX
           END-IF.

           PERFORM  SUSP-READ-RTN.
           PERFORM  UNTIL  SW-EOF-FLG  =  C-ON
                    PERFORM  SUSP-CHECK-RTN
           END-PERFORM.

           CLOSE  SUSP-F.

           SUSP-PASS-RTN-EX.
               EXIT.

       SUSP-READ-RTN                       SECTION.
           READ  SUSP-F
           AT  END
           MOVE  C-ON  TO  SW-EOF-FLG
           GO  TO  SUSP-READ-RTN-EX
           END-READ.
           SUSP-READ-RTN-EX.
           EXIT.

       SUSP-CHECK-RTN                      SECTION.
           ADD  1  TO  WK-SUSP-READ.

           MOVE  SPACES                         TO  DETAIL-LINE.
           MOVE  'SUSPMS'                       TO  DT-FILE.
           MOVE  IN-KONYU-TENPO  OF  SUSP-REC   TO  DT-TENPO.
           MOVE  IN-SHOHIN-CODE  OF  SUSP-REC   TO  DT-SHOHIN.
           MOVE  SU-REJECT-DATE                 TO  DT-DATE.

           MOVE  IN-KONYU-TENPO  OF  SUSP-REC  TO  WK-FIND-TENPO.
           PERFORM  STORE-FIND-RTN.

           IF  WK-STORE-HIT  =  ZERO
               MOVE  C-SV-ERROR         TO  DT-SEVERITY
               MOVE  C-FD-SUSP-NOSTR    TO  DT-FINDING
               PERFORM  FINDING-RTN
           ELSE
               IF  PS-ACTIVE-FLG (WK-STORE-HIT)  NOT  =  C-ON
                   MOVE  C-SV-WARNING       TO  DT-SEVERITY
                   MOVE  C-FD-SUSP-CLOSED   TO  DT-FINDING
                   PERFORM  FINDING-RTN
               END-IF
           END-IF.

           MOVE  IN-SHOHIN-CODE  OF  SUSP-REC  TO  WK-FIND-SHOHIN.
           PERFORM  PROD-FIND-RTN.

           IF  WK-PROD-HIT  =  ZERO
               MOVE  C-SV-WARNING       TO  DT-SEVERITY
               MOVE  C-FD-SUSP-NOPROD   TO  DT-FINDING
               PERFORM  FINDING-RTN
           END-IF.

           PERFORM  SUSP-READ-RTN.

           SUSP-CHECK-RTN-EX.
           EXIT.
           EJECT.

       PROD-FIND-RTN                       SECTION.
           MOVE  ZERO  TO  WK-PROD-HIT.
           PERFORM  PROD-SCAN-RTN
               VARYING  WK-PROD-SUB  FROM  1  BY  1
               UNTIL  WK-PROD-SUB  >  WK-PROD-COUNT
               OR     WK-PROD-HIT  >  ZERO.

           PROD-FIND-RTN-EX.
           EXIT.

       PROD-SCAN-RTN                       SECTION.
           IF  PP-SHOHIN (WK-PROD-SUB)  =  WK-FIND-SHOHIN
               MOVE  WK-PROD-SUB  TO  WK-PROD-HIT
           END-IF.

           PROD-SCAN-RTN-EX.
           EXIT.

       STORE-FIND-RTN                      SECTION.
           MOVE  ZERO  TO  WK-STORE-HIT.
           PERFORM  STORE-SCAN-RTN
               VARYING  WK-STORE-SUB  FROM  1  BY  1
               UNTIL  WK-STORE-SUB  >  WK-STORE-COUNT
               OR     WK-STORE-HIT  >  ZERO.

           STORE-FIND-RTN-EX.
           EXIT.

       STORE-SCAN-RTN                      SECTION.
           IF  PS-TENPO (WK-STORE-SUB)  =  WK-FIND-TENPO
               MOVE  WK-STORE-SUB  TO  WK-STORE-HIT
           END-IF.

           STORE-SCAN-RTN-EX.
           EXIT.
           EJECT.

      *    EVERY FINDING PRINTS THROUGH HERE WITH ITS DETAIL LINE
      *    ALREADY BUILT, AND IS COUNTED UNDER ITS SEVERITY.
       FINDING-RTN                         SECTION.
           MOVE  DETAIL-LINE  TO  WK-PRINT-LINE.
           PERFORM  PRINT-LINE-RTN.

           IF  DT-SEVERITY  =  C-SV-CRITICAL
               ADD  1  TO  WK-CRITICAL-COUNT
           ELSE
               IF  DT-SEVERITY  =  C-SV-ERROR
                   ADD  1  TO  WK-ERROR-COUNT
               ELSE
                   ADD  1  TO  WK-WARNING-COUNT
               END-IF
           END-IF.

           FINDING-RTN-EX.
           EXIT.

       HEADING-RTN                         SECTION.
           ADD  1  TO  WK-PAGE-NO.
           MOVE  WK-PAGE-NO  TO  HD-PAGE-NO.
           MOVE  WK-TODAY    TO  HD-TODAY.
           WRITE  REPORT-LINE  FROM  HEADING-LINE-1.
           WRITE  REPORT-LINE  FROM  HEADING-LINE-2.
           MOVE  ZERO  TO  WK-LINE-CNT.

           HEADING-RTN-EX.
           EXIT.

       PRINT-LINE-RTN                      SECTION.
           IF  WK-LINE-CNT  >  C-LINES-PER-PAGE
               PERFORM  HEADING-RTN
           END-IF.
           WRITE  REPORT-LINE  FROM  WK-PRINT-LINE.
           ADD  1  TO  WK-LINE-CNT.

           PRINT-LINE-RTN-EX.
           EXIT.
           EJECT.

       END-RTN                             SECTION.
           MOVE  SPACES  TO  WK-PRINT-LINE.
           PERFORM  PRINT-LINE-RTN.

           MOVE  C-SV-CRITICAL      TO  SY-SEVERITY.
           MOVE  WK-CRITICAL-COUNT  TO  SY-COUNT.
           MOVE  SUMMARY-LINE       TO  WK-PRINT-LINE.
           PERFORM  PRINT-LINE-RTN.

           MOVE  C-SV-ERROR         TO  SY-SEVERITY.
           MOVE  WK-ERROR-COUNT     TO  SY-COUNT.
           MOVE  SUMMARY-LINE       TO  WK-PRINT-LINE.
           PERFORM  PRINT-LINE-RTN.

           MOVE  C-SV-WARNING       TO  SY-SEVERITY.
           MOVE  WK-WARNING-COUNT   TO  SY-COUNT.
           MOVE  SUMMARY-LINE       TO  WK-PRINT-LINE.
           PERFORM  PRINT-LINE-RTN.

           CLOSE  REPORT-F.

           DISPLAY  '===== INTCK1 CONTROL TOTALS ====='.
           DISPLAY  'PRODUCT ROWS READ......: '  WK-SHOHIN-READ.
           DISPLAY  'STORE ROWS READ........: '  WK-TENPO-READ.
           DISPLAY  'PRICE ROWS READ........: '  WK-TANKA-READ.
           DISPLAY  'COST ROWS READ.........: '  WK-GENKA-READ.
           DISPLAY  'STOCK ROWS READ........: '  WK-ZAIKO-READ.
           DISPLAY  'SCHEDULE ITEMS READ....: '  WK-SKD-READ.
           DISPLAY  'SUSPENSE ITEMS READ....: '  WK-SUSP-READ.
           DISPLAY  'CRITICAL FINDINGS......: '  WK-CRITICAL-COUNT.
           DISPLAY  'ERROR FINDINGS.........: '  WK-ERROR-COUNT.
           DISPLAY  'WARNING FINDINGS.......: '  WK-WARNING-COUNT.

           MOVE  0  TO  RETURN-CODE.

           IF  WK-CRITICAL-COUNT  >  ZERO
               DISPLAY  'INTCK1 - CRITICAL FINDINGS - CHAIN HELD - '
                        'SEE THE INTEGRITY EXCEPTION REPORT'
               MOVE  16  TO  RETURN-CODE
               GO  TO  END-RTN-EX
           END-IF.

           IF  WK-ERROR-COUNT    >  ZERO
           OR  WK-WARNING-COUNT  >  ZERO
               DISPLAY  'INTCK1 - MASTER FILE EXCEPTIONS NEED '
                        'FOLLOW-UP - SEE THE INTEGRITY EXCEPTION REPORT'
               MOVE  4  TO  RETURN-CODE
           END-IF.

           END-RTN-EX.
           EXIT.
           END PROGRAM INTCK1.
