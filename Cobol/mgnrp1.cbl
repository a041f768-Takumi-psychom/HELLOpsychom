      ******************************************************************
      * Author:
      * Date:
      * Purpose: Daily gross-margin report. Values the day's DDO1/DDO2
      *          sales and DDO5 refund credits at cost -- the cost
      *          master row in force on each purchase date -- and
      *          prints sales, cost, margin and margin percent by
      *          store and product, broken region-then-store with
      *          store and region subtotals off TM-REGION. Sales of a
      *          product with no cost in force are listed in their
      *          own section and kept out of the margin figures, so
      *          a missing cost row can never show as 100% margin.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MGNRP1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DDO1-F           ASSIGN  TO  DDO1.
           SELECT DDO2-F           ASSIGN  TO  DDO2.
           SELECT DDO5-F           ASSIGN  TO  DDO5.
           SELECT GENKA-MASTER-F   ASSIGN  TO  GENKAF
                                   ORGANIZATION  IS  INDEXED
                                   ACCESS MODE   IS  SEQUENTIAL
                                   RECORD KEY    IS  CM-COST-KEY
                                   FILE STATUS   IS  WK-GENKA-STATUS.
           SELECT TENPO-MASTER-F   ASSIGN  TO  TENMAS
                                   ORGANIZATION  IS  INDEXED
                                   ACCESS MODE   IS  RANDOM
                                   RECORD KEY    IS  TM-TENPO-CODE.
           SELECT REPORT-F         ASSIGN  TO  MGNRPT.

       DATA DIVISION.
       FILE SECTION.
       FD  DDO1-F
       LABEL       RECORD    OMITTED
       RECORDING  MODE  IS  F.
       01  DDO1-REC.
           COPY TRANLAY.
         03  DDO1-SHOHIN-NAME  PIC  X(20).

       FD  DDO2-F
       LABEL       RECORD    OMITTED
       RECORDING  MODE  IS  F.
       01  DDO2-REC.
           COPY TRANLAY.
         03  DDO2-SHOHIN-NAME  PIC  X(20).

       FD  DDO5-F
       LABEL       RECORD    OMITTED
       RECORDING  MODE  IS  F.
       01  DDO5-REC.
           COPY TRANLAY.
         03  DDO5-SHOHIN-NAME  PIC  X(20).

       FD  GENKA-MASTER-F
       LABEL       RECORD   OMITTED.
       01  GENKA-MASTER-REC.
           COPY GENKALAY.

       FD  TENPO-MASTER-F
       LABEL       RECORD   OMITTED.
       01  TENPO-MASTER-REC.
           COPY TENPOLAY.

       FD  REPORT-F
       LABEL       RECORD   OMITTED
       RECORDING  MODE  IS  F.
       01  REPORT-LINE         PIC  X(132).

       WORKING-STORAGE   SECTION.

       01  FILLER              PIC  X(20)  VALUE 'CONSTANT-AREA'.

       01  CONSTANT-AREA.
         05  C-ON              PIC  X(01)  VALUE  '1'.
         05  C-OFF             PIC  X(01)  VALUE  '0'.
         05  C-KIND-COSTED     PIC  X(01)  VALUE  'A'.
         05  C-KIND-NOCOST     PIC  X(01)  VALUE  'B'.
         05  C-MAX-COSTS       PIC  9(04)  VALUE  2000.
         05  C-MAX-ITEMS       PIC  9(04)  VALUE  2000.
         05  C-LINES-PER-PAGE  PIC  9(02)  VALUE  50.
         05  C-NO-MASTER       PIC  X(08)  VALUE  '*NOMAST*'.

       01  FILLER              PIC  X(20)  VALUE 'WORK-AREA'.
       01  WORK-AREA.
         05  SW-EOF-FLG        PIC  X(01).
         05  WK-GENKA-STATUS   PIC  X(02).
         05  WK-FIND-TENPO     PIC  X(05).
         05  WK-FIND-SHOHIN    PIC  X(05).
         05  WK-FIND-KIND      PIC  X(01).
         05  WK-FIND-DATE      PIC  9(08).
         05  WK-FIND-KOSU      PIC  S9(15).
         05  WK-FIND-DAIKIN    PIC  S9(15).
         05  WK-COST-SUB       PIC  9(04)  COMP.
         05  WK-COST-COUNT     PIC  9(04)  VALUE  ZERO  COMP.
         05  WK-BEST-DATE      PIC  9(08).
         05  WK-USE-GENKA      PIC  S9(15).
         05  WK-ITEM-SUB       PIC  9(04)  COMP.
         05  WK-ITEM-COUNT     PIC  9(04)  VALUE  ZERO  COMP.
         05  WK-HIT-SUB        PIC  9(04)  COMP.
         05  WK-NEXT-SUB       PIC  9(04)  COMP.
         05  WK-SPLIT-SUB      PIC  9(04)  COMP.
         05  WK-SWAP-FLG       PIC  X(01).
         05  WK-PREV-REGION    PIC  X(08).
         05  WK-PREV-TENPO     PIC  X(05).
         05  WK-CALC-SALES     PIC  S9(15).
         05  WK-CALC-MARGIN    PIC  S9(15).
         05  WK-MARGIN-PCT     PIC  S9(05)V9.
         05  WK-READ-COUNT     PIC  9(09)  VALUE  ZERO.
         05  WK-COSTED-COUNT   PIC  9(09)  VALUE  ZERO.
         05  WK-NOCOST-COUNT   PIC  9(09)  VALUE  ZERO.
         05  WK-PAGE-NO        PIC  9(05)  VALUE  ZERO.
         05  WK-LINE-CNT       PIC  9(05)  VALUE  ZERO.

       01  FILLER              PIC  X(20)  VALUE 'STORE-TOTAL-AREA'.
       01  STORE-TOTAL-AREA.
         05  ST-KOSU           PIC  S9(15) VALUE  ZERO.
         05  ST-SALES          PIC  S9(15) VALUE  ZERO.
         05  ST-COST           PIC  S9(15) VALUE  ZERO.

       01  FILLER              PIC  X(20)  VALUE 'REGION-TOTAL-AREA'.
       01  REGION-TOTAL-AREA.
         05  RT-KOSU           PIC  S9(15) VALUE  ZERO.
         05  RT-SALES          PIC  S9(15) VALUE  ZERO.
         05  RT-COST           PIC  S9(15) VALUE  ZERO.

       01  FILLER              PIC  X(20)  VALUE 'GRAND-TOTAL-AREA'.
       01  GRAND-TOTAL-AREA.
         05  GT-KOSU           PIC  S9(15) VALUE  ZERO.
         05  GT-SALES          PIC  S9(15) VALUE  ZERO.
         05  GT-COST           PIC  S9(15) VALUE  ZERO.
         05  GT-NC-KOSU        PIC  S9(15) VALUE  ZERO.
         05  GT-NC-SALES       PIC  S9(15) VALUE  ZERO.

       01  FILLER              PIC  X(20)  VALUE 'COST-TABLE-AREA'.
       01  COST-TABLE-AREA.
         05  COST-ENTRY  OCCURS  2000  TIMES.
           10  CT-SHOHIN       PIC  X(05).
           10  CT-EFF-DATE     PIC  9(08).
           10  CT-GENKA        PIC  S9(15).

       01  FILLER              PIC  X(20)  VALUE 'ITEM-TABLE-AREA'.
       01  ITEM-TABLE-AREA.
         05  ITEM-ENTRY  OCCURS  2000  TIMES.
           10  MI-KIND         PIC  X(01).
           10  MI-REGION       PIC  X(08).
           10  MI-TENPO        PIC  X(05).
           10  MI-SHOHIN       PIC  X(05).
           10  MI-KOSU         PIC  S9(15).
           10  MI-SALES        PIC  S9(15).
           10  MI-COST         PIC  S9(15).
         05  ITEM-SWAP-ENTRY.
           10  MS-KIND         PIC  X(01).
           10  MS-REGION       PIC  X(08).
           10  MS-TENPO        PIC  X(05).
           10  MS-SHOHIN       PIC  X(05).
           10  MS-KOSU         PIC  S9(15).
           10  MS-SALES        PIC  S9(15).
           10  MS-COST         PIC  S9(15).

       01  FILLER              PIC  X(20)  VALUE 'PRINT-AREA'.
       01  WK-PRINT-LINE        PIC  X(132) VALUE SPACES.

       01  HEADING-LINE-1.
         05  FILLER             PIC  X(20)  VALUE  SPACES.
         05  FILLER             PIC  X(26)  VALUE
                                 'DAILY GROSS MARGIN BY REGI'.
         05  FILLER             PIC  X(23)  VALUE
                                 'ON, STORE AND PRODUCT  '.
         05  FILLER             PIC  X(05)  VALUE  'PAGE '.
         05  HD-PAGE-NO         PIC  ZZZZ9.

       01  HEADING-LINE-2.
         05  FILLER             PIC  X(08)  VALUE  'REGION  '.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(05)  VALUE  'STORE'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(05)  VALUE  'ITEM '.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(09)  VALUE  '    UNITS'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(13)  VALUE  '        SALES'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(13)  VALUE  '         COST'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(13)  VALUE  '       MARGIN'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(07)  VALUE  ' MGN % '.

       01  NOCOST-HEADING-LINE.
         05  FILLER             PIC  X(26)  VALUE
                                 'SALES WITH NO COST IN FORC'.
         05  FILLER             PIC  X(26)  VALUE
                                 'E -- NOT IN MARGIN ABOVE  '.

       01  DETAIL-LINE.
         05  DT-REGION          PIC  X(08).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-TENPO           PIC  X(05).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-SHOHIN          PIC  X(05).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-KOSU            PIC  -(08)9.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-SALES           PIC  -(12)9.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-COST            PIC  -(12)9.
         05  DT-COST-X          REDEFINES  DT-COST
                                PIC  X(13).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-MARGIN          PIC  -(12)9.
         05  DT-MARGIN-X        REDEFINES  DT-MARGIN
                                PIC  X(13).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-MARGIN-PCT      PIC  -(04)9.9.
         05  DT-MARGIN-PCT-X    REDEFINES  DT-MARGIN-PCT
                                PIC  X(07).

       PROCEDURE                          DIVISION.
       PROC                               SECTION.
           PERFORM  INIT-RTN.

           MOVE  C-OFF   TO  SW-EOF-FLG.
           PERFORM  DDO1-F-READ-RTN.
           PERFORM  UNTIL  SW-EOF-FLG  =  C-ON
                    PERFORM  DDO1-LOOP-RTN
           END-PERFORM.

           MOVE  C-OFF   TO  SW-EOF-FLG.
           PERFORM  DDO2-F-READ-RTN.
           PERFORM  UNTIL  SW-EOF-FLG  =  C-ON
                    PERFORM  DDO2-LOOP-RTN
           END-PERFORM.

           MOVE  C-OFF   TO  SW-EOF-FLG.
           PERFORM  DDO5-F-READ-RTN.
           PERFORM  UNTIL  SW-EOF-FLG  =  C-ON
                    PERFORM  DDO5-LOOP-RTN
           END-PERFORM.

           PERFORM  END-RTN.
           STOP RUN.

           PROC-EX.
               EXIT.
               EJECT.

       INIT-RTN                            SECTION.
           PERFORM  COST-LOAD-RTN.

           OPEN  INPUT  DDO1-F
                        DDO2-F
                        DDO5-F
                        TENPO-MASTER-F
                 OUTPUT REPORT-F.

           INIT-RTN-EX.
               EXIT.

      *    THE COST MASTER IS HELD IN STORAGE FOR THE RUN THE SAME
      *    WAY ENSYU1 HOLDS THE PRICE MASTER. UNLIKE THE PRICE EDIT,
      *    A MISSING OR EMPTY COST MASTER DOES NOT STOP THE REPORT --
      *    EVERY SALE SIMPLY LANDS IN THE NO-COST SECTION, WHICH IS
      *    THE TRUTH OF IT. MORE ROWS THAN THE TABLE HOLDS STOPS THE
      *    JOB THE SAME WAY THE PRICE TABLE OVERFLOW DOES.
       COST-LOAD-RTN                       SECTION.
           MOVE  C-OFF  TO  SW-EOF-FLG.

           OPEN  INPUT  GENKA-MASTER-F.
           IF  WK-GENKA-STATUS  =  '35'
               DISPLAY  'MGNRP1 - NO COST MASTER - ALL SALES ARE '
                        'REPORTED WITHOUT COST'
               GO  TO  COST-LOAD-RTN-EX
           END-IF.

           PERFORM  UNTIL  SW-EOF-FLG  =  C-ON
                    PERFORM  COST-LOAD-READ-RTN
           END-PERFORM.

           CLOSE  GENKA-MASTER-F.

           COST-LOAD-RTN-EX.
               EXIT.

       COST-LOAD-READ-RTN                  SECTION.
           READ  GENKA-MASTER-F
           AT  END
           MOVE  C-ON  TO  SW-EOF-FLG
           GO  TO  COST-LOAD-READ-RTN-EX
           END-READ.

           IF  WK-COST-COUNT  NOT  <  C-MAX-COSTS
               DISPLAY  'MGNRP1 - MORE THAN '  C-MAX-COSTS
                        ' COST ROWS - RAISE C-MAX-COSTS'
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.

           ADD  1  TO  WK-COST-COUNT.
           MOVE  CM-SHOHIN-CODE  TO  CT-SHOHIN   (WK-COST-COUNT).
           MOVE  CM-EFF-DATE     TO  CT-EFF-DATE (WK-COST-COUNT).
           MOVE  CM-GENKA        TO  CT-GENKA    (WK-COST-COUNT).

           COST-LOAD-READ-RTN-EX.
           EXIT.
           EJECT.

       DDO1-F-READ-RTN                      SECTION.
           READ  DDO1-F
           AT  END
           MOVE  C-ON  TO  SW-EOF-FLG
           GO  TO  DDO1-F-READ-RTN-EX
           END-READ.
           DDO1-F-READ-RTN-EX.
           EXIT.

       DDO1-LOOP-RTN                        SECTION.
           MOVE  IN-KONYU-TENPO  OF  DDO1-REC  TO  WK-FIND-TENPO.
           MOVE  IN-SHOHIN-CODE  OF  DDO1-REC  TO  WK-FIND-SHOHIN.
           MOVE  IN-KONYU-DATE   OF  DDO1-REC  TO  WK-FIND-DATE.
           MOVE  IN-KONYU-KOSU   OF  DDO1-REC  TO  WK-FIND-KOSU.
           MOVE  IN-DAIKIN       OF  DDO1-REC  TO  WK-FIND-DAIKIN.
           PERFORM  ITEM-POST-RTN.
           PERFORM  DDO1-F-READ-RTN.
           DDO1-LOOP-RTN-EX.
           EXIT.

       DDO2-F-READ-RTN                      SECTION.
           READ  DDO2-F
           AT  END
           MOVE  C-ON  TO  SW-EOF-FLG
           GO  TO  DDO2-F-READ-RTN-EX
           END-READ.
           DDO2-F-READ-RTN-EX.
           EXIT.

       DDO2-LOOP-RTN                        SECTION.
           MOVE  IN-KONYU-TENPO  OF  DDO2-REC  TO  WK-FIND-TENPO.
           MOVE  IN-SHOHIN-CODE  OF  DDO2-REC  TO  WK-FIND-SHOHIN.
           MOVE  IN-KONYU-DATE   OF  DDO2-REC  TO  WK-FIND-DATE.
           MOVE  IN-KONYU-KOSU   OF  DDO2-REC  TO  WK-FIND-KOSU.
           MOVE  IN-DAIKIN       OF  DDO2-REC  TO  WK-FIND-DAIKIN.
           PERFORM  ITEM-POST-RTN.
           PERFORM  DDO2-F-READ-RTN.
           DDO2-LOOP-RTN-EX.
           EXIT.

       DDO5-F-READ-RTN                      SECTION.
           READ  DDO5-F
           AT  END
           MOVE  C-ON  TO  SW-EOF-FLG
           GO  TO  DDO5-F-READ-RTN-EX
           END-READ.
           DDO5-F-READ-RTN-EX.
           EXIT.

      *    A REFUND CREDIT CARRIES NEGATIVE UNITS AND A NEGATIVE
      *    AMOUNT, SO POSTING IT THROUGH THE SAME ROUTINE TAKES BOTH
      *    THE SALE AND ITS COST BACK OUT OF THE STORE'S MARGIN.
       DDO5-LOOP-RTN                        SECTION.
           MOVE  IN-KONYU-TENPO  OF  DDO5-REC  TO  WK-FIND-TENPO.
           MOVE  IN-SHOHIN-CODE  OF  DDO5-REC  TO  WK-FIND-SHOHIN.
           MOVE  IN-KONYU-DATE   OF  DDO5-REC  TO  WK-FIND-DATE.
           MOVE  IN-KONYU-KOSU   OF  DDO5-REC  TO  WK-FIND-KOSU.
           MOVE  IN-DAIKIN       OF  DDO5-REC  TO  WK-FIND-DAIKIN.
           PERFORM  ITEM-POST-RTN.
           PERFORM  DDO5-F-READ-RTN.
           DDO5-LOOP-RTN-EX.
           EXIT.
           EJECT.

      *    THE COST IN FORCE ON THE PURCHASE DATE IS THE COST MASTER
      *    ROW WITH THE LATEST EFFECTIVE DATE NOT AFTER IT (THE SAME
      *    PICK AS THE PRICE EDIT IN ENSYU1). NO ROW IN FORCE SENDS
      *    THE RECORD TO THE NO-COST SECTION RATHER THAN VALUING IT
      *    AT ZERO COST.
       ITEM-POST-RTN             SECTION.
             ADD  1  TO  WK-READ-COUNT.

             MOVE  ZERO  TO  WK-BEST-DATE
                             WK-USE-GENKA.
             PERFORM  COST-PICK-RTN
                 VARYING  WK-COST-SUB  FROM  1  BY  1
                 UNTIL  WK-COST-SUB  >  WK-COST-COUNT.

             IF  WK-BEST-DATE  =  ZERO
                 MOVE  C-KIND-NOCOST  TO  WK-FIND-KIND
                 ADD   1  TO  WK-NOCOST-COUNT
             ELSE
                 MOVE  C-KIND-COSTED  TO  WK-FIND-KIND
                 ADD   1  TO  WK-COSTED-COUNT
             END-IF.

             PERFORM  ITEM-FIND-RTN.

             ADD  WK-FIND-KOSU    TO  MI-KOSU  (WK-HIT-SUB).
             ADD  WK-FIND-DAIKIN  TO  MI-SALES (WK-HIT-SUB).
             IF  WK-FIND-KIND  =  C-KIND-COSTED
                 COMPUTE  MI-COST (WK-HIT-SUB)  =
                          MI-COST (WK-HIT-SUB)
                        + WK-FIND-KOSU  *  WK-USE-GENKA
             END-IF.

             ITEM-POST-RTN-EX.
           EXIT.

       COST-PICK-RTN             SECTION.
             IF  CT-SHOHIN (WK-COST-SUB)  =  WK-FIND-SHOHIN
             AND CT-EFF-DATE (WK-COST-SUB)  NOT  >  WK-FIND-DATE
             AND CT-EFF-DATE (WK-COST-SUB)  NOT  <  WK-BEST-DATE
                 MOVE  CT-EFF-DATE (WK-COST-SUB)  TO  WK-BEST-DATE
                 MOVE  CT-GENKA    (WK-COST-SUB)  TO  WK-USE-GENKA
             END-IF.

             COST-PICK-RTN-EX.
           EXIT.

      *    ONE TABLE ROW PER KIND / STORE / PRODUCT. THE REGION IS
      *    LOOKED UP ON THE TENPO MASTER WHEN THE ROW IS CREATED; A
      *    STORE NOT ON THE MASTER ROLLS UP UNDER ITS OWN MARKER
      *    REGION, THE SAME AS THE REGIONAL ROLLUP.
       ITEM-FIND-RTN             SECTION.
             MOVE  ZERO  TO  WK-HIT-SUB.
             PERFORM  ITEM-SCAN-RTN
                 VARYING  WK-ITEM-SUB  FROM  1  BY  1
                 UNTIL  WK-ITEM-SUB  >  WK-ITEM-COUNT
                 OR     WK-HIT-SUB  >  ZERO.

             IF  WK-HIT-SUB  =  ZERO
                 IF  WK-ITEM-COUNT  NOT  <  C-MAX-ITEMS
                     DISPLAY  'MGNRP1 - MORE THAN '  C-MAX-ITEMS
                              ' STORE/PRODUCTS - RAISE C-MAX-ITEMS'
                     MOVE  16  TO  RETURN-CODE
                     STOP RUN
                 END-IF
                 ADD  1  TO  WK-ITEM-COUNT
                 MOVE  WK-ITEM-COUNT   TO  WK-HIT-SUB
                 MOVE  WK-FIND-KIND    TO  MI-KIND   (WK-HIT-SUB)
                 MOVE  WK-FIND-TENPO   TO  MI-TENPO  (WK-HIT-SUB)
                 MOVE  WK-FIND-SHOHIN  TO  MI-SHOHIN (WK-HIT-SUB)
                 MOVE  ZERO  TO  MI-KOSU  (WK-HIT-SUB)
                                 MI-SALES (WK-HIT-SUB)
                                 MI-COST  (WK-HIT-SUB)
                 PERFORM  REGION-LOOKUP-RTN
             END-IF.

             ITEM-FIND-RTN-EX.
           EXIT.

       ITEM-SCAN-RTN             SECTION.
             IF  MI-KIND   (WK-ITEM-SUB)  =  WK-FIND-KIND
             AND MI-TENPO  (WK-ITEM-SUB)  =  WK-FIND-TENPO
             AND MI-SHOHIN (WK-ITEM-SUB)  =  WK-FIND-SHOHIN
                 MOVE  WK-ITEM-SUB  TO  WK-HIT-SUB
             END-IF.

             ITEM-SCAN-RTN-EX.
           EXIT.

       REGION-LOOKUP-RTN         SECTION.
             MOVE  WK-FIND-TENPO  TO  TM-TENPO-CODE.

             READ  TENPO-MASTER-F
                 INVALID KEY
                     MOVE  C-NO-MASTER  TO  MI-REGION (WK-HIT-SUB)
                 NOT INVALID KEY
                     MOVE  TM-REGION    TO  MI-REGION (WK-HIT-SUB)
             END-READ.

             REGION-LOOKUP-RTN-EX.
           EXIT.
           EJECT.

      *    STRAIGHT EXCHANGE SORT INTO KIND / REGION / STORE /
      *    PRODUCT ORDER -- THE COSTED ROWS COME FIRST, READY FOR
      *    THE REGION AND STORE BREAKS, AND THE NO-COST ROWS FOLLOW
      *    AS THEIR OWN SECTION.
       ITEM-SORT-RTN             SECTION.
             MOVE  C-ON  TO  WK-SWAP-FLG.
             PERFORM  ITEM-SORT-PASS-RTN
                 UNTIL  WK-SWAP-FLG  =  C-OFF.

             ITEM-SORT-RTN-EX.
           EXIT.

       ITEM-SORT-PASS-RTN        SECTION.
             MOVE  C-OFF  TO  WK-SWAP-FLG.
             PERFORM  ITEM-SORT-SWAP-RTN
                 VARYING  WK-ITEM-SUB  FROM  1  BY  1
                 UNTIL  WK-ITEM-SUB  NOT  <  WK-ITEM-COUNT.

             ITEM-SORT-PASS-RTN-EX.
           EXIT.

       ITEM-SORT-SWAP-RTN        SECTION.
             ADD  1  WK-ITEM-SUB  GIVING  WK-NEXT-SUB.
             IF  MI-KIND   (WK-ITEM-SUB)  >  MI-KIND   (WK-NEXT-SUB)
             OR  (MI-KIND  (WK-ITEM-SUB)  =  MI-KIND   (WK-NEXT-SUB)
                 AND  MI-REGION (WK-ITEM-SUB)  >
                      MI-REGION (WK-NEXT-SUB))
             OR  (MI-KIND  (WK-ITEM-SUB)  =  MI-KIND   (WK-NEXT-SUB)
                 AND  MI-REGION (WK-ITEM-SUB)  =
                      MI-REGION (WK-NEXT-SUB)
                 AND  MI-TENPO  (WK-ITEM-SUB)  >
                      MI-TENPO  (WK-NEXT-SUB))
             OR  (MI-KIND  (WK-ITEM-SUB)  =  MI-KIND   (WK-NEXT-SUB)
                 AND  MI-REGION (WK-ITEM-SUB)  =
                      MI-REGION (WK-NEXT-SUB)
                 AND  MI-TENPO  (WK-ITEM-SUB)  =
                      MI-TENPO  (WK-NEXT-SUB)
                 AND  MI-SHOHIN (WK-ITEM-SUB)  >
                      MI-SHOHIN (WK-NEXT-SUB))
                 MOVE  ITEM-ENTRY (WK-ITEM-SUB)
                   TO  ITEM-SWAP-ENTRY
                 MOVE  ITEM-ENTRY (WK-NEXT-SUB)
                   TO  ITEM-ENTRY (WK-ITEM-SUB)
                 MOVE  ITEM-SWAP-ENTRY
                   TO  ITEM-ENTRY (WK-NEXT-SUB)
                 MOVE  C-ON  TO  WK-SWAP-FLG
             END-IF.

             ITEM-SORT-SWAP-RTN-EX.
           EXIT.

       SPLIT-SCAN-RTN            SECTION.
             IF  MI-KIND (WK-ITEM-SUB)  =  C-KIND-NOCOST
                 MOVE  WK-ITEM-SUB  TO  WK-SPLIT-SUB
             END-IF.

             SPLIT-SCAN-RTN-EX.
           EXIT.
           EJECT.

       ITEM-PRINT-RTN            SECTION.
             IF  MI-REGION (WK-ITEM-SUB)  NOT  =  WK-PREV-REGION
                 IF  WK-PREV-REGION  NOT  =  SPACES
                     PERFORM  STORE-BREAK-RTN
                     PERFORM  REGION-BREAK-RTN
                 END-IF
                 MOVE  MI-REGION (WK-ITEM-SUB)  TO  WK-PREV-REGION
                 MOVE  MI-TENPO  (WK-ITEM-SUB)  TO  WK-PREV-TENPO
             END-IF.

             IF  MI-TENPO (WK-ITEM-SUB)  NOT  =  WK-PREV-TENPO
                 PERFORM  STORE-BREAK-RTN
                 MOVE  MI-TENPO  (WK-ITEM-SUB)  TO  WK-PREV-TENPO
             END-IF.

             MOVE  SPACES                      TO  DETAIL-LINE.
             MOVE  MI-REGION  (WK-ITEM-SUB)    TO  DT-REGION.
             MOVE  MI-TENPO   (WK-ITEM-SUB)    TO  DT-TENPO.
             MOVE  MI-SHOHIN  (WK-ITEM-SUB)    TO  DT-SHOHIN.
             MOVE  MI-KOSU    (WK-ITEM-SUB)    TO  DT-KOSU.
             MOVE  MI-SALES   (WK-ITEM-SUB)    TO  WK-CALC-SALES.
             MOVE  MI-COST    (WK-ITEM-SUB)    TO  DT-COST.
             COMPUTE  WK-CALC-MARGIN  =  MI-SALES (WK-ITEM-SUB)
                                      -  MI-COST  (WK-ITEM-SUB).
             PERFORM  MARGIN-EDIT-RTN.
             MOVE  DETAIL-LINE  TO  WK-PRINT-LINE.
             PERFORM  PRINT-LINE-RTN.

             ADD  MI-KOSU   (WK-ITEM-SUB)  TO  ST-KOSU
                                               RT-KOSU
                                               GT-KOSU.
             ADD  MI-SALES  (WK-ITEM-SUB)  TO  ST-SALES
                                               RT-SALES
                                               GT-SALES.
             ADD  MI-COST   (WK-ITEM-SUB)  TO  ST-COST
                                               RT-COST
                                               GT-COST.

             ITEM-PRINT-RTN-EX.
           EXIT.

      *    SALES, MARGIN AND MARGIN PERCENT FROM WK-CALC-SALES AND
      *    WK-CALC-MARGIN. THE PERCENT IS LEFT BLANK WHEN THE SALES
      *    NET TO ZERO (A DAY'S RETURNS CANCELLING ITS SALES) OR
      *    WHEN IT WILL NOT FIT THE COLUMN.
       MARGIN-EDIT-RTN           SECTION.
             MOVE  WK-CALC-SALES   TO  DT-SALES.
             MOVE  WK-CALC-MARGIN  TO  DT-MARGIN.

             IF  WK-CALC-SALES  =  ZERO
                 MOVE  SPACES  TO  DT-MARGIN-PCT-X
                 GO  TO  MARGIN-EDIT-RTN-EX
             END-IF.

             COMPUTE  WK-MARGIN-PCT  ROUNDED  =
                      WK-CALC-MARGIN  *  100  /  WK-CALC-SALES
                 ON SIZE ERROR
                     MOVE  SPACES  TO  DT-MARGIN-PCT-X
                     GO  TO  MARGIN-EDIT-RTN-EX
             END-COMPUTE.
             MOVE  WK-MARGIN-PCT  TO  DT-MARGIN-PCT.

             MARGIN-EDIT-RTN-EX.
           EXIT.

       STORE-BREAK-RTN           SECTION.
             MOVE  SPACES          TO  DETAIL-LINE.
             MOVE  WK-PREV-TENPO   TO  DT-TENPO.
             MOVE  'TOTAL'         TO  DT-SHOHIN.
             MOVE  ST-KOSU         TO  DT-KOSU.
             MOVE  ST-SALES        TO  WK-CALC-SALES.
             MOVE  ST-COST         TO  DT-COST.
             COMPUTE  WK-CALC-MARGIN  =  ST-SALES  -  ST-COST.
             PERFORM  MARGIN-EDIT-RTN.
             MOVE  DETAIL-LINE  TO  WK-PRINT-LINE.
             PERFORM  PRINT-LINE-RTN.
             MOVE  SPACES  TO  WK-PRINT-LINE.
             PERFORM  PRINT-LINE-RTN.

             MOVE  ZERO  TO  ST-KOSU
                             ST-SALES
                             ST-COST.

             STORE-BREAK-RTN-EX.
           EXIT.

       REGION-BREAK-RTN          SECTION.
             MOVE  SPACES          TO  DETAIL-LINE.
             MOVE  WK-PREV-REGION  TO  DT-REGION.
             MOVE  'TOTAL'         TO  DT-TENPO.
             MOVE  RT-KOSU         TO  DT-KOSU.
             MOVE  RT-SALES        TO  WK-CALC-SALES.
             MOVE  RT-COST         TO  DT-COST.
             COMPUTE  WK-CALC-MARGIN  =  RT-SALES  -  RT-COST.
             PERFORM  MARGIN-EDIT-RTN.
             MOVE  DETAIL-LINE  TO  WK-PRINT-LINE.
             PERFORM  PRINT-LINE-RTN.
             MOVE  SPACES  TO  WK-PRINT-LINE.
             PERFORM  PRINT-LINE-RTN.

             MOVE  ZERO  TO  RT-KOSU
                             RT-SALES
                             RT-COST.

             REGION-BREAK-RTN-EX.
           EXIT.

      *    THE NO-COST LINES CARRY UNITS AND SELLING VALUE ONLY --
      *    THE COST AND MARGIN COLUMNS ARE LEFT BLANK, NOT ZERO.
       NOCOST-PRINT-RTN          SECTION.
             MOVE  SPACES                      TO  DETAIL-LINE.
             MOVE  MI-REGION  (WK-ITEM-SUB)    TO  DT-REGION.
             MOVE  MI-TENPO   (WK-ITEM-SUB)    TO  DT-TENPO.
             MOVE  MI-SHOHIN  (WK-ITEM-SUB)    TO  DT-SHOHIN.
             MOVE  MI-KOSU    (WK-ITEM-SUB)    TO  DT-KOSU.
             MOVE  MI-SALES   (WK-ITEM-SUB)    TO  DT-SALES.
             MOVE  SPACES  TO  DT-COST-X
                               DT-MARGIN-X
                               DT-MARGIN-PCT-X.
             MOVE  DETAIL-LINE  TO  WK-PRINT-LINE.
             PERFORM  PRINT-LINE-RTN.

             ADD  MI-KOSU   (WK-ITEM-SUB)  TO  GT-NC-KOSU.
             ADD  MI-SALES  (WK-ITEM-SUB)  TO  GT-NC-SALES.

             NOCOST-PRINT-RTN-EX.
           EXIT.

       HEADING-RTN                 SECTION.
             ADD  1  TO  WK-PAGE-NO.
             MOVE  WK-PAGE-NO  TO  HD-PAGE-NO.
             WRITE  REPORT-LINE  FROM  HEADING-LINE-1.
             WRITE  REPORT-LINE  FROM  HEADING-LINE-2.
             MOVE  ZERO  TO  WK-LINE-CNT.

             HEADING-RTN-EX.
           EXIT.

       PRINT-LINE-RTN               SECTION.
             IF  WK-LINE-CNT  >  C-LINES-PER-PAGE
                 PERFORM  HEADING-RTN
             END-IF.
             WRITE  REPORT-LINE  FROM  WK-PRINT-LINE.
             ADD  1  TO  WK-LINE-CNT.

             PRINT-LINE-RTN-EX.
           EXIT.

       END-RTN                  SECTION.
           PERFORM  HEADING-RTN.

           IF  WK-ITEM-COUNT  >  1
               PERFORM  ITEM-SORT-RTN
           END-IF.

           MOVE  ZERO  TO  WK-SPLIT-SUB.
           PERFORM  SPLIT-SCAN-RTN
               VARYING  WK-ITEM-SUB  FROM  WK-ITEM-COUNT  BY  -1
               UNTIL  WK-ITEM-SUB  <  1.
           IF  WK-SPLIT-SUB  =  ZERO
               ADD  1  WK-ITEM-COUNT  GIVING  WK-SPLIT-SUB
           END-IF.

           MOVE  SPACES  TO  WK-PREV-REGION
                             WK-PREV-TENPO.
           PERFORM  ITEM-PRINT-RTN
               VARYING  WK-ITEM-SUB  FROM  1  BY  1
               UNTIL  WK-ITEM-SUB  NOT  <  WK-SPLIT-SUB.

           IF  WK-SPLIT-SUB  >  1
               PERFORM  STORE-BREAK-RTN
               PERFORM  REGION-BREAK-RTN
           END-IF.

           MOVE  SPACES          TO  DETAIL-LINE.
           MOVE  'ALL'           TO  DT-REGION.
           MOVE  'TOTAL'         TO  DT-TENPO.
           MOVE  GT-KOSU         TO  DT-KOSU.
           MOVE  GT-SALES        TO  WK-CALC-SALES.
           MOVE  GT-COST         TO  DT-COST.
           COMPUTE  WK-CALC-MARGIN  =  GT-SALES  -  GT-COST.
           PERFORM  MARGIN-EDIT-RTN.
           MOVE  DETAIL-LINE  TO  WK-PRINT-LINE.
           PERFORM  PRINT-LINE-RTN.

           IF  WK-SPLIT-SUB  NOT  >  WK-ITEM-COUNT
               MOVE  SPACES  TO  WK-PRINT-LINE
               PERFORM  PRINT-LINE-RTN
               MOVE  NOCOST-HEADING-LINE  TO  WK-PRINT-LINE
               PERFORM  PRINT-LINE-RTN
               PERFORM  NOCOST-PRINT-RTN
                   VARYING  WK-ITEM-SUB  FROM  WK-SPLIT-SUB  BY  1
                   UNTIL  WK-ITEM-SUB  >  WK-ITEM-COUNT
               MOVE  SPACES          TO  DETAIL-LINE
               MOVE  'NO COST'       TO  DT-REGION
               MOVE  'TOTAL'         TO  DT-TENPO
               MOVE  GT-NC-KOSU      TO  DT-KOSU
               MOVE  GT-NC-SALES     TO  DT-SALES
               MOVE  SPACES  TO  DT-COST-X
                                 DT-MARGIN-X
                                 DT-MARGIN-PCT-X
               MOVE  DETAIL-LINE  TO  WK-PRINT-LINE
               PERFORM  PRINT-LINE-RTN
           END-IF.

           CLOSE  DDO1-F
                  DDO2-F
                  DDO5-F
                  TENPO-MASTER-F
                  REPORT-F.

           DISPLAY  '===== MGNRP1 CONTROL TOTALS ====='.
           DISPLAY  'RECORDS VALUED.........: '  WK-READ-COUNT.
           DISPLAY  'RECORDS AT COST........: '  WK-COSTED-COUNT.
           DISPLAY  'RECORDS WITH NO COST...: '  WK-NOCOST-COUNT.
           DISPLAY  'COST ROWS LOADED.......: '  WK-COST-COUNT.

           IF  WK-NOCOST-COUNT  >  ZERO
               DISPLAY  'MGNRP1 - SALES WITH NO COST IN FORCE ARE '
                        'LISTED SEPARATELY - LOAD THE MISSING COSTS'
               MOVE  4   TO  RETURN-CODE
           ELSE
               MOVE  0   TO  RETURN-CODE
           END-IF.

           END-RTN-EX.
           EXIT.
           END PROGRAM MGNRP1.
