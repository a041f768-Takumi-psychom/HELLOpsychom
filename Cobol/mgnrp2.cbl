      ******************************************************************
      * Author:
      * Date:
      * Purpose: Month-end gross-margin ranking off the month-to-date
      *          transaction file, run beside the getsu1 sales
      *          ranking. Every record in the report month is valued
      *          at the cost master row in force on its purchase
      *          date; stores are ranked by margin, then products
      *          are ranked the same way. Sales with no cost in force
      *          are kept out of the margin figures -- each store
      *          shows them in their own column and the products
      *          behind them are listed separately. The report month
      *          comes from the run parameter (YYYYMM) or, with no
      *          parameter, the latest month on the file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MGNRP2.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MTD-F            ASSIGN  TO  MTDF
                                   FILE STATUS IS  WK-MTD-STATUS.
           SELECT GENKA-MASTER-F   ASSIGN  TO  GENKAF
                                   ORGANIZATION  IS  INDEXED
                                   ACCESS MODE   IS  SEQUENTIAL
                                   RECORD KEY    IS  CM-COST-KEY
                                   FILE STATUS   IS  WK-GENKA-STATUS.
           SELECT REPORT-F         ASSIGN  TO  MGNMRP.

       DATA DIVISION.
       FILE SECTION.
       FD  MTD-F
       LABEL       RECORD    OMITTED
       RECORDING  MODE  IS  F.
       01  MTD-REC.
           COPY TRANLAY.

       FD  GENKA-MASTER-F
       LABEL       RECORD   OMITTED.
       01  GENKA-MASTER-REC.
           COPY GENKALAY.

       FD  REPORT-F
       LABEL       RECORD   OMITTED
       RECORDING  MODE  IS  F.
       01  REPORT-LINE         PIC  X(132).

       WORKING-STORAGE   SECTION.

       01  FILLER              PIC  X(20)  VALUE 'CONSTANT-AREA'.

       01  CONSTANT-AREA.
         05  C-ON              PIC  X(01)  VALUE  '1'.
         05  C-OFF             PIC  X(01)  VALUE  '0'.
         05  C-MAX-COSTS       PIC  9(04)  VALUE  2000.
         05  C-MAX-STORES      PIC  9(03)  VALUE  100.
         05  C-MAX-PRODS       PIC  9(03)  VALUE  400.
         05  C-LINES-PER-PAGE  PIC  9(02)  VALUE  50.

       01  FILLER              PIC  X(20)  VALUE 'WORK-AREA'.
       01  WORK-AREA.
         05  SW-EOF-FLG        PIC  X(01).
         05  SW-COSTED-FLG     PIC  X(01).
         05  WK-MTD-STATUS     PIC  X(02).
         05  WK-GENKA-STATUS   PIC  X(02).
         05  WK-PARM           PIC  X(06).
         05  WK-PARM-NUM  REDEFINES  WK-PARM
                               PIC  9(06).
         05  WK-FIND-TENPO     PIC  X(05).
         05  WK-REPORT-MONTH   PIC  9(06)  VALUE  ZERO.
         05  WK-REC-MONTH      PIC  9(06).
         05  WK-COST-SUB       PIC  9(04)  COMP.
         05  WK-COST-COUNT     PIC  9(04)  VALUE  ZERO  COMP.
         05  WK-BEST-DATE      PIC  9(08).
         05  WK-USE-GENKA      PIC  S9(15).
         05  WK-REC-COST       PIC  S9(15).
         05  WK-STORE-SUB      PIC  9(03)  COMP.
         05  WK-STORE-COUNT    PIC  9(03)  VALUE  ZERO  COMP.
         05  WK-PROD-SUB       PIC  9(03)  COMP.
         05  WK-PROD-COUNT     PIC  9(03)  VALUE  ZERO  COMP.
         05  WK-HIT-SUB        PIC  9(03)  COMP.
         05  WK-NEXT-SUB       PIC  9(03)  COMP.
         05  WK-SWAP-FLG       PIC  X(01).
         05  WK-READ-COUNT     PIC  9(09)  VALUE  ZERO.
         05  WK-USED-COUNT     PIC  9(09)  VALUE  ZERO.
         05  WK-SKIP-COUNT     PIC  9(09)  VALUE  ZERO.
         05  WK-NOCOST-COUNT   PIC  9(09)  VALUE  ZERO.
         05  WK-CALC-SALES     PIC  S9(15).
         05  WK-CALC-MARGIN    PIC  S9(15).
         05  WK-MARGIN-PCT     PIC  S9(05)V9.
         05  WK-PCT-EDIT       PIC  -(04)9.9.
         05  WK-PCT-EDIT-X     REDEFINES  WK-PCT-EDIT
                               PIC  X(07).
         05  WK-PAGE-NO        PIC  9(05)  VALUE  ZERO.
         05  WK-LINE-CNT       PIC  9(05)  VALUE  ZERO.

       01  FILLER              PIC  X(20)  VALUE 'GRAND-TOTAL-AREA'.
       01  GRAND-TOTAL-AREA.
         05  GT-SALES          PIC  S9(15) VALUE  ZERO.
         05  GT-COST           PIC  S9(15) VALUE  ZERO.
         05  GT-NC-SALES       PIC  S9(15) VALUE  ZERO.

       01  FILLER              PIC  X(20)  VALUE 'COST-TABLE-AREA'.
       01  COST-TABLE-AREA.
         05  COST-ENTRY  OCCURS  2000  TIMES.
           10  CT-SHOHIN       PIC  X(05).
           10  CT-EFF-DATE     PIC  9(08).
           10  CT-GENKA        PIC  S9(15).

       01  FILLER              PIC  X(20)  VALUE 'STORE-TABLE-AREA'.
       01  STORE-TABLE-AREA.
         05  STORE-ENTRY  OCCURS  100  TIMES.
           10  GS-TENPO        PIC  X(05).
           10  GS-SALES        PIC  S9(15).
           10  GS-COST         PIC  S9(15).
           10  GS-MARGIN       PIC  S9(15).
           10  GS-NC-SALES     PIC  S9(15).
         05  STORE-SWAP-ENTRY.
           10  SS-TENPO        PIC  X(05).
           10  SS-SALES        PIC  S9(15).
           10  SS-COST         PIC  S9(15).
           10  SS-MARGIN       PIC  S9(15).
           10  SS-NC-SALES     PIC  S9(15).

       01  FILLER              PIC  X(20)  VALUE 'PROD-TABLE-AREA'.
       01  PROD-TABLE-AREA.
         05  PROD-ENTRY  OCCURS  400  TIMES.
           10  GP-SHOHIN       PIC  X(05).
           10  GP-KOSU         PIC  S9(15).
           10  GP-SALES        PIC  S9(15).
           10  GP-COST         PIC  S9(15).
           10  GP-MARGIN       PIC  S9(15).
           10  GP-NC-KOSU      PIC  S9(15).
           10  GP-NC-SALES     PIC  S9(15).
           10  GP-NC-COUNT     PIC  9(09).
         05  PROD-SWAP-ENTRY.
           10  SP-SHOHIN       PIC  X(05).
           10  SP-KOSU         PIC  S9(15).
           10  SP-SALES        PIC  S9(15).
           10  SP-COST         PIC  S9(15).
           10  SP-MARGIN       PIC  S9(15).
           10  SP-NC-KOSU      PIC  S9(15).
           10  SP-NC-SALES     PIC  S9(15).
           10  SP-NC-COUNT     PIC  9(09).

       01  FILLER              PIC  X(20)  VALUE 'PRINT-AREA'.
       01  WK-PRINT-LINE        PIC  X(132) VALUE SPACES.

       01  HEADING-LINE-1.
         05  FILLER             PIC  X(20)  VALUE  SPACES.
         05  FILLER             PIC  X(26)  VALUE
                                 'MONTH-END GROSS MARGIN RAN'.
         05  FILLER             PIC  X(09)  VALUE  'KING FOR '.
         05  HD-MONTH           PIC  9(06).
         05  FILLER             PIC  X(06)  VALUE  SPACES.
         05  FILLER             PIC  X(05)  VALUE  'PAGE '.
         05  HD-PAGE-NO         PIC  ZZZZ9.

       01  HEADING-LINE-2.
         05  FILLER             PIC  X(04)  VALUE  'RANK'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(05)  VALUE  'STORE'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(15)  VALUE
                                 '  SALES AT COST'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(15)  VALUE
                                 '           COST'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(15)  VALUE
                                 '         MARGIN'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(07)  VALUE  ' MGN % '.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(15)  VALUE
                                 ' NO-COST SALES '.

       01  RANK-LINE.
         05  RK-RANK            PIC  ZZZ9.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  RK-TENPO           PIC  X(05).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  RK-SALES           PIC  -(14)9.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  RK-COST            PIC  -(14)9.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  RK-MARGIN          PIC  -(14)9.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  RK-MARGIN-PCT-X    PIC  X(07).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  RK-NC-SALES        PIC  -(14)9.

       01  PROD-HEADING-LINE.
         05  FILLER             PIC  X(26)  VALUE
                                 'PRODUCT MARGIN RANKING FOR'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  PH-MONTH           PIC  9(06).

       01  PROD-LINE.
         05  PD-RANK            PIC  ZZZ9.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  PD-SHOHIN          PIC  X(05).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  PD-SALES           PIC  -(14)9.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  PD-COST            PIC  -(14)9.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  PD-MARGIN          PIC  -(14)9.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  PD-MARGIN-PCT-X    PIC  X(07).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(06)  VALUE  'UNITS='.
         05  PD-KOSU            PIC  -(08)9.

       01  NOCOST-HEADING-LINE.
         05  FILLER             PIC  X(26)  VALUE
                                 'SALES WITH NO COST IN FORC'.
         05  FILLER             PIC  X(26)  VALUE
                                 'E -- NOT IN MARGIN ABOVE  '.

       01  NOCOST-LINE.
         05  FILLER             PIC  X(05)  VALUE  SPACES.
         05  NL-SHOHIN          PIC  X(05).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  NL-SALES           PIC  -(14)9.
         05  FILLER             PIC  X(03)  VALUE  SPACES.
         05  FILLER             PIC  X(06)  VALUE  'UNITS='.
         05  NL-KOSU            PIC  -(08)9.
         05  FILLER             PIC  X(03)  VALUE  SPACES.
         05  FILLER             PIC  X(06)  VALUE  'COUNT='.
         05  NL-COUNT           PIC  ZZZZZZZZ9.

       01  TOTAL-LINE.
         05  FILLER             PIC  X(11)  VALUE
                                 'MONTH TOTAL'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  TL-SALES           PIC  -(14)9.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  TL-COST            PIC  -(14)9.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  TL-MARGIN          PIC  -(14)9.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  TL-MARGIN-PCT-X    PIC  X(07).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  TL-NC-SALES        PIC  -(14)9.

       PROCEDURE                          DIVISION.
       PROC                               SECTION.
           PERFORM  INIT-RTN.

           PERFORM  UNTIL  SW-EOF-FLG  =  C-ON
                    PERFORM  MAIN-RTN
           END-PERFORM.
           PERFORM  END-RTN.
           STOP RUN.

           PROC-EX.
               EXIT.
               EJECT.

       INIT-RTN                            SECTION.
           ACCEPT  WK-PARM  FROM  COMMAND-LINE.

           IF  WK-PARM  NUMERIC
               MOVE  WK-PARM-NUM  TO  WK-REPORT-MONTH
           ELSE
               PERFORM  MONTH-SCAN-RTN
           END-IF.

           PERFORM  COST-LOAD-RTN.

           OPEN  INPUT  MTD-F
                 OUTPUT REPORT-F.

           MOVE  C-OFF  TO  SW-EOF-FLG.

           IF  WK-MTD-STATUS  =  '35'
               MOVE  C-ON  TO  SW-EOF-FLG
           ELSE
               PERFORM  MTD-F-READ-RTN
           END-IF.

           INIT-RTN-EX.
               EXIT.

      *    NO PARAMETER MEANS "THE MONTH THE FILE IS ABOUT" -- THE
      *    LATEST PURCHASE MONTH PRESENT, PICKED THE SAME WAY GETSU1
      *    PICKS IT SO THE TWO RANKINGS ALWAYS COVER THE SAME MONTH.
       MONTH-SCAN-RTN                      SECTION.
           MOVE  C-OFF  TO  SW-EOF-FLG.

           OPEN  INPUT  MTD-F.

           IF  WK-MTD-STATUS  =  '35'
               MOVE  C-ON  TO  SW-EOF-FLG
               GO  TO  MONTH-SCAN-RTN-EX
           END-IF.

           PERFORM  UNTIL  SW-EOF-FLG  =  C-ON
                    PERFORM  MONTH-SCAN-READ-RTN
           END-PERFORM.

           CLOSE  MTD-F.

           MONTH-SCAN-RTN-EX.
               EXIT.

       MONTH-SCAN-READ-RTN                 SECTION.
           READ  MTD-F
           AT  END
           MOVE  C-ON  TO  SW-EOF-FLG
           GO  TO  MONTH-SCAN-READ-RTN-EX
           END-READ.

           MOVE  IN-KONYU-DATE  OF  MTD-REC (1:6)  TO  WK-REC-MONTH.
           IF  WK-REC-MONTH  >  WK-REPORT-MONTH
               MOVE  WK-REC-MONTH  TO  WK-REPORT-MONTH
           END-IF.

           MONTH-SCAN-READ-RTN-EX.
           EXIT.

      *    THE COST MASTER IS HELD IN STORAGE FOR THE RUN, THE SAME
      *    AS IN THE DAILY MARGIN REPORT. A MISSING OR EMPTY MASTER
      *    PUTS EVERY SALE IN THE NO-COST LISTING RATHER THAN
      *    STOPPING THE MONTH-END.
       COST-LOAD-RTN                       SECTION.
           MOVE  C-OFF  TO  SW-EOF-FLG.

           OPEN  INPUT  GENKA-MASTER-F.
           IF  WK-GENKA-STATUS  =  '35'
               DISPLAY  'MGNRP2 - NO COST MASTER - ALL SALES ARE '
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
               DISPLAY  'MGNRP2 - MORE THAN '  C-MAX-COSTS
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

       MTD-F-READ-RTN                       SECTION.
           READ  MTD-F
           AT  END
           MOVE  C-ON  TO  SW-EOF-FLG
           GO  TO  MTD-F-READ-RTN-EX
           END-READ.
           MTD-F-READ-RTN-EX.
           EXIT.
           EJECT.

       MAIN-RTN                 SECTION.
             ADD  1  TO  WK-READ-COUNT.

             MOVE  IN-KONYU-DATE  OF  MTD-REC (1:6)
               TO  WK-REC-MONTH.
             IF  WK-REC-MONTH  NOT  =  WK-REPORT-MONTH
                 ADD  1  TO  WK-SKIP-COUNT
                 GO  TO  MAIN-RTN-POST
             END-IF.

             ADD  1  TO  WK-USED-COUNT.

             MOVE  ZERO  TO  WK-BEST-DATE
                             WK-USE-GENKA.
             PERFORM  COST-PICK-RTN
                 VARYING  WK-COST-SUB  FROM  1  BY  1
                 UNTIL  WK-COST-SUB  >  WK-COST-COUNT.

             IF  WK-BEST-DATE  =  ZERO
                 MOVE  C-OFF  TO  SW-COSTED-FLG
                 MOVE  ZERO   TO  WK-REC-COST
                 ADD   1  TO  WK-NOCOST-COUNT
             ELSE
                 MOVE  C-ON   TO  SW-COSTED-FLG
                 COMPUTE  WK-REC-COST  =
                          IN-KONYU-KOSU  OF  MTD-REC  *  WK-USE-GENKA
             END-IF.

             MOVE  IN-KONYU-TENPO  OF  MTD-REC  TO  WK-FIND-TENPO.
             PERFORM  STORE-FIND-RTN.
             IF  SW-COSTED-FLG  =  C-ON
                 ADD  IN-DAIKIN  OF  MTD-REC
                   TO  GS-SALES (WK-HIT-SUB)
                 ADD  WK-REC-COST  TO  GS-COST (WK-HIT-SUB)
             ELSE
                 ADD  IN-DAIKIN  OF  MTD-REC
                   TO  GS-NC-SALES (WK-HIT-SUB)
             END-IF.

             PERFORM  PROD-POST-RTN.

             MAIN-RTN-POST.
             PERFORM  MTD-F-READ-RTN.

             MAIN-RTN-EX.
           EXIT.

      *    THE COST IN FORCE ON THE PURCHASE DATE IS THE COST MASTER
      *    ROW WITH THE LATEST EFFECTIVE DATE NOT AFTER IT. A SALE
      *    WITH NO ROW IN FORCE IS NEVER VALUED AT ZERO COST.
       COST-PICK-RTN             SECTION.
             IF  CT-SHOHIN (WK-COST-SUB)  =
                 IN-SHOHIN-CODE  OF  MTD-REC
             AND CT-EFF-DATE (WK-COST-SUB)  NOT  >
                 IN-KONYU-DATE   OF  MTD-REC
             AND CT-EFF-DATE (WK-COST-SUB)  NOT  <  WK-BEST-DATE
                 MOVE  CT-EFF-DATE (WK-COST-SUB)  TO  WK-BEST-DATE
                 MOVE  CT-GENKA    (WK-COST-SUB)  TO  WK-USE-GENKA
             END-IF.

             COST-PICK-RTN-EX.
           EXIT.

       STORE-FIND-RTN            SECTION.
             MOVE  ZERO  TO  WK-HIT-SUB.
             PERFORM  STORE-SCAN-RTN
                 VARYING  WK-STORE-SUB  FROM  1  BY  1
                 UNTIL  WK-STORE-SUB  >  WK-STORE-COUNT
                 OR     WK-HIT-SUB  >  ZERO.

             IF  WK-HIT-SUB  =  ZERO
                 IF  WK-STORE-COUNT  NOT  <  C-MAX-STORES
                     DISPLAY  'MGNRP2 - MORE THAN '  C-MAX-STORES
                              ' STORES - RAISE C-MAX-STORES'
                     MOVE  16  TO  RETURN-CODE
                     STOP RUN
                 END-IF
                 ADD  1  TO  WK-STORE-COUNT
                 MOVE  WK-STORE-COUNT  TO  WK-HIT-SUB
                 MOVE  WK-FIND-TENPO  TO  GS-TENPO  (WK-HIT-SUB)
                 MOVE  ZERO      TO  GS-SALES    (WK-HIT-SUB)
                                     GS-COST     (WK-HIT-SUB)
                                     GS-MARGIN   (WK-HIT-SUB)
                                     GS-NC-SALES (WK-HIT-SUB)
             END-IF.

             STORE-FIND-RTN-EX.
           EXIT.

       STORE-SCAN-RTN            SECTION.
             IF  GS-TENPO (WK-STORE-SUB)  =  WK-FIND-TENPO
                 MOVE  WK-STORE-SUB  TO  WK-HIT-SUB
             END-IF.

             STORE-SCAN-RTN-EX.
           EXIT.

       PROD-POST-RTN             SECTION.
             MOVE  ZERO  TO  WK-HIT-SUB.
             PERFORM  PROD-SCAN-RTN
                 VARYING  WK-PROD-SUB  FROM  1  BY  1
                 UNTIL  WK-PROD-SUB  >  WK-PROD-COUNT
                 OR     WK-HIT-SUB  >  ZERO.

             IF  WK-HIT-SUB  =  ZERO
                 IF  WK-PROD-COUNT  NOT  <  C-MAX-PRODS
                     DISPLAY  'MGNRP2 - MORE THAN '  C-MAX-PRODS
                              ' PRODUCTS - RAISE C-MAX-PRODS'
                     MOVE  16  TO  RETURN-CODE
                     STOP RUN
                 END-IF
                 ADD  1  TO  WK-PROD-COUNT
                 MOVE  WK-PROD-COUNT  TO  WK-HIT-SUB
                 MOVE  IN-SHOHIN-CODE  OF  MTD-REC
                   TO  GP-SHOHIN (WK-HIT-SUB)
                 MOVE  ZERO  TO  GP-KOSU     (WK-HIT-SUB)
                                 GP-SALES    (WK-HIT-SUB)
                                 GP-COST     (WK-HIT-SUB)
                                 GP-MARGIN   (WK-HIT-SUB)
                                 GP-NC-KOSU  (WK-HIT-SUB)
                                 GP-NC-SALES (WK-HIT-SUB)
                                 GP-NC-COUNT (WK-HIT-SUB)
             END-IF.

             IF  SW-COSTED-FLG  =  C-ON
                 ADD  IN-KONYU-KOSU  OF  MTD-REC
                   TO  GP-KOSU (WK-HIT-SUB)
                 ADD  IN-DAIKIN  OF  MTD-REC
                   TO  GP-SALES (WK-HIT-SUB)
                 ADD  WK-REC-COST  TO  GP-COST (WK-HIT-SUB)
             ELSE
                 ADD  IN-KONYU-KOSU  OF  MTD-REC
                   TO  GP-NC-KOSU (WK-HIT-SUB)
                 ADD  IN-DAIKIN  OF  MTD-REC
                   TO  GP-NC-SALES (WK-HIT-SUB)
                 ADD  1  TO  GP-NC-COUNT (WK-HIT-SUB)
             END-IF.

             PROD-POST-RTN-EX.
           EXIT.

       PROD-SCAN-RTN             SECTION.
             IF  GP-SHOHIN (WK-PROD-SUB)  =
                 IN-SHOHIN-CODE  OF  MTD-REC
                 MOVE  WK-PROD-SUB  TO  WK-HIT-SUB
             END-IF.

             PROD-SCAN-RTN-EX.
           EXIT.
           EJECT.

      *    THE MARGIN IS WORKED OUT ONCE PER ROW AHEAD OF THE SORTS
      *    SO BOTH RANKINGS COMPARE THE SAME FIGURE THEY PRINT.
       STORE-MARGIN-RTN          SECTION.
             COMPUTE  GS-MARGIN (WK-STORE-SUB)  =
                      GS-SALES  (WK-STORE-SUB)
                    - GS-COST   (WK-STORE-SUB).

             STORE-MARGIN-RTN-EX.
           EXIT.

       PROD-MARGIN-RTN           SECTION.
             COMPUTE  GP-MARGIN (WK-PROD-SUB)  =
                      GP-SALES  (WK-PROD-SUB)
                    - GP-COST   (WK-PROD-SUB).

             PROD-MARGIN-RTN-EX.
           EXIT.

      *    STRAIGHT EXCHANGE SORTS, DESCENDING ON MARGIN -- THE SAME
      *    SHAPE AS THE GETSU1 SALES RANKING.
       RANK-SORT-RTN             SECTION.
             MOVE  C-ON  TO  WK-SWAP-FLG.
             PERFORM  RANK-SORT-PASS-RTN
                 UNTIL  WK-SWAP-FLG  =  C-OFF.

             RANK-SORT-RTN-EX.
           EXIT.

       RANK-SORT-PASS-RTN        SECTION.
             MOVE  C-OFF  TO  WK-SWAP-FLG.
             PERFORM  RANK-SORT-SWAP-RTN
                 VARYING  WK-STORE-SUB  FROM  1  BY  1
                 UNTIL  WK-STORE-SUB  NOT  <  WK-STORE-COUNT.

             RANK-SORT-PASS-RTN-EX.
           EXIT.

       RANK-SORT-SWAP-RTN        SECTION.
             ADD  1  WK-STORE-SUB  GIVING  WK-NEXT-SUB.
             IF  GS-MARGIN (WK-STORE-SUB)  <  GS-MARGIN (WK-NEXT-SUB)
                 MOVE  STORE-ENTRY (WK-STORE-SUB)
                   TO  STORE-SWAP-ENTRY
                 MOVE  STORE-ENTRY (WK-NEXT-SUB)
                   TO  STORE-ENTRY (WK-STORE-SUB)
                 MOVE  STORE-SWAP-ENTRY
                   TO  STORE-ENTRY (WK-NEXT-SUB)
                 MOVE  C-ON  TO  WK-SWAP-FLG
             END-IF.

             RANK-SORT-SWAP-RTN-EX.
           EXIT.

       PROD-SORT-RTN             SECTION.
             MOVE  C-ON  TO  WK-SWAP-FLG.
             PERFORM  PROD-SORT-PASS-RTN
                 UNTIL  WK-SWAP-FLG  =  C-OFF.

             PROD-SORT-RTN-EX.
           EXIT.

       PROD-SORT-PASS-RTN        SECTION.
             MOVE  C-OFF  TO  WK-SWAP-FLG.
             PERFORM  PROD-SORT-SWAP-RTN
                 VARYING  WK-PROD-SUB  FROM  1  BY  1
                 UNTIL  WK-PROD-SUB  NOT  <  WK-PROD-COUNT.

             PROD-SORT-PASS-RTN-EX.
           EXIT.

       PROD-SORT-SWAP-RTN        SECTION.
             ADD  1  WK-PROD-SUB  GIVING  WK-NEXT-SUB.
             IF  GP-MARGIN (WK-PROD-SUB)  <  GP-MARGIN (WK-NEXT-SUB)
                 MOVE  PROD-ENTRY (WK-PROD-SUB)
                   TO  PROD-SWAP-ENTRY
                 MOVE  PROD-ENTRY (WK-NEXT-SUB)
                   TO  PROD-ENTRY (WK-PROD-SUB)
                 MOVE  PROD-SWAP-ENTRY
                   TO  PROD-ENTRY (WK-NEXT-SUB)
                 MOVE  C-ON  TO  WK-SWAP-FLG
             END-IF.

             PROD-SORT-SWAP-RTN-EX.
           EXIT.

      *    MARGIN PERCENT OF WK-CALC-MARGIN OVER WK-CALC-SALES INTO
      *    WK-PCT-EDIT -- LEFT BLANK WHEN THE COSTED SALES NET TO
      *    ZERO OR THE PERCENT WILL NOT FIT THE COLUMN.
       PCT-EDIT-RTN              SECTION.
             MOVE  SPACES  TO  WK-PCT-EDIT-X.

             IF  WK-CALC-SALES  =  ZERO
                 GO  TO  PCT-EDIT-RTN-EX
             END-IF.

             COMPUTE  WK-MARGIN-PCT  ROUNDED  =
                      WK-CALC-MARGIN  *  100  /  WK-CALC-SALES
                 ON SIZE ERROR
                     GO  TO  PCT-EDIT-RTN-EX
             END-COMPUTE.
             MOVE  WK-MARGIN-PCT  TO  WK-PCT-EDIT.

             PCT-EDIT-RTN-EX.
           EXIT.

       RANK-PRINT-RTN            SECTION.
             MOVE  WK-STORE-SUB               TO  RK-RANK.
             MOVE  GS-TENPO    (WK-STORE-SUB)  TO  RK-TENPO.
             MOVE  GS-SALES    (WK-STORE-SUB)  TO  RK-SALES.
             MOVE  GS-COST     (WK-STORE-SUB)  TO  RK-COST.
             MOVE  GS-MARGIN   (WK-STORE-SUB)  TO  RK-MARGIN.
             MOVE  GS-NC-SALES (WK-STORE-SUB)  TO  RK-NC-SALES.
             MOVE  GS-SALES    (WK-STORE-SUB)  TO  WK-CALC-SALES.
             MOVE  GS-MARGIN   (WK-STORE-SUB)  TO  WK-CALC-MARGIN.
             PERFORM  PCT-EDIT-RTN.
             MOVE  WK-PCT-EDIT-X  TO  RK-MARGIN-PCT-X.
             MOVE  RANK-LINE  TO  WK-PRINT-LINE.
             PERFORM  PRINT-LINE-RTN.

             ADD  GS-SALES    (WK-STORE-SUB)  TO  GT-SALES.
             ADD  GS-COST     (WK-STORE-SUB)  TO  GT-COST.
             ADD  GS-NC-SALES (WK-STORE-SUB)  TO  GT-NC-SALES.

             RANK-PRINT-RTN-EX.
           EXIT.

      *    A PRODUCT THAT SOLD ONLY WITH NO COST IN FORCE HAS NOTHING
      *    TO RANK ON -- IT APPEARS IN THE NO-COST LISTING ONLY.
       PROD-PRINT-RTN            SECTION.
             IF  GP-SALES (WK-PROD-SUB)  =  ZERO
             AND GP-COST  (WK-PROD-SUB)  =  ZERO
             AND GP-NC-COUNT (WK-PROD-SUB)  >  ZERO
                 GO  TO  PROD-PRINT-RTN-EX
             END-IF.

             ADD  1  TO  WK-HIT-SUB.
             MOVE  WK-HIT-SUB                TO  PD-RANK.
             MOVE  GP-SHOHIN  (WK-PROD-SUB)  TO  PD-SHOHIN.
             MOVE  GP-SALES   (WK-PROD-SUB)  TO  PD-SALES.
             MOVE  GP-COST    (WK-PROD-SUB)  TO  PD-COST.
             MOVE  GP-MARGIN  (WK-PROD-SUB)  TO  PD-MARGIN.
             MOVE  GP-KOSU    (WK-PROD-SUB)  TO  PD-KOSU.
             MOVE  GP-SALES   (WK-PROD-SUB)  TO  WK-CALC-SALES.
             MOVE  GP-MARGIN  (WK-PROD-SUB)  TO  WK-CALC-MARGIN.
             PERFORM  PCT-EDIT-RTN.
             MOVE  WK-PCT-EDIT-X  TO  PD-MARGIN-PCT-X.
             MOVE  PROD-LINE  TO  WK-PRINT-LINE.
             PERFORM  PRINT-LINE-RTN.

             PROD-PRINT-RTN-EX.
           EXIT.

       NOCOST-PRINT-RTN          SECTION.
             IF  GP-NC-COUNT (WK-PROD-SUB)  =  ZERO
                 GO  TO  NOCOST-PRINT-RTN-EX
             END-IF.

             MOVE  GP-SHOHIN   (WK-PROD-SUB)  TO  NL-SHOHIN.
             MOVE  GP-NC-SALES (WK-PROD-SUB)  TO  NL-SALES.
             MOVE  GP-NC-KOSU  (WK-PROD-SUB)  TO  NL-KOSU.
             MOVE  GP-NC-COUNT (WK-PROD-SUB)  TO  NL-COUNT.
             MOVE  NOCOST-LINE  TO  WK-PRINT-LINE.
             PERFORM  PRINT-LINE-RTN.

             NOCOST-PRINT-RTN-EX.
           EXIT.

       HEADING-RTN                 SECTION.
             ADD  1  TO  WK-PAGE-NO.
             MOVE  WK-PAGE-NO       TO  HD-PAGE-NO.
             MOVE  WK-REPORT-MONTH  TO  HD-MONTH.
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

           PERFORM  STORE-MARGIN-RTN
               VARYING  WK-STORE-SUB  FROM  1  BY  1
               UNTIL  WK-STORE-SUB  >  WK-STORE-COUNT.
           PERFORM  PROD-MARGIN-RTN
               VARYING  WK-PROD-SUB  FROM  1  BY  1
               UNTIL  WK-PROD-SUB  >  WK-PROD-COUNT.

           IF  WK-STORE-COUNT  >  1
               PERFORM  RANK-SORT-RTN
           END-IF.
           IF  WK-PROD-COUNT  >  1
               PERFORM  PROD-SORT-RTN
           END-IF.

           PERFORM  RANK-PRINT-RTN
               VARYING  WK-STORE-SUB  FROM  1  BY  1
               UNTIL  WK-STORE-SUB  >  WK-STORE-COUNT.

           MOVE  GT-SALES     TO  TL-SALES  WK-CALC-SALES.
           MOVE  GT-COST      TO  TL-COST.
           COMPUTE  WK-CALC-MARGIN  =  GT-SALES  -  GT-COST.
           MOVE  WK-CALC-MARGIN  TO  TL-MARGIN.
           PERFORM  PCT-EDIT-RTN.
           MOVE  WK-PCT-EDIT-X   TO  TL-MARGIN-PCT-X.
           MOVE  GT-NC-SALES  TO  TL-NC-SALES.
           MOVE  TOTAL-LINE      TO  WK-PRINT-LINE.
           PERFORM  PRINT-LINE-RTN.

           MOVE  SPACES  TO  WK-PRINT-LINE.
           PERFORM  PRINT-LINE-RTN.
           MOVE  WK-REPORT-MONTH      TO  PH-MONTH.
           MOVE  PROD-HEADING-LINE    TO  WK-PRINT-LINE.
           PERFORM  PRINT-LINE-RTN.

           MOVE  ZERO  TO  WK-HIT-SUB.
           PERFORM  PROD-PRINT-RTN
               VARYING  WK-PROD-SUB  FROM  1  BY  1
               UNTIL  WK-PROD-SUB  >  WK-PROD-COUNT.

           IF  WK-NOCOST-COUNT  >  ZERO
               MOVE  SPACES  TO  WK-PRINT-LINE
               PERFORM  PRINT-LINE-RTN
               MOVE  NOCOST-HEADING-LINE  TO  WK-PRINT-LINE
               PERFORM  PRINT-LINE-RTN
               PERFORM  NOCOST-PRINT-RTN
                   VARYING  WK-PROD-SUB  FROM  1  BY  1
                   UNTIL  WK-PROD-SUB  >  WK-PROD-COUNT
           END-IF.

           IF  WK-MTD-STATUS  =  '35'
               CLOSE  REPORT-F
           ELSE
               CLOSE  MTD-F
                      REPORT-F
           END-IF.

           DISPLAY  '===== MGNRP2 CONTROL TOTALS ====='.
           DISPLAY  'REPORT MONTH...........: '  WK-REPORT-MONTH.
           DISPLAY  'MTD RECORDS READ.......: '  WK-READ-COUNT.
           DISPLAY  'RECORDS IN MONTH.......: '  WK-USED-COUNT.
           DISPLAY  'RECORDS OUTSIDE MONTH..: '  WK-SKIP-COUNT.
           DISPLAY  'RECORDS WITH NO COST...: '  WK-NOCOST-COUNT.
           DISPLAY  'COST ROWS LOADED.......: '  WK-COST-COUNT.

           IF  WK-USED-COUNT  =  ZERO
               DISPLAY  'MGNRP2 - NOTHING TO REPORT FOR '
                        WK-REPORT-MONTH
               MOVE  4  TO  RETURN-CODE
           ELSE
               IF  WK-NOCOST-COUNT  >  ZERO
                   DISPLAY  'MGNRP2 - SALES WITH NO COST IN FORCE ARE '
                            'LISTED SEPARATELY - LOAD THE MISSING COSTS'
                   MOVE  4  TO  RETURN-CODE
               ELSE
                   MOVE  0  TO  RETURN-CODE
               END-IF
           END-IF.

           END-RTN-EX.
           EXIT.
           END PROGRAM MGNRP2.
