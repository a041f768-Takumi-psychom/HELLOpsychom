      ******************************************************************
      * Author:
      * Date:
      * Purpose: Daily department sales report. Rolls the day's
      *          DDO1/DDO2 sales and DDO5 refund credits up through
      *          the department hierarchy master (product to category
      *          to department) and prints units, sales, returns and
      *          net by department within store, broken region-then-
      *          store with store and region subtotals off TM-REGION,
      *          followed by department totals for the whole chain.
      *          Returns are netted against the sales of the same
      *          store and department. A product not filed on the
      *          hierarchy, or filed under a category or department
      *          that is not on it, reports as unassigned.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BMNRP1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DDO1-F           ASSIGN  TO  DDO1.
           SELECT DDO2-F           ASSIGN  TO  DDO2.
           SELECT DDO5-F           ASSIGN  TO  DDO5.
           SELECT BUMON-MASTER-F   ASSIGN  TO  BMNMAS
                                   ORGANIZATION  IS  INDEXED
                                   ACCESS MODE   IS  SEQUENTIAL
                                   RECORD KEY    IS  BM-KEY
                                   FILE STATUS   IS  WK-BUMON-STATUS.
           SELECT TENPO-MASTER-F   ASSIGN  TO  TENMAS
                                   ORGANIZATION  IS  INDEXED
                                   ACCESS MODE   IS  RANDOM
                                   RECORD KEY    IS  TM-TENPO-CODE.
           SELECT REPORT-F         ASSIGN  TO  BMNRPT.

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

       FD  BUMON-MASTER-F
       LABEL       RECORD   OMITTED.
       01  BUMON-MASTER-REC.
           COPY BUMONLAY.

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
         05  C-LVL-DEPT        PIC  X(01)  VALUE  'D'.
         05  C-LVL-CAT         PIC  X(01)  VALUE  'C'.
         05  C-LVL-PROD        PIC  X(01)  VALUE  'P'.
         05  C-MAX-DEPTS       PIC  9(04)  VALUE  200.
         05  C-MAX-CATS        PIC  9(04)  VALUE  1000.
         05  C-MAX-PRODS       PIC  9(04)  VALUE  5000.
         05  C-MAX-ITEMS       PIC  9(04)  VALUE  2000.
         05  C-LINES-PER-PAGE  PIC  9(02)  VALUE  50.
         05  C-NO-MASTER       PIC  X(08)  VALUE  '*NOMAST*'.
         05  C-NO-DEPT         PIC  X(05)  VALUE  '*****'.
         05  C-NO-DEPT-NAME    PIC  X(20)  VALUE  'UNASSIGNED'.

       01  FILLER              PIC  X(20)  VALUE 'WORK-AREA'.
       01  WORK-AREA.
         05  SW-EOF-FLG        PIC  X(01).
         05  SW-RETURN-FLG     PIC  X(01).
         05  WK-BUMON-STATUS   PIC  X(02).
         05  WK-FIND-TENPO     PIC  X(05).
         05  WK-FIND-SHOHIN    PIC  X(05).
         05  WK-FIND-CAT       PIC  X(05).
         05  WK-FIND-BUMON     PIC  X(05).
         05  WK-FIND-KOSU      PIC  S9(15).
         05  WK-FIND-DAIKIN    PIC  S9(15).
         05  WK-DEPT-SUB       PIC  9(04)  COMP.
         05  WK-DEPT-COUNT     PIC  9(04)  VALUE  ZERO  COMP.
         05  WK-DEPT-HIT       PIC  9(04)  COMP.
         05  WK-NODEPT-SUB     PIC  9(04)  COMP.
         05  WK-CAT-SUB        PIC  9(04)  COMP.
         05  WK-CAT-COUNT      PIC  9(04)  VALUE  ZERO  COMP.
         05  WK-CAT-HIT        PIC  9(04)  COMP.
         05  WK-PROD-SUB       PIC  9(04)  COMP.
         05  WK-PROD-COUNT     PIC  9(04)  VALUE  ZERO  COMP.
         05  WK-PROD-HIT       PIC  9(04)  COMP.
         05  WK-ITEM-SUB       PIC  9(04)  COMP.
         05  WK-ITEM-COUNT     PIC  9(04)  VALUE  ZERO  COMP.
         05  WK-HIT-SUB        PIC  9(04)  COMP.
         05  WK-NEXT-SUB       PIC  9(04)  COMP.
         05  WK-SWAP-FLG       PIC  X(01).
         05  WK-PREV-REGION    PIC  X(08).
         05  WK-PREV-TENPO     PIC  X(05).
         05  WK-READ-COUNT     PIC  9(09)  VALUE  ZERO.
         05  WK-ASSIGNED-COUNT PIC  9(09)  VALUE  ZERO.
         05  WK-NODEPT-COUNT   PIC  9(09)  VALUE  ZERO.
         05  WK-BUMON-COUNT    PIC  9(09)  VALUE  ZERO.
         05  WK-PAGE-NO        PIC  9(05)  VALUE  ZERO.
         05  WK-LINE-CNT       PIC  9(05)  VALUE  ZERO.

       01  FILLER              PIC  X(20)  VALUE 'STORE-TOTAL-AREA'.
       01  STORE-TOTAL-AREA.
         05  ST-KOSU           PIC  S9(15) VALUE  ZERO.
         05  ST-SALES          PIC  S9(15) VALUE  ZERO.
         05  ST-RETURNS        PIC  S9(15) VALUE  ZERO.

       01  FILLER              PIC  X(20)  VALUE 'REGION-TOTAL-AREA'.
       01  REGION-TOTAL-AREA.
         05  RT-KOSU           PIC  S9(15) VALUE  ZERO.
         05  RT-SALES          PIC  S9(15) VALUE  ZERO.
         05  RT-RETURNS        PIC  S9(15) VALUE  ZERO.

       01  FILLER              PIC  X(20)  VALUE 'GRAND-TOTAL-AREA'.
       01  GRAND-TOTAL-AREA.
         05  GT-KOSU           PIC  S9(15) VALUE  ZERO.
         05  GT-SALES          PIC  S9(15) VALUE  ZERO.
         05  GT-RETURNS        PIC  S9(15) VALUE  ZERO.

       01  FILLER              PIC  X(20)  VALUE 'DEPT-TABLE-AREA'.
       01  DEPT-TABLE-AREA.
         05  DEPT-ENTRY  OCCURS  200  TIMES.
           10  DP-BUMON        PIC  X(05).
           10  DP-NAME         PIC  X(20).
           10  DP-COUNT        PIC  9(09).
           10  DP-KOSU         PIC  S9(15).
           10  DP-SALES        PIC  S9(15).
           10  DP-RETURNS      PIC  S9(15).

       01  FILLER              PIC  X(20)  VALUE 'CAT-TABLE-AREA'.
       01  CAT-TABLE-AREA.
         05  CAT-ENTRY  OCCURS  1000  TIMES.
           10  CG-CAT          PIC  X(05).
           10  CG-PARENT       PIC  X(05).

       01  FILLER              PIC  X(20)  VALUE 'PROD-TABLE-AREA'.
       01  PROD-TABLE-AREA.
         05  PROD-ENTRY  OCCURS  5000  TIMES.
           10  PR-SHOHIN       PIC  X(05).
           10  PR-PARENT       PIC  X(05).

       01  FILLER              PIC  X(20)  VALUE 'ITEM-TABLE-AREA'.
       01  ITEM-TABLE-AREA.
         05  ITEM-ENTRY  OCCURS  2000  TIMES.
           10  MI-REGION       PIC  X(08).
           10  MI-TENPO        PIC  X(05).
           10  MI-BUMON        PIC  X(05).
           10  MI-DEPT-SUB     PIC  9(04)  COMP.
           10  MI-KOSU         PIC  S9(15).
           10  MI-SALES        PIC  S9(15).
           10  MI-RETURNS      PIC  S9(15).
         05  ITEM-SWAP-ENTRY.
           10  MS-REGION       PIC  X(08).
           10  MS-TENPO        PIC  X(05).
           10  MS-BUMON        PIC  X(05).
           10  MS-DEPT-SUB     PIC  9(04)  COMP.
           10  MS-KOSU         PIC  S9(15).
           10  MS-SALES        PIC  S9(15).
           10  MS-RETURNS      PIC  S9(15).

       01  FILLER              PIC  X(20)  VALUE 'PRINT-AREA'.
       01  WK-PRINT-LINE        PIC  X(132) VALUE SPACES.

       01  HEADING-LINE-1.
         05  FILLER             PIC  X(20)  VALUE  SPACES.
         05  FILLER             PIC  X(26)  VALUE
                                 'DAILY DEPARTMENT SALES BY '.
         05  FILLER             PIC  X(23)  VALUE
                                 'REGION AND STORE       '.
         05  FILLER             PIC  X(05)  VALUE  'PAGE '.
         05  HD-PAGE-NO         PIC  ZZZZ9.

       01  HEADING-LINE-2.
         05  FILLER             PIC  X(08)  VALUE  'REGION  '.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(05)  VALUE  'STORE'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(05)  VALUE  'DEPT '.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(20)  VALUE  'DEPARTMENT NAME'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(09)  VALUE  '    UNITS'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(13)  VALUE  '        SALES'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(13)  VALUE  '      RETURNS'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(13)  VALUE  '          NET'.

       01  DEPT-HEADING-LINE.
         05  FILLER             PIC  X(26)  VALUE
                                 'DEPARTMENT TOTALS -- ALL S'.
         05  FILLER             PIC  X(05)  VALUE
                                 'TORES'.

       01  DETAIL-LINE.
         05  DT-REGION          PIC  X(08).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-TENPO           PIC  X(05).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-BUMON           PIC  X(05).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-NAME            PIC  X(20).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-KOSU            PIC  -(08)9.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-SALES           PIC  -(12)9.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-RETURNS         PIC  -(12)9.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-NET             PIC  -(12)9.

       PROCEDURE                          DIVISION.
       PROC                               SECTION.
           PERFORM  INIT-RTN.

           MOVE  C-OFF   TO  SW-EOF-FLG.
           MOVE  C-OFF   TO  SW-RETURN-FLG.
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
           MOVE  C-ON    TO  SW-RETURN-FLG.
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
           PERFORM  BUMON-LOAD-RTN.

           OPEN  INPUT  DDO1-F
                        DDO2-F
                        DDO5-F
                        TENPO-MASTER-F
                 OUTPUT REPORT-F.

           INIT-RTN-EX.
               EXIT.

      *    THE HIERARCHY IS HELD IN STORAGE FOR THE RUN, ONE TABLE
      *    PER LEVEL. A MISSING OR EMPTY HIERARCHY MASTER DOES NOT
      *    STOP THE REPORT -- EVERY SALE SIMPLY REPORTS AS
      *    UNASSIGNED, WHICH IS THE TRUTH OF IT. THE UNASSIGNED
      *    DEPARTMENT IS ADDED AFTER THE LOAD SO IT COLLECTS THE
      *    CHAIN TOTAL FOR THOSE SALES LIKE ANY OTHER DEPARTMENT.
       BUMON-LOAD-RTN                      SECTION.
           MOVE  C-OFF  TO  SW-EOF-FLG.

           OPEN  INPUT  BUMON-MASTER-F.
           IF  WK-BUMON-STATUS  =  '35'
               DISPLAY  'BMNRP1 - NO HIERARCHY MASTER - ALL SALES ARE '
                        'REPORTED AS UNASSIGNED'
               GO  TO  BUMON-LOAD-RTN-POST
           END-IF.

           PERFORM  UNTIL  SW-EOF-FLG  =  C-ON
                    PERFORM  BUMON-LOAD-READ-RTN
           END-PERFORM.

           CLOSE  BUMON-MASTER-F.

           BUMON-LOAD-RTN-POST.
           MOVE  C-NO-DEPT       TO  BM-CODE.
           MOVE  C-NO-DEPT-NAME  TO  BM-NAME.
           PERFORM  DEPT-ADD-RTN.
           MOVE  WK-DEPT-COUNT   TO  WK-NODEPT-SUB.

           BUMON-LOAD-RTN-EX.
               EXIT.

       BUMON-LOAD-READ-RTN                 SECTION.
           READ  BUMON-MASTER-F
           AT  END
           MOVE  C-ON  TO  SW-EOF-FLG
           GO  TO  BUMON-LOAD-READ-RTN-EX
           END-READ.

           ADD  1  TO  WK-BUMON-COUNT.

           IF  BM-LEVEL  =  C-LVL-DEPT
               PERFORM  DEPT-ADD-RTN
               GO  TO  BUMON-LOAD-READ-RTN-EX
           END-IF.

           IF  BM-LEVEL  =  C-LVL-CAT
               IF  WK-CAT-COUNT  NOT  <  C-MAX-CATS
                   DISPLAY  'BMNRP1 - MORE THAN '  C-MAX-CATS
                            ' CATEGORIES - RAISE C-MAX-CATS'
                   MOVE  16  TO  RETURN-CODE
                   STOP RUN
               END-IF
               ADD  1  TO  WK-CAT-COUNT
               MOVE  BM-CODE    TO  CG-CAT    (WK-CAT-COUNT)
               MOVE  BM-PARENT  TO  CG-PARENT (WK-CAT-COUNT)
               GO  TO  BUMON-LOAD-READ-RTN-EX
           END-IF.

           IF  BM-LEVEL  =  C-LVL-PROD
               IF  WK-PROD-COUNT  NOT  <  C-MAX-PRODS
                   DISPLAY  'BMNRP1 - MORE THAN '  C-MAX-PRODS
                            ' FILED PRODUCTS - RAISE C-MAX-PRODS'
                   MOVE  16  TO  RETURN-CODE
                   STOP RUN
               END-IF
               ADD  1  TO  WK-PROD-COUNT
               MOVE  BM-CODE    TO  PR-SHOHIN (WK-PROD-COUNT)
               MOVE  BM-PARENT  TO  PR-PARENT (WK-PROD-COUNT)
           END-IF.

           BUMON-LOAD-READ-RTN-EX.
           EXIT.

       DEPT-ADD-RTN                        SECTION.
           IF  WK-DEPT-COUNT  NOT  <  C-MAX-DEPTS
               DISPLAY  'BMNRP1 - MORE THAN '  C-MAX-DEPTS
                        ' DEPARTMENTS - RAISE C-MAX-DEPTS'
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.

           ADD  1  TO  WK-DEPT-COUNT.
           MOVE  BM-CODE  TO  DP-BUMON   (WK-DEPT-COUNT).
           MOVE  BM-NAME  TO  DP-NAME    (WK-DEPT-COUNT).
           MOVE  ZERO     TO  DP-COUNT   (WK-DEPT-COUNT)
                              DP-KOSU    (WK-DEPT-COUNT)
                              DP-SALES   (WK-DEPT-COUNT)
                              DP-RETURNS (WK-DEPT-COUNT).

           DEPT-ADD-RTN-EX.
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
      *    AMOUNT. IT IS POSTED TO THE RETURNS COLUMN RATHER THAN THE
      *    SALES COLUMN, AND THE NET COLUMN ADDS THE TWO, SO THE
      *    DEPARTMENT SHOWS WHAT IT SOLD, WHAT CAME BACK AND WHAT IT
      *    KEPT.
       DDO5-LOOP-RTN                        SECTION.
           MOVE  IN-KONYU-TENPO  OF  DDO5-REC  TO  WK-FIND-TENPO.
           MOVE  IN-SHOHIN-CODE  OF  DDO5-REC  TO  WK-FIND-SHOHIN.
           MOVE  IN-KONYU-KOSU   OF  DDO5-REC  TO  WK-FIND-KOSU.
           MOVE  IN-DAIKIN       OF  DDO5-REC  TO  WK-FIND-DAIKIN.
           PERFORM  ITEM-POST-RTN.
           PERFORM  DDO5-F-READ-RTN.
           DDO5-LOOP-RTN-EX.
           EXIT.
           EJECT.

       ITEM-POST-RTN             SECTION.
             ADD  1  TO  WK-READ-COUNT.

             PERFORM  DEPT-RESOLVE-RTN.
             IF  WK-DEPT-HIT  =  WK-NODEPT-SUB
                 ADD  1  TO  WK-NODEPT-COUNT
             ELSE
                 ADD  1  TO  WK-ASSIGNED-COUNT
             END-IF.

             PERFORM  ITEM-FIND-RTN.

             ADD  1               TO  DP-COUNT (WK-DEPT-HIT).
             ADD  WK-FIND-KOSU    TO  MI-KOSU  (WK-HIT-SUB)
                                      DP-KOSU  (WK-DEPT-HIT).
             IF  SW-RETURN-FLG  =  C-ON
                 ADD  WK-FIND-DAIKIN  TO  MI-RETURNS (WK-HIT-SUB)
                                          DP-RETURNS (WK-DEPT-HIT)
             ELSE
                 ADD  WK-FIND-DAIKIN  TO  MI-SALES   (WK-HIT-SUB)
                                          DP-SALES   (WK-DEPT-HIT)
             END-IF.

             ITEM-POST-RTN-EX.
           EXIT.

      *    PRODUCT TO CATEGORY TO DEPARTMENT. A BREAK AT ANY LEVEL --
      *    THE PRODUCT NOT FILED, ITS CATEGORY OR THE CATEGORY'S
      *    DEPARTMENT NOT ON THE HIERARCHY -- LANDS THE SALE IN THE
      *    UNASSIGNED DEPARTMENT.
       DEPT-RESOLVE-RTN          SECTION.
             MOVE  WK-NODEPT-SUB  TO  WK-DEPT-HIT.

             MOVE  ZERO  TO  WK-PROD-HIT.
             PERFORM  PROD-SCAN-RTN
                 VARYING  WK-PROD-SUB  FROM  1  BY  1
                 UNTIL  WK-PROD-SUB  >  WK-PROD-COUNT
                 OR     WK-PROD-HIT  >  ZERO.
             IF  WK-PROD-HIT  =  ZERO
                 GO  TO  DEPT-RESOLVE-RTN-EX
             END-IF.
             MOVE  PR-PARENT (WK-PROD-HIT)  TO  WK-FIND-CAT.

             MOVE  ZERO  TO  WK-CAT-HIT.
             PERFORM  CAT-SCAN-RTN
                 VARYING  WK-CAT-SUB  FROM  1  BY  1
                 UNTIL  WK-CAT-SUB  >  WK-CAT-COUNT
                 OR     WK-CAT-HIT  >  ZERO.
             IF  WK-CAT-HIT  =  ZERO
                 GO  TO  DEPT-RESOLVE-RTN-EX
             END-IF.
             MOVE  CG-PARENT (WK-CAT-HIT)  TO  WK-FIND-BUMON.

             PERFORM  DEPT-SCAN-RTN
                 VARYING  WK-DEPT-SUB  FROM  1  BY  1
                 UNTIL  WK-DEPT-SUB  NOT  <  WK-NODEPT-SUB.

             DEPT-RESOLVE-RTN-EX.
           EXIT.

       PROD-SCAN-RTN             SECTION.
             IF  PR-SHOHIN (WK-PROD-SUB)  =  WK-FIND-SHOHIN
                 MOVE  WK-PROD-SUB  TO  WK-PROD-HIT
             END-IF.

             PROD-SCAN-RTN-EX.
           EXIT.

       CAT-SCAN-RTN              SECTION.
             IF  CG-CAT (WK-CAT-SUB)  =  WK-FIND-CAT
                 MOVE  WK-CAT-SUB  TO  WK-CAT-HIT
             END-IF.

             CAT-SCAN-RTN-EX.
           EXIT.

       DEPT-SCAN-RTN             SECTION.
             IF  DP-BUMON (WK-DEPT-SUB)  =  WK-FIND-BUMON
                 MOVE  WK-DEPT-SUB  TO  WK-DEPT-HIT
             END-IF.

             DEPT-SCAN-RTN-EX.
           EXIT.

      *    ONE TABLE ROW PER STORE / DEPARTMENT. THE REGION IS LOOKED
      *    UP ON THE TENPO MASTER WHEN THE ROW IS CREATED; A STORE
      *    NOT ON THE MASTER ROLLS UP UNDER ITS OWN MARKER REGION,
      *    THE SAME AS THE REGIONAL ROLLUP.
       ITEM-FIND-RTN             SECTION.
             MOVE  ZERO  TO  WK-HIT-SUB.
             PERFORM  ITEM-SCAN-RTN
                 VARYING  WK-ITEM-SUB  FROM  1  BY  1
                 UNTIL  WK-ITEM-SUB  >  WK-ITEM-COUNT
                 OR     WK-HIT-SUB  >  ZERO.

             IF  WK-HIT-SUB  =  ZERO
                 IF  WK-ITEM-COUNT  NOT  <  C-MAX-ITEMS
                     DISPLAY  'BMNRP1 - MORE THAN '  C-MAX-ITEMS
                              ' STORE/DEPARTMENTS - RAISE C-MAX-ITEMS'
                     MOVE  16  TO  RETURN-CODE
                     STOP RUN
                 END-IF
                 ADD  1  TO  WK-ITEM-COUNT
                 MOVE  WK-ITEM-COUNT   TO  WK-HIT-SUB
                 MOVE  WK-FIND-TENPO   TO  MI-TENPO    (WK-HIT-SUB)
                 MOVE  DP-BUMON (WK-DEPT-HIT)
                                       TO  MI-BUMON    (WK-HIT-SUB)
                 MOVE  WK-DEPT-HIT     TO  MI-DEPT-SUB (WK-HIT-SUB)
                 MOVE  ZERO  TO  MI-KOSU    (WK-HIT-SUB)
                                 MI-SALES   (WK-HIT-SUB)
                                 MI-RETURNS (WK-HIT-SUB)
                 PERFORM  REGION-LOOKUP-RTN
             END-IF.

             ITEM-FIND-RTN-EX.
           EXIT.

       ITEM-SCAN-RTN             SECTION.
             IF  MI-TENPO    (WK-ITEM-SUB)  =  WK-FIND-TENPO
             AND MI-DEPT-SUB (WK-ITEM-SUB)  =  WK-DEPT-HIT
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

      *    STRAIGHT EXCHANGE SORT INTO REGION / STORE / DEPARTMENT
      *    ORDER, READY FOR THE REGION AND STORE BREAKS.
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
             IF  MI-REGION (WK-ITEM-SUB)  >  MI-REGION (WK-NEXT-SUB)
             OR  (MI-REGION (WK-ITEM-SUB)  =  MI-REGION (WK-NEXT-SUB)
                 AND  MI-TENPO  (WK-ITEM-SUB)  >
                      MI-TENPO  (WK-NEXT-SUB))
             OR  (MI-REGION (WK-ITEM-SUB)  =  MI-REGION (WK-NEXT-SUB)
                 AND  MI-TENPO  (WK-ITEM-SUB)  =
                      MI-TENPO  (WK-NEXT-SUB)
                 AND  MI-BUMON  (WK-ITEM-SUB)  >
                      MI-BUMON  (WK-NEXT-SUB))
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
             MOVE  MI-BUMON   (WK-ITEM-SUB)    TO  DT-BUMON.
             MOVE  MI-DEPT-SUB (WK-ITEM-SUB)   TO  WK-DEPT-SUB.
             MOVE  DP-NAME    (WK-DEPT-SUB)    TO  DT-NAME.
             MOVE  MI-KOSU    (WK-ITEM-SUB)    TO  DT-KOSU.
             MOVE  MI-SALES   (WK-ITEM-SUB)    TO  DT-SALES.
             MOVE  MI-RETURNS (WK-ITEM-SUB)    TO  DT-RETURNS.
             COMPUTE  DT-NET  =  MI-SALES   (WK-ITEM-SUB)
                              +  MI-RETURNS (WK-ITEM-SUB).
             MOVE  DETAIL-LINE  TO  WK-PRINT-LINE.
             PERFORM  PRINT-LINE-RTN.

             ADD  MI-KOSU    (WK-ITEM-SUB)  TO  ST-KOSU
                                                RT-KOSU
                                                GT-KOSU.
             ADD  MI-SALES   (WK-ITEM-SUB)  TO  ST-SALES
                                                RT-SALES
                                                GT-SALES.
             ADD  MI-RETURNS (WK-ITEM-SUB)  TO  ST-RETURNS
                                                RT-RETURNS
                                                GT-RETURNS.

             ITEM-PRINT-RTN-EX.
           EXIT.

       STORE-BREAK-RTN           SECTION.
             MOVE  SPACES          TO  DETAIL-LINE.
             MOVE  WK-PREV-TENPO   TO  DT-TENPO.
             MOVE  'TOTAL'         TO  DT-BUMON.
             MOVE  ST-KOSU         TO  DT-KOSU.
             MOVE  ST-SALES        TO  DT-SALES.
             MOVE  ST-RETURNS      TO  DT-RETURNS.
             COMPUTE  DT-NET  =  ST-SALES  +  ST-RETURNS.
             MOVE  DETAIL-LINE  TO  WK-PRINT-LINE.
             PERFORM  PRINT-LINE-RTN.
             MOVE  SPACES  TO  WK-PRINT-LINE.
             PERFORM  PRINT-LINE-RTN.

             MOVE  ZERO  TO  ST-KOSU
                             ST-SALES
                             ST-RETURNS.

             STORE-BREAK-RTN-EX.
           EXIT.

       REGION-BREAK-RTN          SECTION.
             MOVE  SPACES          TO  DETAIL-LINE.
             MOVE  WK-PREV-REGION  TO  DT-REGION.
             MOVE  'TOTAL'         TO  DT-TENPO.
             MOVE  RT-KOSU         TO  DT-KOSU.
             MOVE  RT-SALES        TO  DT-SALES.
             MOVE  RT-RETURNS      TO  DT-RETURNS.
             COMPUTE  DT-NET  =  RT-SALES  +  RT-RETURNS.
             MOVE  DETAIL-LINE  TO  WK-PRINT-LINE.
             PERFORM  PRINT-LINE-RTN.
             MOVE  SPACES  TO  WK-PRINT-LINE.
             PERFORM  PRINT-LINE-RTN.

             MOVE  ZERO  TO  RT-KOSU
                             RT-SALES
                             RT-RETURNS.

             REGION-BREAK-RTN-EX.
           EXIT.

      *    THE CHAIN-WIDE DEPARTMENT LINES, IN DEPARTMENT CODE ORDER
      *    WITH THE UNASSIGNED DEPARTMENT LAST. A DEPARTMENT WITH NO
      *    ACTIVITY TODAY IS LEFT OFF.
       DEPT-PRINT-RTN            SECTION.
             IF  DP-COUNT (WK-DEPT-SUB)  =  ZERO
                 GO  TO  DEPT-PRINT-RTN-EX
             END-IF.

             MOVE  SPACES                      TO  DETAIL-LINE.
             MOVE  'ALL'                       TO  DT-REGION.
             MOVE  DP-BUMON   (WK-DEPT-SUB)    TO  DT-BUMON.
             MOVE  DP-NAME    (WK-DEPT-SUB)    TO  DT-NAME.
             MOVE  DP-KOSU    (WK-DEPT-SUB)    TO  DT-KOSU.
             MOVE  DP-SALES   (WK-DEPT-SUB)    TO  DT-SALES.
             MOVE  DP-RETURNS (WK-DEPT-SUB)    TO  DT-RETURNS.
             COMPUTE  DT-NET  =  DP-SALES   (WK-DEPT-SUB)
                              +  DP-RETURNS (WK-DEPT-SUB).
             MOVE  DETAIL-LINE  TO  WK-PRINT-LINE.
             PERFORM  PRINT-LINE-RTN.

             DEPT-PRINT-RTN-EX.
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

           MOVE  SPACES  TO  WK-PREV-REGION
                             WK-PREV-TENPO.
           PERFORM  ITEM-PRINT-RTN
               VARYING  WK-ITEM-SUB  FROM  1  BY  1
               UNTIL  WK-ITEM-SUB  >  WK-ITEM-COUNT.

           IF  WK-ITEM-COUNT  >  ZERO
               PERFORM  STORE-BREAK-RTN
               PERFORM  REGION-BREAK-RTN
           END-IF.

           MOVE  SPACES          TO  DETAIL-LINE.
           MOVE  'ALL'           TO  DT-REGION.
           MOVE  'TOTAL'         TO  DT-TENPO.
           MOVE  GT-KOSU         TO  DT-KOSU.
           MOVE  GT-SALES        TO  DT-SALES.
           MOVE  GT-RETURNS      TO  DT-RETURNS.
           COMPUTE  DT-NET  =  GT-SALES  +  GT-RETURNS.
           MOVE  DETAIL-LINE  TO  WK-PRINT-LINE.
           PERFORM  PRINT-LINE-RTN.

           IF  WK-ITEM-COUNT  >  ZERO
               MOVE  SPACES  TO  WK-PRINT-LINE
               PERFORM  PRINT-LINE-RTN
               MOVE  DEPT-HEADING-LINE  TO  WK-PRINT-LINE
               PERFORM  PRINT-LINE-RTN
               PERFORM  DEPT-PRINT-RTN
                   VARYING  WK-DEPT-SUB  FROM  1  BY  1
                   UNTIL  WK-DEPT-SUB  >  WK-DEPT-COUNT
           END-IF.

           CLOSE  DDO1-F
                  DDO2-F
                  DDO5-F
                  TENPO-MASTER-F
                  REPORT-F.

           DISPLAY  '===== BMNRP1 CONTROL TOTALS ====='.
           DISPLAY  'RECORDS REPORTED.......: '  WK-READ-COUNT.
           DISPLAY  'RECORDS BY DEPARTMENT..: '  WK-ASSIGNED-COUNT.
           DISPLAY  'RECORDS UNASSIGNED.....: '  WK-NODEPT-COUNT.
           DISPLAY  'HIERARCHY ROWS LOADED..: '  WK-BUMON-COUNT.

           IF  WK-NODEPT-COUNT  >  ZERO
               DISPLAY  'BMNRP1 - SALES OF PRODUCTS NOT FILED ON THE '
                        'HIERARCHY ARE REPORTED AS UNASSIGNED'
               MOVE  4   TO  RETURN-CODE
           ELSE
               MOVE  0   TO  RETURN-CODE
           END-IF.

           END-RTN-EX.
           EXIT.
           END PROGRAM BMNRP1.
