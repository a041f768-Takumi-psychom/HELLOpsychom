      ******************************************************************
      * Author:
      * Date:
      * Purpose: Month-end department ranking off the month-to-date
      *          transaction file -- department totals ranked by
      *          sales amount with movement against the prior month,
      *          the way GETSU1 ranks stores. Each record's product
      *          is rolled up through the department hierarchy
      *          master (product to category to department); a
      *          product not filed on the hierarchy rolls up under a
      *          marker department. Returns on the file carry
      *          negative amounts, so each department is ranked on
      *          its net. The report month comes from the run
      *          parameter (YYYYMM); when no parameter is given, the
      *          latest month on the file is reported. This month's
      *          department totals are written to the summary file
      *          that becomes next month-end's prior-month comparison.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BMNRP2.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MTD-F            ASSIGN  TO  MTDF
                                   FILE STATUS IS  WK-MTD-STATUS.
           SELECT PRVSUM-F         ASSIGN  TO  BMNPRV
                                   FILE STATUS IS  WK-PRV-STATUS.
           SELECT CURSUM-F         ASSIGN  TO  BMNCUR.
           SELECT BUMON-MASTER-F   ASSIGN  TO  BMNMAS
                                   ORGANIZATION  IS  INDEXED
                                   ACCESS MODE   IS  SEQUENTIAL
                                   RECORD KEY    IS  BM-KEY
                                   FILE STATUS   IS  WK-BUMON-STATUS.
           SELECT REPORT-F         ASSIGN  TO  BMNMRP.

       DATA DIVISION.
       FILE SECTION.
       FD  MTD-F
       LABEL       RECORD    OMITTED
       RECORDING  MODE  IS  F.
       01  MTD-REC.
           COPY TRANLAY.

       FD  PRVSUM-F
       LABEL       RECORD    OMITTED
       RECORDING  MODE  IS  F.
       01  PRVSUM-REC.
         03  PV-BUMON          PIC  X(05).
         03  PV-MONTH          PIC  9(06).
         03  PV-DAIKIN         PIC  S9(15).

       FD  CURSUM-F
       LABEL       RECORD    OMITTED
       RECORDING  MODE  IS  F.
       01  CURSUM-REC.
         03  CS-BUMON          PIC  X(05).
         03  CS-MONTH          PIC  9(06).
         03  CS-DAIKIN         PIC  S9(15).

       FD  BUMON-MASTER-F
       LABEL       RECORD   OMITTED.
       01  BUMON-MASTER-REC.
           COPY BUMONLAY.

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
         05  C-LINES-PER-PAGE  PIC  9(02)  VALUE  50.
         05  C-NO-DEPT         PIC  X(05)  VALUE  '*****'.
         05  C-NO-DEPT-NAME    PIC  X(20)  VALUE  'UNASSIGNED'.

       01  FILLER              PIC  X(20)  VALUE 'WORK-AREA'.
       01  WORK-AREA.
         05  SW-EOF-FLG        PIC  X(01).
         05  WK-MTD-STATUS     PIC  X(02).
         05  WK-PRV-STATUS     PIC  X(02).
         05  WK-BUMON-STATUS   PIC  X(02).
         05  WK-PARM           PIC  X(06).
         05  WK-PARM-NUM  REDEFINES  WK-PARM
                               PIC  9(06).
         05  WK-FIND-SHOHIN    PIC  X(05).
         05  WK-FIND-CAT       PIC  X(05).
         05  WK-FIND-BUMON     PIC  X(05).
         05  WK-REPORT-MONTH   PIC  9(06)  VALUE  ZERO.
         05  WK-REC-MONTH      PIC  9(06).
         05  WK-DEPT-SUB       PIC  9(04)  COMP.
         05  WK-DEPT-COUNT     PIC  9(04)  VALUE  ZERO  COMP.
         05  WK-NAME-SUB       PIC  9(04)  COMP.
         05  WK-NAME-COUNT     PIC  9(04)  VALUE  ZERO  COMP.
         05  WK-CAT-SUB        PIC  9(04)  COMP.
         05  WK-CAT-COUNT      PIC  9(04)  VALUE  ZERO  COMP.
         05  WK-CAT-HIT        PIC  9(04)  COMP.
         05  WK-PROD-SUB       PIC  9(04)  COMP.
         05  WK-PROD-COUNT     PIC  9(04)  VALUE  ZERO  COMP.
         05  WK-PROD-HIT       PIC  9(04)  COMP.
         05  WK-HIT-SUB        PIC  9(04)  COMP.
         05  WK-NEXT-SUB       PIC  9(04)  COMP.
         05  WK-SWAP-FLG       PIC  X(01).
         05  WK-READ-COUNT     PIC  9(09)  VALUE  ZERO.
         05  WK-USED-COUNT     PIC  9(09)  VALUE  ZERO.
         05  WK-SKIP-COUNT     PIC  9(09)  VALUE  ZERO.
         05  WK-NODEPT-COUNT   PIC  9(09)  VALUE  ZERO.
         05  WK-BUMON-COUNT    PIC  9(09)  VALUE  ZERO.
         05  WK-MONTH-TOTAL    PIC  S9(15) VALUE  ZERO.
         05  WK-MOVEMENT       PIC  S9(15).
         05  WK-PAGE-NO        PIC  9(05)  VALUE  ZERO.
         05  WK-LINE-CNT       PIC  9(05)  VALUE  ZERO.

       01  FILLER              PIC  X(20)  VALUE 'DEPT-TABLE-AREA'.
       01  DEPT-TABLE-AREA.
         05  DEPT-ENTRY  OCCURS  200  TIMES.
           10  DP-BUMON        PIC  X(05).
           10  DP-DAIKIN       PIC  S9(15).
           10  DP-COUNT        PIC  9(09).
           10  DP-PRIOR        PIC  S9(15).
         05  DEPT-SWAP-ENTRY.
           10  DW-BUMON        PIC  X(05).
           10  DW-DAIKIN       PIC  S9(15).
           10  DW-COUNT        PIC  9(09).
           10  DW-PRIOR        PIC  S9(15).

      *    THE HIERARCHY IS HELD IN STORAGE FOR THE RUN: DEPARTMENT
      *    NAMES FOR THE REPORT, AND EACH FILED PRODUCT CARRYING ITS
      *    DEPARTMENT, RESOLVED THROUGH ITS CATEGORY ONCE AT LOAD
      *    TIME INSTEAD OF ONCE PER MTD RECORD.
       01  FILLER              PIC  X(20)  VALUE 'NAME-TABLE-AREA'.
       01  NAME-TABLE-AREA.
         05  NAME-ENTRY  OCCURS  200  TIMES.
           10  NM-BUMON        PIC  X(05).
           10  NM-NAME         PIC  X(20).

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
           10  PR-BUMON        PIC  X(05).

       01  FILLER              PIC  X(20)  VALUE 'PRINT-AREA'.
       01  WK-PRINT-LINE        PIC  X(132) VALUE SPACES.

       01  HEADING-LINE-1.
         05  FILLER             PIC  X(20)  VALUE  SPACES.
         05  FILLER             PIC  X(26)  VALUE
                                 'MONTH-END DEPARTMENT RANKI'.
         05  FILLER             PIC  X(07)  VALUE  'NG FOR '.
         05  HD-MONTH           PIC  9(06).
         05  FILLER             PIC  X(12)  VALUE  SPACES.
         05  FILLER             PIC  X(05)  VALUE  'PAGE '.
         05  HD-PAGE-NO         PIC  ZZZZ9.

       01  HEADING-LINE-2.
         05  FILLER             PIC  X(04)  VALUE  'RANK'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(05)  VALUE  'DEPT '.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(20)  VALUE  'DEPARTMENT NAME'.
         05  FILLER             PIC  X(10)  VALUE  SPACES.
         05  FILLER             PIC  X(06)  VALUE  'AMOUNT'.
         05  FILLER             PIC  X(06)  VALUE  SPACES.
         05  FILLER             PIC  X(11)  VALUE  'PRIOR MONTH'.
         05  FILLER             PIC  X(07)  VALUE  SPACES.
         05  FILLER             PIC  X(08)  VALUE  'MOVEMENT'.
         05  FILLER             PIC  X(04)  VALUE  SPACES.
         05  FILLER             PIC  X(06)  VALUE  'COUNT '.

       01  RANK-LINE.
         05  RK-RANK            PIC  ZZZ9.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  RK-BUMON           PIC  X(05).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  RK-NAME            PIC  X(20).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  RK-DAIKIN          PIC  -(14)9.
         05  FILLER             PIC  X(03)  VALUE  SPACES.
         05  RK-PRIOR           PIC  -(14)9.
         05  FILLER             PIC  X(03)  VALUE  SPACES.
         05  RK-MOVEMENT        PIC  +(14)9.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  RK-COUNT           PIC  ZZZZZZZZ9.

       01  TOTAL-LINE.
         05  FILLER             PIC  X(11)  VALUE
                                 'MONTH TOTAL'.
         05  FILLER             PIC  X(21)  VALUE  SPACES.
         05  TL-DAIKIN          PIC  -(14)9.
         05  FILLER             PIC  X(03)  VALUE  SPACES.
         05  FILLER             PIC  X(06)  VALUE  'COUNT='.
         05  TL-COUNT           PIC  ZZZZZZZZ9.

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

           PERFORM  BUMON-LOAD-RTN.
           PERFORM  PRIOR-LOAD-RTN.

           OPEN  INPUT  MTD-F
                 OUTPUT CURSUM-F
                        REPORT-F.

           MOVE  C-OFF  TO  SW-EOF-FLG.

           IF  WK-MTD-STATUS  =  '35'
               MOVE  C-ON  TO  SW-EOF-FLG
           ELSE
               PERFORM  MTD-F-READ-RTN
           END-IF.

           INIT-RTN-EX.
               EXIT.

      *    NO PARAMETER MEANS "THE MONTH THE FILE IS ABOUT" -- THE
      *    LATEST PURCHASE MONTH PRESENT, SCANNED ONCE AHEAD OF THE
      *    REPORTING PASS, THE SAME WAY GETSU1 DOES.
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

      *    A MISSING OR EMPTY HIERARCHY MASTER DOES NOT STOP THE
      *    RANKING -- THE WHOLE MONTH SIMPLY RANKS AS UNASSIGNED,
      *    WHICH IS THE TRUTH OF IT. THE LEVELS LOAD IN KEY ORDER
      *    (CATEGORIES, DEPARTMENTS, PRODUCTS), SO EVERY CATEGORY IS
      *    IN STORAGE BY THE TIME THE FIRST PRODUCT IS RESOLVED.
       BUMON-LOAD-RTN                      SECTION.
           MOVE  C-OFF  TO  SW-EOF-FLG.

           OPEN  INPUT  BUMON-MASTER-F.
           IF  WK-BUMON-STATUS  =  '35'
               DISPLAY  'BMNRP2 - NO HIERARCHY MASTER - THE MONTH IS '
                        'RANKED AS UNASSIGNED'
               GO  TO  BUMON-LOAD-RTN-EX
           END-IF.

           PERFORM  UNTIL  SW-EOF-FLG  =  C-ON
                    PERFORM  BUMON-LOAD-READ-RTN
           END-PERFORM.

           CLOSE  BUMON-MASTER-F.

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
               IF  WK-NAME-COUNT  NOT  <  C-MAX-DEPTS
                   DISPLAY  'BMNRP2 - MORE THAN '  C-MAX-DEPTS
                            ' DEPARTMENTS - RAISE C-MAX-DEPTS'
                   MOVE  16  TO  RETURN-CODE
                   STOP RUN
               END-IF
               ADD  1  TO  WK-NAME-COUNT
               MOVE  BM-CODE  TO  NM-BUMON (WK-NAME-COUNT)
               MOVE  BM-NAME  TO  NM-NAME  (WK-NAME-COUNT)
               GO  TO  BUMON-LOAD-READ-RTN-EX
           END-IF.

           IF  BM-LEVEL  =  C-LVL-CAT
               IF  WK-CAT-COUNT  NOT  <  C-MAX-CATS
                   DISPLAY  'BMNRP2 - MORE THAN '  C-MAX-CATS
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
                   DISPLAY  'BMNRP2 - MORE THAN '  C-MAX-PRODS
                            ' FILED PRODUCTS - RAISE C-MAX-PRODS'
                   MOVE  16  TO  RETURN-CODE
                   STOP RUN
               END-IF
               ADD  1  TO  WK-PROD-COUNT
               MOVE  BM-CODE    TO  PR-SHOHIN (WK-PROD-COUNT)
               MOVE  BM-PARENT  TO  PR-PARENT (WK-PROD-COUNT)
               PERFORM  PROD-RESOLVE-RTN
           END-IF.

           BUMON-LOAD-READ-RTN-EX.
           EXIT.

      *    A PRODUCT FILED UNDER A CATEGORY THAT IS NOT ON THE
      *    HIERARCHY, OR UNDER ONE WHOSE DEPARTMENT IS NOT, IS
      *    TREATED AS UNASSIGNED, THE SAME AS ONE THAT WAS NEVER
      *    FILED.
       PROD-RESOLVE-RTN                    SECTION.
           MOVE  C-NO-DEPT  TO  PR-BUMON (WK-PROD-COUNT).

           MOVE  PR-PARENT (WK-PROD-COUNT)  TO  WK-FIND-CAT.
           MOVE  ZERO  TO  WK-CAT-HIT.
           PERFORM  CAT-SCAN-RTN
               VARYING  WK-CAT-SUB  FROM  1  BY  1
               UNTIL  WK-CAT-SUB  >  WK-CAT-COUNT
               OR     WK-CAT-HIT  >  ZERO.

           IF  WK-CAT-HIT  =  ZERO
               GO  TO  PROD-RESOLVE-RTN-EX
           END-IF.

           MOVE  CG-PARENT (WK-CAT-HIT)  TO  WK-FIND-BUMON.
           PERFORM  DEPT-CHECK-RTN
               VARYING  WK-NAME-SUB  FROM  1  BY  1
               UNTIL  WK-NAME-SUB  >  WK-NAME-COUNT.

           PROD-RESOLVE-RTN-EX.
           EXIT.

       DEPT-CHECK-RTN                      SECTION.
           IF  NM-BUMON (WK-NAME-SUB)  =  WK-FIND-BUMON
               MOVE  WK-FIND-BUMON  TO  PR-BUMON (WK-PROD-COUNT)
           END-IF.

           DEPT-CHECK-RTN-EX.
           EXIT.

       CAT-SCAN-RTN                        SECTION.
           IF  CG-CAT (WK-CAT-SUB)  =  WK-FIND-CAT
               MOVE  WK-CAT-SUB  TO  WK-CAT-HIT
           END-IF.

           CAT-SCAN-RTN-EX.
           EXIT.

      *    A MISSING PRIOR-MONTH SUMMARY (FIRST EVER DEPARTMENT
      *    MONTH-END) JUST MEANS EVERY DEPARTMENT'S MOVEMENT IS
      *    MEASURED AGAINST ZERO.
       PRIOR-LOAD-RTN                      SECTION.
           OPEN  INPUT  PRVSUM-F.

           IF  WK-PRV-STATUS  =  '35'
               GO  TO  PRIOR-LOAD-RTN-EX
           END-IF.

           MOVE  C-OFF  TO  SW-EOF-FLG.
           PERFORM  UNTIL  SW-EOF-FLG  =  C-ON
                    PERFORM  PRIOR-LOAD-READ-RTN
           END-PERFORM.

           CLOSE  PRVSUM-F.

           PRIOR-LOAD-RTN-EX.
               EXIT.

       PRIOR-LOAD-READ-RTN                 SECTION.
           READ  PRVSUM-F
           AT  END
           MOVE  C-ON  TO  SW-EOF-FLG
           GO  TO  PRIOR-LOAD-READ-RTN-EX
           END-READ.

           MOVE  PV-BUMON  TO  WK-FIND-BUMON.
           PERFORM  DEPT-FIND-RTN.
           MOVE  PV-DAIKIN  TO  DP-PRIOR (WK-HIT-SUB).

           PRIOR-LOAD-READ-RTN-EX.
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

             PERFORM  PROD-FIND-RTN.
             PERFORM  DEPT-FIND-RTN.
             ADD  IN-DAIKIN  OF  MTD-REC
               TO  DP-DAIKIN (WK-HIT-SUB).
             ADD  1  TO  DP-COUNT (WK-HIT-SUB).
             ADD  IN-DAIKIN  OF  MTD-REC  TO  WK-MONTH-TOTAL.

             MAIN-RTN-POST.
             PERFORM  MTD-F-READ-RTN.

             MAIN-RTN-EX.
           EXIT.

      *    PROD-FIND-RTN RESOLVES THE RECORD'S PRODUCT TO ITS
      *    DEPARTMENT. THE RESULT LANDS IN WK-FIND-BUMON FOR
      *    DEPT-FIND-RTN.
       PROD-FIND-RTN             SECTION.
             MOVE  IN-SHOHIN-CODE  OF  MTD-REC  TO  WK-FIND-SHOHIN.
             MOVE  ZERO  TO  WK-PROD-HIT.
             PERFORM  PROD-SCAN-RTN
                 VARYING  WK-PROD-SUB  FROM  1  BY  1
                 UNTIL  WK-PROD-SUB  >  WK-PROD-COUNT
                 OR     WK-PROD-HIT  >  ZERO.

             IF  WK-PROD-HIT  =  ZERO
                 MOVE  C-NO-DEPT  TO  WK-FIND-BUMON
             ELSE
                 MOVE  PR-BUMON (WK-PROD-HIT)  TO  WK-FIND-BUMON
             END-IF.

             IF  WK-FIND-BUMON  =  C-NO-DEPT
                 ADD  1  TO  WK-NODEPT-COUNT
             END-IF.

             PROD-FIND-RTN-EX.
           EXIT.

       PROD-SCAN-RTN             SECTION.
             IF  PR-SHOHIN (WK-PROD-SUB)  =  WK-FIND-SHOHIN
                 MOVE  WK-PROD-SUB  TO  WK-PROD-HIT
             END-IF.

             PROD-SCAN-RTN-EX.
           EXIT.

      *    DEPT-FIND-RTN LOCATES (OR CREATES) THE TABLE ROW FOR THE
      *    DEPARTMENT CODE IN WK-FIND-BUMON -- BOTH THE PRIOR-SUMMARY
      *    LOAD AND THE MONTH PASS COME THROUGH HERE SO A DEPARTMENT
      *    THAT SOLD NOTHING THIS MONTH STILL RANKS (AT ZERO) AND
      *    SHOWS ITS DECLINE AGAINST LAST MONTH.
       DEPT-FIND-RTN             SECTION.
             MOVE  ZERO  TO  WK-HIT-SUB.
             PERFORM  DEPT-SCAN-RTN
                 VARYING  WK-DEPT-SUB  FROM  1  BY  1
                 UNTIL  WK-DEPT-SUB  >  WK-DEPT-COUNT
                 OR     WK-HIT-SUB  >  ZERO.

             IF  WK-HIT-SUB  =  ZERO
                 IF  WK-DEPT-COUNT  NOT  <  C-MAX-DEPTS
                     DISPLAY  'BMNRP2 - MORE THAN '  C-MAX-DEPTS
                              ' DEPARTMENTS - RAISE C-MAX-DEPTS'
                     MOVE  16  TO  RETURN-CODE
                     STOP RUN
                 END-IF
                 ADD  1  TO  WK-DEPT-COUNT
                 MOVE  WK-DEPT-COUNT  TO  WK-HIT-SUB
                 MOVE  WK-FIND-BUMON  TO  DP-BUMON (WK-HIT-SUB)
                 MOVE  ZERO      TO  DP-DAIKIN (WK-HIT-SUB)
                                     DP-COUNT  (WK-HIT-SUB)
                                     DP-PRIOR  (WK-HIT-SUB)
             END-IF.

             DEPT-FIND-RTN-EX.
           EXIT.

       DEPT-SCAN-RTN             SECTION.
             IF  DP-BUMON (WK-DEPT-SUB)  =  WK-FIND-BUMON
                 MOVE  WK-DEPT-SUB  TO  WK-HIT-SUB
             END-IF.

             DEPT-SCAN-RTN-EX.
           EXIT.
           EJECT.

      *    STRAIGHT EXCHANGE SORT, DESCENDING ON MONTH AMOUNT -- THE
      *    DEPARTMENT TABLE IS SMALL AND THE RANKING IS THE POINT OF
      *    THE REPORT.
       RANK-SORT-RTN             SECTION.
             MOVE  C-ON  TO  WK-SWAP-FLG.
             PERFORM  RANK-SORT-PASS-RTN
                 UNTIL  WK-SWAP-FLG  =  C-OFF.

             RANK-SORT-RTN-EX.
           EXIT.

       RANK-SORT-PASS-RTN        SECTION.
             MOVE  C-OFF  TO  WK-SWAP-FLG.
             PERFORM  RANK-SORT-SWAP-RTN
                 VARYING  WK-DEPT-SUB  FROM  1  BY  1
                 UNTIL  WK-DEPT-SUB  NOT  <  WK-DEPT-COUNT.

             RANK-SORT-PASS-RTN-EX.
           EXIT.

       RANK-SORT-SWAP-RTN        SECTION.
             ADD  1  WK-DEPT-SUB  GIVING  WK-NEXT-SUB.
             IF  DP-DAIKIN (WK-DEPT-SUB)  <  DP-DAIKIN (WK-NEXT-SUB)
                 MOVE  DEPT-ENTRY (WK-DEPT-SUB)
                   TO  DEPT-SWAP-ENTRY
                 MOVE  DEPT-ENTRY (WK-NEXT-SUB)
                   TO  DEPT-ENTRY (WK-DEPT-SUB)
                 MOVE  DEPT-SWAP-ENTRY
                   TO  DEPT-ENTRY (WK-NEXT-SUB)
                 MOVE  C-ON  TO  WK-SWAP-FLG
             END-IF.

             RANK-SORT-SWAP-RTN-EX.
           EXIT.

      *    A DEPARTMENT CARRIED IN FROM LAST MONTH'S SUMMARY BUT
      *    SINCE DELETED FROM THE HIERARCHY PRINTS WITH NO NAME.
       RANK-PRINT-RTN            SECTION.
             MOVE  SPACES  TO  RK-NAME.
             IF  DP-BUMON (WK-DEPT-SUB)  =  C-NO-DEPT
                 MOVE  C-NO-DEPT-NAME  TO  RK-NAME
             ELSE
                 PERFORM  NAME-SCAN-RTN
                     VARYING  WK-NAME-SUB  FROM  1  BY  1
                     UNTIL  WK-NAME-SUB  >  WK-NAME-COUNT
             END-IF.

             MOVE  WK-DEPT-SUB              TO  RK-RANK.
             MOVE  DP-BUMON (WK-DEPT-SUB)   TO  RK-BUMON.
             MOVE  DP-DAIKIN (WK-DEPT-SUB)  TO  RK-DAIKIN.
             MOVE  DP-PRIOR  (WK-DEPT-SUB)  TO  RK-PRIOR.
             COMPUTE  WK-MOVEMENT  =  DP-DAIKIN (WK-DEPT-SUB)
                                    -  DP-PRIOR  (WK-DEPT-SUB).
             MOVE  WK-MOVEMENT              TO  RK-MOVEMENT.
             MOVE  DP-COUNT  (WK-DEPT-SUB)  TO  RK-COUNT.
             MOVE  RANK-LINE  TO  WK-PRINT-LINE.
             PERFORM  PRINT-LINE-RTN.

             MOVE  DP-BUMON (WK-DEPT-SUB)   TO  CS-BUMON.
             MOVE  WK-REPORT-MONTH          TO  CS-MONTH.
             MOVE  DP-DAIKIN (WK-DEPT-SUB)  TO  CS-DAIKIN.
             WRITE  CURSUM-REC.

             RANK-PRINT-RTN-EX.
           EXIT.

       NAME-SCAN-RTN             SECTION.
             IF  NM-BUMON (WK-NAME-SUB)  =  DP-BUMON (WK-DEPT-SUB)
                 MOVE  NM-NAME (WK-NAME-SUB)  TO  RK-NAME
             END-IF.

             NAME-SCAN-RTN-EX.
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

           IF  WK-DEPT-COUNT  >  1
               PERFORM  RANK-SORT-RTN
           END-IF.

           PERFORM  RANK-PRINT-RTN
               VARYING  WK-DEPT-SUB  FROM  1  BY  1
               UNTIL  WK-DEPT-SUB  >  WK-DEPT-COUNT.

           MOVE  WK-MONTH-TOTAL  TO  TL-DAIKIN.
           MOVE  WK-USED-COUNT   TO  TL-COUNT.
           MOVE  TOTAL-LINE      TO  WK-PRINT-LINE.
           PERFORM  PRINT-LINE-RTN.

           IF  WK-MTD-STATUS  =  '35'
               CLOSE  CURSUM-F
                      REPORT-F
           ELSE
               CLOSE  MTD-F
                      CURSUM-F
                      REPORT-F
           END-IF.

           DISPLAY  '===== BMNRP2 CONTROL TOTALS ====='.
           DISPLAY  'REPORT MONTH...........: '  WK-REPORT-MONTH.
           DISPLAY  'MTD RECORDS READ.......: '  WK-READ-COUNT.
           DISPLAY  'RECORDS IN MONTH.......: '  WK-USED-COUNT.
           DISPLAY  'RECORDS OUTSIDE MONTH..: '  WK-SKIP-COUNT.
           DISPLAY  'RECORDS UNASSIGNED.....: '  WK-NODEPT-COUNT.
           DISPLAY  'HIERARCHY ROWS LOADED..: '  WK-BUMON-COUNT.
           DISPLAY  'DEPARTMENTS RANKED.....: '  WK-DEPT-COUNT.

           IF  WK-USED-COUNT  =  ZERO
               DISPLAY  'BMNRP2 - NOTHING TO REPORT FOR '
                        WK-REPORT-MONTH
               MOVE  4  TO  RETURN-CODE
               GO  TO  END-RTN-EX
           END-IF.

           IF  WK-NODEPT-COUNT  >  ZERO
               DISPLAY  'BMNRP2 - SALES OF PRODUCTS NOT FILED ON THE '
                        'HIERARCHY ARE RANKED AS UNASSIGNED'
               MOVE  4  TO  RETURN-CODE
           ELSE
               MOVE  0  TO  RETURN-CODE
           END-IF.

           END-RTN-EX.
           EXIT.
           END PROGRAM BMNRP2.
