      ******************************************************************
      * Author:
      * Date:
      * Purpose: Year-over-year comparable-store sales report off the
      *          year-to-date file mtdar1 builds at each month-end.
      *          For the report month (run parameter YYYYMM; latest
      *          month on the file when none is given) each store's
      *          month sales and January-to-month sales are set
      *          against the same period last year. Only comparable
      *          stores are counted: a store is comparable for the
      *          month when it was active on the TENPO master in that
      *          month both this year and last, and comparable for
      *          the year to date when it was active in every month
      *          of both periods -- so new and closed stores do not
      *          distort the growth figures. Stores comparable on
      *          neither basis are listed separately with the reason.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOYRP1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YTD-F            ASSIGN  TO  YTDF
                                   FILE STATUS IS  WK-YTD-STATUS.
           SELECT TENPO-MASTER-F   ASSIGN  TO  TENMAS
                                   ORGANIZATION  IS  INDEXED
                                   ACCESS MODE   IS  RANDOM
                                   RECORD KEY    IS  TM-TENPO-CODE.
           SELECT REPORT-F         ASSIGN  TO  YOYRPT.

       DATA DIVISION.
       FILE SECTION.
       FD  YTD-F
       LABEL       RECORD    OMITTED
       RECORDING  MODE  IS  F.
       01  YTD-REC.
           COPY YTDLAY.

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
         05  C-MAX-STORES      PIC  9(03)  VALUE  100.
         05  C-LINES-PER-PAGE  PIC  9(02)  VALUE  50.
         05  C-ACTIVE          PIC  X(01)  VALUE  '1'.
         05  C-NOT-COMP        PIC  X(07)  VALUE  '    N/C'.
         05  C-EX-NEW          PIC  X(30)  VALUE
                                 'NEW - NOT TRADING LAST YEAR'.
         05  C-EX-CLOSED       PIC  X(30)  VALUE
                                 'NOT TRADING THIS MONTH'.
         05  C-EX-NEITHER      PIC  X(30)  VALUE
                                 'NOT TRADING IN EITHER YEAR'.

       01  FILLER              PIC  X(20)  VALUE 'WORK-AREA'.
       01  WORK-AREA.
         05  SW-EOF-FLG        PIC  X(01).
         05  SW-ALL-FLG        PIC  X(01).
         05  WK-YTD-STATUS     PIC  X(02).
         05  WK-PARM           PIC  X(06).
         05  WK-PARM-NUM  REDEFINES  WK-PARM
                               PIC  9(06).
         05  WK-FIND-TENPO     PIC  X(05).
         05  WK-REPORT-MONTH   PIC  9(06)  VALUE  ZERO.
         05  WK-REPORT-MONTH-R  REDEFINES  WK-REPORT-MONTH.
           10  WK-REPORT-YY    PIC  9(04).
           10  WK-REPORT-MM    PIC  9(02).
         05  WK-PRIOR-YY       PIC  9(04)  VALUE  ZERO.
         05  WK-REC-MONTH      PIC  9(06).
         05  WK-REC-MONTH-R  REDEFINES  WK-REC-MONTH.
           10  WK-REC-YY       PIC  9(04).
           10  WK-REC-MM       PIC  9(02).
         05  WK-STORE-SUB      PIC  9(03)  COMP.
         05  WK-STORE-COUNT    PIC  9(03)  VALUE  ZERO  COMP.
         05  WK-HIT-SUB        PIC  9(03)  COMP.
         05  WK-NEXT-SUB       PIC  9(03)  COMP.
         05  WK-MON-SUB        PIC  9(03)  COMP.
         05  WK-SWAP-FLG       PIC  X(01).
         05  WK-READ-COUNT     PIC  9(09)  VALUE  ZERO.
         05  WK-USED-COUNT     PIC  9(09)  VALUE  ZERO.
         05  WK-SKIP-COUNT     PIC  9(09)  VALUE  ZERO.
         05  WK-MCOMP-COUNT    PIC  9(09)  VALUE  ZERO.
         05  WK-YCOMP-COUNT    PIC  9(09)  VALUE  ZERO.
         05  WK-EXCL-COUNT     PIC  9(09)  VALUE  ZERO.
         05  WK-TOT-CUR-MONTH  PIC  S9(15) VALUE  ZERO.
         05  WK-TOT-PRV-MONTH  PIC  S9(15) VALUE  ZERO.
         05  WK-TOT-CUR-YTD    PIC  S9(15) VALUE  ZERO.
         05  WK-TOT-PRV-YTD    PIC  S9(15) VALUE  ZERO.
         05  WK-CALC-CUR       PIC  S9(15).
         05  WK-CALC-PRV       PIC  S9(15).
         05  WK-CHANGE-PCT     PIC  S9(05)V9.
         05  WK-PCT-EDIT       PIC  -(04)9.9.
         05  WK-PCT-EDIT-X  REDEFINES  WK-PCT-EDIT
                               PIC  X(07).
         05  WK-PAGE-NO        PIC  9(05)  VALUE  ZERO.
         05  WK-LINE-CNT       PIC  9(05)  VALUE  ZERO.

      *    ONE ROW PER STORE. THE FLAG SLOTS ARE THE STORE'S ACTIVE
      *    FLAG FOR EACH MONTH OF THIS YEAR AND LAST (SPACE = THE
      *    STORE HAS NO YTD ROW FOR THAT MONTH).
       01  FILLER              PIC  X(20)  VALUE 'STORE-TABLE-AREA'.
       01  STORE-TABLE-AREA.
         05  STORE-ENTRY  OCCURS  100  TIMES.
           10  YY-TENPO        PIC  X(05).
           10  YY-CUR-FLG      PIC  X(01)  OCCURS  12  TIMES.
           10  YY-PRV-FLG      PIC  X(01)  OCCURS  12  TIMES.
           10  YY-CUR-MONTH    PIC  S9(15).
           10  YY-PRV-MONTH    PIC  S9(15).
           10  YY-CUR-YTD      PIC  S9(15).
           10  YY-PRV-YTD      PIC  S9(15).
           10  YY-MONTH-COMP   PIC  X(01).
           10  YY-YTD-COMP     PIC  X(01).
         05  STORE-SWAP-ENTRY.
           10  SS-TENPO        PIC  X(05).
           10  SS-CUR-FLG      PIC  X(01)  OCCURS  12  TIMES.
           10  SS-PRV-FLG      PIC  X(01)  OCCURS  12  TIMES.
           10  SS-CUR-MONTH    PIC  S9(15).
           10  SS-PRV-MONTH    PIC  S9(15).
           10  SS-CUR-YTD      PIC  S9(15).
           10  SS-PRV-YTD      PIC  S9(15).
           10  SS-MONTH-COMP   PIC  X(01).
           10  SS-YTD-COMP     PIC  X(01).

       01  FILLER              PIC  X(20)  VALUE 'PRINT-AREA'.
       01  WK-PRINT-LINE        PIC  X(132) VALUE SPACES.

       01  HEADING-LINE-1.
         05  FILLER             PIC  X(20)  VALUE  SPACES.
         05  FILLER             PIC  X(26)  VALUE
                                 'YEAR-OVER-YEAR COMPARABLE '.
         05  FILLER             PIC  X(20)  VALUE
                                 'STORE SALES FOR     '.
         05  HD-MONTH           PIC  9(06).
         05  FILLER             PIC  X(13)  VALUE  SPACES.
         05  FILLER             PIC  X(05)  VALUE  'PAGE '.
         05  HD-PAGE-NO         PIC  ZZZZ9.

       01  HEADING-LINE-2.
         05  FILLER             PIC  X(05)  VALUE  'STORE'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(20)  VALUE  'NAME'.
         05  FILLER             PIC  X(07)  VALUE  SPACES.
         05  FILLER             PIC  X(10)  VALUE  'THIS MONTH'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(15)  VALUE
                                 '  SAME MONTH LY'.
         05  FILLER             PIC  X(08)  VALUE  '   CHG% '.
         05  FILLER             PIC  X(03)  VALUE  SPACES.
         05  FILLER             PIC  X(15)  VALUE
                                 '   YEAR TO DATE'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(15)  VALUE
                                 '  YTD LAST YEAR'.
         05  FILLER             PIC  X(08)  VALUE  '   CHG% '.

       01  DETAIL-LINE.
         05  DT-TENPO           PIC  X(05).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-TENPO-NAME      PIC  X(20).
         05  FILLER             PIC  X(02)  VALUE  SPACES.
         05  DT-CUR-MONTH       PIC  -(14)9.
         05  DT-CUR-MONTH-X  REDEFINES  DT-CUR-MONTH
                                PIC  X(15).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-PRV-MONTH       PIC  -(14)9.
         05  DT-PRV-MONTH-X  REDEFINES  DT-PRV-MONTH
                                PIC  X(15).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-MONTH-PCT-X     PIC  X(07).
         05  FILLER             PIC  X(03)  VALUE  SPACES.
         05  DT-CUR-YTD         PIC  -(14)9.
         05  DT-CUR-YTD-X  REDEFINES  DT-CUR-YTD
                                PIC  X(15).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-PRV-YTD         PIC  -(14)9.
         05  DT-PRV-YTD-X  REDEFINES  DT-PRV-YTD
                                PIC  X(15).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-YTD-PCT-X       PIC  X(07).

       01  EXCL-HEADING-LINE.
         05  FILLER             PIC  X(26)  VALUE
                                 'STORES NOT COMPARABLE FOR '.
         05  EH-MONTH           PIC  9(06).
         05  FILLER             PIC  X(26)  VALUE
                                 ' (LEFT OUT OF ALL FIGURES)'.

       01  EXCL-LINE.
         05  EX-TENPO           PIC  X(05).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  EX-TENPO-NAME      PIC  X(20).
         05  FILLER             PIC  X(02)  VALUE  SPACES.
         05  EX-CUR-MONTH       PIC  -(14)9.
         05  FILLER             PIC  X(03)  VALUE  SPACES.
         05  EX-CUR-YTD         PIC  -(14)9.
         05  FILLER             PIC  X(03)  VALUE  SPACES.
         05  EX-REASON          PIC  X(30).

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

           IF  WK-REPORT-MONTH  NOT  =  ZERO
           AND (WK-REPORT-MM  <  1  OR  WK-REPORT-MM  >  12)
               DISPLAY  'YOYRP1 - INVALID REPORT MONTH '  WK-PARM
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.

           COMPUTE  WK-PRIOR-YY  =  WK-REPORT-YY  -  1.

           OPEN  INPUT  YTD-F
                        TENPO-MASTER-F
                 OUTPUT REPORT-F.

           MOVE  C-OFF  TO  SW-EOF-FLG.

           IF  WK-YTD-STATUS  =  '35'
               MOVE  C-ON  TO  SW-EOF-FLG
           ELSE
               PERFORM  YTD-F-READ-RTN
           END-IF.

           INIT-RTN-EX.
               EXIT.

      *    NO PARAMETER MEANS THE MONTH MOST RECENTLY CLOSED -- THE
      *    LATEST MONTH ON THE YTD FILE.
       MONTH-SCAN-RTN                      SECTION.
           MOVE  C-OFF  TO  SW-EOF-FLG.

           OPEN  INPUT  YTD-F.

           IF  WK-YTD-STATUS  =  '35'
               MOVE  C-ON  TO  SW-EOF-FLG
               GO  TO  MONTH-SCAN-RTN-EX
           END-IF.

           PERFORM  UNTIL  SW-EOF-FLG  =  C-ON
                    PERFORM  MONTH-SCAN-READ-RTN
           END-PERFORM.

           CLOSE  YTD-F.

           MONTH-SCAN-RTN-EX.
               EXIT.

       MONTH-SCAN-READ-RTN                 SECTION.
           READ  YTD-F
           AT  END
           MOVE  C-ON  TO  SW-EOF-FLG
           GO  TO  MONTH-SCAN-READ-RTN-EX
           END-READ.

           IF  YS-MONTH  >  WK-REPORT-MONTH
               MOVE  YS-MONTH  TO  WK-REPORT-MONTH
           END-IF.

           MONTH-SCAN-READ-RTN-EX.
           EXIT.
           EJECT.

       YTD-F-READ-RTN                       SECTION.
           READ  YTD-F
           AT  END
           MOVE  C-ON  TO  SW-EOF-FLG
           GO  TO  YTD-F-READ-RTN-EX
           END-READ.
           YTD-F-READ-RTN-EX.
           EXIT.
           EJECT.

      *    ONLY JANUARY TO THE REPORT MONTH OF THIS YEAR AND LAST
      *    YEAR IS WANTED -- ANY LATER MONTH (A RERUN FOR AN EARLIER
      *    MONTH) AND ANYTHING OLDER IS PASSED OVER.
       MAIN-RTN                 SECTION.
             ADD  1  TO  WK-READ-COUNT.

             MOVE  YS-MONTH  TO  WK-REC-MONTH.
             IF  WK-REC-MM  <  1
             OR  WK-REC-MM  >  WK-REPORT-MM
             OR (WK-REC-YY  NOT  =  WK-REPORT-YY
             AND WK-REC-YY  NOT  =  WK-PRIOR-YY)
                 ADD  1  TO  WK-SKIP-COUNT
                 GO  TO  MAIN-RTN-POST
             END-IF.

             ADD  1  TO  WK-USED-COUNT.

             MOVE  YS-TENPO  TO  WK-FIND-TENPO.
             PERFORM  STORE-FIND-RTN.

             IF  WK-REC-YY  =  WK-REPORT-YY
                 MOVE  YS-ACTIVE-FLG
                   TO  YY-CUR-FLG (WK-HIT-SUB  WK-REC-MM)
                 ADD  YS-DAIKIN  TO  YY-CUR-YTD (WK-HIT-SUB)
                 IF  WK-REC-MM  =  WK-REPORT-MM
                     ADD  YS-DAIKIN  TO  YY-CUR-MONTH (WK-HIT-SUB)
                 END-IF
             ELSE
                 MOVE  YS-ACTIVE-FLG
                   TO  YY-PRV-FLG (WK-HIT-SUB  WK-REC-MM)
                 ADD  YS-DAIKIN  TO  YY-PRV-YTD (WK-HIT-SUB)
                 IF  WK-REC-MM  =  WK-REPORT-MM
                     ADD  YS-DAIKIN  TO  YY-PRV-MONTH (WK-HIT-SUB)
                 END-IF
             END-IF.

             MAIN-RTN-POST.
             PERFORM  YTD-F-READ-RTN.

             MAIN-RTN-EX.
           EXIT.

       STORE-FIND-RTN            SECTION.
             MOVE  ZERO  TO  WK-HIT-SUB.
             PERFORM  STORE-SCAN-RTN
                 VARYING  WK-STORE-SUB  FROM  1  BY  1
                 UNTIL  WK-STORE-SUB  >  WK-STORE-COUNT
                 OR     WK-HIT-SUB  >  ZERO.

             IF  WK-HIT-SUB  =  ZERO
                 IF  WK-STORE-COUNT  NOT  <  C-MAX-STORES
                     DISPLAY  'YOYRP1 - MORE THAN '  C-MAX-STORES
                              ' STORES - RAISE C-MAX-STORES'
                     MOVE  16  TO  RETURN-CODE
                     STOP RUN
                 END-IF
                 ADD  1  TO  WK-STORE-COUNT
                 MOVE  WK-STORE-COUNT  TO  WK-HIT-SUB
                 MOVE  SPACES  TO  STORE-ENTRY (WK-HIT-SUB)
                 MOVE  WK-FIND-TENPO  TO  YY-TENPO (WK-HIT-SUB)
                 MOVE  ZERO      TO  YY-CUR-MONTH (WK-HIT-SUB)
                                     YY-PRV-MONTH (WK-HIT-SUB)
                                     YY-CUR-YTD   (WK-HIT-SUB)
                                     YY-PRV-YTD   (WK-HIT-SUB)
             END-IF.

             STORE-FIND-RTN-EX.
           EXIT.

       STORE-SCAN-RTN            SECTION.
             IF  YY-TENPO (WK-STORE-SUB)  =  WK-FIND-TENPO
                 MOVE  WK-STORE-SUB  TO  WK-HIT-SUB
             END-IF.

             STORE-SCAN-RTN-EX.
           EXIT.
           EJECT.

      *    MONTH BASIS: ACTIVE IN THE REPORT MONTH IN BOTH YEARS.
      *    YTD BASIS: ACTIVE IN EVERY MONTH FROM JANUARY TO THE REPORT
      *    MONTH IN BOTH YEARS -- A STORE THAT OPENED OR CLOSED PART
      *    WAY THROUGH EITHER PERIOD WOULD OTHERWISE SHOW A SWING
      *    THAT IS NOTHING TO DO WITH TRADING.
       COMP-RTN                  SECTION.
             MOVE  C-OFF  TO  YY-MONTH-COMP (WK-STORE-SUB)
                              YY-YTD-COMP   (WK-STORE-SUB).

             IF  YY-CUR-FLG (WK-STORE-SUB  WK-REPORT-MM)  =  C-ACTIVE
             AND YY-PRV-FLG (WK-STORE-SUB  WK-REPORT-MM)  =  C-ACTIVE
                 MOVE  C-ON  TO  YY-MONTH-COMP (WK-STORE-SUB)
             END-IF.

             MOVE  C-ON  TO  SW-ALL-FLG.
             PERFORM  COMP-MONTH-RTN
                 VARYING  WK-MON-SUB  FROM  1  BY  1
                 UNTIL  WK-MON-SUB  >  WK-REPORT-MM
                 OR     SW-ALL-FLG  =  C-OFF.
             MOVE  SW-ALL-FLG  TO  YY-YTD-COMP (WK-STORE-SUB).

             COMP-RTN-EX.
           EXIT.

       COMP-MONTH-RTN            SECTION.
             IF  YY-CUR-FLG (WK-STORE-SUB  WK-MON-SUB)  NOT  =  C-ACTIVE
             OR  YY-PRV-FLG (WK-STORE-SUB  WK-MON-SUB)  NOT  =  C-ACTIVE
                 MOVE  C-OFF  TO  SW-ALL-FLG
             END-IF.

             COMP-MONTH-RTN-EX.
           EXIT.
           EJECT.

      *    STRAIGHT EXCHANGE SORT, ASCENDING ON STORE CODE.
       STORE-SORT-RTN            SECTION.
             MOVE  C-ON  TO  WK-SWAP-FLG.
             PERFORM  STORE-SORT-PASS-RTN
                 UNTIL  WK-SWAP-FLG  =  C-OFF.

             STORE-SORT-RTN-EX.
           EXIT.

       STORE-SORT-PASS-RTN       SECTION.
             MOVE  C-OFF  TO  WK-SWAP-FLG.
             PERFORM  STORE-SORT-SWAP-RTN
                 VARYING  WK-STORE-SUB  FROM  1  BY  1
                 UNTIL  WK-STORE-SUB  NOT  <  WK-STORE-COUNT.

             STORE-SORT-PASS-RTN-EX.
           EXIT.

       STORE-SORT-SWAP-RTN       SECTION.
             ADD  1  WK-STORE-SUB  GIVING  WK-NEXT-SUB.
             IF  YY-TENPO (WK-STORE-SUB)  >  YY-TENPO (WK-NEXT-SUB)
                 MOVE  STORE-ENTRY (WK-STORE-SUB)
                   TO  STORE-SWAP-ENTRY
                 MOVE  STORE-ENTRY (WK-NEXT-SUB)
                   TO  STORE-ENTRY (WK-STORE-SUB)
                 MOVE  STORE-SWAP-ENTRY
                   TO  STORE-ENTRY (WK-NEXT-SUB)
                 MOVE  C-ON  TO  WK-SWAP-FLG
             END-IF.

             STORE-SORT-SWAP-RTN-EX.
           EXIT.
           EJECT.

      *    CHANGE PERCENT AGAINST LAST YEAR -- BLANK WHEN LAST YEAR IS
      *    ZERO OR THE FIGURE WILL NOT FIT, AS MGNRP1 DOES FOR MARGIN.
       CHANGE-EDIT-RTN           SECTION.
             IF  WK-CALC-PRV  =  ZERO
                 MOVE  SPACES  TO  WK-PCT-EDIT-X
                 GO  TO  CHANGE-EDIT-RTN-EX
             END-IF.

             COMPUTE  WK-CHANGE-PCT  ROUNDED  =
                      (WK-CALC-CUR  -  WK-CALC-PRV)  *  100
                      /  WK-CALC-PRV
                 ON SIZE ERROR
                     MOVE  SPACES  TO  WK-PCT-EDIT-X
                     GO  TO  CHANGE-EDIT-RTN-EX
             END-COMPUTE.
             MOVE  WK-CHANGE-PCT  TO  WK-PCT-EDIT.

             CHANGE-EDIT-RTN-EX.
           EXIT.

       NAME-FIND-RTN             SECTION.
             MOVE  YY-TENPO (WK-STORE-SUB)  TO  TM-TENPO-CODE.
             READ  TENPO-MASTER-F
                 INVALID KEY
                     MOVE  '*NOT ON MASTER*'  TO  TM-TENPO-NAME
             END-READ.

             NAME-FIND-RTN-EX.
           EXIT.

       DETAIL-PRINT-RTN          SECTION.
             IF  YY-MONTH-COMP (WK-STORE-SUB)  =  C-OFF
             AND YY-YTD-COMP   (WK-STORE-SUB)  =  C-OFF
                 GO  TO  DETAIL-PRINT-RTN-EX
             END-IF.

             PERFORM  NAME-FIND-RTN.
             MOVE  SPACES                    TO  DETAIL-LINE.
             MOVE  YY-TENPO (WK-STORE-SUB)   TO  DT-TENPO.
             MOVE  TM-TENPO-NAME             TO  DT-TENPO-NAME.

             IF  YY-MONTH-COMP (WK-STORE-SUB)  =  C-ON
                 ADD  1  TO  WK-MCOMP-COUNT
                 MOVE  YY-CUR-MONTH (WK-STORE-SUB)  TO  WK-CALC-CUR
                 MOVE  YY-PRV-MONTH (WK-STORE-SUB)  TO  WK-CALC-PRV
                 ADD  WK-CALC-CUR  TO  WK-TOT-CUR-MONTH
                 ADD  WK-CALC-PRV  TO  WK-TOT-PRV-MONTH
                 MOVE  WK-CALC-CUR  TO  DT-CUR-MONTH
                 MOVE  WK-CALC-PRV  TO  DT-PRV-MONTH
                 PERFORM  CHANGE-EDIT-RTN
                 MOVE  WK-PCT-EDIT-X  TO  DT-MONTH-PCT-X
             ELSE
                 MOVE  C-NOT-COMP  TO  DT-MONTH-PCT-X
             END-IF.

             IF  YY-YTD-COMP (WK-STORE-SUB)  =  C-ON
                 ADD  1  TO  WK-YCOMP-COUNT
                 MOVE  YY-CUR-YTD (WK-STORE-SUB)  TO  WK-CALC-CUR
                 MOVE  YY-PRV-YTD (WK-STORE-SUB)  TO  WK-CALC-PRV
                 ADD  WK-CALC-CUR  TO  WK-TOT-CUR-YTD
                 ADD  WK-CALC-PRV  TO  WK-TOT-PRV-YTD
                 MOVE  WK-CALC-CUR  TO  DT-CUR-YTD
                 MOVE  WK-CALC-PRV  TO  DT-PRV-YTD
                 PERFORM  CHANGE-EDIT-RTN
                 MOVE  WK-PCT-EDIT-X  TO  DT-YTD-PCT-X
             ELSE
                 MOVE  C-NOT-COMP  TO  DT-YTD-PCT-X
             END-IF.

             MOVE  DETAIL-LINE  TO  WK-PRINT-LINE.
             PERFORM  PRINT-LINE-RTN.

             DETAIL-PRINT-RTN-EX.
           EXIT.

       TOTAL-PRINT-RTN           SECTION.
             MOVE  SPACES              TO  DETAIL-LINE.
             MOVE  'TOTAL'             TO  DT-TENPO.
             MOVE  'COMPARABLE STORES'  TO  DT-TENPO-NAME.

             MOVE  WK-TOT-CUR-MONTH  TO  WK-CALC-CUR  DT-CUR-MONTH.
             MOVE  WK-TOT-PRV-MONTH  TO  WK-CALC-PRV  DT-PRV-MONTH.
             PERFORM  CHANGE-EDIT-RTN.
             MOVE  WK-PCT-EDIT-X  TO  DT-MONTH-PCT-X.

             MOVE  WK-TOT-CUR-YTD  TO  WK-CALC-CUR  DT-CUR-YTD.
             MOVE  WK-TOT-PRV-YTD  TO  WK-CALC-PRV  DT-PRV-YTD.
             PERFORM  CHANGE-EDIT-RTN.
             MOVE  WK-PCT-EDIT-X  TO  DT-YTD-PCT-X.

             MOVE  DETAIL-LINE  TO  WK-PRINT-LINE.
             PERFORM  PRINT-LINE-RTN.

             TOTAL-PRINT-RTN-EX.
           EXIT.

      *    A STORE COMPARABLE ON NEITHER BASIS IS STILL SHOWN, WITH
      *    ITS OWN FIGURES, SO NOTHING DROPS OFF THE REPORT UNSEEN.
       EXCL-PRINT-RTN            SECTION.
             IF  YY-MONTH-COMP (WK-STORE-SUB)  =  C-ON
             OR  YY-YTD-COMP   (WK-STORE-SUB)  =  C-ON
                 GO  TO  EXCL-PRINT-RTN-EX
             END-IF.

             ADD  1  TO  WK-EXCL-COUNT.
             PERFORM  NAME-FIND-RTN.
             MOVE  YY-TENPO     (WK-STORE-SUB)  TO  EX-TENPO.
             MOVE  TM-TENPO-NAME                TO  EX-TENPO-NAME.
             MOVE  YY-CUR-MONTH (WK-STORE-SUB)  TO  EX-CUR-MONTH.
             MOVE  YY-CUR-YTD   (WK-STORE-SUB)  TO  EX-CUR-YTD.

             IF  YY-CUR-FLG (WK-STORE-SUB  WK-REPORT-MM)  =  C-ACTIVE
                 MOVE  C-EX-NEW  TO  EX-REASON
             ELSE
                 IF  YY-PRV-FLG (WK-STORE-SUB  WK-REPORT-MM)
                     =  C-ACTIVE
                     MOVE  C-EX-CLOSED  TO  EX-REASON
                 ELSE
                     MOVE  C-EX-NEITHER  TO  EX-REASON
                 END-IF
             END-IF.

             MOVE  EXCL-LINE  TO  WK-PRINT-LINE.
             PERFORM  PRINT-LINE-RTN.

             EXCL-PRINT-RTN-EX.
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
           PERFORM  COMP-RTN
               VARYING  WK-STORE-SUB  FROM  1  BY  1
               UNTIL  WK-STORE-SUB  >  WK-STORE-COUNT.

           IF  WK-STORE-COUNT  >  1
               PERFORM  STORE-SORT-RTN
           END-IF.

           PERFORM  HEADING-RTN.

           PERFORM  DETAIL-PRINT-RTN
               VARYING  WK-STORE-SUB  FROM  1  BY  1
               UNTIL  WK-STORE-SUB  >  WK-STORE-COUNT.

           PERFORM  TOTAL-PRINT-RTN.

           MOVE  SPACES  TO  WK-PRINT-LINE.
           PERFORM  PRINT-LINE-RTN.
           MOVE  WK-REPORT-MONTH    TO  EH-MONTH.
           MOVE  EXCL-HEADING-LINE  TO  WK-PRINT-LINE.
           PERFORM  PRINT-LINE-RTN.

           PERFORM  EXCL-PRINT-RTN
               VARYING  WK-STORE-SUB  FROM  1  BY  1
               UNTIL  WK-STORE-SUB  >  WK-STORE-COUNT.

           IF  WK-YTD-STATUS  =  '35'
               CLOSE  TENPO-MASTER-F
                      REPORT-F
           ELSE
               CLOSE  YTD-F
                      TENPO-MASTER-F
                      REPORT-F
           END-IF.

           DISPLAY  '===== YOYRP1 CONTROL TOTALS ====='.
           DISPLAY  'REPORT MONTH...........: '  WK-REPORT-MONTH.
           DISPLAY  'YTD ROWS READ..........: '  WK-READ-COUNT.
           DISPLAY  'ROWS IN PERIODS........: '  WK-USED-COUNT.
           DISPLAY  'ROWS OUTSIDE PERIODS...: '  WK-SKIP-COUNT.
           DISPLAY  'STORES ON FILE.........: '  WK-STORE-COUNT.
           DISPLAY  'MONTH-COMPARABLE STORES: '  WK-MCOMP-COUNT.
           DISPLAY  'YTD-COMPARABLE STORES..: '  WK-YCOMP-COUNT.
           DISPLAY  'STORES NOT COMPARABLE..: '  WK-EXCL-COUNT.

           IF  WK-MCOMP-COUNT  =  ZERO
           AND WK-YCOMP-COUNT  =  ZERO
               DISPLAY  'YOYRP1 - NO COMPARABLE STORES FOR '
                        WK-REPORT-MONTH
               MOVE  4  TO  RETURN-CODE
           ELSE
               MOVE  0  TO  RETURN-CODE
           END-IF.

           END-RTN-EX.
           EXIT.
           END PROGRAM YOYRP1.
