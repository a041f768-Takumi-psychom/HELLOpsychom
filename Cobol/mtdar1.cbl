      ******************************************************************
      * Author:
      * Date:
      * Purpose: Month-end close of the month-to-date transaction
      *          file. Every MTD record is copied unchanged to the
      *          dated month archive (kept for the retention period
      *          the job sets, so inquiries can reach back past the
      *          current month), and the closing month's sales are
      *          added to the year-to-date file as one row per
      *          store, stamped with the store's active flag on the
      *          TENPO master as it stands at the close. The YTD
      *          file keeps the current and the prior calendar year
      *          -- enough for the year-over-year report. The close
      *          month comes from the run parameter (YYYYMM); when
      *          no parameter is given, the latest month on the MTD
      *          file is closed. A month already on the YTD file is
      *          refused, so a resubmitted month-end cannot count a
      *          month twice.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTDAR1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MTD-F            ASSIGN  TO  MTDF
                                   FILE STATUS IS  WK-MTD-STATUS.
           SELECT ARC-F            ASSIGN  TO  ARCOUT.
           SELECT TENPO-MASTER-F   ASSIGN  TO  TENMAS
                                   ORGANIZATION  IS  INDEXED
                                   ACCESS MODE   IS  SEQUENTIAL
                                   RECORD KEY    IS  TM-TENPO-CODE
                                   FILE STATUS   IS  WK-TEN-STATUS.
           SELECT YTDIN-F          ASSIGN  TO  YTDIN
                                   FILE STATUS IS  WK-YTD-STATUS.
           SELECT YTDOUT-F         ASSIGN  TO  YTDOUT.
           SELECT ARCCTL-F         ASSIGN  TO  ARCCTL.

       DATA DIVISION.
       FILE SECTION.
       FD  MTD-F
       LABEL       RECORD    OMITTED
       RECORDING  MODE  IS  F.
       01  MTD-REC.
           COPY TRANLAY.

       FD  ARC-F
       LABEL       RECORD    OMITTED
       RECORDING  MODE  IS  F.
       01  ARC-REC.
           COPY TRANLAY.

       FD  TENPO-MASTER-F
       LABEL       RECORD   OMITTED.
       01  TENPO-MASTER-REC.
           COPY TENPOLAY.

       FD  YTDIN-F
       LABEL       RECORD    OMITTED
       RECORDING  MODE  IS  F.
       01  YTDIN-REC.
           COPY YTDLAY.

       FD  YTDOUT-F
       LABEL       RECORD    OMITTED
       RECORDING  MODE  IS  F.
       01  YTDOUT-REC.
           COPY YTDLAY.

       FD  ARCCTL-F
       LABEL       RECORD    OMITTED
       RECORDING  MODE  IS  F.
       01  ARCCTL-REC.
         03  AC-MONTH          PIC  9(06).

       WORKING-STORAGE   SECTION.

       01  FILLER              PIC  X(20)  VALUE 'CONSTANT-AREA'.

       01  CONSTANT-AREA.
         05  C-ON              PIC  X(01)  VALUE  '1'.
         05  C-OFF             PIC  X(01)  VALUE  '0'.
         05  C-MAX-STORES      PIC  9(03)  VALUE  100.
         05  C-ACTIVE          PIC  X(01)  VALUE  '1'.
         05  C-CLOSED          PIC  X(01)  VALUE  '0'.

       01  FILLER              PIC  X(20)  VALUE 'WORK-AREA'.
       01  WORK-AREA.
         05  SW-EOF-FLG        PIC  X(01).
         05  WK-MTD-STATUS     PIC  X(02).
         05  WK-TEN-STATUS     PIC  X(02).
         05  WK-YTD-STATUS     PIC  X(02).
         05  WK-PARM           PIC  X(06).
         05  WK-PARM-NUM  REDEFINES  WK-PARM
                               PIC  9(06).
         05  WK-FIND-TENPO     PIC  X(05).
         05  WK-FIND-FLG       PIC  X(01).
         05  WK-CLOSE-MONTH    PIC  9(06)  VALUE  ZERO.
         05  WK-CLOSE-MONTH-R  REDEFINES  WK-CLOSE-MONTH.
           10  WK-CLOSE-YY     PIC  9(04).
           10  WK-CLOSE-MM     PIC  9(02).
         05  WK-KEEP-MONTH     PIC  9(06)  VALUE  ZERO.
         05  WK-KEEP-MONTH-R  REDEFINES  WK-KEEP-MONTH.
           10  WK-KEEP-YY      PIC  9(04).
           10  WK-KEEP-MM      PIC  9(02).
         05  WK-REC-MONTH      PIC  9(06).
         05  WK-STORE-SUB      PIC  9(03)  COMP.
         05  WK-STORE-COUNT    PIC  9(03)  VALUE  ZERO  COMP.
         05  WK-HIT-SUB        PIC  9(03)  COMP.
         05  WK-NEXT-SUB       PIC  9(03)  COMP.
         05  WK-SWAP-FLG       PIC  X(01).
         05  WK-READ-COUNT     PIC  9(09)  VALUE  ZERO.
         05  WK-ARC-COUNT      PIC  9(09)  VALUE  ZERO.
         05  WK-USED-COUNT     PIC  9(09)  VALUE  ZERO.
         05  WK-SKIP-COUNT     PIC  9(09)  VALUE  ZERO.
         05  WK-MASTER-COUNT   PIC  9(09)  VALUE  ZERO.
         05  WK-NOMAST-COUNT   PIC  9(09)  VALUE  ZERO.
         05  WK-YTD-READ       PIC  9(09)  VALUE  ZERO.
         05  WK-YTD-KEPT       PIC  9(09)  VALUE  ZERO.
         05  WK-YTD-DROPPED    PIC  9(09)  VALUE  ZERO.
         05  WK-YTD-ADDED      PIC  9(09)  VALUE  ZERO.
         05  WK-MONTH-TOTAL    PIC  S9(15) VALUE  ZERO.

       01  FILLER              PIC  X(20)  VALUE 'STORE-TABLE-AREA'.
       01  STORE-TABLE-AREA.
         05  STORE-ENTRY  OCCURS  100  TIMES.
           10  YA-TENPO        PIC  X(05).
           10  YA-ACTIVE-FLG   PIC  X(01).
           10  YA-DAIKIN       PIC  S9(15).
           10  YA-COUNT        PIC  9(09).
         05  STORE-SWAP-ENTRY.
           10  SS-TENPO        PIC  X(05).
           10  SS-ACTIVE-FLG   PIC  X(01).
           10  SS-DAIKIN       PIC  S9(15).
           10  SS-COUNT        PIC  9(09).

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
               MOVE  WK-PARM-NUM  TO  WK-CLOSE-MONTH
           ELSE
               PERFORM  MONTH-SCAN-RTN
           END-IF.

           MOVE  WK-CLOSE-YY  TO  WK-KEEP-YY.
           SUBTRACT  1  FROM  WK-KEEP-YY.
           MOVE  1  TO  WK-KEEP-MM.

           PERFORM  YTD-CHECK-RTN.
           PERFORM  TENPO-LOAD-RTN.

           OPEN  INPUT  MTD-F
                 OUTPUT ARC-F.

           MOVE  C-OFF  TO  SW-EOF-FLG.

           IF  WK-MTD-STATUS  =  '35'
               MOVE  C-ON  TO  SW-EOF-FLG
           ELSE
               PERFORM  MTD-F-READ-RTN
           END-IF.

           INIT-RTN-EX.
               EXIT.

      *    NO PARAMETER MEANS "THE MONTH THE FILE IS ABOUT" -- THE
      *    LATEST PURCHASE MONTH PRESENT, THE SAME CHOICE GETSU1 MAKES
      *    FOR ITS REPORT MONTH, SO THE MONTH CLOSED IS THE MONTH
      *    REPORTED.
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
           IF  WK-REC-MONTH  >  WK-CLOSE-MONTH
               MOVE  WK-REC-MONTH  TO  WK-CLOSE-MONTH
           END-IF.

           MONTH-SCAN-READ-RTN-EX.
           EXIT.

      *    THE YTD FILE IS IN MONTH ORDER OF CLOSING, SO A ROW FOR THE
      *    CLOSE MONTH OR ANY LATER MONTH MEANS THIS MONTH-END HAS
      *    ALREADY BEEN TAKEN (OR THE PARM IS WRONG) -- ADDING THE
      *    MONTH AGAIN WOULD DOUBLE IT IN EVERY YTD FIGURE. A MISSING
      *    YTD FILE IS THE FIRST EVER CLOSE.
       YTD-CHECK-RTN                       SECTION.
           OPEN  INPUT  YTDIN-F.

           IF  WK-YTD-STATUS  =  '35'
               GO  TO  YTD-CHECK-RTN-EX
           END-IF.

           MOVE  C-OFF  TO  SW-EOF-FLG.
           PERFORM  UNTIL  SW-EOF-FLG  =  C-ON
                    PERFORM  YTD-CHECK-READ-RTN
           END-PERFORM.

           CLOSE  YTDIN-F.

           YTD-CHECK-RTN-EX.
               EXIT.

       YTD-CHECK-READ-RTN                  SECTION.
           READ  YTDIN-F
           AT  END
           MOVE  C-ON  TO  SW-EOF-FLG
           GO  TO  YTD-CHECK-READ-RTN-EX
           END-READ.

           IF  YS-MONTH  OF  YTDIN-REC  NOT  <  WK-CLOSE-MONTH
               DISPLAY  'MTDAR1 - YTD FILE ALREADY HOLDS MONTH '
                        YS-MONTH  OF  YTDIN-REC
                        ' - MONTH '  WK-CLOSE-MONTH
                        ' NOT CLOSED AGAIN'
               CLOSE  YTDIN-F
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.

           YTD-CHECK-READ-RTN-EX.
           EXIT.
           EJECT.

      *    EVERY STORE ON THE MASTER GETS A ROW FOR THE CLOSE MONTH,
      *    SALES OR NOT -- THE ROW IS THE ONLY RECORD OF WHETHER THE
      *    STORE WAS TRADING THAT MONTH, WHICH IS WHAT MAKES IT
      *    COMPARABLE A YEAR FROM NOW.
       TENPO-LOAD-RTN                      SECTION.
           OPEN  INPUT  TENPO-MASTER-F.

           IF  WK-TEN-STATUS  =  '35'
               DISPLAY  'MTDAR1 - TENPO MASTER NOT FOUND'
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.

           MOVE  C-OFF  TO  SW-EOF-FLG.
           PERFORM  UNTIL  SW-EOF-FLG  =  C-ON
                    PERFORM  TENPO-LOAD-READ-RTN
           END-PERFORM.

           CLOSE  TENPO-MASTER-F.

           TENPO-LOAD-RTN-EX.
               EXIT.

       TENPO-LOAD-READ-RTN                 SECTION.
           READ  TENPO-MASTER-F
           AT  END
           MOVE  C-ON  TO  SW-EOF-FLG
           GO  TO  TENPO-LOAD-READ-RTN-EX
           END-READ.

           ADD  1  TO  WK-MASTER-COUNT.
           MOVE  TM-TENPO-CODE  TO  WK-FIND-TENPO.
           IF  TM-ACTIVE-FLG  =  C-ACTIVE
               MOVE  C-ACTIVE  TO  WK-FIND-FLG
           ELSE
               MOVE  C-CLOSED  TO  WK-FIND-FLG
           END-IF.
           PERFORM  STORE-FIND-RTN.

           TENPO-LOAD-READ-RTN-EX.
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

      *    THE ARCHIVE IS THE WHOLE MTD FILE AS IT STANDS, STRAGGLERS
      *    FROM AN EARLIER MONTH INCLUDED, SO AN INQUIRY AGAINST THE
      *    ARCHIVE SEES EXACTLY WHAT THE MONTH-END SAW. ONLY THE CLOSE
      *    MONTH GOES INTO THE YTD FIGURES, THE SAME RECORDS GETSU1
      *    RANKS.
       MAIN-RTN                 SECTION.
             ADD  1  TO  WK-READ-COUNT.

             WRITE  ARC-REC  FROM  MTD-REC.
             ADD  1  TO  WK-ARC-COUNT.

             MOVE  IN-KONYU-DATE  OF  MTD-REC (1:6)
               TO  WK-REC-MONTH.
             IF  WK-REC-MONTH  NOT  =  WK-CLOSE-MONTH
                 ADD  1  TO  WK-SKIP-COUNT
                 GO  TO  MAIN-RTN-POST
             END-IF.

             ADD  1  TO  WK-USED-COUNT.

             MOVE  IN-KONYU-TENPO  OF  MTD-REC  TO  WK-FIND-TENPO.
             MOVE  C-CLOSED  TO  WK-FIND-FLG.
             PERFORM  STORE-FIND-RTN.
             ADD  IN-DAIKIN  OF  MTD-REC
               TO  YA-DAIKIN (WK-HIT-SUB).
             ADD  1  TO  YA-COUNT (WK-HIT-SUB).
             ADD  IN-DAIKIN  OF  MTD-REC  TO  WK-MONTH-TOTAL.

             MAIN-RTN-POST.
             PERFORM  MTD-F-READ-RTN.

             MAIN-RTN-EX.
           EXIT.

      *    STORE-FIND-RTN LOCATES (OR CREATES) THE TABLE ROW FOR THE
      *    STORE CODE IN WK-FIND-TENPO. A ROW CREATED FROM THE MASTER
      *    TAKES ITS ACTIVE FLAG; A STORE THAT SOLD BUT IS NOT ON THE
      *    MASTER IS RECORDED AS NOT ACTIVE, SO IT NEVER COUNTS AS
      *    COMPARABLE.
       STORE-FIND-RTN            SECTION.
             MOVE  ZERO  TO  WK-HIT-SUB.
             PERFORM  STORE-SCAN-RTN
                 VARYING  WK-STORE-SUB  FROM  1  BY  1
                 UNTIL  WK-STORE-SUB  >  WK-STORE-COUNT
                 OR     WK-HIT-SUB  >  ZERO.

             IF  WK-HIT-SUB  =  ZERO
                 IF  WK-STORE-COUNT  NOT  <  C-MAX-STORES
                     DISPLAY  'MTDAR1 - MORE THAN '  C-MAX-STORES
                              ' STORES - RAISE C-MAX-STORES'
                     MOVE  16  TO  RETURN-CODE
                     STOP RUN
                 END-IF
                 ADD  1  TO  WK-STORE-COUNT
                 MOVE  WK-STORE-COUNT  TO  WK-HIT-SUB
                 MOVE  WK-FIND-TENPO  TO  YA-TENPO      (WK-HIT-SUB)
                 MOVE  WK-FIND-FLG    TO  YA-ACTIVE-FLG (WK-HIT-SUB)
                 MOVE  ZERO      TO  YA-DAIKIN (WK-HIT-SUB)
                                     YA-COUNT  (WK-HIT-SUB)
             END-IF.

             STORE-FIND-RTN-EX.
           EXIT.

       STORE-SCAN-RTN            SECTION.
             IF  YA-TENPO (WK-STORE-SUB)  =  WK-FIND-TENPO
                 MOVE  WK-STORE-SUB  TO  WK-HIT-SUB
             END-IF.

             STORE-SCAN-RTN-EX.
           EXIT.
           EJECT.

      *    STRAIGHT EXCHANGE SORT, ASCENDING ON STORE CODE -- STORES
      *    NOT ON THE MASTER WERE ADDED AT THE END OF THE TABLE AND
      *    BELONG IN CODE ORDER WITH THE REST.
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
             IF  YA-TENPO (WK-STORE-SUB)  >  YA-TENPO (WK-NEXT-SUB)
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

      *    THE NEW YTD FILE IS THE OLD ONE LESS ANYTHING BEFORE
      *    JANUARY OF LAST YEAR, FOLLOWED BY THE CLOSE MONTH'S ROWS.
       YTD-COPY-RTN              SECTION.
             OPEN  INPUT  YTDIN-F.

             IF  WK-YTD-STATUS  =  '35'
                 GO  TO  YTD-COPY-RTN-EX
             END-IF.

             MOVE  C-OFF  TO  SW-EOF-FLG.
             PERFORM  UNTIL  SW-EOF-FLG  =  C-ON
                      PERFORM  YTD-COPY-READ-RTN
             END-PERFORM.

             CLOSE  YTDIN-F.

             YTD-COPY-RTN-EX.
           EXIT.

       YTD-COPY-READ-RTN         SECTION.
             READ  YTDIN-F
             AT  END
             MOVE  C-ON  TO  SW-EOF-FLG
             GO  TO  YTD-COPY-READ-RTN-EX
             END-READ.

             ADD  1  TO  WK-YTD-READ.

             IF  YS-MONTH  OF  YTDIN-REC  <  WK-KEEP-MONTH
                 ADD  1  TO  WK-YTD-DROPPED
                 GO  TO  YTD-COPY-READ-RTN-EX
             END-IF.

             WRITE  YTDOUT-REC  FROM  YTDIN-REC.
             ADD  1  TO  WK-YTD-KEPT.

             YTD-COPY-READ-RTN-EX.
           EXIT.

       YTD-ADD-RTN               SECTION.
             MOVE  YA-TENPO      (WK-STORE-SUB)
               TO  YS-TENPO       OF  YTDOUT-REC.
             MOVE  WK-CLOSE-MONTH
               TO  YS-MONTH       OF  YTDOUT-REC.
             MOVE  YA-ACTIVE-FLG (WK-STORE-SUB)
               TO  YS-ACTIVE-FLG  OF  YTDOUT-REC.
             MOVE  YA-DAIKIN     (WK-STORE-SUB)
               TO  YS-DAIKIN      OF  YTDOUT-REC.
             MOVE  YA-COUNT      (WK-STORE-SUB)
               TO  YS-COUNT       OF  YTDOUT-REC.
             WRITE  YTDOUT-REC.
             ADD  1  TO  WK-YTD-ADDED.

             IF  YA-ACTIVE-FLG (WK-STORE-SUB)  NOT  =  C-ACTIVE
             AND YA-COUNT      (WK-STORE-SUB)  >  ZERO
                 ADD  1  TO  WK-NOMAST-COUNT
             END-IF.

             YTD-ADD-RTN-EX.
           EXIT.

       END-RTN                  SECTION.
           IF  WK-MTD-STATUS  =  '35'
               CLOSE  ARC-F
           ELSE
               CLOSE  MTD-F
                      ARC-F
           END-IF.

           IF  WK-STORE-COUNT  >  1
               PERFORM  STORE-SORT-RTN
           END-IF.

           OPEN  OUTPUT  YTDOUT-F.
           PERFORM  YTD-COPY-RTN.
           PERFORM  YTD-ADD-RTN
               VARYING  WK-STORE-SUB  FROM  1  BY  1
               UNTIL  WK-STORE-SUB  >  WK-STORE-COUNT.
           CLOSE  YTDOUT-F.

           OPEN  OUTPUT  ARCCTL-F.
           MOVE  WK-CLOSE-MONTH  TO  AC-MONTH.
           WRITE  ARCCTL-REC.
           CLOSE  ARCCTL-F.

           DISPLAY  '===== MTDAR1 CONTROL TOTALS ====='.
           DISPLAY  'CLOSE MONTH............: '  WK-CLOSE-MONTH.
           DISPLAY  'MTD RECORDS READ.......: '  WK-READ-COUNT.
           DISPLAY  'RECORDS ARCHIVED.......: '  WK-ARC-COUNT.
           DISPLAY  'RECORDS IN MONTH.......: '  WK-USED-COUNT.
           DISPLAY  'RECORDS OUTSIDE MONTH..: '  WK-SKIP-COUNT.
           DISPLAY  'MONTH SALES AMOUNT.....: '  WK-MONTH-TOTAL.
           DISPLAY  'STORES ON MASTER.......: '  WK-MASTER-COUNT.
           DISPLAY  'SALES NOT ACTIVE/MASTER: '  WK-NOMAST-COUNT.
           DISPLAY  'YTD ROWS READ..........: '  WK-YTD-READ.
           DISPLAY  'YTD ROWS KEPT..........: '  WK-YTD-KEPT.
           DISPLAY  'YTD ROWS AGED OFF......: '  WK-YTD-DROPPED.
           DISPLAY  'YTD ROWS ADDED.........: '  WK-YTD-ADDED.

           IF  WK-USED-COUNT  =  ZERO
               DISPLAY  'MTDAR1 - NOTHING TO CLOSE FOR '
                        WK-CLOSE-MONTH
               MOVE  4  TO  RETURN-CODE
           ELSE
               MOVE  0  TO  RETURN-CODE
           END-IF.

           END-RTN-EX.
           EXIT.
           END PROGRAM MTDAR1.
