      * Date:
      * Purpose: Append the day's accepted split output (DDO1/DDO2
      *          sales, DDO4 high-value alerts, and DDO5 refund
      *          credits, plus the DDO5D reversals of refunds loss
      *          prevention denied) to the cumulative
      *          month-to-date transaction file after the daily run
      *          balances. The feed date of the day being appended
      *          is checked against what is already on the file, so
      *          a rerun of the daily job cannot append the same day
      *          twice and inflate the month-end figures. The check
      *          is by store: a store whose part of the date was
      *          backed out (BKOUT1) can be rerun on its own while
      *          the rest of the date stays on file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT DDO2-F           ASSIGN  TO  DDO2.
           SELECT DDO4-F           ASSIGN  TO  DDO4.
           SELECT DDO5-F           ASSIGN  TO  DDO5.
           SELECT DDO5D-F          ASSIGN  TO  DDO5D
                                   FILE STATUS IS  WK-DNY-STATUS.
           SELECT MTD-F            ASSIGN  TO  MTDF
                                   FILE STATUS IS  WK-MTD-STATUS.

           COPY TRANLAY.
         03  DDO5-SHOHIN-NAME  PIC  X(20).

       FD  DDO5D-F
       LABEL       RECORD    OMITTED
       RECORDING  MODE  IS  F.
       01  DDO5D-REC.
           COPY TRANLAY.
         03  DDO5D-SHOHIN-NAME PIC  X(20).

       FD  MTD-F
       LABEL       RECORD    OMITTED
       RECORDING  MODE  IS  F.
       01  CONSTANT-AREA.
         05  C-ON              PIC  X(01)  VALUE  '1'.
         05  C-OFF             PIC  X(01)  VALUE  '0'.
         05  C-MAX-STORES      PIC  9(04)  VALUE  500.

       01  FILLER              PIC  X(20)  VALUE 'WORK-AREA'.
       01  WORK-AREA.
         05  SW-NEW-MTD-FLG    PIC  X(01).
         05  SW-DAY-ON-FILE-FLG PIC X(01).
         05  WK-MTD-STATUS     PIC  X(02).
         05  WK-DNY-STATUS     PIC  X(02).
         05  WK-FEED-DATE      PIC  9(08)  VALUE  ZERO.
         05  WK-DDO1-COUNT     PIC  9(09)  VALUE  ZERO.
         05  WK-DDO2-COUNT     PIC  9(09)  VALUE  ZERO.
         05  WK-DDO4-COUNT     PIC  9(09)  VALUE  ZERO.
         05  WK-DDO5-COUNT     PIC  9(09)  VALUE  ZERO.
         05  WK-DDO5D-COUNT    PIC  9(09)  VALUE  ZERO.
         05  WK-ADD-COUNT      PIC  9(09)  VALUE  ZERO.
         05  WK-ADD-AMOUNT     PIC  S9(15) VALUE  ZERO.
         05  WK-FIND-TENPO     PIC  X(05).
         05  WK-DUP-TENPO      PIC  X(05).
         05  WK-STORE-SUB      PIC  9(04)  COMP.
         05  WK-STORE-COUNT    PIC  9(04)  VALUE  ZERO  COMP.
         05  WK-HIT-SUB        PIC  9(04)  COMP.

       01  FILLER              PIC  X(20)  VALUE 'STORE-TABLE-AREA'.
       01  STORE-TABLE-AREA.
         05  STORE-ENTRY  OCCURS  500  TIMES.
           10  SX-TENPO        PIC  X(05).

       PROCEDURE                          DIVISION.
       PROC                               SECTION.
                    PERFORM  DDO5-LOOP-RTN
           END-PERFORM.

           PERFORM  DDO5D-PASS-RTN.

           PERFORM  END-RTN.
           STOP RUN.


       INIT-RTN                            SECTION.
           PERFORM  STAMP-READ-RTN.
           PERFORM  STORE-LOAD-RTN.
           PERFORM  RERUN-GUARD-RTN.

           IF  SW-NEW-MTD-FLG  =  C-ON

      *    THE FEED DATE OF THE DAY BEING APPENDED IS TAKEN FROM THE
      *    FIRST RECORD FOUND ON DDO1-F, DDO2-F, DDO4-F, OR DDO5-F
      *    (OR DDO5D-F, WHOSE REVERSALS CARRY THE SAME DATE) -- THE
      *    SAME PURCHASE-DATE STAMP THE SPLIT USES TO IDENTIFY A
      *    RUN. A DAY WITH NO ACCEPTED OUTPUT AT ALL LEAVES THE
      *    STAMP AT ZERO AND THERE IS NOTHING TO APPEND OR GUARD.
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

      *    THE STORES IN TODAY'S OUTPUT -- THE GUARD ONLY REFUSES A
      *    DAY WHOSE DATE IS ON FILE FOR ONE OF THESE STORES.
       STORE-LOAD-RTN                      SECTION.
           OPEN  INPUT  DDO1-F.
           MOVE  C-OFF  TO  SW-EOF-FLG.
           PERFORM  DDO1-F-READ-RTN.
           PERFORM  UNTIL  SW-EOF-FLG  =  C-ON
                    PERFORM  DDO1-STORE-RTN
           END-PERFORM.
           CLOSE  DDO1-F.

           OPEN  INPUT  DDO2-F.
           MOVE  C-OFF  TO  SW-EOF-FLG.
           PERFORM  DDO2-F-READ-RTN.
           PERFORM  UNTIL  SW-EOF-FLG  =  C-ON
                    PERFORM  DDO2-STORE-RTN
           END-PERFORM.
           CLOSE  DDO2-F.

           OPEN  INPUT  DDO4-F.
           MOVE  C-OFF  TO  SW-EOF-FLG.
           PERFORM  DDO4-F-READ-RTN.
           PERFORM  UNTIL  SW-EOF-FLG  =  C-ON
                    PERFORM  DDO4-STORE-RTN
           END-PERFORM.
           CLOSE  DDO4-F.

           OPEN  INPUT  DDO5-F.
           MOVE  C-OFF  TO  SW-EOF-FLG.
           PERFORM  DDO5-F-READ-RTN.
           PERFORM  UNTIL  SW-EOF-FLG  =  C-ON
                    PERFORM  DDO5-STORE-RTN
           END-PERFORM.
           CLOSE  DDO5-F.

           OPEN  INPUT  DDO5D-F.
           IF  WK-DNY-STATUS  =  '35'
               GO  TO  STORE-LOAD-RTN-EX
           END-IF.
           MOVE  C-OFF  TO  SW-EOF-FLG.
           PERFORM  DDO5D-F-READ-RTN.
           PERFORM  UNTIL  SW-EOF-FLG  =  C-ON
                    PERFORM  DDO5D-STORE-RTN
           END-PERFORM.
           CLOSE  DDO5D-F.

           STORE-LOAD-RTN-EX.
               EXIT.

       DDO1-STORE-RTN                      SECTION.
           MOVE  IN-KONYU-TENPO  OF  DDO1-REC  TO  WK-FIND-TENPO.
           PERFORM  STORE-ADD-RTN.
           PERFORM  DDO1-F-READ-RTN.
           DDO1-STORE-RTN-EX.
           EXIT.

       DDO2-STORE-RTN                      SECTION.
           MOVE  IN-KONYU-TENPO  OF  DDO2-REC  TO  WK-FIND-TENPO.
           PERFORM  STORE-ADD-RTN.
           PERFORM  DDO2-F-READ-RTN.
           DDO2-STORE-RTN-EX.
           EXIT.

       DDO4-STORE-RTN                      SECTION.
           MOVE  IN-KONYU-TENPO  OF  DDO4-REC  TO  WK-FIND-TENPO.
           PERFORM  STORE-ADD-RTN.
           PERFORM  DDO4-F-READ-RTN.
           DDO4-STORE-RTN-EX.
           EXIT.

       DDO5-STORE-RTN                      SECTION.
           MOVE  IN-KONYU-TENPO  OF  DDO5-REC  TO  WK-FIND-TENPO.
           PERFORM  STORE-ADD-RTN.
           PERFORM  DDO5-F-READ-RTN.
           DDO5-STORE-RTN-EX.
           EXIT.

       DDO5D-STORE-RTN                     SECTION.
           MOVE  IN-KONYU-TENPO  OF  DDO5D-REC  TO  WK-FIND-TENPO.
           PERFORM  STORE-ADD-RTN.
           PERFORM  DDO5D-F-READ-RTN.
           DDO5D-STORE-RTN-EX.
           EXIT.

       STORE-ADD-RTN                       SECTION.
           PERFORM  STORE-FIND-RTN.
           IF  WK-HIT-SUB  >  ZERO
               GO  TO  STORE-ADD-RTN-EX
           END-IF.

           IF  WK-STORE-COUNT  NOT  <  C-MAX-STORES
               DISPLAY  'MTDAD1 - MORE THAN '  C-MAX-STORES
                        ' STORES IN ONE DAY - RAISE C-MAX-STORES'
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           ADD   1  TO  WK-STORE-COUNT.
           MOVE  WK-FIND-TENPO  TO  SX-TENPO (WK-STORE-COUNT).

           STORE-ADD-RTN-EX.
           EXIT.

       STORE-FIND-RTN                      SECTION.
           MOVE  ZERO  TO  WK-HIT-SUB.
           PERFORM  STORE-SCAN-RTN
               VARYING  WK-STORE-SUB  FROM  1  BY  1
               UNTIL  WK-STORE-SUB  >  WK-STORE-COUNT
               OR     WK-HIT-SUB  >  ZERO.

           STORE-FIND-RTN-EX.
           EXIT.

       STORE-SCAN-RTN                      SECTION.
           IF  SX-TENPO (WK-STORE-SUB)  =  WK-FIND-TENPO
               MOVE  WK-STORE-SUB  TO  WK-HIT-SUB
           END-IF.

           STORE-SCAN-RTN-EX.
           EXIT.

       RERUN-GUARD-RTN                     SECTION.
           MOVE  C-OFF  TO  SW-NEW-MTD-FLG.
           MOVE  C-OFF  TO  SW-DAY-ON-FILE-FLG.

           IF  SW-DAY-ON-FILE-FLG  =  C-ON
               DISPLAY  'MTDAD1 - FEED DATE '  WK-FEED-DATE
                        ' IS ALREADY ON THE MONTH-TO-DATE FILE FOR '
                        'STORE '  WK-DUP-TENPO  ' - THIS DAY HAS '
                        'ALREADY BEEN APPENDED'
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           GO  TO  RERUN-SCAN-RTN-EX
           END-READ.

           IF  WK-FEED-DATE  =  ZERO
           OR  IN-KONYU-DATE  OF  MTD-REC  NOT  =  WK-FEED-DATE
               GO  TO  RERUN-SCAN-RTN-EX
           END-IF.

           MOVE  IN-KONYU-TENPO  OF  MTD-REC  TO  WK-FIND-TENPO.
           PERFORM  STORE-FIND-RTN.
           IF  WK-HIT-SUB  >  ZERO
               MOVE  C-ON           TO  SW-DAY-ON-FILE-FLG
               MOVE  WK-FIND-TENPO  TO  WK-DUP-TENPO
           END-IF.

           RERUN-SCAN-RTN-EX.
           DDO5-LOOP-RTN-EX.
           EXIT.

      *    A DENIED REFUND'S REVERSAL IS DATED THE DAY THE DENIAL WAS
      *    APPLIED, SO IT LANDS IN THE MONTH STILL OPEN EVEN WHEN THE
      *    RETURN ITSELF WAS IN A MONTH ALREADY CLOSED. NO REVERSALS
      *    FILE IS A DAY WITH NOTHING DENIED.
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
           MOVE  DDO5D-REC (1:79)  TO  MTD-REC.
           PERFORM  MTD-WRITE-RTN.
           ADD  1  TO  WK-DDO5D-COUNT.
           PERFORM  DDO5D-F-READ-RTN.
           DDO5D-LOOP-RTN-EX.
           EXIT.

       MTD-WRITE-RTN                        SECTION.
           WRITE  MTD-REC.
           ADD  1  TO  WK-ADD-COUNT.
           DISPLAY  'DDO2-F RECORDS ADDED...: '  WK-DDO2-COUNT.
           DISPLAY  'DDO4-F RECORDS ADDED...: '  WK-DDO4-COUNT.
           DISPLAY  'DDO5-F RECORDS ADDED...: '  WK-DDO5-COUNT.
           DISPLAY  'DDO5D-F REVERSALS ADDED: '  WK-DDO5D-COUNT.
           DISPLAY  'TOTAL RECORDS ADDED....: '  WK-ADD-COUNT.
           DISPLAY  'TOTAL AMOUNT ADDED.....: '  WK-ADD-AMOUNT.

