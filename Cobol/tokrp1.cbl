      ******************************************************************
      * Author:
      * Date:
      * Purpose: Promotion results report off the month-end archive
      *          and the month-to-date file -- for every promotion on
      *          the promotion master that has ended and not yet been
      *          reported, the units and sales its stores made of the
      *          product while it ran, against the same stores' run-
      *          rate over the C-BASE-DAYS days before it started
      *          (baseline per day times the days the promotion ran),
      *          so merchandising can tell whether the markdown paid
      *          off. The stores are the promotion's region on the
      *          TENPO master or its own store rows; returns net off
      *          in both periods. A promotion has ended once its last
      *          date is on file, and is stamped with that date when
      *          reported so it prints exactly once. A baseline only
      *          partly on file is scaled from the days that are
      *          there and noted; a promotion with no baseline at all
      *          on file cannot be judged and gives RC 4. Either input
      *          file may be missing, and so may the promotion master
      *          (nothing to report).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TOKRP1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TOKUBAI-MASTER-F ASSIGN  TO  TOKMAS
                                   ORGANIZATION  IS  INDEXED
                                   ACCESS MODE   IS  DYNAMIC
                                   RECORD KEY    IS  TB-KEY
                                   FILE STATUS   IS  WK-TOKMAS-STATUS.
           SELECT ARCH-F           ASSIGN  TO  ARCHF
                                   FILE STATUS IS  WK-ARCH-STATUS.
           SELECT MTD-F            ASSIGN  TO  MTDF
                                   FILE STATUS IS  WK-MTD-STATUS.
           SELECT TENPO-MASTER-F   ASSIGN  TO  TENMAS
                                   ORGANIZATION  IS  INDEXED
                                   ACCESS MODE   IS  RANDOM
                                   RECORD KEY    IS  TM-TENPO-CODE.
           SELECT REPORT-F         ASSIGN  TO  TOKRPT.

       DATA DIVISION.
       FILE SECTION.
       FD  TOKUBAI-MASTER-F
       LABEL       RECORD   OMITTED.
       01  TOKUBAI-MASTER-REC.
           COPY TOKUBLAY.

       FD  ARCH-F
       LABEL       RECORD    OMITTED
       RECORDING  MODE  IS  F.
       01  ARCH-REC.
           COPY TRANLAY.

       FD  MTD-F
       LABEL       RECORD    OMITTED
       RECORDING  MODE  IS  F.
       01  MTD-REC.
           COPY TRANLAY.

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
         05  C-LINES-PER-PAGE  PIC  9(02)  VALUE  50.
         05  C-BASE-DAYS       PIC  9(03)  VALUE  28.
         05  C-MAX-PROMOS      PIC  9(04)  VALUE  500.
         05  C-MAX-PSTORES     PIC  9(04)  VALUE  2000.
         05  C-NT-NOBASE       PIC  X(30)  VALUE
                                 'NO BASELINE ON FILE'.
         05  C-NT-SHORTBASE    PIC  X(30)  VALUE
                                 'SHORT BASELINE - SCALED'.
         05  C-NT-PARTPROMO    PIC  X(30)  VALUE
                                 'PROMOTION NOT ALL ON FILE'.

       01  FILLER              PIC  X(20)  VALUE 'WORK-AREA'.
       01  WORK-AREA.
         05  SW-EOF-FLG        PIC  X(01).
         05  SW-LOAD-EOF-FLG   PIC  X(01).
         05  SW-ARCH-EOF-FLG   PIC  X(01).
         05  SW-INT-DONE-FLG   PIC  X(01).
         05  SW-RGN-READ-FLG   PIC  X(01).
         05  SW-TAKE-FLG       PIC  X(01).
         05  WK-TOKMAS-STATUS  PIC  X(02).
         05  WK-ARCH-STATUS    PIC  X(02).
         05  WK-MTD-STATUS     PIC  X(02).
         05  WK-STORE-REGION   PIC  X(08).
         05  WK-ASOF-DATE      PIC  9(08)  VALUE  ZERO.
         05  WK-FIRST-DATE     PIC  9(08)  VALUE  ZERO.
         05  WK-FIRST-INT      PIC  9(09)  VALUE  ZERO  COMP.
         05  WK-FROM-INT       PIC  9(09)  VALUE  ZERO  COMP.
         05  WK-REC-INT        PIC  9(09)  VALUE  ZERO  COMP.
         05  WK-BASE-DAYS      PIC  S9(05) VALUE  ZERO.
         05  WK-RR-KOSU        PIC  S9(15) VALUE  ZERO.
         05  WK-RR-DAIKIN      PIC  S9(15) VALUE  ZERO.
         05  WK-LIFT-PCT       PIC  S9(05) VALUE  ZERO.
         05  WK-PROMO-SUB      PIC  9(04)  COMP.
         05  WK-PROMO-COUNT    PIC  9(04)  VALUE  ZERO  COMP.
         05  WK-PSTORE-SUB     PIC  9(04)  COMP.
         05  WK-PSTORE-COUNT   PIC  9(04)  VALUE  ZERO  COMP.
         05  WK-READ-COUNT     PIC  9(09)  VALUE  ZERO.
         05  WK-ARCH-COUNT     PIC  9(09)  VALUE  ZERO.
         05  WK-MTD-COUNT      PIC  9(09)  VALUE  ZERO.
         05  WK-DUE-COUNT      PIC  9(09)  VALUE  ZERO.
         05  WK-NOBASE-COUNT   PIC  9(09)  VALUE  ZERO.
         05  WK-PAGE-NO        PIC  9(05)  VALUE  ZERO.
         05  WK-LINE-CNT       PIC  9(05)  VALUE  ZERO.

      *    ONE ENTRY PER PROMOTION NOT YET REPORTED, WITH ITS DATES AS
      *    DAY NUMBERS AND ITS TWO PERIODS' TOTALS AS THE FILES ARE
      *    READ. PR-PRICE-KOSU IS THE PART OF THE PROMOTION'S UNITS
      *    SOLD AT THE PROMOTIONAL PRICE ITSELF.
       01  FILLER              PIC  X(20)  VALUE 'PROMO-TABLE-AREA'.
       01  PROMO-TABLE-AREA.
         05  PROMO-ENTRY  OCCURS  500  TIMES.
           10  PR-PROMO-ID     PIC  X(06).
           10  PR-SHOHIN       PIC  X(05).
           10  PR-TANKA        PIC  S9(15).
           10  PR-START-DATE   PIC  9(08).
           10  PR-END-DATE     PIC  9(08).
           10  PR-REGION       PIC  X(08).
           10  PR-DESC         PIC  X(20).
           10  PR-STORE-CNT    PIC  9(04)  COMP.
           10  PR-START-INT    PIC  9(09)  COMP.
           10  PR-END-INT      PIC  9(09)  COMP.
           10  PR-BASE-INT     PIC  9(09)  COMP.
           10  PR-DAYS         PIC  9(05)  COMP.
           10  PR-PROMO-KOSU   PIC  S9(15).
           10  PR-PROMO-DAIKIN PIC  S9(15).
           10  PR-PRICE-KOSU   PIC  S9(15).
           10  PR-BASE-KOSU    PIC  S9(15).
           10  PR-BASE-DAIKIN  PIC  S9(15).

       01  FILLER              PIC  X(20)  VALUE 'PROMO-STORE-AREA'.
       01  PROMO-STORE-AREA.
         05  PROMO-STORE-ENTRY  OCCURS  2000  TIMES.
           10  PS-PROMO-SUB    PIC  9(04)  COMP.
           10  PS-TENPO        PIC  X(05).

      *    THE RECORD BEING LOOKED AT, FROM WHICHEVER FILE IT CAME.
       01  FILLER              PIC  X(20)  VALUE 'TRN-REC-AREA'.
       01  TRN-REC.
           COPY TRANLAY.

       01  FILLER              PIC  X(20)  VALUE 'PRINT-AREA'.
       01  WK-PRINT-LINE        PIC  X(132) VALUE SPACES.

       01  HEADING-LINE-1.
         05  FILLER             PIC  X(20)  VALUE  SPACES.
         05  FILLER             PIC  X(26)  VALUE
                                 'PROMOTION RESULTS AGAINST '.
         05  FILLER             PIC  X(26)  VALUE
                                 'PRE-PROMOTION RUN-RATE AS '.
         05  FILLER             PIC  X(03)  VALUE  'OF '.
         05  HD-ASOF            PIC  9(08).
         05  FILLER             PIC  X(05)  VALUE  SPACES.
         05  FILLER             PIC  X(05)  VALUE  'PAGE '.
         05  HD-PAGE-NO         PIC  ZZZZ9.

       01  HEADING-LINE-2.
         05  FILLER             PIC  X(06)  VALUE  'PROMO '.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(05)  VALUE  'PROD '.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(11)  VALUE  'PROMO PRICE'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(08)  VALUE  'START   '.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(08)  VALUE  'END     '.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(04)  VALUE  'DAYS'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(09)  VALUE  '    UNITS'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(13)  VALUE  '        SALES'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(09)  VALUE  ' RR UNITS'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(13)  VALUE  '     RR SALES'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(07)  VALUE  ' LIFT %'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(13)  VALUE  '   SALES DIFF'.

       01  DETAIL-LINE-1.
         05  DT-PROMO-ID        PIC  X(06).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-SHOHIN          PIC  X(05).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-TANKA           PIC  -(10)9.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-START-DATE      PIC  9(08).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-END-DATE        PIC  9(08).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-DAYS            PIC  ZZZ9.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-KOSU            PIC  -(8)9.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-DAIKIN          PIC  -(12)9.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-RR-KOSU         PIC  -(8)9.
         05  DT-RR-KOSU-X       REDEFINES  DT-RR-KOSU
                                PIC  X(09).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-RR-DAIKIN       PIC  -(12)9.
         05  DT-RR-DAIKIN-X     REDEFINES  DT-RR-DAIKIN
                                PIC  X(13).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-LIFT            PIC  -(5)9.
         05  DT-LIFT-X          REDEFINES  DT-LIFT
                                PIC  X(06).
         05  DT-LIFT-SIGN       PIC  X(01).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-DIFF            PIC  -(12)9.
         05  DT-DIFF-X          REDEFINES  DT-DIFF
                                PIC  X(13).

       01  DETAIL-LINE-2.
         05  FILLER             PIC  X(06)  VALUE  SPACES.
         05  DT-SCOPE-KBN       PIC  X(11).
         05  DT-SCOPE           PIC  X(08).
         05  DT-SCOPE-CNT       REDEFINES  DT-SCOPE
                                PIC  ZZZ9.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-DESC            PIC  X(20).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(15)  VALUE
                                 'AT PROMO PRICE '.
         05  DT-PRICE-KOSU      PIC  -(8)9.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(10)  VALUE  'BASE DAYS '.
         05  DT-BASE-DAYS       PIC  ZZ9.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-NOTE            PIC  X(30).

       01  SUMMARY-LINE.
         05  SM-TYPE            PIC  X(30).
         05  FILLER             PIC  X(08)  VALUE  ' COUNT= '.
         05  SM-COUNT           PIC  ZZZZZZZZ9.

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
           MOVE  C-OFF     TO  SW-EOF-FLG.
           MOVE  ZERO      TO  WK-ASOF-DATE.
           MOVE  99999999  TO  WK-FIRST-DATE.

           PERFORM  PROMO-LOAD-RTN.

           OPEN  INPUT  ARCH-F
                        MTD-F
                        TENPO-MASTER-F
                 OUTPUT REPORT-F.

      *    WITH NOTHING WAITING TO BE REPORTED THERE IS NO NEED TO
      *    READ THE FILES AT ALL.
           IF  WK-PROMO-COUNT  =  ZERO
               MOVE  C-ON  TO  SW-EOF-FLG
               GO  TO  INIT-RTN-EX
           END-IF.

           IF  WK-ARCH-STATUS  =  '35'
               MOVE  C-ON   TO  SW-ARCH-EOF-FLG
           ELSE
               MOVE  C-OFF  TO  SW-ARCH-EOF-FLG
           END-IF.

           PERFORM  NEXT-READ-RTN.

           INIT-RTN-EX.
               EXIT.

      *    ONLY PROMOTIONS NOT YET REPORTED ARE LOADED, WITH THEIR
      *    STORE ROWS (WHICH FOLLOW THEIR HEADER IN KEY ORDER, SO A
      *    STORE ROW WHOSE HEADER WAS NOT LOADED IS SIMPLY PASSED
      *    OVER). THE MASTER STAYS OPEN FOR THE RESULTS DATES.
       PROMO-LOAD-RTN                      SECTION.
           MOVE  C-OFF  TO  SW-LOAD-EOF-FLG.

           OPEN  I-O  TOKUBAI-MASTER-F.

           IF  WK-TOKMAS-STATUS  =  '35'
               GO  TO  PROMO-LOAD-RTN-EX
           END-IF.

           PERFORM  UNTIL  SW-LOAD-EOF-FLG  =  C-ON
                    PERFORM  PROMO-LOAD-READ-RTN
           END-PERFORM.

           PROMO-LOAD-RTN-EX.
               EXIT.

       PROMO-LOAD-READ-RTN                 SECTION.
           READ  TOKUBAI-MASTER-F  NEXT
           AT  END
           MOVE  C-ON  TO  SW-LOAD-EOF-FLG
           GO  TO  PROMO-LOAD-READ-RTN-EX
           END-READ.

           IF  TB-TENPO  NOT  =  SPACES
               GO  TO  PROMO-LOAD-STORE
           END-IF.

           IF  TB-RESULT-DATE  NOT  =  ZERO
               GO  TO  PROMO-LOAD-READ-RTN-EX
           END-IF.

           IF  WK-PROMO-COUNT  NOT  <  C-MAX-PROMOS
               DISPLAY  'TOKRP1 - MORE THAN '  C-MAX-PROMOS
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
           MOVE  TB-DESC         TO  PR-DESC       (WK-PROMO-COUNT).
           MOVE  ZERO            TO  PR-STORE-CNT    (WK-PROMO-COUNT)
                                     PR-PROMO-KOSU   (WK-PROMO-COUNT)
                                     PR-PROMO-DAIKIN (WK-PROMO-COUNT)
                                     PR-PRICE-KOSU   (WK-PROMO-COUNT)
                                     PR-BASE-KOSU    (WK-PROMO-COUNT)
                                     PR-BASE-DAIKIN  (WK-PROMO-COUNT).
           COMPUTE  PR-START-INT (WK-PROMO-COUNT)  =
                    FUNCTION INTEGER-OF-DATE (TB-START-DATE).
           COMPUTE  PR-END-INT (WK-PROMO-COUNT)  =
                    FUNCTION INTEGER-OF-DATE (TB-END-DATE).
           COMPUTE  PR-BASE-INT (WK-PROMO-COUNT)  =
                    PR-START-INT (WK-PROMO-COUNT)  -  C-BASE-DAYS.
           COMPUTE  PR-DAYS (WK-PROMO-COUNT)  =
                    PR-END-INT (WK-PROMO-COUNT)
                  - PR-START-INT (WK-PROMO-COUNT)  +  1.
           GO  TO  PROMO-LOAD-READ-RTN-EX.

           PROMO-LOAD-STORE.
           IF  WK-PROMO-COUNT  =  ZERO
               GO  TO  PROMO-LOAD-READ-RTN-EX
           END-IF.
           IF  PR-PROMO-ID (WK-PROMO-COUNT)  NOT  =  TB-PROMO-ID
               GO  TO  PROMO-LOAD-READ-RTN-EX
           END-IF.

           IF  WK-PSTORE-COUNT  NOT  <  C-MAX-PSTORES
               DISPLAY  'TOKRP1 - MORE THAN '  C-MAX-PSTORES
                        ' PROMOTION STORE ROWS - RAISE C-MAX-PSTORES'
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.

           ADD  1  TO  WK-PSTORE-COUNT.
           MOVE  WK-PROMO-COUNT  TO  PS-PROMO-SUB (WK-PSTORE-COUNT).
           MOVE  TB-TENPO        TO  PS-TENPO     (WK-PSTORE-COUNT).
           ADD   1  TO  PR-STORE-CNT (WK-PROMO-COUNT).

           PROMO-LOAD-READ-RTN-EX.
           EXIT.
           EJECT.

      *    THE ARCHIVE (CLOSED MONTHS, OLDEST FIRST) IS READ TO THE
      *    END BEFORE THE CURRENT MONTH'S FILE IS STARTED. EITHER
      *    FILE MAY BE MISSING.
       NEXT-READ-RTN                        SECTION.
           IF  SW-ARCH-EOF-FLG  =  C-OFF
               PERFORM  ARCH-F-READ-RTN
               IF  SW-ARCH-EOF-FLG  =  C-OFF
                   GO  TO  NEXT-READ-RTN-EX
               END-IF
           END-IF.

           IF  WK-MTD-STATUS  =  '35'
               MOVE  C-ON  TO  SW-EOF-FLG
           ELSE
               PERFORM  MTD-F-READ-RTN
           END-IF.

           NEXT-READ-RTN-EX.
           EXIT.

       ARCH-F-READ-RTN                      SECTION.
           READ  ARCH-F  INTO  TRN-REC
           AT  END
           MOVE  C-ON  TO  SW-ARCH-EOF-FLG
           GO  TO  ARCH-F-READ-RTN-EX
           END-READ.
           ADD  1  TO  WK-ARCH-COUNT.
           ARCH-F-READ-RTN-EX.
           EXIT.

       MTD-F-READ-RTN                       SECTION.
           READ  MTD-F  INTO  TRN-REC
           AT  END
           MOVE  C-ON  TO  SW-EOF-FLG
           GO  TO  MTD-F-READ-RTN-EX
           END-READ.
           MTD-F-READ-RTN-EX.
           EXIT.
           EJECT.

      *    THE LATEST PURCHASE DATE ON FILE IS THE LAST BUSINESS DATE
      *    THE CHAIN HAS POSTED, AND THE EARLIEST IS HOW FAR BACK A
      *    BASELINE CAN REACH.
       MAIN-RTN                 SECTION.
             ADD  1  TO  WK-READ-COUNT.

             IF  IN-KONYU-DATE  OF  TRN-REC  >  WK-ASOF-DATE
                 MOVE  IN-KONYU-DATE  OF  TRN-REC  TO  WK-ASOF-DATE
             END-IF.
             IF  IN-KONYU-DATE  OF  TRN-REC  <  WK-FIRST-DATE
                 MOVE  IN-KONYU-DATE  OF  TRN-REC  TO  WK-FIRST-DATE
             END-IF.

             MOVE  C-OFF  TO  SW-INT-DONE-FLG
                              SW-RGN-READ-FLG.
             PERFORM  TALLY-RTN
                 VARYING  WK-PROMO-SUB  FROM  1  BY  1
                 UNTIL  WK-PROMO-SUB  >  WK-PROMO-COUNT.

             PERFORM  NEXT-READ-RTN.

             MAIN-RTN-EX.
           EXIT.

      *    A RECORD COUNTS TOWARD A PROMOTION WHEN IT IS THE PROMOTED
      *    PRODUCT, FROM ONE OF THE PROMOTION'S STORES, AND DATED IN
      *    THE BASELINE OR THE PROMOTION ITSELF. THE DAY NUMBER AND
      *    THE STORE'S REGION ARE WORKED OUT ONCE PER RECORD, AND
      *    ONLY FOR A RECORD THAT NEEDS THEM.
       TALLY-RTN                 SECTION.
             IF  PR-SHOHIN (WK-PROMO-SUB)  NOT  =
                 IN-SHOHIN-CODE  OF  TRN-REC
                 GO  TO  TALLY-RTN-EX
             END-IF.

             IF  SW-INT-DONE-FLG  =  C-OFF
                 COMPUTE  WK-REC-INT  =
                     FUNCTION INTEGER-OF-DATE (IN-KONYU-DATE OF TRN-REC)
                 MOVE  C-ON  TO  SW-INT-DONE-FLG
             END-IF.

             IF  WK-REC-INT  <  PR-BASE-INT (WK-PROMO-SUB)
             OR  WK-REC-INT  >  PR-END-INT  (WK-PROMO-SUB)
                 GO  TO  TALLY-RTN-EX
             END-IF.

             MOVE  C-OFF  TO  SW-TAKE-FLG.
             IF  PR-REGION (WK-PROMO-SUB)  NOT  =  SPACES
                 IF  SW-RGN-READ-FLG  =  C-OFF
                     PERFORM  REGION-READ-RTN
                 END-IF
                 IF  WK-STORE-REGION  =  PR-REGION (WK-PROMO-SUB)
                     MOVE  C-ON  TO  SW-TAKE-FLG
                 END-IF
             ELSE
                 PERFORM  STORE-MATCH-RTN
                     VARYING  WK-PSTORE-SUB  FROM  1  BY  1
                     UNTIL  WK-PSTORE-SUB  >  WK-PSTORE-COUNT
                     OR     SW-TAKE-FLG  =  C-ON
             END-IF.

             IF  SW-TAKE-FLG  =  C-OFF
                 GO  TO  TALLY-RTN-EX
             END-IF.

             IF  WK-REC-INT  <  PR-START-INT (WK-PROMO-SUB)
                 ADD  IN-KONYU-KOSU  OF  TRN-REC
                   TO  PR-BASE-KOSU   (WK-PROMO-SUB)
                 ADD  IN-DAIKIN      OF  TRN-REC
                   TO  PR-BASE-DAIKIN (WK-PROMO-SUB)
             ELSE
                 ADD  IN-KONYU-KOSU  OF  TRN-REC
                   TO  PR-PROMO-KOSU   (WK-PROMO-SUB)
                 ADD  IN-DAIKIN      OF  TRN-REC
                   TO  PR-PROMO-DAIKIN (WK-PROMO-SUB)
                 IF  IN-TANKA  OF  TRN-REC  =  PR-TANKA (WK-PROMO-SUB)
                     ADD  IN-KONYU-KOSU  OF  TRN-REC
                       TO  PR-PRICE-KOSU (WK-PROMO-SUB)
                 END-IF
             END-IF.

             TALLY-RTN-EX.
           EXIT.

       REGION-READ-RTN           SECTION.
             MOVE  C-ON  TO  SW-RGN-READ-FLG.
             MOVE  IN-KONYU-TENPO  OF  TRN-REC  TO  TM-TENPO-CODE.

             READ  TENPO-MASTER-F
                 INVALID KEY
                     MOVE  SPACES     TO  WK-STORE-REGION
                 NOT INVALID KEY
                     MOVE  TM-REGION  TO  WK-STORE-REGION
             END-READ.

             REGION-READ-RTN-EX.
           EXIT.

       STORE-MATCH-RTN           SECTION.
             IF  PS-PROMO-SUB (WK-PSTORE-SUB)  =  WK-PROMO-SUB
             AND PS-TENPO (WK-PSTORE-SUB)  =
                 IN-KONYU-TENPO  OF  TRN-REC
                 MOVE  C-ON  TO  SW-TAKE-FLG
             END-IF.

             STORE-MATCH-RTN-EX.
           EXIT.

      *    A PROMOTION IS DUE ONCE ITS LAST DATE IS ON FILE. THE RUN-
      *    RATE IS THE BASELINE PER DAY TIMES THE DAYS THE PROMOTION
      *    RAN; THE BASELINE STARTS C-BASE-DAYS BEFORE THE PROMOTION
      *    OR AT THE EARLIEST DATE ON FILE, WHICHEVER IS LATER. LIFT
      *    IS THE PROMOTION'S UNITS OVER THE RUN-RATE UNITS, AS A
      *    PERCENTAGE; SALES DIFF IS ITS SALES LESS THE RUN-RATE
      *    SALES. THE RESULTS DATE GOES ON THE HEADER AS IT PRINTS.
       RESULT-RTN                SECTION.
             IF  PR-END-DATE (WK-PROMO-SUB)  >  WK-ASOF-DATE
                 GO  TO  RESULT-RTN-EX
             END-IF.

             ADD  1  TO  WK-DUE-COUNT.

             MOVE  SPACES  TO  DETAIL-LINE-1
                               DETAIL-LINE-2.
             MOVE  PR-PROMO-ID     (WK-PROMO-SUB)  TO  DT-PROMO-ID.
             MOVE  PR-SHOHIN       (WK-PROMO-SUB)  TO  DT-SHOHIN.
             MOVE  PR-TANKA        (WK-PROMO-SUB)  TO  DT-TANKA.
             MOVE  PR-START-DATE   (WK-PROMO-SUB)  TO  DT-START-DATE.
             MOVE  PR-END-DATE     (WK-PROMO-SUB)  TO  DT-END-DATE.
             MOVE  PR-DAYS         (WK-PROMO-SUB)  TO  DT-DAYS.
             MOVE  PR-PROMO-KOSU   (WK-PROMO-SUB)  TO  DT-KOSU.
             MOVE  PR-PROMO-DAIKIN (WK-PROMO-SUB)  TO  DT-DAIKIN.
             MOVE  PR-DESC         (WK-PROMO-SUB)  TO  DT-DESC.
             MOVE  PR-PRICE-KOSU   (WK-PROMO-SUB)  TO  DT-PRICE-KOSU.
             IF  PR-REGION (WK-PROMO-SUB)  NOT  =  SPACES
                 MOVE  'REGION     '             TO  DT-SCOPE-KBN
                 MOVE  PR-REGION (WK-PROMO-SUB)  TO  DT-SCOPE
             ELSE
                 MOVE  'STORE LIST '             TO  DT-SCOPE-KBN
                 MOVE  PR-STORE-CNT (WK-PROMO-SUB)  TO  DT-SCOPE-CNT
             END-IF.

             IF  WK-FIRST-INT  >  PR-BASE-INT (WK-PROMO-SUB)
                 MOVE  WK-FIRST-INT  TO  WK-FROM-INT
             ELSE
                 MOVE  PR-BASE-INT (WK-PROMO-SUB)  TO  WK-FROM-INT
             END-IF.
             COMPUTE  WK-BASE-DAYS  =
                      PR-START-INT (WK-PROMO-SUB)  -  WK-FROM-INT.

             IF  WK-BASE-DAYS  NOT  >  ZERO
                 MOVE  ZERO         TO  DT-BASE-DAYS
                 MOVE  SPACES       TO  DT-RR-KOSU-X
                                        DT-RR-DAIKIN-X
                                        DT-LIFT-X
                                        DT-DIFF-X
                 MOVE  C-NT-NOBASE  TO  DT-NOTE
                 ADD   1  TO  WK-NOBASE-COUNT
                 GO  TO  RESULT-RTN-PRINT
             END-IF.

             MOVE  WK-BASE-DAYS  TO  DT-BASE-DAYS.
             COMPUTE  WK-RR-KOSU  ROUNDED  =
                      PR-BASE-KOSU (WK-PROMO-SUB)
                    * PR-DAYS (WK-PROMO-SUB)  /  WK-BASE-DAYS.
             COMPUTE  WK-RR-DAIKIN  ROUNDED  =
                      PR-BASE-DAIKIN (WK-PROMO-SUB)
                    * PR-DAYS (WK-PROMO-SUB)  /  WK-BASE-DAYS.
             MOVE  WK-RR-KOSU    TO  DT-RR-KOSU.
             MOVE  WK-RR-DAIKIN  TO  DT-RR-DAIKIN.
             COMPUTE  DT-DIFF  =
                      PR-PROMO-DAIKIN (WK-PROMO-SUB)  -  WK-RR-DAIKIN.

             IF  WK-RR-KOSU  >  ZERO
                 COMPUTE  WK-LIFT-PCT  ROUNDED  =
                          (PR-PROMO-KOSU (WK-PROMO-SUB)  -  WK-RR-KOSU)
                        * 100  /  WK-RR-KOSU
                     ON  SIZE  ERROR
                         MOVE  99999  TO  WK-LIFT-PCT
                 END-COMPUTE
                 MOVE  WK-LIFT-PCT  TO  DT-LIFT
                 MOVE  '%'          TO  DT-LIFT-SIGN
             ELSE
                 MOVE  SPACES       TO  DT-LIFT-X
             END-IF.

             IF  WK-BASE-DAYS  <  C-BASE-DAYS
                 MOVE  C-NT-SHORTBASE  TO  DT-NOTE
             END-IF.

             RESULT-RTN-PRINT.
             IF  PR-START-INT (WK-PROMO-SUB)  <  WK-FIRST-INT
                 MOVE  C-NT-PARTPROMO  TO  DT-NOTE
             END-IF.

             MOVE  DETAIL-LINE-1  TO  WK-PRINT-LINE.
             PERFORM  PRINT-LINE-RTN.
             MOVE  DETAIL-LINE-2  TO  WK-PRINT-LINE.
             PERFORM  PRINT-LINE-RTN.
             MOVE  SPACES         TO  WK-PRINT-LINE.
             PERFORM  PRINT-LINE-RTN.

             MOVE  PR-PROMO-ID (WK-PROMO-SUB)  TO  TB-PROMO-ID.
             MOVE  SPACES                      TO  TB-TENPO.
             READ  TOKUBAI-MASTER-F
                 INVALID KEY
                     GO  TO  RESULT-RTN-EX
             END-READ.
             MOVE  WK-ASOF-DATE  TO  TB-RESULT-DATE.
             REWRITE  TOKUBAI-MASTER-REC.

             RESULT-RTN-EX.
           EXIT.

       HEADING-RTN                 SECTION.
             ADD  1  TO  WK-PAGE-NO.
             MOVE  WK-PAGE-NO    TO  HD-PAGE-NO.
             MOVE  WK-ASOF-DATE  TO  HD-ASOF.
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

      *    THE REPORT IS WRITTEN ONCE THE FILES HAVE BEEN READ -- ONLY
      *    THEN IS THE AS-OF DATE KNOWN.
       END-RTN                  SECTION.
           PERFORM  HEADING-RTN.

           IF  WK-ASOF-DATE  >  ZERO
               COMPUTE  WK-FIRST-INT  =
                        FUNCTION INTEGER-OF-DATE (WK-FIRST-DATE)
               PERFORM  RESULT-RTN
                   VARYING  WK-PROMO-SUB  FROM  1  BY  1
                   UNTIL  WK-PROMO-SUB  >  WK-PROMO-COUNT
           END-IF.

           MOVE  SPACES  TO  WK-PRINT-LINE.
           PERFORM  PRINT-LINE-RTN.

           MOVE  'PROMOTIONS REPORTED'  TO  SM-TYPE.
           MOVE  WK-DUE-COUNT           TO  SM-COUNT.
           MOVE  SUMMARY-LINE           TO  WK-PRINT-LINE.
           PERFORM  PRINT-LINE-RTN.

           MOVE  C-NT-NOBASE            TO  SM-TYPE.
           MOVE  WK-NOBASE-COUNT        TO  SM-COUNT.
           MOVE  SUMMARY-LINE           TO  WK-PRINT-LINE.
           PERFORM  PRINT-LINE-RTN.

           IF  WK-TOKMAS-STATUS  NOT  =  '35'
               CLOSE  TOKUBAI-MASTER-F
           END-IF.

           IF  WK-ARCH-STATUS  NOT  =  '35'
               CLOSE  ARCH-F
           END-IF.

           IF  WK-MTD-STATUS  =  '35'
               CLOSE  TENPO-MASTER-F
                      REPORT-F
           ELSE
               CLOSE  MTD-F
                      TENPO-MASTER-F
                      REPORT-F
           END-IF.

           DISPLAY  '===== TOKRP1 CONTROL TOTALS ====='.
           COMPUTE  WK-MTD-COUNT  =  WK-READ-COUNT  -  WK-ARCH-COUNT.
           DISPLAY  'PROMOTIONS OUTSTANDING.: '  WK-PROMO-COUNT.
           DISPLAY  'ARCHIVE RECORDS READ...: '  WK-ARCH-COUNT.
           DISPLAY  'MTD RECORDS READ.......: '  WK-MTD-COUNT.
           DISPLAY  'LAST DATE ON FILE......: '  WK-ASOF-DATE.
           DISPLAY  'PROMOTIONS REPORTED....: '  WK-DUE-COUNT.
           DISPLAY  'NO BASELINE ON FILE....: '  WK-NOBASE-COUNT.

           MOVE  0  TO  RETURN-CODE.

           IF  WK-NOBASE-COUNT  >  ZERO
               DISPLAY  'TOKRP1 - PROMOTIONS WITH NO BASELINE ON FILE '
                        'CANNOT BE JUDGED - SEE THE RESULTS REPORT'
               MOVE  4  TO  RETURN-CODE
           END-IF.

           END-RTN-EX.
           EXIT.
           END PROGRAM TOKRP1.
