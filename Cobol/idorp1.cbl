      ******************************************************************
      * Author:
      * Date:
      * Purpose: Aged in-transit report off the inter-store transfer
      *          file -- every transfer shipped and not yet received,
      *          with its days in transit; every receipt whose
      *          shipping end was never keyed; and every transfer
      *          received in the last C-VARIANCE-DAYS days at a
      *          quantity different from the quantity shipped, so
      *          stock lost between stores is visible instead of
      *          vanishing into two unrelated on-hand corrections.
      *          An open transfer older than C-TRANSIT-DAYS is
      *          flagged overdue and gives RC 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDORP1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDO-MASTER-F     ASSIGN  TO  IDOMAS
                                   ORGANIZATION  IS  INDEXED
                                   ACCESS MODE   IS  SEQUENTIAL
                                   RECORD KEY    IS  ID-IDO-NO
                                   FILE STATUS   IS  WK-IDOM-STATUS.
           SELECT REPORT-F         ASSIGN  TO  IDORPT.

       DATA DIVISION.
       FILE SECTION.
       FD  IDO-MASTER-F
       LABEL       RECORD   OMITTED.
       01  IDO-MASTER-REC.
           COPY IDOLAY.

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
         05  C-TRANSIT-DAYS    PIC  9(03)  VALUE  5.
         05  C-VARIANCE-DAYS   PIC  9(03)  VALUE  30.
         05  C-IDO-TRANSIT     PIC  X(01)  VALUE  'T'.
         05  C-IDO-NOSHIP      PIC  X(01)  VALUE  'U'.
         05  C-IDO-RECEIVED    PIC  X(01)  VALUE  'R'.
         05  C-TP-TRANSIT      PIC  X(20)  VALUE
                                 'IN TRANSIT'.
         05  C-TP-TRANSIT-LATE PIC  X(20)  VALUE
                                 'IN TRANSIT - OVERDUE'.
         05  C-TP-NOSHIP       PIC  X(20)  VALUE
                                 'RECEIVED UNSHIPPED'.
         05  C-TP-NOSHIP-LATE  PIC  X(20)  VALUE
                                 'UNSHIPPED - OVERDUE'.
         05  C-TP-VARIANCE     PIC  X(20)  VALUE
                                 'QUANTITY VARIANCE'.

       01  FILLER              PIC  X(20)  VALUE 'WORK-AREA'.
       01  WORK-AREA.
         05  SW-EOF-FLG        PIC  X(01).
         05  WK-IDOM-STATUS    PIC  X(02).
         05  WK-TODAY          PIC  9(08)  VALUE  ZERO.
         05  WK-TODAY-INT      PIC  9(09)  VALUE  ZERO  COMP.
         05  WK-FROM-INT       PIC  9(09)  VALUE  ZERO  COMP.
         05  WK-DAYS-OUT       PIC  S9(05) VALUE  ZERO.
         05  WK-VARIANCE       PIC  S9(15) VALUE  ZERO.
         05  WK-READ-COUNT     PIC  9(09)  VALUE  ZERO.
         05  WK-TRANSIT-COUNT  PIC  9(09)  VALUE  ZERO.
         05  WK-TRANSIT-KOSU   PIC  S9(15) VALUE  ZERO.
         05  WK-NOSHIP-COUNT   PIC  9(09)  VALUE  ZERO.
         05  WK-NOSHIP-KOSU    PIC  S9(15) VALUE  ZERO.
         05  WK-VARIANCE-COUNT PIC  9(09)  VALUE  ZERO.
         05  WK-VARIANCE-KOSU  PIC  S9(15) VALUE  ZERO.
         05  WK-OVERDUE-COUNT  PIC  9(09)  VALUE  ZERO.
         05  WK-PAGE-NO        PIC  9(05)  VALUE  ZERO.
         05  WK-LINE-CNT       PIC  9(05)  VALUE  ZERO.

       01  FILLER              PIC  X(20)  VALUE 'PRINT-AREA'.
       01  WK-PRINT-LINE        PIC  X(132) VALUE SPACES.

       01  HEADING-LINE-1.
         05  FILLER             PIC  X(20)  VALUE  SPACES.
         05  FILLER             PIC  X(26)  VALUE
                                 'INTER-STORE TRANSFER IN-TR'.
         05  FILLER             PIC  X(22)  VALUE
                                 'ANSIT AGING REPORT AS '.
         05  FILLER             PIC  X(03)  VALUE  'OF '.
         05  HD-TODAY           PIC  9(08).
         05  FILLER             PIC  X(05)  VALUE  SPACES.
         05  FILLER             PIC  X(05)  VALUE  'PAGE '.
         05  HD-PAGE-NO         PIC  ZZZZ9.

       01  HEADING-LINE-2.
         05  FILLER             PIC  X(20)  VALUE  'CONDITION'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(07)  VALUE  'XFER NO'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(05)  VALUE  'PROD '.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(05)  VALUE  'FROM '.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(05)  VALUE  'TO   '.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(08)  VALUE  ' SHIPPED'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(08)  VALUE  'RECEIVED'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(08)  VALUE  'VARIANCE'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(08)  VALUE  'SHIPPED '.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(08)  VALUE  'RECEIVED'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(05)  VALUE  ' DAYS'.

       01  DETAIL-LINE.
         05  DT-TYPE            PIC  X(20).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-IDO-NO          PIC  9(07).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-SHOHIN          PIC  X(05).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-FROM-TENPO      PIC  X(05).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-TO-TENPO        PIC  X(05).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-SHIP-KOSU       PIC  -(7)9.
         05  DT-SHIP-KOSU-X     REDEFINES  DT-SHIP-KOSU
                                PIC  X(08).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-RCVD-KOSU       PIC  -(7)9.
         05  DT-RCVD-KOSU-X     REDEFINES  DT-RCVD-KOSU
                                PIC  X(08).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-VARIANCE        PIC  -(7)9.
         05  DT-VARIANCE-X      REDEFINES  DT-VARIANCE
                                PIC  X(08).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-SHIP-DATE       PIC  9(08).
         05  DT-SHIP-DATE-X     REDEFINES  DT-SHIP-DATE
                                PIC  X(08).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-RCVD-DATE       PIC  9(08).
         05  DT-RCVD-DATE-X     REDEFINES  DT-RCVD-DATE
                                PIC  X(08).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-DAYS-OUT        PIC  ZZZZ9.

       01  SUMMARY-LINE.
         05  SM-TYPE            PIC  X(20).
         05  FILLER             PIC  X(08)  VALUE  ' COUNT= '.
         05  SM-COUNT           PIC  ZZZZZZZZ9.
         05  FILLER             PIC  X(09)  VALUE  '  UNITS= '.
         05  SM-KOSU            PIC  -(14)9.

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
           ACCEPT  WK-TODAY  FROM  DATE  YYYYMMDD.
           COMPUTE  WK-TODAY-INT  =
                    FUNCTION INTEGER-OF-DATE (WK-TODAY).

           OPEN  INPUT  IDO-MASTER-F
                 OUTPUT REPORT-F.

           MOVE  C-OFF  TO  SW-EOF-FLG.

           PERFORM  HEADING-RTN.

      *    NO TRANSFER FILE YET (ZAIKO1 CREATES IT THE FIRST TIME A
      *    TRANSFER FEED TURNS UP) MEANS NOTHING IS IN TRANSIT.
           IF  WK-IDOM-STATUS  =  '35'
               MOVE  C-ON  TO  SW-EOF-FLG
           ELSE
               PERFORM  IDOMAS-READ-RTN
           END-IF.

           INIT-RTN-EX.
               EXIT.

       IDOMAS-READ-RTN                      SECTION.
           READ  IDO-MASTER-F
           AT  END
           MOVE  C-ON  TO  SW-EOF-FLG
           GO  TO  IDOMAS-READ-RTN-EX
           END-READ.
           IDOMAS-READ-RTN-EX.
           EXIT.
           EJECT.

      *    A TRANSFER RECEIVED AT THE QUANTITY SHIPPED IS FINISHED
      *    AND NEVER PRINTS. A VARIANCE PRINTS FOR C-VARIANCE-DAYS
      *    AFTER THE RECEIPT AND THEN DROPS OFF -- BY THEN THE STORES
      *    HAVE HAD A MONTH-END STOCK COUNT TO EXPLAIN IT.
       MAIN-RTN                 SECTION.
             ADD  1  TO  WK-READ-COUNT.

             MOVE  SPACES          TO  DETAIL-LINE.
             MOVE  ID-IDO-NO       TO  DT-IDO-NO.
             MOVE  ID-SHOHIN-CODE  TO  DT-SHOHIN.
             MOVE  ID-FROM-TENPO   TO  DT-FROM-TENPO.
             MOVE  ID-TO-TENPO     TO  DT-TO-TENPO.

             IF  ID-STATUS  =  C-IDO-TRANSIT
                 PERFORM  TRANSIT-RTN
             ELSE
                 IF  ID-STATUS  =  C-IDO-NOSHIP
                     PERFORM  NOSHIP-RTN
                 ELSE
                     IF  ID-STATUS  =  C-IDO-RECEIVED
                     AND ID-RCVD-KOSU  NOT  =  ID-SHIP-KOSU
                         PERFORM  VARIANCE-RTN
                     END-IF
                 END-IF
             END-IF.

             PERFORM  IDOMAS-READ-RTN.

             MAIN-RTN-EX.
           EXIT.

       TRANSIT-RTN              SECTION.
             COMPUTE  WK-FROM-INT  =
                      FUNCTION INTEGER-OF-DATE (ID-SHIP-DATE).
             COMPUTE  WK-DAYS-OUT  =  WK-TODAY-INT  -  WK-FROM-INT.

             IF  WK-DAYS-OUT  >  C-TRANSIT-DAYS
                 MOVE  C-TP-TRANSIT-LATE  TO  DT-TYPE
                 ADD   1  TO  WK-OVERDUE-COUNT
             ELSE
                 MOVE  C-TP-TRANSIT       TO  DT-TYPE
             END-IF.

             MOVE  ID-SHIP-KOSU    TO  DT-SHIP-KOSU.
             MOVE  SPACES          TO  DT-RCVD-KOSU-X
                                       DT-VARIANCE-X
                                       DT-RCVD-DATE-X.
             MOVE  ID-SHIP-DATE    TO  DT-SHIP-DATE.
             MOVE  WK-DAYS-OUT     TO  DT-DAYS-OUT.
             MOVE  DETAIL-LINE     TO  WK-PRINT-LINE.
             PERFORM  PRINT-LINE-RTN.

             ADD  1             TO  WK-TRANSIT-COUNT.
             ADD  ID-SHIP-KOSU  TO  WK-TRANSIT-KOSU.

             TRANSIT-RTN-EX.
           EXIT.

      *    THE RECEIVING STORE HAS THE STOCK; THE SHIPPING STORE HAS
      *    NOT KEYED THE SHIPMENT, SO ITS ON-HAND STILL CARRIES UNITS
      *    IT NO LONGER HOLDS. AGED FROM THE RECEIPT DATE.
       NOSHIP-RTN               SECTION.
             COMPUTE  WK-FROM-INT  =
                      FUNCTION INTEGER-OF-DATE (ID-RCVD-DATE).
             COMPUTE  WK-DAYS-OUT  =  WK-TODAY-INT  -  WK-FROM-INT.

             IF  WK-DAYS-OUT  >  C-TRANSIT-DAYS
                 MOVE  C-TP-NOSHIP-LATE  TO  DT-TYPE
                 ADD   1  TO  WK-OVERDUE-COUNT
             ELSE
                 MOVE  C-TP-NOSHIP       TO  DT-TYPE
             END-IF.

             MOVE  SPACES          TO  DT-SHIP-KOSU-X
                                       DT-VARIANCE-X
                                       DT-SHIP-DATE-X.
             MOVE  ID-RCVD-KOSU    TO  DT-RCVD-KOSU.
             MOVE  ID-RCVD-DATE    TO  DT-RCVD-DATE.
             MOVE  WK-DAYS-OUT     TO  DT-DAYS-OUT.
             MOVE  DETAIL-LINE     TO  WK-PRINT-LINE.
             PERFORM  PRINT-LINE-RTN.

             ADD  1             TO  WK-NOSHIP-COUNT.
             ADD  ID-RCVD-KOSU  TO  WK-NOSHIP-KOSU.

             NOSHIP-RTN-EX.
           EXIT.

      *    VARIANCE IS RECEIVED LESS SHIPPED -- NEGATIVE IS STOCK
      *    LOST BETWEEN THE STORES. DAYS IS THE TIME SINCE RECEIPT.
       VARIANCE-RTN             SECTION.
             COMPUTE  WK-FROM-INT  =
                      FUNCTION INTEGER-OF-DATE (ID-RCVD-DATE).
             COMPUTE  WK-DAYS-OUT  =  WK-TODAY-INT  -  WK-FROM-INT.

             IF  WK-DAYS-OUT  >  C-VARIANCE-DAYS
                 GO  TO  VARIANCE-RTN-EX
             END-IF.

             COMPUTE  WK-VARIANCE  =  ID-RCVD-KOSU  -  ID-SHIP-KOSU.

             MOVE  C-TP-VARIANCE   TO  DT-TYPE.
             MOVE  ID-SHIP-KOSU    TO  DT-SHIP-KOSU.
             MOVE  ID-RCVD-KOSU    TO  DT-RCVD-KOSU.
             MOVE  WK-VARIANCE     TO  DT-VARIANCE.
             MOVE  ID-SHIP-DATE    TO  DT-SHIP-DATE.
             MOVE  ID-RCVD-DATE    TO  DT-RCVD-DATE.
             MOVE  WK-DAYS-OUT     TO  DT-DAYS-OUT.
             MOVE  DETAIL-LINE     TO  WK-PRINT-LINE.
             PERFORM  PRINT-LINE-RTN.

             ADD  1            TO  WK-VARIANCE-COUNT.
             ADD  WK-VARIANCE  TO  WK-VARIANCE-KOSU.

             VARIANCE-RTN-EX.
           EXIT.

       HEADING-RTN                 SECTION.
             ADD  1  TO  WK-PAGE-NO.
             MOVE  WK-PAGE-NO  TO  HD-PAGE-NO.
             MOVE  WK-TODAY    TO  HD-TODAY.
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
           MOVE  SPACES  TO  WK-PRINT-LINE.
           PERFORM  PRINT-LINE-RTN.

           MOVE  C-TP-TRANSIT       TO  SM-TYPE.
           MOVE  WK-TRANSIT-COUNT   TO  SM-COUNT.
           MOVE  WK-TRANSIT-KOSU    TO  SM-KOSU.
           MOVE  SUMMARY-LINE       TO  WK-PRINT-LINE.
           PERFORM  PRINT-LINE-RTN.

           MOVE  C-TP-NOSHIP        TO  SM-TYPE.
           MOVE  WK-NOSHIP-COUNT    TO  SM-COUNT.
           MOVE  WK-NOSHIP-KOSU     TO  SM-KOSU.
           MOVE  SUMMARY-LINE       TO  WK-PRINT-LINE.
           PERFORM  PRINT-LINE-RTN.

           MOVE  C-TP-VARIANCE      TO  SM-TYPE.
           MOVE  WK-VARIANCE-COUNT  TO  SM-COUNT.
           MOVE  WK-VARIANCE-KOSU   TO  SM-KOSU.
           MOVE  SUMMARY-LINE       TO  WK-PRINT-LINE.
           PERFORM  PRINT-LINE-RTN.

           IF  WK-IDOM-STATUS  =  '35'
               CLOSE  REPORT-F
           ELSE
               CLOSE  IDO-MASTER-F
                      REPORT-F
           END-IF.

           DISPLAY  '===== IDORP1 CONTROL TOTALS ====='.
           DISPLAY  'TRANSFER ROWS READ.....: '  WK-READ-COUNT.
           DISPLAY  'IN TRANSIT.............: '  WK-TRANSIT-COUNT.
           DISPLAY  'RECEIVED UNSHIPPED.....: '  WK-NOSHIP-COUNT.
           DISPLAY  'QUANTITY VARIANCES.....: '  WK-VARIANCE-COUNT.
           DISPLAY  'OVERDUE................: '  WK-OVERDUE-COUNT.

           MOVE  0  TO  RETURN-CODE.

           IF  WK-OVERDUE-COUNT  >  ZERO
               DISPLAY  'IDORP1 - OVERDUE TRANSFERS NEED STORE '
                        'FOLLOW-UP - SEE THE IN-TRANSIT REPORT'
               MOVE  4  TO  RETURN-CODE
           END-IF.

           END-RTN-EX.
           EXIT.
           END PROGRAM IDORP1.
