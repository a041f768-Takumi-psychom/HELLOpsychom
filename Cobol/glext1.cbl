      * Date:
      * Purpose: General-ledger extract of the day's accepted output
      *          (DDO1/DDO2 sales, DDO4 high-value alerts, DDO5
      *          refund credits, plus DDO5D reversals of the refunds
      *          loss prevention denied) in the delimited interface
      *          format the ledger system ingests. The extract is
      *          wrapped in a header record and a trailer carrying
      *          the record count and amount/tax hash totals so the
      *          receiving side can prove the transmission arrived
      *          intact, and every run appends one line to the
      *          transmittal log.
           SELECT DDO2-F           ASSIGN  TO  DDO2.
           SELECT DDO4-F           ASSIGN  TO  DDO4.
           SELECT DDO5-F           ASSIGN  TO  DDO5.
           SELECT DDO5D-F          ASSIGN  TO  DDO5D
                                   FILE STATUS IS  WK-DNY-STATUS.
           SELECT GLEXT-F          ASSIGN  TO  GLEXT.
           SELECT GLLOG-F          ASSIGN  TO  GLLOG
                                   FILE STATUS IS  WK-LOG-STATUS.
           COPY TRANLAY.
         03  DDO5-SHOHIN-NAME  PIC  X(20).

       FD  DDO5D-F
       LABEL       RECORD    OMITTED
       RECORDING  MODE  IS  F.
       01  DDO5D-REC.
           COPY TRANLAY.
         03  DDO5D-SHOHIN-NAME PIC  X(20).

       FD  GLEXT-F
       LABEL       RECORD    OMITTED
       RECORDING  MODE  IS  F.
       01  WORK-AREA.
         05  SW-EOF-FLG        PIC  X(01).
         05  WK-LOG-STATUS     PIC  X(02).
         05  WK-DNY-STATUS     PIC  X(02).
         05  WK-SOURCE-DD      PIC  X(04).
         05  WK-RUN-DATE       PIC  9(08)  VALUE  ZERO.
         05  WK-RUN-TIME       PIC  9(08)  VALUE  ZERO.
                    PERFORM  DDO5-LOOP-RTN
           END-PERFORM.

           PERFORM  DDO5D-PASS-RTN.

           PERFORM  END-RTN.
           STOP RUN.

           PERFORM  DDO5-F-READ-RTN.
           DDO5-LOOP-RTN-EX.
           EXIT.

      *    A DENIED REFUND GOES BACK TO THE LEDGER AS THE REFUND
      *    CREDIT SIGN-FLIPPED, UNDER DDO5 LIKE THE CREDIT IT UNDOES
      *    (THE BKOUT1 REVERSAL CONVENTION). NO REVERSALS FILE IS A
      *    DAY WITH NOTHING DENIED.
       DDO5D-PASS-RTN                       SECTION.
           MOVE  'DDO5'  TO  WK-SOURCE-DD.
           MOVE  C-OFF   TO  SW-EOF-FLG.

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
           MOVE  DDO5D-REC (1:79)  TO  HD-TRAN.
           PERFORM  DETAIL-RTN.
           PERFORM  DDO5D-F-READ-RTN.
           DDO5D-LOOP-RTN-EX.
           EXIT.
           EJECT.

      *    AMOUNTS GO OUT SIGN-LEADING-EXPLICIT -- THE LEDGER SIDE
