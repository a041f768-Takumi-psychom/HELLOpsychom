      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion of the stock-on-hand master from
      *          the original 40-byte row (store, product, on-hand,
      *          reorder point) to the current ZAIKOLAY row, which
      *          adds ZM-IN-TRANSIT for inter-store transfers. Every
      *          old row is read in key order and written to the new
      *          master unchanged, with in-transit zero -- nothing is
      *          in transit before the transfer feed first posts. The
      *          old master must open as a 40-byte file; a master
      *          already converted (or any other open failure) is
      *          refused with RC 16 before anything is written, so
      *          the job cannot convert twice. Old and new row counts
      *          must agree or the run ends RC 16 and the old master
      *          stays the one in use.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZAICV1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ZAIOLD-F         ASSIGN  TO  ZAIOLD
                                   ORGANIZATION  IS  INDEXED
                                   ACCESS MODE   IS  SEQUENTIAL
                                   RECORD KEY    IS  ZO-STOCK-KEY
                                   FILE STATUS   IS  WK-OLD-STATUS.
           SELECT ZAIKO-MASTER-F   ASSIGN  TO  ZAINEW
                                   ORGANIZATION  IS  INDEXED
                                   ACCESS MODE   IS  SEQUENTIAL
                                   RECORD KEY    IS  ZM-STOCK-KEY
                                   FILE STATUS   IS  WK-NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    THE ROW AS IT STOOD BEFORE ZM-IN-TRANSIT WAS ADDED.
       FD  ZAIOLD-F
       LABEL       RECORD   OMITTED.
       01  ZAIOLD-REC.
           03  ZO-STOCK-KEY.
             05  ZO-TENPO-CODE       PIC  X(05).
             05  ZO-SHOHIN-CODE      PIC  X(05).
           03  ZO-ON-HAND            PIC  S9(15).
           03  ZO-REORDER-PT         PIC  S9(15).

       FD  ZAIKO-MASTER-F
       LABEL       RECORD   OMITTED.
       01  ZAIKO-MASTER-REC.
           COPY ZAIKOLAY.

       WORKING-STORAGE   SECTION.

       01  FILLER              PIC  X(20)  VALUE 'CONSTANT-AREA'.

       01  CONSTANT-AREA.
         05  C-ON              PIC  X(01)  VALUE  '1'.
         05  C-OFF             PIC  X(01)  VALUE  '0'.

       01  FILLER              PIC  X(20)  VALUE 'WORK-AREA'.
       01  WORK-AREA.
         05  SW-EOF-FLG        PIC  X(01).
         05  WK-OLD-STATUS     PIC  X(02).
         05  WK-NEW-STATUS     PIC  X(02).
         05  WK-READ-COUNT     PIC  9(09)  VALUE  ZERO.
         05  WK-WRITE-COUNT    PIC  9(09)  VALUE  ZERO.

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
           MOVE  C-OFF  TO  SW-EOF-FLG.

           OPEN  INPUT  ZAIOLD-F.
           IF  WK-OLD-STATUS  NOT  =  '00'
               DISPLAY  'ZAICV1 - OLD STOCK MASTER DID NOT OPEN AS A '
                        '40-BYTE FILE - STATUS '  WK-OLD-STATUS
                        ' - ALREADY CONVERTED? NOTHING WRITTEN'
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.

           OPEN  OUTPUT  ZAIKO-MASTER-F.
           IF  WK-NEW-STATUS  NOT  =  '00'
               DISPLAY  'ZAICV1 - NEW STOCK MASTER DID NOT OPEN - '
                        'STATUS '  WK-NEW-STATUS
               CLOSE  ZAIOLD-F
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM  ZAIOLD-F-READ-RTN.

           INIT-RTN-EX.
               EXIT.

       ZAIOLD-F-READ-RTN                   SECTION.
           READ  ZAIOLD-F
           AT  END
           MOVE  C-ON  TO  SW-EOF-FLG
           GO  TO  ZAIOLD-F-READ-RTN-EX
           END-READ.
           ADD  1  TO  WK-READ-COUNT.
           ZAIOLD-F-READ-RTN-EX.
           EXIT.
           EJECT.

       MAIN-RTN                 SECTION.
             MOVE  ZO-STOCK-KEY   TO  ZM-STOCK-KEY.
             MOVE  ZO-ON-HAND     TO  ZM-ON-HAND.
             MOVE  ZO-REORDER-PT  TO  ZM-REORDER-PT.
             MOVE  ZERO           TO  ZM-IN-TRANSIT.

             WRITE  ZAIKO-MASTER-REC
                 INVALID KEY
                     DISPLAY  'ZAICV1 - ROW '  ZM-STOCK-KEY
                              ' NOT WRITTEN - STATUS '  WK-NEW-STATUS
                 NOT INVALID KEY
                     ADD  1  TO  WK-WRITE-COUNT
             END-WRITE.

             PERFORM  ZAIOLD-F-READ-RTN.

             MAIN-RTN-EX.
           EXIT.

       END-RTN                  SECTION.
           CLOSE  ZAIOLD-F
                  ZAIKO-MASTER-F.

           DISPLAY  '===== ZAICV1 CONTROL TOTALS ====='.
           DISPLAY  'OLD STOCK ROWS READ....: '  WK-READ-COUNT.
           DISPLAY  'NEW STOCK ROWS WRITTEN.: '  WK-WRITE-COUNT.

           IF  WK-WRITE-COUNT  NOT  =  WK-READ-COUNT
               DISPLAY  'ZAICV1 - ROW COUNTS DO NOT AGREE - KEEP THE '
                        'OLD STOCK MASTER IN USE'
               MOVE  16  TO  RETURN-CODE
           ELSE
               DISPLAY  'ZAICV1 - STOCK MASTER CONVERTED'
               MOVE  0   TO  RETURN-CODE
           END-IF.

           END-RTN-EX.
           EXIT.
           END PROGRAM ZAICV1.
