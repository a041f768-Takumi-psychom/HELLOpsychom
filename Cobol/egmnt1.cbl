      ******************************************************************
      * Author:
      * Date:
      * Purpose: Batch maintenance of the business calendar from a
      *          keyed maintenance transaction file (add / change /
      *          delete), with a before/after audit report -- the
      *          same controlled, audited maintenance SHMNT1 gives
      *          the SHOHIN master. The calendar says which dates
      *          the chain trades, which fiscal month each date
      *          belongs to (always its own calendar month -- the
      *          month-end programs select on the calendar month of
      *          the sale date), and which regions do not trade on a
      *          chain trading day; RUNCT1 refuses to open a date
      *          the calendar does not show as trading, and uses the
      *          fiscal months to decide when the month-end is due.
      *          A region row needs the chain row for its date on
      *          file first, and a chain row cannot be deleted while
      *          region rows remain under it. On a change, a blank
      *          field keeps the value already on the calendar (the
      *          TNMNT1 convention).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EGMNT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EGMTIN-F         ASSIGN  TO  EGMTIN.
           SELECT EIGYO-MASTER-F   ASSIGN  TO  EIGMAS
                                   ORGANIZATION  IS  INDEXED
                                   ACCESS MODE   IS  DYNAMIC
                                   RECORD KEY    IS  EG-KEY.
           SELECT REPORT-F         ASSIGN  TO  EGMRPT.

       DATA DIVISION.
       FILE SECTION.
       FD  EGMTIN-F
       LABEL       RECORD    OMITTED
       RECORDING  MODE  IS  F.
       01  EGMTIN-REC.
         03  MT-ACTION           PIC  X(01).
         03  MT-DATE-X           PIC  X(08).
         03  MT-DATE-9           REDEFINES  MT-DATE-X
                                 PIC  9(08).
         03  MT-REGION           PIC  X(08).
         03  MT-DAY-KBN          PIC  X(01).
         03  MT-FISCAL-YM-X      PIC  X(06).
         03  MT-FISCAL-YM-9      REDEFINES  MT-FISCAL-YM-X
                                 PIC  9(06).
         03  MT-DESC             PIC  X(20).

       FD  EIGYO-MASTER-F
       LABEL       RECORD   OMITTED.
       01  EIGYO-MASTER-REC.
           COPY EIGYOLAY.

       FD  REPORT-F
       LABEL       RECORD   OMITTED
       RECORDING  MODE  IS  F.
       01  REPORT-LINE         PIC  X(132).

       WORKING-STORAGE   SECTION.

       01  FILLER              PIC  X(20)  VALUE 'CONSTANT-AREA'.

       01  CONSTANT-AREA.
         05  C-ON              PIC  X(01)  VALUE  '1'.
         05  C-OFF             PIC  X(01)  VALUE  '0'.
         05  C-ACT-ADD         PIC  X(01)  VALUE  'A'.
         05  C-ACT-CHANGE      PIC  X(01)  VALUE  'C'.
         05  C-ACT-DELETE      PIC  X(01)  VALUE  'D'.
         05  C-KBN-TRADING     PIC  X(01)  VALUE  'T'.
         05  C-KBN-HOLIDAY     PIC  X(01)  VALUE  'H'.
         05  C-LINES-PER-PAGE  PIC  9(02)  VALUE  50.
         05  C-ST-APPLIED      PIC  X(30)  VALUE  'APPLIED'.
         05  C-ST-DUPADD       PIC  X(30)  VALUE
                                 'REJECTED - DUPLICATE ADD'.
         05  C-ST-NOTFOUND     PIC  X(30)  VALUE
                                 'REJECTED - KEY NOT ON FILE'.
         05  C-ST-BADACT       PIC  X(30)  VALUE
                                 'REJECTED - INVALID ACTION'.
         05  C-ST-BADDATE      PIC  X(30)  VALUE
                                 'REJECTED - BAD CALENDAR DATE'.
         05  C-ST-BADKBN       PIC  X(30)  VALUE
                                 'REJECTED - INVALID DAY TYPE'.
         05  C-ST-RGNKBN       PIC  X(30)  VALUE
                                 'REJECTED - REGION ROW IS H'.
         05  C-ST-BADFISCAL    PIC  X(30)  VALUE
                                 'REJECTED - BAD FISCAL MONTH'.
         05  C-ST-NOTCALYM     PIC  X(30)  VALUE
                                 'REJECTED - NOT CALENDAR MONTH'.
         05  C-ST-NOCHAIN      PIC  X(30)  VALUE
                                 'REJECTED - DATE NOT ON FILE'.
         05  C-ST-REGIONS      PIC  X(30)  VALUE
                                 'REJECTED - REGION ROWS EXIST'.

       01  FILLER              PIC  X(20)  VALUE 'WORK-AREA'.
       01  WORK-AREA.
         05  SW-EOF-FLG        PIC  X(01).
         05  SW-FOUND-FLG      PIC  X(01).
         05  SW-BAD-TRAN-FLG   PIC  X(01).
         05  SW-REGION-FLG     PIC  X(01).
         05  WK-READ-COUNT     PIC  9(09)  VALUE  ZERO.
         05  WK-ADD-COUNT      PIC  9(09)  VALUE  ZERO.
         05  WK-CHG-COUNT      PIC  9(09)  VALUE  ZERO.
         05  WK-DEL-COUNT      PIC  9(09)  VALUE  ZERO.
         05  WK-REJECT-COUNT   PIC  9(09)  VALUE  ZERO.
         05  WK-PAGE-NO        PIC  9(05)  VALUE  ZERO.
         05  WK-LINE-CNT       PIC  9(05)  VALUE  ZERO.

       01  FILLER              PIC  X(20)  VALUE 'PRINT-AREA'.
       01  WK-PRINT-LINE        PIC  X(132) VALUE SPACES.

       01  HEADING-LINE-1.
         05  FILLER             PIC  X(20)  VALUE  SPACES.
         05  FILLER             PIC  X(26)  VALUE
                                 'BUSINESS CALENDAR MAINTENA'.
         05  FILLER             PIC  X(17)  VALUE
                                 'NCE AUDIT REPORT'.
         05  FILLER             PIC  X(12)  VALUE  SPACES.
         05  FILLER             PIC  X(05)  VALUE  'PAGE '.
         05  HD-PAGE-NO         PIC  ZZZZ9.

       01  HEADING-LINE-2.
         05  FILLER             PIC  X(06)  VALUE  'ACTION'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(08)  VALUE  'DATE    '.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(08)  VALUE  'REGION  '.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(07)  VALUE  'TYP BEF'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(07)  VALUE  'TYP AFT'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(10)  VALUE  'FISCAL BEF'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(10)  VALUE  'FISCAL AFT'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(20)  VALUE  'DESCRIPTION AFTER'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(30)  VALUE  'STATUS'.

       01  DETAIL-LINE.
         05  FILLER             PIC  X(03)  VALUE  SPACES.
         05  DT-ACTION          PIC  X(01).
         05  FILLER             PIC  X(03)  VALUE  SPACES.
         05  DT-DATE            PIC  X(08).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-REGION          PIC  X(08).
         05  FILLER             PIC  X(04)  VALUE  SPACES.
         05  DT-KBN-BEFORE      PIC  X(01).
         05  FILLER             PIC  X(07)  VALUE  SPACES.
         05  DT-KBN-AFTER       PIC  X(01).
         05  FILLER             PIC  X(06)  VALUE  SPACES.
         05  DT-FISCAL-BEFORE   PIC  X(06).
         05  FILLER             PIC  X(05)  VALUE  SPACES.
         05  DT-FISCAL-AFTER    PIC  X(06).
         05  FILLER             PIC  X(03)  VALUE  SPACES.
         05  DT-DESC-AFTER      PIC  X(20).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-STATUS          PIC  X(30).

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
           OPEN  INPUT  EGMTIN-F
                 I-O    EIGYO-MASTER-F
                 OUTPUT REPORT-F.

           MOVE  C-OFF  TO  SW-EOF-FLG.

           PERFORM  HEADING-RTN.
           PERFORM  EGMTIN-F-READ-RTN.

           INIT-RTN-EX.
               EXIT.

       EGMTIN-F-READ-RTN                    SECTION.
           READ  EGMTIN-F
           AT  END
           MOVE  C-ON  TO  SW-EOF-FLG
           GO  TO  EGMTIN-F-READ-RTN-EX
           END-READ.
           EGMTIN-F-READ-RTN-EX.
           EXIT.
           EJECT.

       MAIN-RTN                 SECTION.
             ADD  1  TO  WK-READ-COUNT.

             MOVE  SPACES          TO  DETAIL-LINE.
             MOVE  MT-ACTION       TO  DT-ACTION.
             MOVE  MT-DATE-X       TO  DT-DATE.
             MOVE  MT-REGION       TO  DT-REGION.

             PERFORM  TRAN-EDIT-RTN.
             IF  SW-BAD-TRAN-FLG  =  C-ON
                 ADD  1  TO  WK-REJECT-COUNT
                 GO  TO  MAIN-RTN-POST
             END-IF.

             IF  MT-ACTION  =  C-ACT-ADD
             AND MT-REGION  NOT  =  SPACES
                 PERFORM  REF-EDIT-RTN
                 IF  SW-BAD-TRAN-FLG  =  C-ON
                     ADD  1  TO  WK-REJECT-COUNT
                     GO  TO  MAIN-RTN-POST
                 END-IF
             END-IF.

             PERFORM  MASTER-LOOKUP-RTN.

             IF  MT-ACTION  =  C-ACT-ADD
                 PERFORM  ADD-RTN
             ELSE
                 IF  MT-ACTION  =  C-ACT-CHANGE
                     PERFORM  CHANGE-RTN
                 ELSE
                     PERFORM  DELETE-RTN
                 END-IF
             END-IF.

             MAIN-RTN-POST.
             MOVE  DETAIL-LINE  TO  WK-PRINT-LINE.
             PERFORM  PRINT-LINE-RTN.
             PERFORM  EGMTIN-F-READ-RTN.

             MAIN-RTN-EX.
           EXIT.

      *    THE DATE IS THE KEY, SO GARBAGE IN IT WOULD PLANT A ROW NO
      *    DATE CARD COULD EVER MATCH. A CHAIN ROW (NO REGION) IS
      *    ADDED WITH ITS DAY TYPE AND FISCAL MONTH; A REGION ROW
      *    ONLY EVER MARKS THE REGION AS NOT TRADING, SO ITS DAY
      *    TYPE IS 'H' OR LEFT BLANK AND ANY FISCAL MONTH KEYED ON
      *    IT IS IGNORED -- THE CHAIN ROW OWNS THE FISCAL MONTH. THE
      *    FISCAL MONTH MUST BE THE DATE'S OWN CALENDAR MONTH: THE
      *    MONTH-END RUN RUNCT1 LAUNCHES AT ITS LAST TRADING DAY
      *    REPORTS THE CALENDAR MONTH OF THE SALE DATES, SO ANY OTHER
      *    MONTH WOULD FIRE IT ON THE WRONG NIGHT. A DELETE CARRIES
      *    ONLY THE KEY.
       TRAN-EDIT-RTN             SECTION.
             MOVE  C-OFF  TO  SW-BAD-TRAN-FLG.

             IF  MT-ACTION  NOT  =  C-ACT-ADD
             AND MT-ACTION  NOT  =  C-ACT-CHANGE
             AND MT-ACTION  NOT  =  C-ACT-DELETE
                 MOVE  C-ON        TO  SW-BAD-TRAN-FLG
                 MOVE  C-ST-BADACT TO  DT-STATUS
                 GO  TO  TRAN-EDIT-RTN-EX
             END-IF.

             IF  MT-DATE-X  NOT  NUMERIC
             OR  MT-DATE-X (5:2)  <  '01'
             OR  MT-DATE-X (5:2)  >  '12'
             OR  MT-DATE-X (7:2)  <  '01'
             OR  MT-DATE-X (7:2)  >  '31'
                 MOVE  C-ON          TO  SW-BAD-TRAN-FLG
                 MOVE  C-ST-BADDATE  TO  DT-STATUS
                 GO  TO  TRAN-EDIT-RTN-EX
             END-IF.

             IF  MT-ACTION  =  C-ACT-DELETE
                 GO  TO  TRAN-EDIT-RTN-EX
             END-IF.

             IF  MT-REGION  NOT  =  SPACES
                 IF  MT-DAY-KBN  NOT  =  SPACES
                 AND MT-DAY-KBN  NOT  =  C-KBN-HOLIDAY
                     MOVE  C-ON         TO  SW-BAD-TRAN-FLG
                     MOVE  C-ST-RGNKBN  TO  DT-STATUS
                 END-IF
                 GO  TO  TRAN-EDIT-RTN-EX
             END-IF.

             IF  MT-DAY-KBN  NOT  =  C-KBN-TRADING
             AND MT-DAY-KBN  NOT  =  C-KBN-HOLIDAY
                 IF  MT-ACTION  =  C-ACT-ADD
                 OR  MT-DAY-KBN  NOT  =  SPACES
                     MOVE  C-ON         TO  SW-BAD-TRAN-FLG
                     MOVE  C-ST-BADKBN  TO  DT-STATUS
                     GO  TO  TRAN-EDIT-RTN-EX
                 END-IF
             END-IF.

             IF  MT-ACTION  =  C-ACT-CHANGE
             AND MT-FISCAL-YM-X  =  SPACES
                 GO  TO  TRAN-EDIT-RTN-EX
             END-IF.

             IF  MT-FISCAL-YM-X  NOT  NUMERIC
             OR  MT-FISCAL-YM-X (5:2)  <  '01'
             OR  MT-FISCAL-YM-X (5:2)  >  '12'
                 MOVE  C-ON            TO  SW-BAD-TRAN-FLG
                 MOVE  C-ST-BADFISCAL  TO  DT-STATUS
                 GO  TO  TRAN-EDIT-RTN-EX
             END-IF.

             IF  MT-FISCAL-YM-X  NOT  =  MT-DATE-X (1:6)
                 MOVE  C-ON           TO  SW-BAD-TRAN-FLG
                 MOVE  C-ST-NOTCALYM  TO  DT-STATUS
             END-IF.

             TRAN-EDIT-RTN-EX.
           EXIT.

      *    A REGION CAN ONLY BE CLOSED ON A DATE THE CALENDAR
      *    ALREADY CARRIES FOR THE CHAIN -- OTHERWISE THE REGION ROW
      *    WOULD SAY NOTHING ABOUT WHETHER THE CHAIN ITSELF TRADES.
       REF-EDIT-RTN              SECTION.
             MOVE  C-OFF  TO  SW-BAD-TRAN-FLG.

             MOVE  MT-DATE-9  TO  EG-DATE.
             MOVE  SPACES     TO  EG-REGION.

             READ  EIGYO-MASTER-F
                 INVALID KEY
                     MOVE  C-ON          TO  SW-BAD-TRAN-FLG
                     MOVE  C-ST-NOCHAIN  TO  DT-STATUS
             END-READ.

             REF-EDIT-RTN-EX.
           EXIT.

      *    THE BEFORE IMAGE ON THE AUDIT LINE IS WHATEVER IS ON THE
      *    CALENDAR AHEAD OF THE ACTION -- SPACES WHEN THE KEY IS NOT
      *    ON FILE -- SO THE REPORT PROVES BOTH WHAT WAS THERE AND
      *    WHAT THE ACTION LEFT BEHIND.
       MASTER-LOOKUP-RTN         SECTION.
             MOVE  MT-DATE-9  TO  EG-DATE.
             MOVE  MT-REGION  TO  EG-REGION.

             READ  EIGYO-MASTER-F
                 INVALID KEY
                     MOVE  C-OFF   TO  SW-FOUND-FLG
                     MOVE  SPACES  TO  DT-KBN-BEFORE
                                       DT-FISCAL-BEFORE
                 NOT INVALID KEY
                     MOVE  C-ON        TO  SW-FOUND-FLG
                     MOVE  EG-DAY-KBN  TO  DT-KBN-BEFORE
                     IF  EG-REGION  =  SPACES
                         MOVE  EG-FISCAL-YM  TO  DT-FISCAL-BEFORE
                     END-IF
             END-READ.

             MASTER-LOOKUP-RTN-EX.
           EXIT.

       ADD-RTN                   SECTION.
             IF  SW-FOUND-FLG  =  C-ON
                 MOVE  C-ST-DUPADD  TO  DT-STATUS
                 ADD   1  TO  WK-REJECT-COUNT
                 GO  TO  ADD-RTN-EX
             END-IF.

             MOVE  MT-DATE-9  TO  EG-DATE.
             MOVE  MT-REGION  TO  EG-REGION.
             IF  MT-REGION  =  SPACES
                 MOVE  MT-DAY-KBN      TO  EG-DAY-KBN
                 MOVE  MT-FISCAL-YM-9  TO  EG-FISCAL-YM
             ELSE
                 MOVE  C-KBN-HOLIDAY   TO  EG-DAY-KBN
                 MOVE  ZERO            TO  EG-FISCAL-YM
             END-IF.
             MOVE  MT-DESC    TO  EG-DESC.
             WRITE  EIGYO-MASTER-REC.

             PERFORM  AFTER-IMAGE-RTN.
             ADD   1  TO  WK-ADD-COUNT.

             ADD-RTN-EX.
           EXIT.

      *    A BLANK FIELD ON A CHANGE KEEPS THE VALUE ALREADY ON THE
      *    CALENDAR, SO MAKING A TRADING DAY A HOLIDAY DOES NOT
      *    RE-KEY ITS FISCAL MONTH. A REGION ROW STAYS 'H' -- ONLY
      *    ITS DESCRIPTION CAN CHANGE.
       CHANGE-RTN                SECTION.
             IF  SW-FOUND-FLG  =  C-OFF
                 MOVE  C-ST-NOTFOUND  TO  DT-STATUS
                 ADD   1  TO  WK-REJECT-COUNT
                 GO  TO  CHANGE-RTN-EX
             END-IF.

             IF  MT-REGION  =  SPACES
                 IF  MT-DAY-KBN  NOT  =  SPACES
                     MOVE  MT-DAY-KBN  TO  EG-DAY-KBN
                 END-IF
                 IF  MT-FISCAL-YM-X  NOT  =  SPACES
                     MOVE  MT-FISCAL-YM-9  TO  EG-FISCAL-YM
                 END-IF
             END-IF.
             IF  MT-DESC  NOT  =  SPACES
                 MOVE  MT-DESC  TO  EG-DESC
             END-IF.
             REWRITE  EIGYO-MASTER-REC.

             PERFORM  AFTER-IMAGE-RTN.
             ADD   1  TO  WK-CHG-COUNT.

             CHANGE-RTN-EX.
           EXIT.

      *    A CHAIN ROW WITH REGION ROWS STILL UNDER IT STAYS ON FILE
      *    UNTIL THEY HAVE BEEN DELETED -- OTHERWISE THE REGION ROWS
      *    WOULD CLOSE A REGION ON A DATE THE CALENDAR NO LONGER
      *    CARRIES. THE SCAN MOVES THROUGH THE FILE, SO THE KEY IS
      *    SET AGAIN BEFORE THE DELETE.
       DELETE-RTN                SECTION.
             IF  SW-FOUND-FLG  =  C-OFF
                 MOVE  C-ST-NOTFOUND  TO  DT-STATUS
                 ADD   1  TO  WK-REJECT-COUNT
                 GO  TO  DELETE-RTN-EX
             END-IF.

             IF  MT-REGION  =  SPACES
                 PERFORM  REGION-SCAN-RTN
                 IF  SW-REGION-FLG  =  C-ON
                     MOVE  C-ST-REGIONS  TO  DT-STATUS
                     ADD   1  TO  WK-REJECT-COUNT
                     GO  TO  DELETE-RTN-EX
                 END-IF
             END-IF.

             MOVE  MT-DATE-9  TO  EG-DATE.
             MOVE  MT-REGION  TO  EG-REGION.
             DELETE  EIGYO-MASTER-F.

             MOVE  SPACES        TO  DT-KBN-AFTER
                                     DT-FISCAL-AFTER
                                     DT-DESC-AFTER.
             MOVE  C-ST-APPLIED  TO  DT-STATUS.
             ADD   1  TO  WK-DEL-COUNT.

             DELETE-RTN-EX.
           EXIT.

      *    THE REGION ROWS FOR A DATE FOLLOW ITS CHAIN ROW ON THE
      *    FILE (THE DATE LEADS THE KEY AND THE CHAIN ROW'S REGION
      *    IS SPACES), SO THE NEXT ROW AFTER THE CHAIN ROW TELLS.
       REGION-SCAN-RTN           SECTION.
             MOVE  C-OFF  TO  SW-REGION-FLG.

             START  EIGYO-MASTER-F  KEY  >  EG-KEY
                 INVALID KEY
                     GO  TO  REGION-SCAN-RTN-EX
             END-START.

             READ  EIGYO-MASTER-F  NEXT
             AT  END
             GO  TO  REGION-SCAN-RTN-EX
             END-READ.

             IF  EG-DATE  =  MT-DATE-9
                 MOVE  C-ON  TO  SW-REGION-FLG
             END-IF.

             REGION-SCAN-RTN-EX.
           EXIT.

       AFTER-IMAGE-RTN           SECTION.
             MOVE  EG-DAY-KBN      TO  DT-KBN-AFTER.
             IF  EG-REGION  =  SPACES
                 MOVE  EG-FISCAL-YM  TO  DT-FISCAL-AFTER
             END-IF.
             MOVE  EG-DESC         TO  DT-DESC-AFTER.
             MOVE  C-ST-APPLIED    TO  DT-STATUS.

             AFTER-IMAGE-RTN-EX.
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
           CLOSE  EGMTIN-F
                  EIGYO-MASTER-F
                  REPORT-F.

           DISPLAY  '===== EGMNT1 CONTROL TOTALS ====='.
           DISPLAY  'EGMTIN-F RECORDS READ..: '  WK-READ-COUNT.
           DISPLAY  'CALENDAR ROWS ADDED....: '  WK-ADD-COUNT.
           DISPLAY  'CALENDAR ROWS CHANGED..: '  WK-CHG-COUNT.
           DISPLAY  'CALENDAR ROWS DELETED..: '  WK-DEL-COUNT.
           DISPLAY  'TRANSACTIONS REJECTED..: '  WK-REJECT-COUNT.

           IF  WK-REJECT-COUNT  >  ZERO
               DISPLAY  'EGMNT1 - REJECTED TRANSACTIONS ON THE AUDIT '
                        'REPORT NEED OPERATIONS REVIEW'
               MOVE  4   TO  RETURN-CODE
           ELSE
               MOVE  0   TO  RETURN-CODE
           END-IF.

           END-RTN-EX.
           EXIT.
           END PROGRAM EGMNT1.
