      *          program guessing from its own file whether today
      *          already ran -- the per-file guards in MTDAD1 /
      *          SUSPD1 / ZAIKO1 stay as the last line of defence.
      *          A backout record written by BKOUT1 reopens the date:
      *          everything logged for it before the backout is
      *          disregarded.
      *          The business calendar (EGMNT1) stands behind the
      *          date card: OPEN refuses a date the calendar does not
      *          show as a chain trading day, lists the regions that
      *          do not trade on it, and warns (RC=4) about trading
      *          days since the last closed date that never closed.
      *          MONTHEND, run after the CLOSE, ends RC=2 when the
      *          closed date is the last trading day of its fiscal
      *          month, which is what launches the month-end run.
      *          Fiscal months are calendar months (EGMNT1 refuses a
      *          fiscal month other than the date's own), so the
      *          month-end fires on the last trading day of the
      *          calendar month its programs report.
      *
      *          PARM:  OPEN  [FORCE]
      *                 CHECK step [FORCE]
      *                 POST  step rc
      *                 CLOSE [FORCE]
      *                 MONTHEND
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                   FILE STATUS IS  WK-CRD-STATUS.
           SELECT RUNCTL-F         ASSIGN  TO  RUNCTL
                                   FILE STATUS IS  WK-CTL-STATUS.
           SELECT EIGYO-MASTER-F   ASSIGN  TO  EIGMAS
                                   ORGANIZATION  IS  INDEXED
                                   ACCESS MODE   IS  DYNAMIC
                                   RECORD KEY    IS  EG-KEY
                                   FILE STATUS IS  WK-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
         03  RC-STAMP-DATE     PIC  9(08).
         03  RC-STAMP-TIME     PIC  9(06).

       FD  EIGYO-MASTER-F
       LABEL       RECORD   OMITTED.
       01  EIGYO-MASTER-REC.
           COPY EIGYOLAY.

       WORKING-STORAGE   SECTION.

       01  FILLER              PIC  X(20)  VALUE 'CONSTANT-AREA'.
         05  C-FUNC-CHECK      PIC  X(08)  VALUE  'CHECK'.
         05  C-FUNC-POST       PIC  X(08)  VALUE  'POST'.
         05  C-FUNC-CLOSE      PIC  X(08)  VALUE  'CLOSE'.
         05  C-FUNC-MONTHEND   PIC  X(08)  VALUE  'MONTHEND'.
         05  C-STEP-OPEN       PIC  X(08)  VALUE  '*OPEN*'.
         05  C-STEP-CLOSE      PIC  X(08)  VALUE  '*CLOSE*'.
         05  C-STEP-BACKOUT    PIC  X(08)  VALUE  '*BKOUT*'.
         05  C-STEP-MONEND     PIC  X(08)  VALUE  '*MONEND*'.
         05  C-KBN-TRADING     PIC  X(01)  VALUE  'T'.
         05  C-PARM-FORCE      PIC  X(08)  VALUE  'FORCE'.
         05  C-MAX-STEPS       PIC  9(02)  VALUE  50.
         05  C-RC-WARN         PIC  9(02)  VALUE  4.
         05  C-RC-MONTHEND     PIC  9(02)  VALUE  2.
         05  C-MAX-REOPEN      PIC  9(02)  VALUE  50.

       01  FILLER              PIC  X(20)  VALUE 'WORK-AREA'.
       01  WORK-AREA.
         05  SW-CLOSE-SEEN-FLG PIC  X(01).
         05  SW-FORCE-FLG      PIC  X(01).
         05  SW-DIRTY-FLG      PIC  X(01).
         05  SW-MONEND-SEEN-FLG PIC  X(01).
         05  SW-CAL-EOF-FLG    PIC  X(01).
         05  SW-CAL-FOUND-FLG  PIC  X(01).
         05  SW-NOTRADE-FLG    PIC  X(01).
         05  WK-CRD-STATUS     PIC  X(02).
         05  WK-CTL-STATUS     PIC  X(02).
         05  WK-CAL-STATUS     PIC  X(02).
         05  WK-PARM           PIC  X(30).
         05  WK-FUNC           PIC  X(08).
         05  WK-STEP           PIC  X(08).
         05  WK-STEP-SUB       PIC  9(02)  COMP.
         05  WK-STEP-COUNT     PIC  9(02)  VALUE  ZERO  COMP.
         05  WK-HIT-SUB        PIC  9(02)  COMP.
         05  WK-DAY-KBN        PIC  X(01).
         05  WK-DAY-DESC       PIC  X(20).
         05  WK-FISCAL-YM      PIC  9(06)  VALUE  ZERO.
         05  WK-NEXT-DATE      PIC  9(08)  VALUE  ZERO.
         05  WK-NEXT-FISCAL-YM PIC  9(06)  VALUE  ZERO.
         05  WK-LAST-CLOSED    PIC  9(08)  VALUE  ZERO.
         05  WK-GAP-COUNT      PIC  9(05)  VALUE  ZERO.
         05  WK-REOPEN-SUB     PIC  9(02)  COMP.
         05  WK-REOPEN-COUNT   PIC  9(02)  VALUE  ZERO  COMP.
         05  WK-REOPEN-HIT     PIC  9(02)  COMP.
         05  WK-REOPEN-FREE    PIC  9(02)  COMP.

      *    LATEST RETURN CODE POSTED PER STEP FOR THE BUSINESS DATE
      *    -- A STEP THAT FAILED AND WAS RERUN CLEAN COUNTS AS
           10  ST-STEP         PIC  X(08).
           10  ST-LAST-RC      PIC  9(02).

      *    EARLIER BUSINESS DATES BACKED OUT (BKOUT1) AND NOT CLOSED
      *    AGAIN SINCE -- A SLOT IS FREED (ZERO) WHEN THE DATE CLOSES.
       01  FILLER              PIC  X(20)  VALUE 'REOPEN-TABLE-AREA'.
       01  REOPEN-TABLE-AREA.
         05  REOPEN-ENTRY  OCCURS  50  TIMES.
           10  RO-BUS-DATE     PIC  9(08).

       PROCEDURE                          DIVISION.
       PROC                               SECTION.
           PERFORM  INIT-RTN.
                       IF  WK-FUNC  =  C-FUNC-CLOSE
                           PERFORM  CLOSE-RTN
                       ELSE
                           IF  WK-FUNC  =  C-FUNC-MONTHEND
                               PERFORM  MONTHEND-RTN
                           ELSE
                               DISPLAY  'RUNCT1 - UNKNOWN FUNCTION '
                                        '''' WK-FUNC  ''' - USE OPEN, '
                                        'CHECK, POST, CLOSE, OR '
                                        'MONTHEND'
                               MOVE  16  TO  RETURN-CODE
                           END-IF
                       END-IF
                   END-IF
               END-IF
               EXIT.

      *    ONE PASS OVER THE CUMULATIVE RUN-CONTROL FILE, KEEPING
      *    ONLY WHAT CONCERNS THE CARDED BUSINESS DATE -- PLUS, FOR
      *    EARLIER DATES, THE LATEST ONE CLOSED AND ANY BACKED OUT
      *    AND NOT CLOSED AGAIN, WHICH THE OPEN'S MISSED-DAY CHECK
      *    NEEDS. A MISSING FILE IS THE FIRST EVER RUN.
       CTL-SCAN-RTN                        SECTION.
           MOVE  C-OFF  TO  SW-OPEN-SEEN-FLG
                            SW-CLOSE-SEEN-FLG
                            SW-MONEND-SEEN-FLG.
           MOVE  C-OFF  TO  SW-EOF-FLG.
           MOVE  ZERO   TO  WK-LAST-CLOSED
                            WK-REOPEN-COUNT.

           OPEN  INPUT  RUNCTL-F.

           GO  TO  CTL-SCAN-READ-RTN-EX
           END-READ.

           IF  RC-BUS-DATE  <  WK-BUS-DATE
               PERFORM  PRIOR-DATE-RTN
               GO  TO  CTL-SCAN-READ-RTN-EX
           END-IF.

           IF  RC-BUS-DATE  NOT  =  WK-BUS-DATE
               GO  TO  CTL-SCAN-READ-RTN-EX
           END-IF.
               GO  TO  CTL-SCAN-READ-RTN-EX
           END-IF.

           IF  RC-STEP  =  C-STEP-MONEND
               MOVE  C-ON  TO  SW-MONEND-SEEN-FLG
               GO  TO  CTL-SCAN-READ-RTN-EX
           END-IF.

           IF  RC-STEP  =  C-STEP-CLOSE
               MOVE  C-ON  TO  SW-CLOSE-SEEN-FLG
               GO  TO  CTL-SCAN-READ-RTN-EX
           END-IF.

      *    A BACKOUT (BKOUT1) UNDID EVERYTHING POSTED BEFORE IT FOR
      *    THE DATE -- WHAT WAS OPENED, RUN AND CLOSED BEFORE THE
      *    MARKER NO LONGER COUNTS, SO THE DATE CAN BE OPENED AGAIN
      *    AND EVERY STEP RERUN WITHOUT FORCE.
           IF  RC-STEP  =  C-STEP-BACKOUT
               MOVE  C-OFF  TO  SW-OPEN-SEEN-FLG
                                SW-CLOSE-SEEN-FLG
                                SW-MONEND-SEEN-FLG
               MOVE  ZERO   TO  WK-STEP-COUNT
               GO  TO  CTL-SCAN-READ-RTN-EX
           END-IF.

           PERFORM  STEP-TABLE-RTN.

           CTL-SCAN-READ-RTN-EX.

           STEP-SCAN-RTN-EX.
           EXIT.

      *    AN EARLIER DATE COUNTS AS PROCESSED ONCE IT CLOSES. A
      *    BACKOUT UNDOES THAT UNTIL THE DATE IS CLOSED AGAIN, SO A
      *    BACKED-OUT DAY THAT WAS NEVER RERUN IS STILL CAUGHT EVEN
      *    THOUGH A LATER DATE HAS CLOSED SINCE.
       PRIOR-DATE-RTN                      SECTION.
           IF  RC-STEP  =  C-STEP-CLOSE
               IF  RC-BUS-DATE  >  WK-LAST-CLOSED
                   MOVE  RC-BUS-DATE  TO  WK-LAST-CLOSED
               END-IF
               PERFORM  REOPEN-FIND-RTN
               IF  WK-REOPEN-HIT  >  ZERO
                   MOVE  ZERO  TO  RO-BUS-DATE (WK-REOPEN-HIT)
               END-IF
               GO  TO  PRIOR-DATE-RTN-EX
           END-IF.

           IF  RC-STEP  NOT  =  C-STEP-BACKOUT
               GO  TO  PRIOR-DATE-RTN-EX
           END-IF.

           PERFORM  REOPEN-FIND-RTN.
           IF  WK-REOPEN-HIT  >  ZERO
               GO  TO  PRIOR-DATE-RTN-EX
           END-IF.

           IF  WK-REOPEN-FREE  =  ZERO
               IF  WK-REOPEN-COUNT  NOT  <  C-MAX-REOPEN
                   DISPLAY  'RUNCT1 - MORE THAN '  C-MAX-REOPEN
                            ' DATES BACKED OUT AND NOT RERUN - RAISE '
                            'C-MAX-REOPEN'
                   MOVE  16  TO  RETURN-CODE
                   STOP RUN
               END-IF
               ADD  1  TO  WK-REOPEN-COUNT
               MOVE  WK-REOPEN-COUNT  TO  WK-REOPEN-FREE
           END-IF.
           MOVE  RC-BUS-DATE  TO  RO-BUS-DATE (WK-REOPEN-FREE).

           PRIOR-DATE-RTN-EX.
           EXIT.

       REOPEN-FIND-RTN                     SECTION.
           MOVE  ZERO  TO  WK-REOPEN-HIT
                           WK-REOPEN-FREE.
           PERFORM  REOPEN-SCAN-RTN
               VARYING  WK-REOPEN-SUB  FROM  1  BY  1
               UNTIL  WK-REOPEN-SUB  >  WK-REOPEN-COUNT
               OR     WK-REOPEN-HIT  >  ZERO.

           REOPEN-FIND-RTN-EX.
           EXIT.

       REOPEN-SCAN-RTN                     SECTION.
           IF  RO-BUS-DATE (WK-REOPEN-SUB)  =  RC-BUS-DATE
               MOVE  WK-REOPEN-SUB  TO  WK-REOPEN-HIT
           ELSE
               IF  RO-BUS-DATE (WK-REOPEN-SUB)  =  ZERO
               AND WK-REOPEN-FREE  =  ZERO
                   MOVE  WK-REOPEN-SUB  TO  WK-REOPEN-FREE
               END-IF
           END-IF.

           REOPEN-SCAN-RTN-EX.
           EXIT.
           EJECT.

      *    OPENING AN ALREADY-OPEN DATE IS HARMLESS (A RESTART OF
               GO  TO  OPEN-RTN-EX
           END-IF.

      *    A DATE CARD KEYED WRONG, OR A RUN SUBMITTED ON A DAY THE
      *    CHAIN DID NOT TRADE, STOPS HERE RATHER THAN BOOKING A DAY
      *    THAT NEVER HAPPENED. FORCE OPENS IT ANYWAY FOR THE RARE
      *    DAY THE CALENDAR IS WRONG AND CANNOT WAIT FOR EGMNT1J.
           PERFORM  CAL-DATE-RTN.

           MOVE  C-OFF  TO  SW-NOTRADE-FLG.
           IF  WK-CAL-STATUS  =  '35'
               DISPLAY  'RUNCT1 - NO BUSINESS CALENDAR - LOAD IT '
                        'THROUGH EGMNT1J'
               MOVE  C-ON  TO  SW-NOTRADE-FLG
           ELSE
               IF  SW-CAL-FOUND-FLG  =  C-OFF
                   DISPLAY  'RUNCT1 - BUSINESS DATE '  WK-BUS-DATE
                            ' IS NOT ON THE BUSINESS CALENDAR'
                   MOVE  C-ON  TO  SW-NOTRADE-FLG
               ELSE
                   IF  WK-DAY-KBN  NOT  =  C-KBN-TRADING
                       DISPLAY  'RUNCT1 - BUSINESS DATE '  WK-BUS-DATE
                                ' IS NOT A TRADING DAY - '
                                WK-DAY-DESC
                       MOVE  C-ON  TO  SW-NOTRADE-FLG
                   END-IF
               END-IF
           END-IF.

           IF  SW-NOTRADE-FLG  =  C-ON
               IF  SW-FORCE-FLG  =  C-ON
                   DISPLAY  'RUNCT1 - OPENED ANYWAY - AUTHORIZED BY '
                            'FORCE'
               ELSE
                   DISPLAY  'RUNCT1 - OPEN REFUSED - CHECK THE DATE '
                            'CARD (FORCE TO OPEN ANYWAY)'
                   MOVE  16  TO  RETURN-CODE
                   GO  TO  OPEN-RTN-EX
               END-IF
           END-IF.

           MOVE  C-STEP-OPEN  TO  WK-STEP.
           MOVE  ZERO         TO  WK-POST-RC.
           PERFORM  CTL-WRITE-RTN.
                    ' OPENED'.
           MOVE  0  TO  RETURN-CODE.

           MOVE  ZERO  TO  WK-GAP-COUNT.
           IF  WK-CAL-STATUS  NOT  =  '35'
               PERFORM  REGION-LIST-RTN
               PERFORM  GAP-CHECK-RTN
           END-IF.
           PERFORM  REOPEN-WARN-RTN
               VARYING  WK-REOPEN-SUB  FROM  1  BY  1
               UNTIL  WK-REOPEN-SUB  >  WK-REOPEN-COUNT.

           IF  WK-GAP-COUNT  >  ZERO
               DISPLAY  'RUNCT1 - '  WK-GAP-COUNT  ' EARLIER TRADING '
                        'DAY(S) NOT PROCESSED - LAST DATE CLOSED '
                        WK-LAST-CLOSED
               MOVE  C-RC-WARN  TO  RETURN-CODE
           END-IF.

           OPEN-RTN-EX.
               EXIT.

      *    THE CHAIN ROW FOR THE CARDED DATE -- ITS DAY TYPE, ITS
      *    FISCAL MONTH AND WHY IT IS NOT TRADING WHEN IT IS NOT.
      *    A MISSING CALENDAR IS LEFT IN WK-CAL-STATUS FOR THE
      *    CALLER.
       CAL-DATE-RTN                        SECTION.
           MOVE  C-OFF   TO  SW-CAL-FOUND-FLG.
           MOVE  SPACES  TO  WK-DAY-KBN
                             WK-DAY-DESC.
           MOVE  ZERO    TO  WK-FISCAL-YM.

           OPEN  INPUT  EIGYO-MASTER-F.
           IF  WK-CAL-STATUS  =  '35'
               GO  TO  CAL-DATE-RTN-EX
           END-IF.

           MOVE  WK-BUS-DATE  TO  EG-DATE.
           MOVE  SPACES       TO  EG-REGION.
           READ  EIGYO-MASTER-F
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE  C-ON          TO  SW-CAL-FOUND-FLG
                   MOVE  EG-DAY-KBN    TO  WK-DAY-KBN
                   MOVE  EG-DESC       TO  WK-DAY-DESC
                   MOVE  EG-FISCAL-YM  TO  WK-FISCAL-YM
           END-READ.

           CLOSE  EIGYO-MASTER-F.

           CAL-DATE-RTN-EX.
               EXIT.

      *    A REGION ROW MEANS THAT REGION DOES NOT TRADE TODAY WHILE
      *    THE REST OF THE CHAIN DOES -- ITS FEED STILL ARRIVES, BUT
      *    EMPTY, AND THE SHIFT SHOULD NOT CHASE IT. THE REGION ROWS
      *    FOLLOW THE CHAIN ROW ON THE FILE.
       REGION-LIST-RTN                     SECTION.
           MOVE  C-OFF  TO  SW-CAL-EOF-FLG.

           OPEN  INPUT  EIGYO-MASTER-F.
           MOVE  WK-BUS-DATE  TO  EG-DATE.
           MOVE  SPACES       TO  EG-REGION.
           START  EIGYO-MASTER-F  KEY  >  EG-KEY
               INVALID KEY
                   MOVE  C-ON  TO  SW-CAL-EOF-FLG
           END-START.

           PERFORM  UNTIL  SW-CAL-EOF-FLG  =  C-ON
                    PERFORM  REGION-READ-RTN
           END-PERFORM.

           CLOSE  EIGYO-MASTER-F.

           REGION-LIST-RTN-EX.
               EXIT.

       REGION-READ-RTN                     SECTION.
           READ  EIGYO-MASTER-F  NEXT
           AT  END
           MOVE  C-ON  TO  SW-CAL-EOF-FLG
           GO  TO  REGION-READ-RTN-EX
           END-READ.

           IF  EG-DATE  NOT  =  WK-BUS-DATE
               MOVE  C-ON  TO  SW-CAL-EOF-FLG
               GO  TO  REGION-READ-RTN-EX
           END-IF.

           DISPLAY  'RUNCT1 - REGION '  EG-REGION  ' DOES NOT TRADE '
                    'ON '  WK-BUS-DATE  ' - '  EG-DESC.

           REGION-READ-RTN-EX.
           EXIT.

      *    EVERY CHAIN TRADING DAY ON THE CALENDAR BETWEEN THE LAST
      *    DATE CLOSED AND THE ONE BEING OPENED WAS NEVER CLOSED --
      *    A SKIPPED NIGHT, A FAILED RUN NOBODY FINISHED, OR A DATE
      *    CARD KEYED TOO FAR AHEAD. THE OPEN GOES AHEAD (THE DAY IN
      *    HAND STILL HAS TO RUN) BUT ENDS RC=4 SO THE SHIFT CHASES
      *    IT. THE FIRST EVER RUN HAS NO LAST CLOSED DATE.
       GAP-CHECK-RTN                       SECTION.
           IF  WK-LAST-CLOSED  =  ZERO
               GO  TO  GAP-CHECK-RTN-EX
           END-IF.

           MOVE  C-OFF  TO  SW-CAL-EOF-FLG.

           OPEN  INPUT  EIGYO-MASTER-F.
           MOVE  WK-LAST-CLOSED  TO  EG-DATE.
           MOVE  HIGH-VALUES     TO  EG-REGION.
           START  EIGYO-MASTER-F  KEY  >  EG-KEY
               INVALID KEY
                   MOVE  C-ON  TO  SW-CAL-EOF-FLG
           END-START.

           PERFORM  UNTIL  SW-CAL-EOF-FLG  =  C-ON
                    PERFORM  GAP-READ-RTN
           END-PERFORM.

           CLOSE  EIGYO-MASTER-F.

           GAP-CHECK-RTN-EX.
               EXIT.

       GAP-READ-RTN                        SECTION.
           READ  EIGYO-MASTER-F  NEXT
           AT  END
           MOVE  C-ON  TO  SW-CAL-EOF-FLG
           GO  TO  GAP-READ-RTN-EX
           END-READ.

           IF  EG-DATE  NOT  <  WK-BUS-DATE
               MOVE  C-ON  TO  SW-CAL-EOF-FLG
               GO  TO  GAP-READ-RTN-EX
           END-IF.

           IF  EG-REGION  =  SPACES
           AND EG-DAY-KBN  =  C-KBN-TRADING
               ADD  1  TO  WK-GAP-COUNT
               DISPLAY  'RUNCT1 - WARNING - TRADING DAY '  EG-DATE
                        ' WAS NEVER CLOSED'
           END-IF.

           GAP-READ-RTN-EX.
           EXIT.

       REOPEN-WARN-RTN                     SECTION.
           IF  RO-BUS-DATE (WK-REOPEN-SUB)  >  ZERO
               ADD  1  TO  WK-GAP-COUNT
               DISPLAY  'RUNCT1 - WARNING - BUSINESS DATE '
                        RO-BUS-DATE (WK-REOPEN-SUB)
                        ' WAS BACKED OUT AND NEVER CLOSED AGAIN'
           END-IF.

           REOPEN-WARN-RTN-EX.
           EXIT.

       CHECK-RTN                           SECTION.
           IF  WK-STEP  =  SPACES
           OR  WK-STEP  =  C-PARM-FORCE
           DIRTY-SCAN-RTN-EX.
           EXIT.

      *    RUN AFTER THE CLOSE: THE CLOSED DATE ENDS ITS FISCAL
      *    MONTH WHEN THE NEXT CHAIN TRADING DAY ON THE CALENDAR
      *    BELONGS TO ANOTHER FISCAL MONTH. RC=2 SAYS THE MONTH-END
      *    IS DUE AND IS RECORDED ON THE RUN-CONTROL FILE, SO A
      *    RERUN OF THE SAME CLOSED DATE DOES NOT LAUNCH IT TWICE.
      *    RC=0 IS AN ORDINARY DAY. A CALENDAR THAT CANNOT ANSWER --
      *    THE DATE NOT ON IT, OR NOTHING LOADED BEYOND IT -- ENDS
      *    RC=4 AND LEAVES THE MONTH-END TO BE SUBMITTED BY HAND.
       MONTHEND-RTN                        SECTION.
           IF  SW-CLOSE-SEEN-FLG  =  C-OFF
               DISPLAY  'RUNCT1 - BUSINESS DATE '  WK-BUS-DATE
                        ' IS NOT CLOSED - NO MONTH-END DECISION'
               MOVE  16  TO  RETURN-CODE
               GO  TO  MONTHEND-RTN-EX
           END-IF.

           IF  SW-MONEND-SEEN-FLG  =  C-ON
               DISPLAY  'RUNCT1 - MONTH-END ALREADY LAUNCHED AFTER '
                        WK-BUS-DATE
               MOVE  0  TO  RETURN-CODE
               GO  TO  MONTHEND-RTN-EX
           END-IF.

           PERFORM  CAL-DATE-RTN.
           IF  SW-CAL-FOUND-FLG  =  C-OFF
               DISPLAY  'RUNCT1 - BUSINESS DATE '  WK-BUS-DATE
                        ' IS NOT ON THE BUSINESS CALENDAR - '
                        'MONTH-END NOT LAUNCHED'
               MOVE  C-RC-WARN  TO  RETURN-CODE
               GO  TO  MONTHEND-RTN-EX
           END-IF.

           PERFORM  NEXT-TRADING-RTN.
           IF  WK-NEXT-DATE  =  ZERO
               DISPLAY  'RUNCT1 - NO TRADING DAY ON THE BUSINESS '
                        'CALENDAR AFTER '  WK-BUS-DATE
                        ' - LOAD THE NEXT PERIOD - MONTH-END NOT '
                        'LAUNCHED'
               MOVE  C-RC-WARN  TO  RETURN-CODE
               GO  TO  MONTHEND-RTN-EX
           END-IF.

           IF  WK-NEXT-FISCAL-YM  =  WK-FISCAL-YM
               DISPLAY  'RUNCT1 - FISCAL MONTH '  WK-FISCAL-YM
                        ' CONTINUES - NEXT TRADING DAY '
                        WK-NEXT-DATE
               MOVE  0  TO  RETURN-CODE
               GO  TO  MONTHEND-RTN-EX
           END-IF.

           MOVE  C-STEP-MONEND  TO  WK-STEP.
           MOVE  C-RC-MONTHEND  TO  WK-POST-RC.
           PERFORM  CTL-WRITE-RTN.

           DISPLAY  'RUNCT1 - '  WK-BUS-DATE  ' IS THE LAST TRADING '
                    'DAY OF FISCAL MONTH '  WK-FISCAL-YM
                    ' - MONTH-END DUE'.
           MOVE  C-RC-MONTHEND  TO  RETURN-CODE.

           MONTHEND-RTN-EX.
               EXIT.

       NEXT-TRADING-RTN                    SECTION.
           MOVE  ZERO   TO  WK-NEXT-DATE
                            WK-NEXT-FISCAL-YM.
           MOVE  C-OFF  TO  SW-CAL-EOF-FLG.

           OPEN  INPUT  EIGYO-MASTER-F.
           MOVE  WK-BUS-DATE  TO  EG-DATE.
           MOVE  HIGH-VALUES  TO  EG-REGION.
           START  EIGYO-MASTER-F  KEY  >  EG-KEY
               INVALID KEY
                   MOVE  C-ON  TO  SW-CAL-EOF-FLG
           END-START.

           PERFORM  UNTIL  SW-CAL-EOF-FLG  =  C-ON
                    PERFORM  NEXT-READ-RTN
           END-PERFORM.

           CLOSE  EIGYO-MASTER-F.

           NEXT-TRADING-RTN-EX.
               EXIT.

       NEXT-READ-RTN                       SECTION.
           READ  EIGYO-MASTER-F  NEXT
           AT  END
           MOVE  C-ON  TO  SW-CAL-EOF-FLG
           GO  TO  NEXT-READ-RTN-EX
           END-READ.

           IF  EG-REGION  =  SPACES
           AND EG-DAY-KBN  =  C-KBN-TRADING
               MOVE  EG-DATE       TO  WK-NEXT-DATE
               MOVE  EG-FISCAL-YM  TO  WK-NEXT-FISCAL-YM
               MOVE  C-ON          TO  SW-CAL-EOF-FLG
           END-IF.

           NEXT-READ-RTN-EX.
           EXIT.

      *    THE RUN-CONTROL FILE IS CUMULATIVE -- ONE RECORD PER
      *    EVENT, THE SAME APPEND PATTERN AS THE BALANCING RECORDS
      *    AND THE TRANSMITTAL LOG. A MISSING FILE (FIRST RUN) IS
