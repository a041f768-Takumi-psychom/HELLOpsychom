      *          feed date of the rejects being rolled is checked
      *          against what is already on the suspense file, so a
      *          rerun of the daily job cannot file the same day's
      *          rejects twice under fresh sequence numbers. The
      *          check is by store, so a store whose part of the date
      *          was backed out (BKOUT1) can be rerun on its own.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  CONSTANT-AREA.
         05  C-ON              PIC  X(01)  VALUE  '1'.
         05  C-OFF             PIC  X(01)  VALUE  '0'.
         05  C-MAX-STORES      PIC  9(04)  VALUE  500.

       01  FILLER              PIC  X(20)  VALUE 'WORK-AREA'.
       01  WORK-AREA.
         05  WK-OLD-COUNT      PIC  9(09)  VALUE  ZERO.
         05  WK-READ-COUNT     PIC  9(09)  VALUE  ZERO.
         05  WK-ADD-COUNT      PIC  9(09)  VALUE  ZERO.
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
      *    THE FIRST DDO3-F RECORD -- THE SAME PURCHASE-DATE STAMP
      *    EVERY SUSPENSE RECORD ALREADY CARRIES. A DAY WITH NO
      *    REJECTS AT ALL LEAVES THE STAMP AT ZERO AND THERE IS
      *    NOTHING TO ROLL OR GUARD. THE STORES THE REJECTS COME
      *    FROM ARE TABLED ON THE SAME PASS FOR THE GUARD.
       STAMP-READ-RTN                      SECTION.
           MOVE  ZERO  TO  WK-FEED-DATE.
           MOVE  C-OFF  TO  SW-EOF-FLG.

           OPEN  INPUT  DDO3-F.
           READ  DDO3-F
                   MOVE  IN-KONYU-DATE  OF  DDO3-REC
                     TO  WK-FEED-DATE
           END-READ.

           IF  WK-FEED-DATE  =  ZERO
               MOVE  C-ON  TO  SW-EOF-FLG
           END-IF.

           PERFORM  UNTIL  SW-EOF-FLG  =  C-ON
                    PERFORM  STORE-LOAD-RTN
           END-PERFORM.
           CLOSE  DDO3-F.

           STAMP-READ-RTN-EX.
               EXIT.

       STORE-LOAD-RTN                      SECTION.
           MOVE  IN-KONYU-TENPO  OF  DDO3-REC  TO  WK-FIND-TENPO.
           PERFORM  STORE-FIND-RTN.

           IF  WK-HIT-SUB  =  ZERO
               IF  WK-STORE-COUNT  NOT  <  C-MAX-STORES
                   DISPLAY  'SUSPD1 - MORE THAN '  C-MAX-STORES
                            ' STORES IN ONE DAY - RAISE C-MAX-STORES'
                   MOVE  16  TO  RETURN-CODE
                   STOP RUN
               END-IF
               ADD   1  TO  WK-STORE-COUNT
               MOVE  WK-FIND-TENPO  TO  SX-TENPO (WK-STORE-COUNT)
           END-IF.

           PERFORM  DDO3-F-READ-RTN.

           STORE-LOAD-RTN-EX.
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

      *    THE GUARD ONLY REFUSES THE ROLL -- IT DOES NOT FAIL THE
      *    JOB. A RERUN OF A DAY WHOSE REJECTS ARE ALREADY FILED IS
      *    EXACTLY WHEN THE REST OF THE CHAIN STILL HAS WORK TO DO,
       RERUN-GUARD-RTN                     SECTION.
           IF  SW-DAY-ON-FILE-FLG  =  C-ON
               DISPLAY  'SUSPD1 - FEED DATE '  WK-FEED-DATE
                        ' IS ALREADY ON THE SUSPENSE FILE FOR STORE '
                        WK-DUP-TENPO  ' - THIS DAY''S REJECTS HAVE '
                        'ALREADY BEEN FILED'
               MOVE  4  TO  RETURN-CODE
               STOP RUN
           END-IF.
               MOVE  SU-SEQ-NO  TO  WK-NEXT-SEQ
           END-IF.

           IF  WK-FEED-DATE  =  ZERO
           OR  IN-KONYU-DATE  OF  SUSP-REC  NOT  =  WK-FEED-DATE
               GO  TO  SEQ-SCAN-READ-RTN-EX
           END-IF.

           MOVE  IN-KONYU-TENPO  OF  SUSP-REC  TO  WK-FIND-TENPO.
           PERFORM  STORE-FIND-RTN.
           IF  WK-HIT-SUB  >  ZERO
               MOVE  C-ON           TO  SW-DAY-ON-FILE-FLG
               MOVE  WK-FIND-TENPO  TO  WK-DUP-TENPO
           END-IF.

           SEQ-SCAN-READ-RTN-EX.
