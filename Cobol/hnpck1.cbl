      ******************************************************************
      * Author:
      * Date:
      * Purpose: Return verification for the day's DDO5 refund
      *          credits. Each return is checked against the
      *          accepted sales of the same store/product inside the
      *          return window -- the month-to-date file and today's
      *          DDO1/DDO2/DDO4 sales for the units, the transaction
      *          key history for a sale that falls before the
      *          month-to-date file begins. A return with no
      *          qualifying sale, or for more units than were sold
      *          (less what has already come back), is held on the
      *          refund-exception file for loss prevention instead
      *          of being paid. The verified refunds file (DDO5V) is
      *          what the store statements and the bank
      *          reconciliation read: today's verified returns plus
      *          any held return loss prevention has cleared since
      *          the last run. A denied hold is dropped unpaid, and
      *          because DDO5 itself is untouched -- the ledger, the
      *          month-to-date file and the stock posting see every
      *          accepted return, held or not -- a denial is also
      *          written to the denied-return reversals file (DDO5D):
      *          the held record with units, amount and tax sign-
      *          flipped (the way BKOUT1 reverses a posting), dated
      *          the day the denial is applied. GLEXT1, MTDAD1 and
      *          ZAIKO1 post it alongside DDO5, which takes the
      *          refund back out of the ledger and the month-end
      *          figures and the units back off the stock master.
      *          A rerun of a day whose holds are already on file
      *          does not verify it again: the returns not on hold
      *          pass through to DDO5V, and the clearances the first
      *          run applied are applied again to the hold file as
      *          it stood before that run (HNPHPV/HNPCPV, kept by
      *          the swap step), so DDO5V and DDO5D come out as the
      *          first run wrote them. The run ends RC 2, which
      *          tells the swap step to leave the kept pair alone.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HNPCK1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DDO1-F           ASSIGN  TO  DDO1.
           SELECT DDO2-F           ASSIGN  TO  DDO2.
           SELECT DDO4-F           ASSIGN  TO  DDO4.
           SELECT DDO5-F           ASSIGN  TO  DDO5.
           SELECT MTD-F            ASSIGN  TO  MTDF
                                   FILE STATUS IS  WK-MTD-STATUS.
           SELECT HISTIN-F         ASSIGN  TO  HISTIN
                                   FILE STATUS IS  WK-HIST-STATUS.
           SELECT HOLDIN-F         ASSIGN  TO  HNPHIN
                                   FILE STATUS IS  WK-HOLD-STATUS.
           SELECT HOLDOT-F         ASSIGN  TO  HNPHOT.
           SELECT HOLDPV-F         ASSIGN  TO  HNPHPV
                                   FILE STATUS IS  WK-HPV-STATUS.
           SELECT CLEAR-F          ASSIGN  TO  HNPCLR
                                   FILE STATUS IS  WK-CLR-STATUS.
           SELECT CLEARPV-F        ASSIGN  TO  HNPCPV
                                   FILE STATUS IS  WK-CPV-STATUS.
           SELECT SEQCTL-F         ASSIGN  TO  HNPSEQ
                                   FILE STATUS IS  WK-CTL-STATUS.
           SELECT DDO5V-F          ASSIGN  TO  DDO5V.
           SELECT DDO5D-F          ASSIGN  TO  DDO5D.
           SELECT REPORT-F         ASSIGN  TO  HNPRPT.

       DATA DIVISION.
       FILE SECTION.
       FD  DDO1-F
       LABEL       RECORD    OMITTED
       RECORDING  MODE  IS  F.
       01  DDO1-REC.
           COPY TRANLAY.
         03  DDO1-SHOHIN-NAME  PIC  X(20).

       FD  DDO2-F
       LABEL       RECORD    OMITTED
       RECORDING  MODE  IS  F.
       01  DDO2-REC.
           COPY TRANLAY.
         03  DDO2-SHOHIN-NAME  PIC  X(20).

       FD  DDO4-F
       LABEL       RECORD    OMITTED
       RECORDING  MODE  IS  F.
       01  DDO4-REC.
           COPY TRANLAY.
         03  DDO4-SHOHIN-NAME  PIC  X(20).

       FD  DDO5-F
       LABEL       RECORD    OMITTED
       RECORDING  MODE  IS  F.
       01  DDO5-REC.
           COPY TRANLAY.
         03  DDO5-SHOHIN-NAME  PIC  X(20).

       FD  MTD-F
       LABEL       RECORD    OMITTED
       RECORDING  MODE  IS  F.
       01  MTD-REC.
           COPY TRANLAY.

       FD  HISTIN-F
       LABEL       RECORD    OMITTED
       RECORDING  MODE  IS  F.
       01  HISTIN-REC.
         03  HI-TENPO          PIC  X(05).
         03  HI-SHOHIN         PIC  X(05).
         03  HI-KONYU-DATE     PIC  9(08).
         03  HI-DAIKIN         PIC  S9(15).

       FD  HOLDIN-F
       LABEL       RECORD    OMITTED
       RECORDING  MODE  IS  F.
       01  HOLDIN-REC          PIC  X(116).

       FD  HOLDOT-F
       LABEL       RECORD    OMITTED
       RECORDING  MODE  IS  F.
       01  HOLDOT-REC.
           COPY TRANLAY.
         03  HO-SHOHIN-NAME    PIC  X(20).
         03  HO-REASON-CODE    PIC  X(02).
         03  HO-HOLD-DATE      PIC  9(08).
         03  HO-SEQ-NO         PIC  9(07).

      *    THE HOLD FILE AND THE CLEARANCES AS THEY STOOD BEFORE THE
      *    LAST SWAP -- READ ONLY ON A RERUN.
       FD  HOLDPV-F
       LABEL       RECORD    OMITTED
       RECORDING  MODE  IS  F.
       01  HOLDPV-REC          PIC  X(116).

       FD  CLEAR-F
       LABEL       RECORD    OMITTED
       RECORDING  MODE  IS  F.
       01  CLEAR-REC           PIC  X(08).

       FD  CLEARPV-F
       LABEL       RECORD    OMITTED
       RECORDING  MODE  IS  F.
       01  CLEARPV-REC         PIC  X(08).

       FD  SEQCTL-F
       LABEL       RECORD   OMITTED
       RECORDING  MODE  IS  F.
       01  SEQCTL-REC.
         03  CT-HIGH-SEQ       PIC  9(07).

       FD  DDO5V-F
       LABEL       RECORD    OMITTED
       RECORDING  MODE  IS  F.
       01  DDO5V-REC.
           COPY TRANLAY.
         03  DDO5V-SHOHIN-NAME PIC  X(20).

       FD  DDO5D-F
       LABEL       RECORD    OMITTED
       RECORDING  MODE  IS  F.
       01  DDO5D-REC.
           COPY TRANLAY.
         03  DDO5D-SHOHIN-NAME PIC  X(20).

       FD  REPORT-F
       LABEL       RECORD   OMITTED
       RECORDING  MODE  IS  F.
       01  REPORT-LINE         PIC  X(132).

       WORKING-STORAGE   SECTION.

       01  FILLER              PIC  X(20)  VALUE 'CONSTANT-AREA'.

       01  CONSTANT-AREA.
         05  C-ON              PIC  X(01)  VALUE  '1'.
         05  C-OFF             PIC  X(01)  VALUE  '0'.
         05  C-TYPE-SALE       PIC  X(01)  VALUE  '1'.
         05  C-TYPE-RETURN     PIC  X(01)  VALUE  '2'.
         05  C-RETURN-DAYS     PIC  9(03)  VALUE  30.
         05  C-MAX-KEYS        PIC  9(04)  VALUE  1000.
         05  C-MAX-CLEARS      PIC  9(03)  VALUE  500.
         05  C-LINES-PER-PAGE  PIC  9(02)  VALUE  50.
      *    HOLD REASON CODES: 'NS' = NO QUALIFYING SALE IN THE
      *    RETURN WINDOW, 'QX' = MORE UNITS RETURNED THAN WERE SOLD.
         05  C-RSN-NOSALE      PIC  X(02)  VALUE  'NS'.
         05  C-RSN-OVERQTY     PIC  X(02)  VALUE  'QX'.
      *    CLEARANCE ACTIONS: 'C' = CLEARED, PAY THE REFUND,
      *    'D' = DENIED, DROP THE HOLD UNPAID AND REVERSE THE RETURN.
         05  C-CLR-RELEASE     PIC  X(01)  VALUE  'C'.
         05  C-CLR-DENY        PIC  X(01)  VALUE  'D'.
         05  C-ST-NOSALE       PIC  X(30)  VALUE
                                 'HELD - NO QUALIFYING SALE'.
         05  C-ST-OVERQTY      PIC  X(30)  VALUE
                                 'HELD - UNITS ABOVE SALES'.
         05  C-ST-CLEARED      PIC  X(30)  VALUE
                                 'CLEARED - REFUND RELEASED'.
         05  C-ST-DENIED       PIC  X(30)  VALUE
                                 'DENIED - RETURN REVERSED'.
         05  C-ST-NOHOLD       PIC  X(30)  VALUE
                                 'REJECTED - SEQ NOT ON HOLD'.
         05  C-ST-BADCLR       PIC  X(30)  VALUE
                                 'REJECTED - INVALID CLEARANCE'.

       01  FILLER              PIC  X(20)  VALUE 'WORK-AREA'.
       01  WORK-AREA.
         05  SW-EOF-FLG        PIC  X(01).
         05  SW-NEW-HOLD-FLG   PIC  X(01).
         05  SW-DAY-ON-FILE-FLG PIC X(01).
         05  SW-HOLD-EOF-FLG   PIC  X(01).
         05  SW-HOLD-HIT-FLG   PIC  X(01).
         05  WK-MTD-STATUS     PIC  X(02).
         05  WK-HIST-STATUS    PIC  X(02).
         05  WK-HOLD-STATUS    PIC  X(02).
         05  WK-HPV-STATUS     PIC  X(02).
         05  WK-CLR-STATUS     PIC  X(02).
         05  WK-CPV-STATUS     PIC  X(02).
         05  WK-CTL-STATUS     PIC  X(02).
         05  WK-FEED-DATE      PIC  9(08)  VALUE  ZERO.
         05  WK-WINDOW-START   PIC  9(08)  VALUE  ZERO.
         05  WK-MONTH-START    PIC  9(08)  VALUE  ZERO.
         05  WK-MONTH-START-R  REDEFINES  WK-MONTH-START.
           10  WK-MS-YYYYMM    PIC  9(06).
           10  WK-MS-DD        PIC  9(02).
         05  WK-NEXT-SEQ       PIC  9(07)  VALUE  ZERO.
         05  WK-REASON-CODE    PIC  X(02).
         05  WK-RTN-KOSU       PIC  S9(15).
         05  WK-AVAIL-KOSU     PIC  S9(15).
         05  WK-FIND-TENPO     PIC  X(05).
         05  WK-FIND-SHOHIN    PIC  X(05).
         05  WK-KEY-SUB        PIC  9(04)  COMP.
         05  WK-KEY-COUNT      PIC  9(04)  VALUE  ZERO  COMP.
         05  WK-HIT-SUB        PIC  9(04)  COMP.
         05  WK-CLR-SUB        PIC  9(03)  COMP.
         05  WK-CLR-COUNT      PIC  9(03)  VALUE  ZERO  COMP.
         05  WK-CLR-HIT        PIC  9(03)  COMP.
         05  WK-RETURN-COUNT   PIC  9(09)  VALUE  ZERO.
         05  WK-VERIFIED-COUNT PIC  9(09)  VALUE  ZERO.
         05  WK-HELD-COUNT     PIC  9(09)  VALUE  ZERO.
         05  WK-HELD-AMOUNT    PIC  S9(15) VALUE  ZERO.
         05  WK-ONHOLD-COUNT   PIC  9(09)  VALUE  ZERO.
         05  WK-CLEARED-COUNT  PIC  9(09)  VALUE  ZERO.
         05  WK-DENIED-COUNT   PIC  9(09)  VALUE  ZERO.
         05  WK-DENIED-AMOUNT  PIC  S9(15) VALUE  ZERO.
         05  WK-CARRY-COUNT    PIC  9(09)  VALUE  ZERO.
         05  WK-CLR-REJ-COUNT  PIC  9(09)  VALUE  ZERO.
         05  WK-PAGE-NO        PIC  9(05)  VALUE  ZERO.
         05  WK-LINE-CNT       PIC  9(05)  VALUE  ZERO.

      *    ONE ROW PER STORE/PRODUCT RETURNED TODAY -- ONLY THOSE
      *    KEYS ARE TOTALLED FROM THE MONTH-TO-DATE FILE AND THE
      *    HISTORY, SO THE TABLE GROWS WITH THE DAY'S RETURNS, NOT
      *    WITH THE MONTH.
      *    THE REFUND-EXCEPTION (HOLD) FILE CARRIES THE DDO5 RECORD
      *    AS IT WAS SPLIT, SO A CLEARED HOLD GOES INTO THE VERIFIED
      *    REFUNDS EXACTLY AS THE STORE KEYED IT. BOTH HOLD FILES
      *    AND BOTH CLEARANCE FILES ARE READ INTO THESE AREAS.
       01  FILLER              PIC  X(20)  VALUE 'HOLD-REC-AREA'.
       01  HOLD-REC.
           COPY TRANLAY.
         03  HD-SHOHIN-NAME    PIC  X(20).
         03  HD-REASON-CODE    PIC  X(02).
         03  HD-HOLD-DATE      PIC  9(08).
         03  HD-SEQ-NO         PIC  9(07).

       01  CLR-REC.
         03  CR-SEQ-NO-X       PIC  X(07).
         03  CR-SEQ-NO-9       REDEFINES  CR-SEQ-NO-X
                               PIC  9(07).
         03  CR-ACTION         PIC  X(01).

       01  FILLER              PIC  X(20)  VALUE 'KEY-TABLE-AREA'.
       01  KEY-TABLE-AREA.
         05  KEY-ENTRY  OCCURS  1000  TIMES.
           10  RV-TENPO        PIC  X(05).
           10  RV-SHOHIN       PIC  X(05).
           10  RV-SOLD-KOSU    PIC  S9(15).
           10  RV-RTN-KOSU     PIC  S9(15).
           10  RV-HIST-FLG     PIC  X(01).

       01  FILLER              PIC  X(20)  VALUE 'CLEAR-TABLE-AREA'.
       01  CLEAR-TABLE-AREA.
         05  CLEAR-ENTRY  OCCURS  500  TIMES.
           10  CT-SEQ-NO       PIC  9(07).
           10  CT-ACTION       PIC  X(01).
           10  CT-USED-FLG     PIC  X(01).

       01  FILLER              PIC  X(20)  VALUE 'PRINT-AREA'.
       01  WK-PRINT-LINE        PIC  X(132) VALUE SPACES.

       01  HEADING-LINE-1.
         05  FILLER             PIC  X(20)  VALUE  SPACES.
         05  FILLER             PIC  X(26)  VALUE
                                 'RETURN VERIFICATION REPORT'.
         05  FILLER             PIC  X(05)  VALUE  ' FOR '.
         05  HD-FEED-DATE       PIC  9(08).
         05  FILLER             PIC  X(08)  VALUE  SPACES.
         05  FILLER             PIC  X(05)  VALUE  'PAGE '.
         05  HD-PAGE-NO         PIC  ZZZZ9.

       01  HEADING-LINE-2.
         05  FILLER             PIC  X(07)  VALUE  'HOLD NO'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(05)  VALUE  'STORE'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(05)  VALUE  'PROD '.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(08)  VALUE  'RTN DATE'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(07)  VALUE  '  UNITS'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(12)  VALUE  '      AMOUNT'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(08)  VALUE  'SOLD NET'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(30)  VALUE  'STATUS'.

       01  DETAIL-LINE.
         05  DT-SEQ-NO          PIC  9(07).
         05  DT-SEQ-NO-X        REDEFINES  DT-SEQ-NO
                                PIC  X(07).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-TENPO           PIC  X(05).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-SHOHIN          PIC  X(05).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-KONYU-DATE      PIC  9(08).
         05  DT-KONYU-DATE-X    REDEFINES  DT-KONYU-DATE
                                PIC  X(08).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-KOSU            PIC  -(6)9.
         05  DT-KOSU-X          REDEFINES  DT-KOSU
                                PIC  X(07).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-DAIKIN          PIC  -(11)9.
         05  DT-DAIKIN-X        REDEFINES  DT-DAIKIN
                                PIC  X(12).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-AVAIL           PIC  -(7)9.
         05  DT-AVAIL-X         REDEFINES  DT-AVAIL
                                PIC  X(08).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-STATUS          PIC  X(30).

       PROCEDURE                          DIVISION.
       PROC                               SECTION.
           PERFORM  INIT-RTN.

           PERFORM  MTD-PASS-RTN.
           PERFORM  HIST-PASS-RTN.

           MOVE  C-OFF  TO  SW-EOF-FLG.
           PERFORM  DDO1-F-READ-RTN.
           PERFORM  UNTIL  SW-EOF-FLG  =  C-ON
                    PERFORM  DDO1-LOOP-RTN
           END-PERFORM.

           MOVE  C-OFF  TO  SW-EOF-FLG.
           PERFORM  DDO2-F-READ-RTN.
           PERFORM  UNTIL  SW-EOF-FLG  =  C-ON
                    PERFORM  DDO2-LOOP-RTN
           END-PERFORM.

           MOVE  C-OFF  TO  SW-EOF-FLG.
           PERFORM  DDO4-F-READ-RTN.
           PERFORM  UNTIL  SW-EOF-FLG  =  C-ON
                    PERFORM  DDO4-LOOP-RTN
           END-PERFORM.

           OPEN  INPUT  DDO5-F.
           MOVE  C-OFF  TO  SW-EOF-FLG.
           PERFORM  DDO5-F-READ-RTN.
           IF  SW-DAY-ON-FILE-FLG  =  C-ON
               PERFORM  RERUN-PASS-RTN
           END-IF.
           PERFORM  UNTIL  SW-EOF-FLG  =  C-ON
                    PERFORM  VERIFY-RTN
           END-PERFORM.

           PERFORM  HOLD-CARRY-RTN.

           PERFORM  END-RTN.
           STOP RUN.

           PROC-EX.
               EXIT.
               EJECT.

       INIT-RTN                            SECTION.
           PERFORM  STAMP-READ-RTN.

           COMPUTE  WK-WINDOW-START  =
                    FUNCTION DATE-OF-INTEGER
                        (FUNCTION INTEGER-OF-DATE (WK-FEED-DATE)
                         -  C-RETURN-DAYS).
           MOVE  WK-FEED-DATE  TO  WK-MONTH-START.
           MOVE  1             TO  WK-MS-DD.

           PERFORM  SEED-READ-RTN.

           OPEN  INPUT  DDO5-F.
           MOVE  C-OFF  TO  SW-EOF-FLG.
           PERFORM  DDO5-F-READ-RTN.
           PERFORM  UNTIL  SW-EOF-FLG  =  C-ON
                    PERFORM  KEY-LOAD-RTN
           END-PERFORM.
           CLOSE  DDO5-F.

           PERFORM  SEQ-SCAN-RTN.

           OPEN  INPUT  DDO1-F
                        DDO2-F
                        DDO4-F
                 OUTPUT HOLDOT-F
                        DDO5V-F
                        DDO5D-F
                        REPORT-F.

           PERFORM  HEADING-RTN.
           PERFORM  CLEAR-LOAD-RTN.

           INIT-RTN-EX.
               EXIT.

      *    THE RETURN WINDOW IS MEASURED BACK FROM THE FEED DATE OF
      *    THE DAY BEING VERIFIED -- THE SAME PURCHASE-DATE STAMP
      *    THE SPLIT AND THE MONTH-TO-DATE APPEND USE. A DAY WITH
      *    NO RETURNS HAS NOTHING TO VERIFY, BUT CLEARANCES STILL
      *    APPLY, SO THE DATE FALLS BACK TO THE SALES FILES.
       STAMP-READ-RTN                      SECTION.
           MOVE  ZERO  TO  WK-FEED-DATE.

           OPEN  INPUT  DDO5-F.
           READ  DDO5-F
               NOT  AT  END
                   MOVE  IN-KONYU-DATE  OF  DDO5-REC
                     TO  WK-FEED-DATE
           END-READ.
           CLOSE  DDO5-F.

           IF  WK-FEED-DATE  =  ZERO
               OPEN  INPUT  DDO1-F
               READ  DDO1-F
                   NOT  AT  END
                       MOVE  IN-KONYU-DATE  OF  DDO1-REC
                         TO  WK-FEED-DATE
               END-READ
               CLOSE  DDO1-F
           END-IF.

           IF  WK-FEED-DATE  =  ZERO
               OPEN  INPUT  DDO2-F
               READ  DDO2-F
                   NOT  AT  END
                       MOVE  IN-KONYU-DATE  OF  DDO2-REC
                         TO  WK-FEED-DATE
               END-READ
               CLOSE  DDO2-F
           END-IF.

           IF  WK-FEED-DATE  =  ZERO
               ACCEPT  WK-FEED-DATE  FROM  DATE  YYYYMMDD
           END-IF.

           STAMP-READ-RTN-EX.
               EXIT.

      *    A MISSING SEQUENCE CONTROL FILE (FIRST EVER RUN) JUST
      *    MEANS NO HIGH-WATER MARK HAS BEEN SAVED YET. THE MARK IS
      *    KEPT FOR THE SAME REASON AS SUSPD1'S: ONCE LOSS
      *    PREVENTION CLEARS EVERY HOLD THE FILE IS EMPTY, AND
      *    NUMBERING MUST NOT RESTART UNDER A CLEARANCE STILL KEYED
      *    ON AN OLD HOLD NUMBER.
       SEED-READ-RTN                       SECTION.
           MOVE  ZERO  TO  WK-NEXT-SEQ.

           OPEN  INPUT  SEQCTL-F.

           IF  WK-CTL-STATUS  =  '35'
               GO  TO  SEED-READ-RTN-EX
           END-IF.

           READ  SEQCTL-F
               NOT  AT  END
                   MOVE  CT-HIGH-SEQ  TO  WK-NEXT-SEQ
           END-READ.

           CLOSE  SEQCTL-F.

           SEED-READ-RTN-EX.
               EXIT.

       SEED-WRITE-RTN                      SECTION.
           OPEN  OUTPUT  SEQCTL-F.

           MOVE  WK-NEXT-SEQ  TO  CT-HIGH-SEQ.
           WRITE  SEQCTL-REC.

           CLOSE  SEQCTL-F.

           SEED-WRITE-RTN-EX.
               EXIT.

      *    THE HOLD FILE IS SCANNED FOR THE HIGHEST HOLD NUMBER
      *    ALREADY ASSIGNED, AND A FEED DATE THAT ALREADY PUT HOLDS
      *    ON IT MAKES THE RUN A RERUN -- VERIFYING THE SAME DAY
      *    TWICE WOULD HOLD EVERY SUSPECT RETURN TWICE, SO THE DAY'S
      *    RETURNS ARE PASSED THROUGH AS ALREADY VERIFIED (SEE
      *    RERUN-PASS-RTN) AND THE RUN ENDS RC=2. ONLY A HOLD FOR
      *    A STORE WITH RETURNS IN TODAY'S FEED COUNTS, SO A STORE
      *    WHOSE PART OF THE DATE WAS BACKED OUT (BKOUT1) CAN BE
      *    VERIFIED AGAIN ON ITS OWN. A MISSING HOLD FILE (STATUS
      *    35) IS AN EMPTY ONE.
       SEQ-SCAN-RTN                        SECTION.
           MOVE  C-OFF  TO  SW-EOF-FLG.
           MOVE  C-OFF  TO  SW-NEW-HOLD-FLG.
           MOVE  C-OFF  TO  SW-DAY-ON-FILE-FLG.

           OPEN  INPUT  HOLDIN-F.

           IF  WK-HOLD-STATUS  =  '35'
               MOVE  C-ON  TO  SW-NEW-HOLD-FLG
               GO  TO  SEQ-SCAN-RTN-EX
           END-IF.

           PERFORM  UNTIL  SW-EOF-FLG  =  C-ON
                    PERFORM  SEQ-SCAN-READ-RTN
           END-PERFORM.

           CLOSE  HOLDIN-F.

           IF  SW-DAY-ON-FILE-FLG  =  C-ON
               DISPLAY  'HNPCK1 - FEED DATE '  WK-FEED-DATE
                        ' HAS ALREADY BEEN VERIFIED - HOLDS FOR IT '
                        'ARE ON THE REFUND-EXCEPTION FILE'
               DISPLAY  'HNPCK1 - RERUN - RETURNS NOT ALREADY ON HOLD '
                        'PASS THROUGH AS VERIFIED'
               PERFORM  PRV-SCAN-RTN
           END-IF.

           SEQ-SCAN-RTN-EX.
               EXIT.

       SEQ-SCAN-READ-RTN                   SECTION.
           READ  HOLDIN-F  INTO  HOLD-REC
           AT  END
           MOVE  C-ON  TO  SW-EOF-FLG
           GO  TO  SEQ-SCAN-READ-RTN-EX
           END-READ.

           IF  HD-SEQ-NO  >  WK-NEXT-SEQ
               MOVE  HD-SEQ-NO  TO  WK-NEXT-SEQ
           END-IF.

           IF  HD-HOLD-DATE  NOT  =  WK-FEED-DATE
               GO  TO  SEQ-SCAN-READ-RTN-EX
           END-IF.

           MOVE  ZERO  TO  WK-HIT-SUB.
           PERFORM  STORE-SCAN-RTN
               VARYING  WK-KEY-SUB  FROM  1  BY  1
               UNTIL  WK-KEY-SUB  >  WK-KEY-COUNT
               OR     WK-HIT-SUB  >  ZERO.
           IF  WK-HIT-SUB  >  ZERO
               MOVE  C-ON  TO  SW-DAY-ON-FILE-FLG
           END-IF.

           SEQ-SCAN-READ-RTN-EX.
           EXIT.

      *    A RERUN REBUILDS THE FIRST RUN'S CLEARED REFUNDS AND
      *    DENIAL REVERSALS FROM THE HOLD FILE AND THE CLEARANCES AS
      *    THEY STOOD BEFORE THAT RUN, WHICH THE SWAP STEP KEEPS. IF
      *    EITHER IS MISSING, OR THE KEPT HOLD FILE ALREADY HAS
      *    TODAY'S HOLDS ON IT (IT IS NOT THE ONE THE FIRST RUN
      *    READ), NOTHING CAN BE REBUILT AND THE RUN STOPS BEFORE
      *    ANY OUTPUT IS WRITTEN.
       PRV-SCAN-RTN                        SECTION.
           OPEN  INPUT  CLEARPV-F.
           IF  WK-CPV-STATUS  NOT  =  '00'
               PERFORM  PRV-FAIL-RTN
           END-IF.
           CLOSE  CLEARPV-F.

           OPEN  INPUT  HOLDPV-F.
           IF  WK-HPV-STATUS  NOT  =  '00'
               PERFORM  PRV-FAIL-RTN
           END-IF.

           MOVE  C-OFF  TO  SW-HOLD-EOF-FLG.
           PERFORM  UNTIL  SW-HOLD-EOF-FLG  =  C-ON
                    PERFORM  PRV-SCAN-READ-RTN
           END-PERFORM.

           CLOSE  HOLDPV-F.

           PRV-SCAN-RTN-EX.
               EXIT.

       PRV-SCAN-READ-RTN                   SECTION.
           READ  HOLDPV-F  INTO  HOLD-REC
           AT  END
           MOVE  C-ON  TO  SW-HOLD-EOF-FLG
           GO  TO  PRV-SCAN-READ-RTN-EX
           END-READ.

           IF  HD-HOLD-DATE  NOT  =  WK-FEED-DATE
               GO  TO  PRV-SCAN-READ-RTN-EX
           END-IF.

           MOVE  ZERO  TO  WK-HIT-SUB.
           PERFORM  STORE-SCAN-RTN
               VARYING  WK-KEY-SUB  FROM  1  BY  1
               UNTIL  WK-KEY-SUB  >  WK-KEY-COUNT
               OR     WK-HIT-SUB  >  ZERO.
           IF  WK-HIT-SUB  >  ZERO
               PERFORM  PRV-FAIL-RTN
           END-IF.

           PRV-SCAN-READ-RTN-EX.
           EXIT.

       PRV-FAIL-RTN                        SECTION.
           DISPLAY  'HNPCK1 - RERUN - HOLD FILE/CLEARANCES FROM BEFORE '
                    'THE FIRST RUN NOT ON HNPHPV/HNPCPV'.
           DISPLAY  'HNPCK1 - CLEARED REFUNDS AND DENIALS CANNOT BE '
                    'REBUILT - RUN STOPPED'.
           MOVE  16  TO  RETURN-CODE.
           STOP RUN.

           PRV-FAIL-RTN-EX.
           EXIT.

      *    LOSS PREVENTION'S CLEARANCES ARE KEYED ON THE HOLD
      *    NUMBER PRINTED ON THIS REPORT. A MISSING CLEARANCE FILE
      *    IS A DAY WITH NOTHING CLEARED. A RERUN APPLIES THE ONES
      *    THE FIRST RUN CONSUMED; ANY KEYED SINCE WAIT FOR THE NEXT
      *    DAY.
       CLEAR-LOAD-RTN                      SECTION.
           MOVE  C-OFF  TO  SW-EOF-FLG.

           IF  SW-DAY-ON-FILE-FLG  =  C-ON
               OPEN  INPUT  CLEARPV-F
               PERFORM  UNTIL  SW-EOF-FLG  =  C-ON
                        PERFORM  CLEAR-PRV-READ-RTN
               END-PERFORM
               CLOSE  CLEARPV-F
               GO  TO  CLEAR-LOAD-RTN-EX
           END-IF.

           OPEN  INPUT  CLEAR-F.

           IF  WK-CLR-STATUS  =  '35'
               GO  TO  CLEAR-LOAD-RTN-EX
           END-IF.

           PERFORM  UNTIL  SW-EOF-FLG  =  C-ON
                    PERFORM  CLEAR-LOAD-READ-RTN
           END-PERFORM.

           CLOSE  CLEAR-F.

           CLEAR-LOAD-RTN-EX.
               EXIT.

       CLEAR-LOAD-READ-RTN                 SECTION.
           READ  CLEAR-F  INTO  CLR-REC
           AT  END
           MOVE  C-ON  TO  SW-EOF-FLG
           GO  TO  CLEAR-LOAD-READ-RTN-EX
           END-READ.

           PERFORM  CLEAR-ENTRY-RTN.

           CLEAR-LOAD-READ-RTN-EX.
           EXIT.

       CLEAR-PRV-READ-RTN                  SECTION.
           READ  CLEARPV-F  INTO  CLR-REC
           AT  END
           MOVE  C-ON  TO  SW-EOF-FLG
           GO  TO  CLEAR-PRV-READ-RTN-EX
           END-READ.

           PERFORM  CLEAR-ENTRY-RTN.

           CLEAR-PRV-READ-RTN-EX.
           EXIT.

       CLEAR-ENTRY-RTN                     SECTION.
           IF  CR-SEQ-NO-X  NOT  NUMERIC
           OR  (CR-ACTION  NOT  =  C-CLR-RELEASE
               AND  CR-ACTION  NOT  =  C-CLR-DENY)
               MOVE  SPACES         TO  DETAIL-LINE
               MOVE  CR-SEQ-NO-X    TO  DT-SEQ-NO-X
               MOVE  SPACES         TO  DT-KONYU-DATE-X
                                        DT-KOSU-X
                                        DT-DAIKIN-X
                                        DT-AVAIL-X
               MOVE  C-ST-BADCLR    TO  DT-STATUS
               MOVE  DETAIL-LINE    TO  WK-PRINT-LINE
               PERFORM  PRINT-LINE-RTN
               ADD   1  TO  WK-CLR-REJ-COUNT
               GO  TO  CLEAR-ENTRY-RTN-EX
           END-IF.

           IF  WK-CLR-COUNT  NOT  <  C-MAX-CLEARS
               DISPLAY  'HNPCK1 - MORE THAN '  C-MAX-CLEARS
                        ' CLEARANCES - RAISE C-MAX-CLEARS'
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.

           ADD   1  TO  WK-CLR-COUNT.
           MOVE  CR-SEQ-NO-9  TO  CT-SEQ-NO   (WK-CLR-COUNT).
           MOVE  CR-ACTION    TO  CT-ACTION   (WK-CLR-COUNT).
           MOVE  C-OFF        TO  CT-USED-FLG (WK-CLR-COUNT).

           CLEAR-ENTRY-RTN-EX.
           EXIT.
           EJECT.

       DDO5-F-READ-RTN                      SECTION.
           READ  DDO5-F
           AT  END
           MOVE  C-ON  TO  SW-EOF-FLG
           GO  TO  DDO5-F-READ-RTN-EX
           END-READ.
           DDO5-F-READ-RTN-EX.
           EXIT.

       KEY-LOAD-RTN                         SECTION.
           MOVE  IN-KONYU-TENPO  OF  DDO5-REC  TO  WK-FIND-TENPO.
           MOVE  IN-SHOHIN-CODE  OF  DDO5-REC  TO  WK-FIND-SHOHIN.
           PERFORM  KEY-FIND-RTN.
           IF  WK-HIT-SUB  =  ZERO
               PERFORM  KEY-ADD-RTN
           END-IF.
           PERFORM  DDO5-F-READ-RTN.
           KEY-LOAD-RTN-EX.
           EXIT.

      *    THE MONTH-TO-DATE FILE HOLDS EVERY ACCEPTED SALE AND
      *    RETURN FROM THE FIRST OF THE MONTH TO YESTERDAY. TODAY'S
      *    OWN RECORDS ARE SKIPPED IF A RERUN FINDS THEM ALREADY
      *    APPENDED -- TODAY'S SALES COME FROM THE SPLIT FILES, AND
      *    TODAY'S RETURNS ARE THE ONES UNDER VERIFICATION.
       MTD-PASS-RTN                         SECTION.
           MOVE  C-OFF  TO  SW-EOF-FLG.

           OPEN  INPUT  MTD-F.

           IF  WK-MTD-STATUS  =  '35'
               GO  TO  MTD-PASS-RTN-EX
           END-IF.

           PERFORM  UNTIL  SW-EOF-FLG  =  C-ON
                    PERFORM  MTD-READ-RTN
           END-PERFORM.

           CLOSE  MTD-F.

           MTD-PASS-RTN-EX.
               EXIT.

       MTD-READ-RTN                         SECTION.
           READ  MTD-F
           AT  END
           MOVE  C-ON  TO  SW-EOF-FLG
           GO  TO  MTD-READ-RTN-EX
           END-READ.

           IF  IN-KONYU-DATE  OF  MTD-REC  <  WK-WINDOW-START
           OR  IN-KONYU-DATE  OF  MTD-REC  NOT  <  WK-FEED-DATE
               GO  TO  MTD-READ-RTN-EX
           END-IF.

           MOVE  IN-KONYU-TENPO  OF  MTD-REC  TO  WK-FIND-TENPO.
           MOVE  IN-SHOHIN-CODE  OF  MTD-REC  TO  WK-FIND-SHOHIN.
           PERFORM  KEY-FIND-RTN.
           IF  WK-HIT-SUB  =  ZERO
               GO  TO  MTD-READ-RTN-EX
           END-IF.

           IF  IN-TRAN-TYPE  OF  MTD-REC  =  C-TYPE-RETURN
               SUBTRACT  IN-KONYU-KOSU  OF  MTD-REC
                   FROM  RV-RTN-KOSU (WK-HIT-SUB)
           ELSE
               ADD  IN-KONYU-KOSU  OF  MTD-REC
                 TO  RV-SOLD-KOSU (WK-HIT-SUB)
           END-IF.

           MTD-READ-RTN-EX.
           EXIT.

      *    THE KEY HISTORY REACHES BACK PAST THE FIRST OF THE MONTH,
      *    WHERE THE MONTH-TO-DATE FILE CANNOT -- BUT IT CARRIES NO
      *    UNITS. A SALE FOUND ONLY THERE PROVES THE RETURN HAS A
      *    QUALIFYING SALE, AND THE UNIT CHECK IS WAIVED FOR THAT
      *    STORE/PRODUCT BECAUSE WHAT WAS SOLD CANNOT BE COUNTED.
       HIST-PASS-RTN                        SECTION.
           MOVE  C-OFF  TO  SW-EOF-FLG.

           OPEN  INPUT  HISTIN-F.

           IF  WK-HIST-STATUS  =  '35'
               GO  TO  HIST-PASS-RTN-EX
           END-IF.

           PERFORM  UNTIL  SW-EOF-FLG  =  C-ON
                    PERFORM  HIST-READ-RTN
           END-PERFORM.

           CLOSE  HISTIN-F.

           HIST-PASS-RTN-EX.
               EXIT.

       HIST-READ-RTN                        SECTION.
           READ  HISTIN-F
           AT  END
           MOVE  C-ON  TO  SW-EOF-FLG
           GO  TO  HIST-READ-RTN-EX
           END-READ.

           IF  HI-DAIKIN  NOT  >  ZERO
           OR  HI-KONYU-DATE  <  WK-WINDOW-START
           OR  HI-KONYU-DATE  NOT  <  WK-MONTH-START
               GO  TO  HIST-READ-RTN-EX
           END-IF.

           MOVE  HI-TENPO   TO  WK-FIND-TENPO.
           MOVE  HI-SHOHIN  TO  WK-FIND-SHOHIN.
           PERFORM  KEY-FIND-RTN.
           IF  WK-HIT-SUB  >  ZERO
               MOVE  C-ON  TO  RV-HIST-FLG (WK-HIT-SUB)
           END-IF.

           HIST-READ-RTN-EX.
           EXIT.
           EJECT.

       DDO1-F-READ-RTN                      SECTION.
           READ  DDO1-F
           AT  END
           MOVE  C-ON  TO  SW-EOF-FLG
           GO  TO  DDO1-F-READ-RTN-EX
           END-READ.
           DDO1-F-READ-RTN-EX.
           EXIT.

       DDO1-LOOP-RTN                        SECTION.
           MOVE  IN-KONYU-TENPO  OF  DDO1-REC  TO  WK-FIND-TENPO.
           MOVE  IN-SHOHIN-CODE  OF  DDO1-REC  TO  WK-FIND-SHOHIN.
           PERFORM  KEY-FIND-RTN.
           IF  WK-HIT-SUB  >  ZERO
               ADD  IN-KONYU-KOSU  OF  DDO1-REC
                 TO  RV-SOLD-KOSU (WK-HIT-SUB)
           END-IF.
           PERFORM  DDO1-F-READ-RTN.
           DDO1-LOOP-RTN-EX.
           EXIT.

       DDO2-F-READ-RTN                      SECTION.
           READ  DDO2-F
           AT  END
           MOVE  C-ON  TO  SW-EOF-FLG
           GO  TO  DDO2-F-READ-RTN-EX
           END-READ.
           DDO2-F-READ-RTN-EX.
           EXIT.

       DDO2-LOOP-RTN                        SECTION.
           MOVE  IN-KONYU-TENPO  OF  DDO2-REC  TO  WK-FIND-TENPO.
           MOVE  IN-SHOHIN-CODE  OF  DDO2-REC  TO  WK-FIND-SHOHIN.
           PERFORM  KEY-FIND-RTN.
           IF  WK-HIT-SUB  >  ZERO
               ADD  IN-KONYU-KOSU  OF  DDO2-REC
                 TO  RV-SOLD-KOSU (WK-HIT-SUB)
           END-IF.
           PERFORM  DDO2-F-READ-RTN.
           DDO2-LOOP-RTN-EX.
           EXIT.

       DDO4-F-READ-RTN                      SECTION.
           READ  DDO4-F
           AT  END
           MOVE  C-ON  TO  SW-EOF-FLG
           GO  TO  DDO4-F-READ-RTN-EX
           END-READ.
           DDO4-F-READ-RTN-EX.
           EXIT.

       DDO4-LOOP-RTN                        SECTION.
           MOVE  IN-KONYU-TENPO  OF  DDO4-REC  TO  WK-FIND-TENPO.
           MOVE  IN-SHOHIN-CODE  OF  DDO4-REC  TO  WK-FIND-SHOHIN.
           PERFORM  KEY-FIND-RTN.
           IF  WK-HIT-SUB  >  ZERO
               ADD  IN-KONYU-KOSU  OF  DDO4-REC
                 TO  RV-SOLD-KOSU (WK-HIT-SUB)
           END-IF.
           PERFORM  DDO4-F-READ-RTN.
           DDO4-LOOP-RTN-EX.
           EXIT.
           EJECT.

      *    A RETURN'S UNITS ARE NEGATIVE ON THE SPLIT RECORD; THE
      *    CHECK WORKS IN UNITS BROUGHT BACK. UNITS STILL RETURNABLE
      *    ARE WHAT WAS SOLD IN THE WINDOW LESS WHAT HAS ALREADY
      *    COME BACK -- EARLIER IN THE MONTH OR EARLIER TODAY -- SO
      *    TWO RETURNS AGAINST ONE SALE CANNOT BOTH BE PAID.
       VERIFY-RTN                           SECTION.
           ADD  1  TO  WK-RETURN-COUNT.

           MOVE  IN-KONYU-TENPO  OF  DDO5-REC  TO  WK-FIND-TENPO.
           MOVE  IN-SHOHIN-CODE  OF  DDO5-REC  TO  WK-FIND-SHOHIN.
           PERFORM  KEY-FIND-RTN.

           COMPUTE  WK-RTN-KOSU  =
                    ZERO  -  IN-KONYU-KOSU  OF  DDO5-REC.
           COMPUTE  WK-AVAIL-KOSU  =  RV-SOLD-KOSU (WK-HIT-SUB)
                                   -  RV-RTN-KOSU  (WK-HIT-SUB).

           IF  RV-SOLD-KOSU (WK-HIT-SUB)  NOT  >  ZERO
           AND RV-HIST-FLG  (WK-HIT-SUB)  NOT  =  C-ON
               MOVE  C-RSN-NOSALE  TO  WK-REASON-CODE
               PERFORM  HOLD-WRITE-RTN
               GO  TO  VERIFY-RTN-POST
           END-IF.

           IF  RV-HIST-FLG (WK-HIT-SUB)  NOT  =  C-ON
           AND WK-RTN-KOSU  >  WK-AVAIL-KOSU
               MOVE  C-RSN-OVERQTY  TO  WK-REASON-CODE
               PERFORM  HOLD-WRITE-RTN
               GO  TO  VERIFY-RTN-POST
           END-IF.

           ADD   WK-RTN-KOSU  TO  RV-RTN-KOSU (WK-HIT-SUB).
           MOVE  DDO5-REC     TO  DDO5V-REC.
           WRITE  DDO5V-REC.
           ADD   1  TO  WK-VERIFIED-COUNT.

           VERIFY-RTN-POST.
           PERFORM  DDO5-F-READ-RTN.
           VERIFY-RTN-EX.
           EXIT.

      *    A RERUN OF A DAY ALREADY VERIFIED WRITES THE VERIFIED
      *    REFUNDS AGAIN WITHOUT RE-JUDGING THEM: EVERY RETURN GOES
      *    THROUGH EXCEPT THE ONES THE FIRST RUN HELD, WHICH ARE
      *    STILL ON THE HOLD FILE UNDER TODAY'S DATE AND GO TO THE
      *    NEW HOLD FILE UNDER THEIR OWN HOLD NUMBERS, AHEAD OF THE
      *    OLDER HOLDS, AS THE FIRST RUN WROTE THEM. THE FIRST RUN
      *    WROTE ITS HOLDS IN DDO5 ORDER, SO ONE PASS OF EACH FILE
      *    MATCHES THEM UP.
      *    DDO5 IS READ TO END HERE, SO THE VERIFY LOOP DOES NOTHING.
       RERUN-PASS-RTN                       SECTION.
           MOVE  C-OFF  TO  SW-HOLD-EOF-FLG.

           OPEN  INPUT  HOLDIN-F.
           PERFORM  RERUN-HOLD-READ-RTN.

           PERFORM  UNTIL  SW-EOF-FLG  =  C-ON
                    PERFORM  RERUN-LOOP-RTN
           END-PERFORM.

           CLOSE  HOLDIN-F.

           RERUN-PASS-RTN-EX.
               EXIT.

       RERUN-HOLD-READ-RTN                  SECTION.
           MOVE  C-OFF  TO  SW-HOLD-HIT-FLG.
           PERFORM  RERUN-HOLD-NEXT-RTN
               UNTIL  SW-HOLD-EOF-FLG  =  C-ON
               OR     SW-HOLD-HIT-FLG  =  C-ON.

           RERUN-HOLD-READ-RTN-EX.
           EXIT.

       RERUN-HOLD-NEXT-RTN                  SECTION.
           READ  HOLDIN-F  INTO  HOLD-REC
           AT  END
           MOVE  C-ON  TO  SW-HOLD-EOF-FLG
           GO  TO  RERUN-HOLD-NEXT-RTN-EX
           END-READ.

           IF  HD-HOLD-DATE  NOT  =  WK-FEED-DATE
               GO  TO  RERUN-HOLD-NEXT-RTN-EX
           END-IF.

           MOVE  ZERO  TO  WK-HIT-SUB.
           PERFORM  STORE-SCAN-RTN
               VARYING  WK-KEY-SUB  FROM  1  BY  1
               UNTIL  WK-KEY-SUB  >  WK-KEY-COUNT
               OR     WK-HIT-SUB  >  ZERO.
           IF  WK-HIT-SUB  >  ZERO
               MOVE  C-ON  TO  SW-HOLD-HIT-FLG
           END-IF.

           RERUN-HOLD-NEXT-RTN-EX.
           EXIT.

       RERUN-LOOP-RTN                       SECTION.
           ADD  1  TO  WK-RETURN-COUNT.

           IF  SW-HOLD-EOF-FLG  =  C-OFF
           AND DDO5-REC  =  HOLD-REC (1:99)
               WRITE  HOLDOT-REC  FROM  HOLD-REC
               ADD  1  TO  WK-ONHOLD-COUNT
               PERFORM  RERUN-HOLD-READ-RTN
           ELSE
               MOVE  DDO5-REC  TO  DDO5V-REC
               WRITE  DDO5V-REC
               ADD  1  TO  WK-VERIFIED-COUNT
           END-IF.

           PERFORM  DDO5-F-READ-RTN.
           RERUN-LOOP-RTN-EX.
           EXIT.

       HOLD-WRITE-RTN                       SECTION.
           ADD   1  TO  WK-NEXT-SEQ.

           MOVE  DDO5-REC        TO  HOLDOT-REC.
           MOVE  WK-REASON-CODE  TO  HO-REASON-CODE.
           MOVE  WK-FEED-DATE    TO  HO-HOLD-DATE.
           MOVE  WK-NEXT-SEQ     TO  HO-SEQ-NO.
           WRITE  HOLDOT-REC.

           ADD   1  TO  WK-HELD-COUNT.
           ADD   IN-DAIKIN  OF  DDO5-REC  TO  WK-HELD-AMOUNT.

           MOVE  SPACES          TO  DETAIL-LINE.
           MOVE  WK-NEXT-SEQ     TO  DT-SEQ-NO.
           MOVE  IN-KONYU-TENPO  OF  DDO5-REC  TO  DT-TENPO.
           MOVE  IN-SHOHIN-CODE  OF  DDO5-REC  TO  DT-SHOHIN.
           MOVE  IN-KONYU-DATE   OF  DDO5-REC  TO  DT-KONYU-DATE.
           MOVE  IN-KONYU-KOSU   OF  DDO5-REC  TO  DT-KOSU.
           MOVE  IN-DAIKIN       OF  DDO5-REC  TO  DT-DAIKIN.
           MOVE  WK-AVAIL-KOSU   TO  DT-AVAIL.
           IF  WK-REASON-CODE  =  C-RSN-NOSALE
               MOVE  C-ST-NOSALE   TO  DT-STATUS
           ELSE
               MOVE  C-ST-OVERQTY  TO  DT-STATUS
           END-IF.
           MOVE  DETAIL-LINE  TO  WK-PRINT-LINE.
           PERFORM  PRINT-LINE-RTN.

           HOLD-WRITE-RTN-EX.
           EXIT.
           EJECT.

      *    EVERY HOLD ALREADY ON FILE IS CARRIED FORWARD UNLESS
      *    LOSS PREVENTION HAS CLEARED IT (THE REFUND IS RELEASED
      *    INTO TODAY'S VERIFIED REFUNDS) OR DENIED IT (THE HOLD IS
      *    DROPPED UNPAID AND THE RETURN REVERSED ON DDO5D). A
      *    CLEARANCE THAT MATCHED NO HOLD IS REPORTED, NOT RETRIED.
      *    A RERUN CARRIES THE HOLD FILE THE FIRST RUN READ, SO ITS
      *    CLEARED REFUNDS AND DENIALS ARE WRITTEN AGAIN.
       HOLD-CARRY-RTN                       SECTION.
           MOVE  C-OFF  TO  SW-EOF-FLG.

           IF  SW-DAY-ON-FILE-FLG  =  C-ON
               OPEN  INPUT  HOLDPV-F
               PERFORM  UNTIL  SW-EOF-FLG  =  C-ON
                        PERFORM  HOLD-PRV-READ-RTN
               END-PERFORM
               CLOSE  HOLDPV-F
               GO  TO  HOLD-CARRY-POST
           END-IF.

           IF  SW-NEW-HOLD-FLG  =  C-ON
               GO  TO  HOLD-CARRY-POST
           END-IF.

           OPEN  INPUT  HOLDIN-F.
           PERFORM  UNTIL  SW-EOF-FLG  =  C-ON
                    PERFORM  HOLD-CARRY-READ-RTN
           END-PERFORM.
           CLOSE  HOLDIN-F.

           HOLD-CARRY-POST.
           PERFORM  CLEAR-UNUSED-RTN
               VARYING  WK-CLR-SUB  FROM  1  BY  1
               UNTIL  WK-CLR-SUB  >  WK-CLR-COUNT.

           HOLD-CARRY-RTN-EX.
               EXIT.

       HOLD-CARRY-READ-RTN                  SECTION.
           READ  HOLDIN-F  INTO  HOLD-REC
           AT  END
           MOVE  C-ON  TO  SW-EOF-FLG
           GO  TO  HOLD-CARRY-READ-RTN-EX
           END-READ.

           PERFORM  HOLD-CARRY-ENTRY-RTN.

           HOLD-CARRY-READ-RTN-EX.
           EXIT.

       HOLD-PRV-READ-RTN                    SECTION.
           READ  HOLDPV-F  INTO  HOLD-REC
           AT  END
           MOVE  C-ON  TO  SW-EOF-FLG
           GO  TO  HOLD-PRV-READ-RTN-EX
           END-READ.

           PERFORM  HOLD-CARRY-ENTRY-RTN.

           HOLD-PRV-READ-RTN-EX.
           EXIT.

       HOLD-CARRY-ENTRY-RTN                 SECTION.
           MOVE  ZERO  TO  WK-CLR-HIT.
           PERFORM  CLEAR-SCAN-RTN
               VARYING  WK-CLR-SUB  FROM  1  BY  1
               UNTIL  WK-CLR-SUB  >  WK-CLR-COUNT
               OR     WK-CLR-HIT  >  ZERO.

           IF  WK-CLR-HIT  =  ZERO
               WRITE  HOLDOT-REC  FROM  HOLD-REC
               ADD   1  TO  WK-CARRY-COUNT
               GO  TO  HOLD-CARRY-ENTRY-RTN-EX
           END-IF.

           MOVE  C-ON  TO  CT-USED-FLG (WK-CLR-HIT).

           MOVE  SPACES          TO  DETAIL-LINE.
           MOVE  HD-SEQ-NO       TO  DT-SEQ-NO.
           MOVE  IN-KONYU-TENPO  OF  HOLD-REC  TO  DT-TENPO.
           MOVE  IN-SHOHIN-CODE  OF  HOLD-REC  TO  DT-SHOHIN.
           MOVE  IN-KONYU-DATE   OF  HOLD-REC  TO  DT-KONYU-DATE.
           MOVE  IN-KONYU-KOSU   OF  HOLD-REC  TO  DT-KOSU.
           MOVE  IN-DAIKIN       OF  HOLD-REC  TO  DT-DAIKIN.
           MOVE  SPACES          TO  DT-AVAIL-X.

           IF  CT-ACTION (WK-CLR-HIT)  =  C-CLR-RELEASE
               MOVE  HOLD-REC (1:99)  TO  DDO5V-REC
               WRITE  DDO5V-REC
               ADD   1  TO  WK-CLEARED-COUNT
               MOVE  C-ST-CLEARED  TO  DT-STATUS
           ELSE
               PERFORM  DENY-REVERSE-RTN
               MOVE  C-ST-DENIED   TO  DT-STATUS
           END-IF.

           MOVE  DETAIL-LINE  TO  WK-PRINT-LINE.
           PERFORM  PRINT-LINE-RTN.

           HOLD-CARRY-ENTRY-RTN-EX.
           EXIT.

      *    THE RETURN WAS POSTED IN FULL THE DAY IT WAS SPLIT, SO A
      *    DENIAL UNDOES IT: THE SAME RECORD WITH UNITS, AMOUNT AND TAX
      *    SIGN-FLIPPED, STILL A TYPE '2' SO IT NETS AGAINST RETURNS
      *    EVERYWHERE IT LANDS. IT CARRIES TODAY'S FEED DATE RATHER
      *    THAN THE RETURN'S -- THE RETURN MAY BELONG TO A MONTH THE
      *    MONTH-END HAS ALREADY CLOSED, AND THE REVERSAL HAS TO FALL
      *    IN THE MONTH THAT IS STILL OPEN.
       DENY-REVERSE-RTN                     SECTION.
           MOVE  HOLD-REC (1:99)  TO  DDO5D-REC.
           COMPUTE  IN-KONYU-KOSU  OF  DDO5D-REC  =
                    ZERO  -  IN-KONYU-KOSU  OF  HOLD-REC.
           COMPUTE  IN-DAIKIN      OF  DDO5D-REC  =
                    ZERO  -  IN-DAIKIN      OF  HOLD-REC.
           COMPUTE  IN-ZEIGAKU     OF  DDO5D-REC  =
                    ZERO  -  IN-ZEIGAKU     OF  HOLD-REC.
           MOVE  WK-FEED-DATE  TO  IN-KONYU-DATE  OF  DDO5D-REC.
           WRITE  DDO5D-REC.

           ADD   1  TO  WK-DENIED-COUNT.
           ADD   IN-DAIKIN  OF  DDO5D-REC  TO  WK-DENIED-AMOUNT.

           DENY-REVERSE-RTN-EX.
           EXIT.

       CLEAR-SCAN-RTN                       SECTION.
           IF  CT-SEQ-NO (WK-CLR-SUB)  =  HD-SEQ-NO
               MOVE  WK-CLR-SUB  TO  WK-CLR-HIT
           END-IF.

           CLEAR-SCAN-RTN-EX.
           EXIT.

       CLEAR-UNUSED-RTN                     SECTION.
           IF  CT-USED-FLG (WK-CLR-SUB)  =  C-ON
               GO  TO  CLEAR-UNUSED-RTN-EX
           END-IF.

           MOVE  SPACES                  TO  DETAIL-LINE.
           MOVE  CT-SEQ-NO (WK-CLR-SUB)  TO  DT-SEQ-NO.
           MOVE  SPACES                  TO  DT-KONYU-DATE-X
                                             DT-KOSU-X
                                             DT-DAIKIN-X
                                             DT-AVAIL-X.
           MOVE  C-ST-NOHOLD             TO  DT-STATUS.
           MOVE  DETAIL-LINE  TO  WK-PRINT-LINE.
           PERFORM  PRINT-LINE-RTN.
           ADD   1  TO  WK-CLR-REJ-COUNT.

           CLEAR-UNUSED-RTN-EX.
           EXIT.
           EJECT.

       KEY-FIND-RTN              SECTION.
             MOVE  ZERO  TO  WK-HIT-SUB.
             PERFORM  KEY-SCAN-RTN
                 VARYING  WK-KEY-SUB  FROM  1  BY  1
                 UNTIL  WK-KEY-SUB  >  WK-KEY-COUNT
                 OR     WK-HIT-SUB  >  ZERO.

             KEY-FIND-RTN-EX.
           EXIT.

       KEY-SCAN-RTN              SECTION.
             IF  RV-TENPO  (WK-KEY-SUB)  =  WK-FIND-TENPO
             AND RV-SHOHIN (WK-KEY-SUB)  =  WK-FIND-SHOHIN
                 MOVE  WK-KEY-SUB  TO  WK-HIT-SUB
             END-IF.

             KEY-SCAN-RTN-EX.
           EXIT.

       STORE-SCAN-RTN            SECTION.
             IF  RV-TENPO  (WK-KEY-SUB)
                 =  IN-KONYU-TENPO  OF  HOLD-REC
                 MOVE  WK-KEY-SUB  TO  WK-HIT-SUB
             END-IF.

             STORE-SCAN-RTN-EX.
           EXIT.

       KEY-ADD-RTN               SECTION.
             IF  WK-KEY-COUNT  NOT  <  C-MAX-KEYS
                 DISPLAY  'HNPCK1 - MORE THAN '  C-MAX-KEYS
                          ' STORE/PRODUCTS RETURNED - RAISE '
                          'C-MAX-KEYS'
                 MOVE  16  TO  RETURN-CODE
                 STOP RUN
             END-IF.

             ADD  1  TO  WK-KEY-COUNT.
             MOVE  WK-KEY-COUNT    TO  WK-HIT-SUB.
             MOVE  WK-FIND-TENPO   TO  RV-TENPO     (WK-HIT-SUB).
             MOVE  WK-FIND-SHOHIN  TO  RV-SHOHIN    (WK-HIT-SUB).
             MOVE  ZERO            TO  RV-SOLD-KOSU (WK-HIT-SUB)
                                       RV-RTN-KOSU  (WK-HIT-SUB).
             MOVE  C-OFF           TO  RV-HIST-FLG  (WK-HIT-SUB).

             KEY-ADD-RTN-EX.
           EXIT.

       HEADING-RTN                 SECTION.
             ADD  1  TO  WK-PAGE-NO.
             MOVE  WK-PAGE-NO    TO  HD-PAGE-NO.
             MOVE  WK-FEED-DATE  TO  HD-FEED-DATE.
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
           CLOSE  DDO1-F
                  DDO2-F
                  DDO4-F
                  DDO5-F
                  HOLDOT-F
                  DDO5V-F
                  DDO5D-F
                  REPORT-F.

           PERFORM  SEED-WRITE-RTN.

           DISPLAY  '===== HNPCK1 CONTROL TOTALS ====='.
           DISPLAY  'FEED DATE VERIFIED.....: '  WK-FEED-DATE.
           DISPLAY  'RETURN WINDOW FROM.....: '  WK-WINDOW-START.
           DISPLAY  'RETURNS READ...........: '  WK-RETURN-COUNT.
           DISPLAY  'RETURNS VERIFIED.......: '  WK-VERIFIED-COUNT.
           DISPLAY  'RETURNS HELD...........: '  WK-HELD-COUNT.
           DISPLAY  'AMOUNT HELD............: '  WK-HELD-AMOUNT.
           DISPLAY  'RETURNS ALREADY ON HOLD: '  WK-ONHOLD-COUNT.
           DISPLAY  'HOLDS CLEARED (PAID)...: '  WK-CLEARED-COUNT.
           DISPLAY  'HOLDS DENIED (REVERSED): '  WK-DENIED-COUNT.
           DISPLAY  'AMOUNT REVERSED........: '  WK-DENIED-AMOUNT.
           DISPLAY  'HOLDS CARRIED FORWARD..: '  WK-CARRY-COUNT.
           DISPLAY  'CLEARANCES REJECTED....: '  WK-CLR-REJ-COUNT.

           IF  WK-HELD-COUNT  >  ZERO
           OR  WK-CLR-REJ-COUNT  >  ZERO
               DISPLAY  'HNPCK1 - RETURNS HELD FOR LOSS PREVENTION '
                        '- SEE THE RETURN VERIFICATION REPORT'
               MOVE  4   TO  RETURN-CODE
           ELSE
               MOVE  0   TO  RETURN-CODE
           END-IF.

      *    A RERUN ENDS RC=2 WHATEVER IT REPORTED -- THE FIRST RUN
      *    ALREADY RAISED ITS HOLDS AND REJECTIONS, AND THE SWAP STEP
      *    KEYS ON RC=2 TO LEAVE THE KEPT HOLD FILE AND CLEARANCES
      *    ALONE.
           IF  SW-DAY-ON-FILE-FLG  =  C-ON
               DISPLAY  'HNPCK1 - FEED DATE ALREADY VERIFIED - RERUN '
                        'PASSED RETURNS THROUGH'
               MOVE  2   TO  RETURN-CODE
           END-IF.

           END-RTN-EX.
           EXIT.
           END PROGRAM HNPCK1.
