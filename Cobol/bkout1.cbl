      ******************************************************************
      * Author:
      * Date:
      * Purpose: Business-date backout. Reverses a wrongly accepted
      *          day -- or one store's part of it -- across every
      *          file the daily chain posted it to, instead of
      *          restoring backups by hand. The month-to-date file is
      *          the record of what the chain accepted for the date:
      *          each of its records for the date (and store) is
      *          removed from the month-to-date file, transmitted
      *          back to the ledger as a reversing entry on a GLEXT-
      *          format extract with its own transmittal log line,
      *          and -- if the stock posting had run for the date --
      *          has its units put back on the stock master. The
      *          date's transaction keys are removed from the key
      *          history, its suspense items and refund holds are
      *          withdrawn, and the date is reopened in run control
      *          (the stock control date is released too) so the
      *          corrected feed can be rerun through the chain. Every
      *          record undone is listed on the audit report. A date
      *          already backed out for the same scope is refused
      *          unless the operator keys FORCE.
      *
      *          PARM RECORD (BKOPRM):  COLS 1-8  BUSINESS DATE
      *                                 COLS 9-13 STORE (BLANK=ALL)
      *          PARM:  [FORCE]
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BKOUT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BKOPRM-F         ASSIGN  TO  BKOPRM
                                   FILE STATUS IS  WK-PRM-STATUS.
           SELECT MTD-F            ASSIGN  TO  MTDF
                                   FILE STATUS IS  WK-MTD-STATUS.
           SELECT MTDOT-F          ASSIGN  TO  MTDOT.
           SELECT HISTIN-F         ASSIGN  TO  HISTIN
                                   FILE STATUS IS  WK-HIST-STATUS.
           SELECT HISTOT-F         ASSIGN  TO  HISTOT.
           SELECT SUSPIN-F         ASSIGN  TO  SUSPIN
                                   FILE STATUS IS  WK-SUSP-STATUS.
           SELECT SUSPOT-F         ASSIGN  TO  SUSPOT.
           SELECT HOLDIN-F         ASSIGN  TO  HNPHIN
                                   FILE STATUS IS  WK-HOLD-STATUS.
           SELECT HOLDOT-F         ASSIGN  TO  HNPHOT.
           SELECT TENPO-MASTER-F   ASSIGN  TO  TENMAS
                                   ORGANIZATION  IS  INDEXED
                                   ACCESS MODE   IS  RANDOM
                                   RECORD KEY    IS  TM-TENPO-CODE
                                   FILE STATUS   IS  WK-TEN-STATUS.
           SELECT ZAIKO-MASTER-F   ASSIGN  TO  ZAIMAS
                                   ORGANIZATION  IS  INDEXED
                                   ACCESS MODE   IS  RANDOM
                                   RECORD KEY    IS  ZM-STOCK-KEY
                                   FILE STATUS   IS  WK-ZAI-STATUS.
           SELECT ZAICTL-F         ASSIGN  TO  ZAICTL
                                   FILE STATUS IS  WK-ZCT-STATUS.
           SELECT GLEXT-F          ASSIGN  TO  GLEXT.
           SELECT GLLOG-F          ASSIGN  TO  GLLOG
                                   FILE STATUS IS  WK-LOG-STATUS.
           SELECT RUNCTL-F         ASSIGN  TO  RUNCTL
                                   FILE STATUS IS  WK-CTL-STATUS.
           SELECT BKOLOG-F         ASSIGN  TO  BKOLOG
                                   FILE STATUS IS  WK-BKL-STATUS.
           SELECT REPORT-F         ASSIGN  TO  BKORPT.

       DATA DIVISION.
       FILE SECTION.
       FD  BKOPRM-F
       LABEL       RECORD    OMITTED
       RECORDING  MODE  IS  F.
       01  BKOPRM-REC.
         03  BP-BUS-DATE-X     PIC  X(08).
         03  BP-BUS-DATE-9     REDEFINES  BP-BUS-DATE-X
                               PIC  9(08).
         03  BP-TENPO          PIC  X(05).

       FD  MTD-F
       LABEL       RECORD    OMITTED
       RECORDING  MODE  IS  F.
       01  MTD-REC.
           COPY TRANLAY.

       FD  MTDOT-F
       LABEL       RECORD    OMITTED
       RECORDING  MODE  IS  F.
       01  MTDOT-REC           PIC  X(79).

       FD  HISTIN-F
       LABEL       RECORD    OMITTED
       RECORDING  MODE  IS  F.
       01  HISTIN-REC.
         03  HI-TENPO          PIC  X(05).
         03  HI-SHOHIN         PIC  X(05).
         03  HI-KONYU-DATE     PIC  9(08).
         03  HI-DAIKIN         PIC  S9(15).

       FD  HISTOT-F
       LABEL       RECORD    OMITTED
       RECORDING  MODE  IS  F.
       01  HISTOT-REC          PIC  X(33).

       FD  SUSPIN-F
       LABEL       RECORD    OMITTED
       RECORDING  MODE  IS  F.
       01  SUSPIN-REC.
           COPY TRANLAY.
         03  SU-REASON-CODE    PIC  X(02).
         03  SU-REJECT-DATE    PIC  9(08).
         03  SU-SEQ-NO         PIC  9(07).

       FD  SUSPOT-F
       LABEL       RECORD    OMITTED
       RECORDING  MODE  IS  F.
       01  SUSPOT-REC          PIC  X(96).

       FD  HOLDIN-F
       LABEL       RECORD    OMITTED
       RECORDING  MODE  IS  F.
       01  HOLDIN-REC.
           COPY TRANLAY.
         03  HD-SHOHIN-NAME    PIC  X(20).
         03  HD-REASON-CODE    PIC  X(02).
         03  HD-HOLD-DATE      PIC  9(08).
         03  HD-SEQ-NO         PIC  9(07).

       FD  HOLDOT-F
       LABEL       RECORD    OMITTED
       RECORDING  MODE  IS  F.
       01  HOLDOT-REC          PIC  X(116).

       FD  TENPO-MASTER-F
       LABEL       RECORD   OMITTED.
       01  TENPO-MASTER-REC.
           COPY TENPOLAY.

       FD  ZAIKO-MASTER-F
       LABEL       RECORD   OMITTED.
       01  ZAIKO-MASTER-REC.
           COPY ZAIKOLAY.

       FD  ZAICTL-F
       LABEL       RECORD   OMITTED
       RECORDING  MODE  IS  F.
       01  ZAICTL-REC.
         03  ZC-LAST-POSTED    PIC  9(08).

       FD  GLEXT-F
       LABEL       RECORD    OMITTED
       RECORDING  MODE  IS  F.
       01  GLEXT-REC           PIC  X(120).

       FD  GLLOG-F
       LABEL       RECORD    OMITTED
       RECORDING  MODE  IS  F.
       01  GLLOG-REC           PIC  X(81).

       FD  RUNCTL-F
       LABEL       RECORD    OMITTED
       RECORDING  MODE  IS  F.
       01  RUNCTL-REC.
         03  RC-BUS-DATE       PIC  9(08).
         03  RC-STEP           PIC  X(08).
         03  RC-RETURN         PIC  9(02).
         03  RC-STAMP-DATE     PIC  9(08).
         03  RC-STAMP-TIME     PIC  9(06).

      *    ONE LINE PER BACKOUT RUN -- THE SCOPE (DATE AND STORE) IT
      *    UNDID AND WHAT IT FOUND, SO A SECOND ATTEMPT AT THE SAME
      *    SCOPE CAN BE REFUSED. A BLANK STORE IS THE WHOLE DATE.
       FD  BKOLOG-F
       LABEL       RECORD    OMITTED
       RECORDING  MODE  IS  F.
       01  BKOLOG-REC.
         03  BL-BUS-DATE       PIC  9(08).
         03  BL-TENPO          PIC  X(05).
         03  BL-RUN-DATE       PIC  9(08).
         03  BL-RUN-TIME       PIC  9(06).
         03  BL-MTD-COUNT      PIC  9(09).
         03  BL-MTD-AMOUNT     PIC  S9(15).

       FD  REPORT-F
       LABEL       RECORD   OMITTED
       RECORDING  MODE  IS  F.
       01  REPORT-LINE         PIC  X(132).

       WORKING-STORAGE   SECTION.

       01  FILLER              PIC  X(20)  VALUE 'CONSTANT-AREA'.

       01  CONSTANT-AREA.
         05  C-ON              PIC  X(01)  VALUE  '1'.
         05  C-OFF             PIC  X(01)  VALUE  '0'.
         05  C-PARM-FORCE      PIC  X(08)  VALUE  'FORCE'.
         05  C-STEP-BACKOUT    PIC  X(08)  VALUE  '*BKOUT*'.
         05  C-TYPE-RETURN     PIC  X(01)  VALUE  '2'.
         05  C-ROUTE-DDO1      PIC  X(01)  VALUE  '1'.
      *    THE HIGH-VALUE ALERT THRESHOLD -- MUST MATCH ENSYU1'S
      *    C-LIMIT-DAIKIN, WHICH DECIDES WHAT WENT TO DDO4 (AND SO
      *    NEVER MOVED STOCK) RATHER THAN DDO1/DDO2.
         05  C-LIMIT-DAIKIN    PIC  S9(15) VALUE  1000000.
         05  C-MAX-MOVES       PIC  9(04)  VALUE  1000.
         05  C-LINES-PER-PAGE  PIC  9(02)  VALUE  50.
         05  C-DELIM           PIC  X(01)  VALUE  ';'.
         05  C-ID-HEADER       PIC  X(03)  VALUE  'HDR'.
         05  C-ID-DETAIL       PIC  X(03)  VALUE  'DTL'.
         05  C-ID-TRAILER      PIC  X(03)  VALUE  'TRL'.
         05  C-EXTRACT-ID      PIC  X(04)  VALUE  'GLX1'.
         05  C-ST-MTD          PIC  X(20)  VALUE
                                 'REMOVED, GL REVERSED'.
         05  C-ST-HIST         PIC  X(20)  VALUE
                                 'KEY REMOVED'.
         05  C-ST-SUSP         PIC  X(20)  VALUE
                                 'SUSPENSE WITHDRAWN'.
         05  C-ST-HOLD         PIC  X(20)  VALUE
                                 'REFUND HOLD PULLED'.
         05  C-ST-STOCK        PIC  X(20)  VALUE
                                 'UNITS REVERSED'.
         05  C-ST-NOROW        PIC  X(20)  VALUE
                                 'NO STOCK ROW-SKIPPED'.
         05  C-ST-NOTPOSTED    PIC  X(20)  VALUE
                                 'STOCK NOT POSTED'.

       01  FILLER              PIC  X(20)  VALUE 'WORK-AREA'.
       01  WORK-AREA.
         05  SW-EOF-FLG        PIC  X(01).
         05  SW-FORCE-FLG      PIC  X(01).
         05  SW-BAD-PARM-FLG   PIC  X(01).
         05  SW-DONE-FLG       PIC  X(01).
         05  SW-STOCK-POSTED-FLG PIC X(01).
         05  SW-ZCT-FILE-FLG   PIC  X(01).
         05  WK-PRM-STATUS     PIC  X(02).
         05  WK-MTD-STATUS     PIC  X(02).
         05  WK-HIST-STATUS    PIC  X(02).
         05  WK-SUSP-STATUS    PIC  X(02).
         05  WK-HOLD-STATUS    PIC  X(02).
         05  WK-TEN-STATUS     PIC  X(02).
         05  WK-ZAI-STATUS     PIC  X(02).
         05  WK-ZCT-STATUS     PIC  X(02).
         05  WK-LOG-STATUS     PIC  X(02).
         05  WK-CTL-STATUS     PIC  X(02).
         05  WK-BKL-STATUS     PIC  X(02).
         05  WK-PARM           PIC  X(30).
         05  WK-TOKEN1         PIC  X(08).
         05  WK-BUS-DATE       PIC  9(08)  VALUE  ZERO.
         05  WK-SCOPE-TENPO    PIC  X(05)  VALUE  SPACES.
         05  WK-ZC-LAST-POSTED PIC  9(08)  VALUE  ZERO.
         05  WK-RUN-DATE       PIC  9(08)  VALUE  ZERO.
         05  WK-RUN-TIME       PIC  9(08)  VALUE  ZERO.
         05  WK-RUN-HHMMSS     PIC  9(06)  VALUE  ZERO.
         05  WK-SOURCE-DD      PIC  X(04).
         05  WK-REV-DAIKIN     PIC  S9(15).
         05  WK-REV-ZEIGAKU    PIC  S9(15).
         05  WK-OLD-ON-HAND    PIC  S9(15).
         05  WK-FIND-TENPO     PIC  X(05).
         05  WK-FIND-SHOHIN    PIC  X(05).
         05  WK-MOVE-SUB       PIC  9(04)  COMP.
         05  WK-MOVE-COUNT     PIC  9(04)  VALUE  ZERO  COMP.
         05  WK-HIT-SUB        PIC  9(04)  COMP.
         05  WK-MTD-COUNT      PIC  9(09)  VALUE  ZERO.
         05  WK-MTD-KEPT       PIC  9(09)  VALUE  ZERO.
         05  WK-MTD-AMOUNT     PIC  S9(15) VALUE  ZERO.
         05  WK-HIST-COUNT     PIC  9(09)  VALUE  ZERO.
         05  WK-HIST-KEPT      PIC  9(09)  VALUE  ZERO.
         05  WK-SUSP-COUNT     PIC  9(09)  VALUE  ZERO.
         05  WK-SUSP-KEPT      PIC  9(09)  VALUE  ZERO.
         05  WK-HOLD-COUNT     PIC  9(09)  VALUE  ZERO.
         05  WK-HOLD-KEPT      PIC  9(09)  VALUE  ZERO.
         05  WK-STOCK-COUNT    PIC  9(09)  VALUE  ZERO.
         05  WK-NOROW-COUNT    PIC  9(09)  VALUE  ZERO.
         05  WK-GL-COUNT       PIC  9(09)  VALUE  ZERO.
         05  WK-GL-AMOUNT      PIC  S9(15) VALUE  ZERO.
         05  WK-GL-ZEIGAKU     PIC  S9(15) VALUE  ZERO.
         05  WK-COUNT-EDIT     PIC  9(09).
         05  WK-AMT-EDIT       PIC  +9(15).
         05  WK-ZEI-EDIT       PIC  +9(15).
         05  WK-PAGE-NO        PIC  9(05)  VALUE  ZERO.
         05  WK-LINE-CNT       PIC  9(05)  VALUE  ZERO.

      *    NET UNITS TO PUT BACK PER STORE/PRODUCT -- A SALE TOOK
      *    ITS QUANTITY OUT OF STOCK AND A RETURN'S NEGATIVE
      *    QUANTITY PUT IT BACK, SO ADDING EVERY QUANTITY BACKED OUT
      *    REVERSES BOTH.
       01  FILLER              PIC  X(20)  VALUE 'MOVE-TABLE-AREA'.
       01  MOVE-TABLE-AREA.
         05  MOVE-ENTRY  OCCURS  1000  TIMES.
           10  MV-TENPO        PIC  X(05).
           10  MV-SHOHIN       PIC  X(05).
           10  MV-KOSU         PIC  S9(15).

       01  FILLER              PIC  X(20)  VALUE 'PRINT-AREA'.
       01  WK-PRINT-LINE        PIC  X(132) VALUE SPACES.

       01  GLLOG-LINE.
         05  LG-RUN-DATE       PIC  9(08).
         05  FILLER            PIC  X(01)  VALUE  SPACES.
         05  LG-RUN-TIME       PIC  9(06).
         05  FILLER            PIC  X(06)  VALUE  ' RECS='.
         05  LG-REC-COUNT      PIC  9(09).
         05  FILLER            PIC  X(05)  VALUE  ' AMT='.
         05  LG-AMOUNT         PIC  +9(15).
         05  FILLER            PIC  X(05)  VALUE  ' TAX='.
         05  LG-ZEIGAKU        PIC  +9(15).
         05  FILLER            PIC  X(09)  VALUE  ' REVERSAL'.

       01  HEADING-LINE-1.
         05  FILLER             PIC  X(20)  VALUE  SPACES.
         05  FILLER             PIC  X(26)  VALUE
                                 'BUSINESS-DATE BACKOUT AUDI'.
         05  FILLER             PIC  X(11)  VALUE  'T REPORT - '.
         05  HD-BUS-DATE        PIC  9(08).
         05  FILLER             PIC  X(07)  VALUE  ' STORE '.
         05  HD-TENPO           PIC  X(05).
         05  FILLER             PIC  X(08)  VALUE  SPACES.
         05  FILLER             PIC  X(05)  VALUE  'PAGE '.
         05  HD-PAGE-NO         PIC  ZZZZ9.

       01  HEADING-LINE-2.
         05  FILLER             PIC  X(08)  VALUE  'FILE'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(21)  VALUE  'ACTION'.
         05  FILLER             PIC  X(06)  VALUE  'STORE'.
         05  FILLER             PIC  X(06)  VALUE  'PROD'.
         05  FILLER             PIC  X(09)  VALUE  'DATE'.
         05  FILLER             PIC  X(10)  VALUE  '     UNITS'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(12)  VALUE  '      AMOUNT'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(07)  VALUE  'REF    '.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(10)  VALUE  '  ON HAND '.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(10)  VALUE  '  NOW     '.

       01  DETAIL-LINE.
         05  DT-FILE            PIC  X(08).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-ACTION          PIC  X(20).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-TENPO           PIC  X(05).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-SHOHIN          PIC  X(05).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-KONYU-DATE      PIC  9(08).
         05  DT-KONYU-DATE-X    REDEFINES  DT-KONYU-DATE
                                PIC  X(08).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-KOSU            PIC  -(9)9.
         05  DT-KOSU-X          REDEFINES  DT-KOSU
                                PIC  X(10).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-DAIKIN          PIC  -(11)9.
         05  DT-DAIKIN-X        REDEFINES  DT-DAIKIN
                                PIC  X(12).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-REF             PIC  X(07).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-OLD-ON-HAND     PIC  -(9)9.
         05  DT-OLD-ON-HAND-X   REDEFINES  DT-OLD-ON-HAND
                                PIC  X(10).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-NEW-ON-HAND     PIC  -(9)9.
         05  DT-NEW-ON-HAND-X   REDEFINES  DT-NEW-ON-HAND
                                PIC  X(10).

       PROCEDURE                          DIVISION.
       PROC                               SECTION.
           PERFORM  INIT-RTN.

           PERFORM  MTD-PASS-RTN.
           PERFORM  HIST-PASS-RTN.
           PERFORM  SUSP-PASS-RTN.
           PERFORM  HOLD-PASS-RTN.
           PERFORM  STOCK-REVERSE-RTN.

           PERFORM  END-RTN.
           STOP RUN.

           PROC-EX.
               EXIT.
               EJECT.

       INIT-RTN                            SECTION.
           ACCEPT  WK-PARM      FROM  COMMAND-LINE.
           ACCEPT  WK-RUN-DATE  FROM  DATE  YYYYMMDD.
           ACCEPT  WK-RUN-TIME  FROM  TIME.
           COMPUTE  WK-RUN-HHMMSS  =  WK-RUN-TIME  /  100.

           MOVE  SPACES  TO  WK-TOKEN1.
           UNSTRING  WK-PARM  DELIMITED  BY  ALL  ' '
               INTO  WK-TOKEN1.
           MOVE  C-OFF  TO  SW-FORCE-FLG.
           IF  WK-TOKEN1  =  C-PARM-FORCE
               MOVE  C-ON  TO  SW-FORCE-FLG
           END-IF.

           PERFORM  PARM-LOAD-RTN.
           PERFORM  LOG-GUARD-RTN.
           PERFORM  ZCT-READ-RTN.

           OPEN  OUTPUT MTDOT-F
                        HISTOT-F
                        SUSPOT-F
                        HOLDOT-F
                        GLEXT-F
                        REPORT-F.

           OPEN  INPUT  TENPO-MASTER-F.
           IF  WK-TEN-STATUS  NOT  =  '00'
               DISPLAY  'BKOUT1 - STORE MASTER WILL NOT OPEN - '
                        'STATUS '  WK-TEN-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.

           MOVE  SPACES  TO  GLEXT-REC.
           STRING  C-ID-HEADER   DELIMITED BY SIZE
                   C-DELIM       DELIMITED BY SIZE
                   C-EXTRACT-ID  DELIMITED BY SIZE
                   C-DELIM       DELIMITED BY SIZE
                   WK-RUN-DATE   DELIMITED BY SIZE
                   C-DELIM       DELIMITED BY SIZE
                   WK-RUN-HHMMSS DELIMITED BY SIZE
               INTO  GLEXT-REC.
           WRITE  GLEXT-REC.

           PERFORM  HEADING-RTN.

           INIT-RTN-EX.
               EXIT.

      *    THE DATE MUST BE KEYED AND NUMERIC, AND NOT IN THE
      *    FUTURE -- A MISTYPED DATE WOULD BACK OUT NOTHING (OR THE
      *    WRONG DAY), SO THE RUN STOPS INSTEAD. A BLANK STORE IS
      *    THE WHOLE DATE.
       PARM-LOAD-RTN                       SECTION.
           MOVE  C-OFF  TO  SW-BAD-PARM-FLG.

           OPEN  INPUT  BKOPRM-F.
           IF  WK-PRM-STATUS  =  '35'
               DISPLAY  'BKOUT1 - NO PARAMETER FILE - KEY THE '
                        'BUSINESS DATE TO BACK OUT'
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           READ  BKOPRM-F
               AT  END
                   DISPLAY  'BKOUT1 - PARAMETER FILE IS EMPTY - '
                            'NOTHING TO BACK OUT'
                   MOVE  C-ON  TO  SW-BAD-PARM-FLG
           END-READ.
           CLOSE  BKOPRM-F.

           IF  SW-BAD-PARM-FLG  =  C-ON
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.

           IF  BP-BUS-DATE-X  NOT  NUMERIC
           OR  BP-BUS-DATE-9  =  ZERO
           OR  BP-BUS-DATE-9  >  WK-RUN-DATE
               DISPLAY  'BKOUT1 - BUSINESS DATE '''  BP-BUS-DATE-X
                        ''' IS NOT A VALID PAST DATE - FIX THE PARM '
                        'RECORD'
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.

           MOVE  BP-BUS-DATE-9  TO  WK-BUS-DATE.
           MOVE  BP-TENPO       TO  WK-SCOPE-TENPO.

           PARM-LOAD-RTN-EX.
               EXIT.

      *    A SECOND BACKOUT OVER A SCOPE ALREADY BACKED OUT HAS
      *    NOTHING LEFT ON THE MONTH-TO-DATE FILE TO WORK FROM, BUT
      *    A RUN THAT DIED PART-WAY MAY HAVE PUT STOCK BACK ALREADY
      *    -- SO IT TAKES AN EXPLICIT FORCE, THE RUN-CONTROL RULE.
      *    A WHOLE-DATE BACKOUT OVERLAPS EVERY STORE BACKOUT FOR THE
      *    SAME DATE, AND THE OTHER WAY ROUND. A MISSING LOG IS THE
      *    FIRST BACKOUT EVER RUN.
       LOG-GUARD-RTN                       SECTION.
           MOVE  C-OFF  TO  SW-DONE-FLG.
           MOVE  C-OFF  TO  SW-EOF-FLG.

           OPEN  INPUT  BKOLOG-F.

           IF  WK-BKL-STATUS  =  '35'
               GO  TO  LOG-GUARD-RTN-EX
           END-IF.

           PERFORM  UNTIL  SW-EOF-FLG  =  C-ON
                    PERFORM  LOG-SCAN-RTN
           END-PERFORM.

           CLOSE  BKOLOG-F.

           IF  SW-DONE-FLG  =  C-ON
               IF  SW-FORCE-FLG  =  C-ON
                   DISPLAY  'BKOUT1 - '  WK-BUS-DATE  ' STORE '''
                            WK-SCOPE-TENPO  ''' ALREADY BACKED OUT '
                            '- RERUN AUTHORIZED BY FORCE'
               ELSE
                   DISPLAY  'BKOUT1 - '  WK-BUS-DATE  ' STORE '''
                            WK-SCOPE-TENPO  ''' HAS ALREADY BEEN '
                            'BACKED OUT - RUN REFUSED (FORCE TO '
                            'RERUN)'
                   MOVE  16  TO  RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           LOG-GUARD-RTN-EX.
               EXIT.

       LOG-SCAN-RTN                        SECTION.
           READ  BKOLOG-F
           AT  END
           MOVE  C-ON  TO  SW-EOF-FLG
           GO  TO  LOG-SCAN-RTN-EX
           END-READ.

           IF  BL-BUS-DATE  NOT  =  WK-BUS-DATE
               GO  TO  LOG-SCAN-RTN-EX
           END-IF.

           IF  BL-TENPO  =  WK-SCOPE-TENPO
           OR  BL-TENPO  =  SPACES
           OR  WK-SCOPE-TENPO  =  SPACES
               MOVE  C-ON  TO  SW-DONE-FLG
           END-IF.

           LOG-SCAN-RTN-EX.
           EXIT.

      *    THE STOCK POSTING RUNS AFTER THE MONTH-TO-DATE APPEND, SO
      *    A DATE CAN BE ON THE MONTH-TO-DATE FILE WITHOUT ITS UNITS
      *    EVER HAVING MOVED (THE CHAIN FAILED IN BETWEEN). THE
      *    STOCK CONTROL FILE CARRIES THE LAST DATE POSTED; UNITS
      *    ARE ONLY PUT BACK FOR A DATE AT OR BEFORE IT. A MISSING
      *    CONTROL FILE MEANS NOTHING WAS EVER POSTED.
       ZCT-READ-RTN                        SECTION.
           MOVE  C-OFF  TO  SW-STOCK-POSTED-FLG.
           MOVE  C-OFF  TO  SW-ZCT-FILE-FLG.
           MOVE  ZERO   TO  WK-ZC-LAST-POSTED.

           OPEN  INPUT  ZAICTL-F.

           IF  WK-ZCT-STATUS  =  '35'
               GO  TO  ZCT-READ-RTN-EX
           END-IF.

           MOVE  C-ON  TO  SW-ZCT-FILE-FLG.
           READ  ZAICTL-F
               NOT  AT  END
                   MOVE  ZC-LAST-POSTED  TO  WK-ZC-LAST-POSTED
           END-READ.

           CLOSE  ZAICTL-F.

           IF  WK-ZC-LAST-POSTED  NOT  <  WK-BUS-DATE
               MOVE  C-ON  TO  SW-STOCK-POSTED-FLG
           END-IF.

           ZCT-READ-RTN-EX.
               EXIT.
           EJECT.

      *    A RECORD IS IN SCOPE WHEN IT CARRIES THE BACKOUT DATE AND
      *    -- FOR A STORE BACKOUT -- THE STORE. EVERYTHING ELSE IS
      *    COPIED THROUGH UNCHANGED.
       MTD-PASS-RTN                         SECTION.
           MOVE  C-OFF  TO  SW-EOF-FLG.

           OPEN  INPUT  MTD-F.

           IF  WK-MTD-STATUS  =  '35'
               DISPLAY  'BKOUT1 - NO MONTH-TO-DATE FILE - NOTHING '
                        'TO REVERSE TO THE LEDGER OR THE STOCK MASTER'
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

           IF  IN-KONYU-DATE  OF  MTD-REC  NOT  =  WK-BUS-DATE
           OR  (WK-SCOPE-TENPO  NOT  =  SPACES
               AND IN-KONYU-TENPO  OF  MTD-REC  NOT  =  WK-SCOPE-TENPO)
               WRITE  MTDOT-REC  FROM  MTD-REC
               ADD   1  TO  WK-MTD-KEPT
               GO  TO  MTD-READ-RTN-EX
           END-IF.

           ADD  1  TO  WK-MTD-COUNT.
           ADD  IN-DAIKIN  OF  MTD-REC  TO  WK-MTD-AMOUNT.

           PERFORM  SOURCE-DD-RTN.
           PERFORM  GL-REVERSE-RTN.

           IF  WK-SOURCE-DD  NOT  =  'DDO4'
               MOVE  IN-KONYU-TENPO  OF  MTD-REC  TO  WK-FIND-TENPO
               MOVE  IN-SHOHIN-CODE  OF  MTD-REC  TO  WK-FIND-SHOHIN
               PERFORM  MOVE-FIND-RTN
               ADD  IN-KONYU-KOSU  OF  MTD-REC
                 TO  MV-KOSU (WK-HIT-SUB)
           END-IF.

           MOVE  SPACES          TO  DETAIL-LINE.
           MOVE  'MTDF'          TO  DT-FILE.
           MOVE  C-ST-MTD        TO  DT-ACTION.
           MOVE  IN-KONYU-TENPO  OF  MTD-REC  TO  DT-TENPO.
           MOVE  IN-SHOHIN-CODE  OF  MTD-REC  TO  DT-SHOHIN.
           MOVE  IN-KONYU-DATE   OF  MTD-REC  TO  DT-KONYU-DATE.
           MOVE  IN-KONYU-KOSU   OF  MTD-REC  TO  DT-KOSU.
           MOVE  IN-DAIKIN       OF  MTD-REC  TO  DT-DAIKIN.
           MOVE  WK-SOURCE-DD    TO  DT-REF.
           MOVE  SPACES          TO  DT-OLD-ON-HAND-X
                                     DT-NEW-ON-HAND-X.
           MOVE  DETAIL-LINE  TO  WK-PRINT-LINE.
           PERFORM  PRINT-LINE-RTN.

           MTD-READ-RTN-EX.
           EXIT.

      *    THE MONTH-TO-DATE FILE DOES NOT CARRY WHICH SPLIT FILE A
      *    RECORD CAME FROM, SO IT IS RE-DERIVED THE WAY ENSYU1'S
      *    FURIWAKE-ROUTE-RTN ROUTED IT: RETURNS TO DDO5, HIGH-VALUE
      *    SALES TO DDO4, THE REST BY THE STORE'S ROUTE CODE. THE
      *    REVERSAL GOES TO THE LEDGER UNDER THE SAME SOURCE IT WAS
      *    TRANSMITTED UNDER.
       SOURCE-DD-RTN                        SECTION.
           IF  IN-TRAN-TYPE  OF  MTD-REC  =  C-TYPE-RETURN
               MOVE  'DDO5'  TO  WK-SOURCE-DD
               GO  TO  SOURCE-DD-RTN-EX
           END-IF.

           IF  IN-DAIKIN  OF  MTD-REC  >  C-LIMIT-DAIKIN
               MOVE  'DDO4'  TO  WK-SOURCE-DD
               GO  TO  SOURCE-DD-RTN-EX
           END-IF.

           MOVE  'DDO2'  TO  WK-SOURCE-DD.
           MOVE  IN-KONYU-TENPO  OF  MTD-REC  TO  TM-TENPO-CODE.
           READ  TENPO-MASTER-F
               INVALID  KEY
                   GO  TO  SOURCE-DD-RTN-EX
           END-READ.
           IF  TM-ROUTE-KBN  =  C-ROUTE-DDO1
               MOVE  'DDO1'  TO  WK-SOURCE-DD
           END-IF.

           SOURCE-DD-RTN-EX.
           EXIT.

      *    THE REVERSING ENTRY IS THE ORIGINAL DETAIL RECORD WITH
      *    AMOUNT AND TAX SIGN-FLIPPED, SIGN-LEADING-EXPLICIT AS
      *    GLEXT1 WRITES THEM.
       GL-REVERSE-RTN                       SECTION.
           COMPUTE  WK-REV-DAIKIN   =
                    ZERO  -  IN-DAIKIN   OF  MTD-REC.
           COMPUTE  WK-REV-ZEIGAKU  =
                    ZERO  -  IN-ZEIGAKU  OF  MTD-REC.
           MOVE  WK-REV-DAIKIN   TO  WK-AMT-EDIT.
           MOVE  WK-REV-ZEIGAKU  TO  WK-ZEI-EDIT.

           MOVE  SPACES  TO  GLEXT-REC.
           STRING  C-ID-DETAIL    DELIMITED BY SIZE
                   C-DELIM        DELIMITED BY SIZE
                   WK-SOURCE-DD   DELIMITED BY SIZE
                   C-DELIM        DELIMITED BY SIZE
                   IN-KONYU-TENPO  OF  MTD-REC
                                  DELIMITED BY SIZE
                   C-DELIM        DELIMITED BY SIZE
                   IN-SHOHIN-CODE  OF  MTD-REC
                                  DELIMITED BY SIZE
                   C-DELIM        DELIMITED BY SIZE
                   IN-KONYU-DATE  OF  MTD-REC
                                  DELIMITED BY SIZE
                   C-DELIM        DELIMITED BY SIZE
                   IN-TRAN-TYPE   OF  MTD-REC
                                  DELIMITED BY SIZE
                   C-DELIM        DELIMITED BY SIZE
                   WK-AMT-EDIT    DELIMITED BY SIZE
                   C-DELIM        DELIMITED BY SIZE
                   WK-ZEI-EDIT    DELIMITED BY SIZE
               INTO  GLEXT-REC.
           WRITE  GLEXT-REC.

           ADD  1               TO  WK-GL-COUNT.
           ADD  WK-REV-DAIKIN   TO  WK-GL-AMOUNT.
           ADD  WK-REV-ZEIGAKU  TO  WK-GL-ZEIGAKU.

           GL-REVERSE-RTN-EX.
           EXIT.
           EJECT.

      *    THE KEY HISTORY ONLY REACHES BACK A WEEK -- KEYS OLDER
      *    THAN THAT ARE ALREADY GONE AND THERE IS NOTHING TO DO.
      *    REMOVING THE DATE'S KEYS IS WHAT LETS THE CORRECTED FEED
      *    THROUGH DUPCHK1 INSTEAD OF BEING DIVERTED AS A RESEND.
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

           IF  HI-KONYU-DATE  NOT  =  WK-BUS-DATE
           OR  (WK-SCOPE-TENPO  NOT  =  SPACES
               AND HI-TENPO  NOT  =  WK-SCOPE-TENPO)
               WRITE  HISTOT-REC  FROM  HISTIN-REC
               ADD   1  TO  WK-HIST-KEPT
               GO  TO  HIST-READ-RTN-EX
           END-IF.

           ADD  1  TO  WK-HIST-COUNT.

           MOVE  SPACES          TO  DETAIL-LINE.
           MOVE  'HISTORY'       TO  DT-FILE.
           MOVE  C-ST-HIST       TO  DT-ACTION.
           MOVE  HI-TENPO        TO  DT-TENPO.
           MOVE  HI-SHOHIN       TO  DT-SHOHIN.
           MOVE  HI-KONYU-DATE   TO  DT-KONYU-DATE.
           MOVE  SPACES          TO  DT-KOSU-X.
           MOVE  HI-DAIKIN       TO  DT-DAIKIN.
           MOVE  SPACES          TO  DT-OLD-ON-HAND-X
                                     DT-NEW-ON-HAND-X.
           MOVE  DETAIL-LINE  TO  WK-PRINT-LINE.
           PERFORM  PRINT-LINE-RTN.

           HIST-READ-RTN-EX.
           EXIT.

      *    THE DATE'S REJECTS ARE WITHDRAWN FROM SUSPENSE -- LEFT
      *    THERE THEY WOULD BE CORRECTED AND RECYCLED ALONGSIDE THE
      *    CORRECTED FEED THAT REPLACES THEM. A MISSING SUSPENSE
      *    FILE HAS NOTHING TO WITHDRAW.
       SUSP-PASS-RTN                        SECTION.
           MOVE  C-OFF  TO  SW-EOF-FLG.

           OPEN  INPUT  SUSPIN-F.

           IF  WK-SUSP-STATUS  =  '35'
               GO  TO  SUSP-PASS-RTN-EX
           END-IF.

           PERFORM  UNTIL  SW-EOF-FLG  =  C-ON
                    PERFORM  SUSP-READ-RTN
           END-PERFORM.

           CLOSE  SUSPIN-F.

           SUSP-PASS-RTN-EX.
               EXIT.

       SUSP-READ-RTN                        SECTION.
           READ  SUSPIN-F
           AT  END
           MOVE  C-ON  TO  SW-EOF-FLG
           GO  TO  SUSP-READ-RTN-EX
           END-READ.

           IF  IN-KONYU-DATE  OF  SUSPIN-REC  NOT  =  WK-BUS-DATE
           OR  (WK-SCOPE-TENPO  NOT  =  SPACES
               AND IN-KONYU-TENPO  OF  SUSPIN-REC
                   NOT  =  WK-SCOPE-TENPO)
               WRITE  SUSPOT-REC  FROM  SUSPIN-REC
               ADD   1  TO  WK-SUSP-KEPT
               GO  TO  SUSP-READ-RTN-EX
           END-IF.

           ADD  1  TO  WK-SUSP-COUNT.

           MOVE  SPACES          TO  DETAIL-LINE.
           MOVE  'SUSPMS'        TO  DT-FILE.
           MOVE  C-ST-SUSP       TO  DT-ACTION.
           MOVE  IN-KONYU-TENPO  OF  SUSPIN-REC  TO  DT-TENPO.
           MOVE  IN-SHOHIN-CODE  OF  SUSPIN-REC  TO  DT-SHOHIN.
           MOVE  IN-KONYU-DATE   OF  SUSPIN-REC  TO  DT-KONYU-DATE.
           MOVE  IN-KONYU-KOSU   OF  SUSPIN-REC  TO  DT-KOSU.
           MOVE  IN-DAIKIN       OF  SUSPIN-REC  TO  DT-DAIKIN.
           MOVE  SU-SEQ-NO       TO  DT-REF.
           MOVE  SPACES          TO  DT-OLD-ON-HAND-X
                                     DT-NEW-ON-HAND-X.
           MOVE  DETAIL-LINE  TO  WK-PRINT-LINE.
           PERFORM  PRINT-LINE-RTN.

           SUSP-READ-RTN-EX.
           EXIT.

      *    A RETURN HELD BY HNPCK1 WAS NEVER PAID, BUT IT IS STILL
      *    PART OF THE DAY BEING UNDONE -- LEFT ON THE HOLD FILE,
      *    LOSS PREVENTION COULD CLEAR IT AND PAY A REFUND THE
      *    CORRECTED FEED ALSO CARRIES.
       HOLD-PASS-RTN                        SECTION.
           MOVE  C-OFF  TO  SW-EOF-FLG.

           OPEN  INPUT  HOLDIN-F.

           IF  WK-HOLD-STATUS  =  '35'
               GO  TO  HOLD-PASS-RTN-EX
           END-IF.

           PERFORM  UNTIL  SW-EOF-FLG  =  C-ON
                    PERFORM  HOLD-READ-RTN
           END-PERFORM.

           CLOSE  HOLDIN-F.

           HOLD-PASS-RTN-EX.
               EXIT.

       HOLD-READ-RTN                        SECTION.
           READ  HOLDIN-F
           AT  END
           MOVE  C-ON  TO  SW-EOF-FLG
           GO  TO  HOLD-READ-RTN-EX
           END-READ.

           IF  IN-KONYU-DATE  OF  HOLDIN-REC  NOT  =  WK-BUS-DATE
           OR  (WK-SCOPE-TENPO  NOT  =  SPACES
               AND IN-KONYU-TENPO  OF  HOLDIN-REC
                   NOT  =  WK-SCOPE-TENPO)
               WRITE  HOLDOT-REC  FROM  HOLDIN-REC
               ADD   1  TO  WK-HOLD-KEPT
               GO  TO  HOLD-READ-RTN-EX
           END-IF.

           ADD  1  TO  WK-HOLD-COUNT.

           MOVE  SPACES          TO  DETAIL-LINE.
           MOVE  'HNPHOLD'       TO  DT-FILE.
           MOVE  C-ST-HOLD       TO  DT-ACTION.
           MOVE  IN-KONYU-TENPO  OF  HOLDIN-REC  TO  DT-TENPO.
           MOVE  IN-SHOHIN-CODE  OF  HOLDIN-REC  TO  DT-SHOHIN.
           MOVE  IN-KONYU-DATE   OF  HOLDIN-REC  TO  DT-KONYU-DATE.
           MOVE  IN-KONYU-KOSU   OF  HOLDIN-REC  TO  DT-KOSU.
           MOVE  IN-DAIKIN       OF  HOLDIN-REC  TO  DT-DAIKIN.
           MOVE  HD-SEQ-NO       TO  DT-REF.
           MOVE  SPACES          TO  DT-OLD-ON-HAND-X
                                     DT-NEW-ON-HAND-X.
           MOVE  DETAIL-LINE  TO  WK-PRINT-LINE.
           PERFORM  PRINT-LINE-RTN.

           HOLD-READ-RTN-EX.
           EXIT.
           EJECT.

      *    UNITS GO BACK ONLY IF THE STOCK POSTING HAD RUN FOR THE
      *    DATE. A STORE/PRODUCT WITH NO STOCK ROW (DELETED SINCE BY
      *    MAINTENANCE) IS REPORTED, NOT RE-CREATED.
       STOCK-REVERSE-RTN                    SECTION.
           IF  WK-MOVE-COUNT  =  ZERO
               GO  TO  STOCK-REVERSE-RTN-EX
           END-IF.

           IF  SW-STOCK-POSTED-FLG  =  C-OFF
               MOVE  SPACES          TO  DETAIL-LINE
               MOVE  'ZAIMAS'        TO  DT-FILE
               MOVE  C-ST-NOTPOSTED  TO  DT-ACTION
               MOVE  WK-BUS-DATE     TO  DT-KONYU-DATE
               MOVE  SPACES          TO  DT-KOSU-X
                                         DT-DAIKIN-X
                                         DT-OLD-ON-HAND-X
                                         DT-NEW-ON-HAND-X
               MOVE  DETAIL-LINE  TO  WK-PRINT-LINE
               PERFORM  PRINT-LINE-RTN
               GO  TO  STOCK-REVERSE-RTN-EX
           END-IF.

           OPEN  I-O  ZAIKO-MASTER-F.
           IF  WK-ZAI-STATUS  NOT  =  '00'
               DISPLAY  'BKOUT1 - STOCK MASTER WILL NOT OPEN - '
                        'STATUS '  WK-ZAI-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM  STOCK-APPLY-RTN
               VARYING  WK-MOVE-SUB  FROM  1  BY  1
               UNTIL  WK-MOVE-SUB  >  WK-MOVE-COUNT.

           CLOSE  ZAIKO-MASTER-F.

           STOCK-REVERSE-RTN-EX.
               EXIT.

       STOCK-APPLY-RTN                      SECTION.
           MOVE  SPACES                  TO  DETAIL-LINE.
           MOVE  'ZAIMAS'                TO  DT-FILE.
           MOVE  MV-TENPO  (WK-MOVE-SUB) TO  DT-TENPO.
           MOVE  MV-SHOHIN (WK-MOVE-SUB) TO  DT-SHOHIN.
           MOVE  WK-BUS-DATE             TO  DT-KONYU-DATE.
           MOVE  MV-KOSU   (WK-MOVE-SUB) TO  DT-KOSU.
           MOVE  SPACES                  TO  DT-DAIKIN-X.

           MOVE  MV-TENPO  (WK-MOVE-SUB) TO  ZM-TENPO-CODE.
           MOVE  MV-SHOHIN (WK-MOVE-SUB) TO  ZM-SHOHIN-CODE.
           READ  ZAIKO-MASTER-F
               INVALID  KEY
                   MOVE  C-ST-NOROW  TO  DT-ACTION
                   MOVE  SPACES      TO  DT-OLD-ON-HAND-X
                                         DT-NEW-ON-HAND-X
                   MOVE  DETAIL-LINE  TO  WK-PRINT-LINE
                   PERFORM  PRINT-LINE-RTN
                   ADD  1  TO  WK-NOROW-COUNT
                   GO  TO  STOCK-APPLY-RTN-EX
           END-READ.

           MOVE  ZM-ON-HAND  TO  WK-OLD-ON-HAND.
           ADD   MV-KOSU (WK-MOVE-SUB)  TO  ZM-ON-HAND.
           REWRITE  ZAIKO-MASTER-REC.
           ADD   1  TO  WK-STOCK-COUNT.

           MOVE  C-ST-STOCK      TO  DT-ACTION.
           MOVE  WK-OLD-ON-HAND  TO  DT-OLD-ON-HAND.
           MOVE  ZM-ON-HAND      TO  DT-NEW-ON-HAND.
           MOVE  DETAIL-LINE  TO  WK-PRINT-LINE.
           PERFORM  PRINT-LINE-RTN.

           STOCK-APPLY-RTN-EX.
           EXIT.
           EJECT.

       MOVE-FIND-RTN             SECTION.
             MOVE  ZERO  TO  WK-HIT-SUB.
             PERFORM  MOVE-SCAN-RTN
                 VARYING  WK-MOVE-SUB  FROM  1  BY  1
                 UNTIL  WK-MOVE-SUB  >  WK-MOVE-COUNT
                 OR     WK-HIT-SUB  >  ZERO.

             IF  WK-HIT-SUB  =  ZERO
                 IF  WK-MOVE-COUNT  NOT  <  C-MAX-MOVES
                     DISPLAY  'BKOUT1 - MORE THAN '  C-MAX-MOVES
                              ' STORE/PRODUCTS TO REVERSE - RAISE '
                              'C-MAX-MOVES'
                     MOVE  16  TO  RETURN-CODE
                     STOP RUN
                 END-IF
                 ADD  1  TO  WK-MOVE-COUNT
                 MOVE  WK-MOVE-COUNT   TO  WK-HIT-SUB
                 MOVE  WK-FIND-TENPO   TO  MV-TENPO  (WK-HIT-SUB)
                 MOVE  WK-FIND-SHOHIN  TO  MV-SHOHIN (WK-HIT-SUB)
                 MOVE  ZERO            TO  MV-KOSU   (WK-HIT-SUB)
             END-IF.

             MOVE-FIND-RTN-EX.
           EXIT.

       MOVE-SCAN-RTN             SECTION.
             IF  MV-TENPO  (WK-MOVE-SUB)  =  WK-FIND-TENPO
             AND MV-SHOHIN (WK-MOVE-SUB)  =  WK-FIND-SHOHIN
                 MOVE  WK-MOVE-SUB  TO  WK-HIT-SUB
             END-IF.

             MOVE-SCAN-RTN-EX.
           EXIT.

       HEADING-RTN                 SECTION.
             ADD  1  TO  WK-PAGE-NO.
             MOVE  WK-PAGE-NO      TO  HD-PAGE-NO.
             MOVE  WK-BUS-DATE     TO  HD-BUS-DATE.
             IF  WK-SCOPE-TENPO  =  SPACES
                 MOVE  'ALL'           TO  HD-TENPO
             ELSE
                 MOVE  WK-SCOPE-TENPO  TO  HD-TENPO
             END-IF.
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
           EJECT.

      *    THE REVERSING EXTRACT CARRIES THE SAME TRAILER AND THE
      *    SAME TRANSMITTAL-LOG LINE AS A DAILY EXTRACT, THE LOG
      *    LINE MARKED AS A REVERSAL. THE STOCK CONTROL DATE IS
      *    RELEASED ONLY WHEN IT IS THE DATE BACKED OUT -- A LATER
      *    DATE ALREADY POSTED STAYS GUARDED. THE RUN-CONTROL
      *    BACKOUT RECORD REOPENS THE DATE FOR RUNCT1.
       END-RTN                  SECTION.
           MOVE  WK-GL-COUNT    TO  WK-COUNT-EDIT.
           MOVE  WK-GL-AMOUNT   TO  WK-AMT-EDIT.
           MOVE  WK-GL-ZEIGAKU  TO  WK-ZEI-EDIT.

           MOVE  SPACES  TO  GLEXT-REC.
           STRING  C-ID-TRAILER   DELIMITED BY SIZE
                   C-DELIM        DELIMITED BY SIZE
                   C-EXTRACT-ID   DELIMITED BY SIZE
                   C-DELIM        DELIMITED BY SIZE
                   WK-COUNT-EDIT  DELIMITED BY SIZE
                   C-DELIM        DELIMITED BY SIZE
                   WK-AMT-EDIT    DELIMITED BY SIZE
                   C-DELIM        DELIMITED BY SIZE
                   WK-ZEI-EDIT    DELIMITED BY SIZE
               INTO  GLEXT-REC.
           WRITE  GLEXT-REC.

           CLOSE  MTDOT-F
                  HISTOT-F
                  SUSPOT-F
                  HOLDOT-F
                  GLEXT-F
                  TENPO-MASTER-F
                  REPORT-F.

           OPEN  EXTEND  GLLOG-F.
           IF  WK-LOG-STATUS  =  '35'
               OPEN  OUTPUT  GLLOG-F
           END-IF.
           MOVE  WK-RUN-DATE      TO  LG-RUN-DATE.
           MOVE  WK-RUN-HHMMSS    TO  LG-RUN-TIME.
           MOVE  WK-GL-COUNT      TO  LG-REC-COUNT.
           MOVE  WK-GL-AMOUNT     TO  LG-AMOUNT.
           MOVE  WK-GL-ZEIGAKU    TO  LG-ZEIGAKU.
           WRITE  GLLOG-REC  FROM  GLLOG-LINE.
           CLOSE  GLLOG-F.

           IF  SW-ZCT-FILE-FLG  =  C-ON
           AND WK-ZC-LAST-POSTED  =  WK-BUS-DATE
               OPEN  OUTPUT  ZAICTL-F
               MOVE  ZERO  TO  ZC-LAST-POSTED
               WRITE  ZAICTL-REC
               CLOSE  ZAICTL-F
           END-IF.

           OPEN  EXTEND  RUNCTL-F.
           IF  WK-CTL-STATUS  =  '35'
               OPEN  OUTPUT  RUNCTL-F
           END-IF.
           MOVE  WK-BUS-DATE     TO  RC-BUS-DATE.
           MOVE  C-STEP-BACKOUT  TO  RC-STEP.
           MOVE  ZERO            TO  RC-RETURN.
           MOVE  WK-RUN-DATE     TO  RC-STAMP-DATE.
           MOVE  WK-RUN-HHMMSS   TO  RC-STAMP-TIME.
           WRITE  RUNCTL-REC.
           CLOSE  RUNCTL-F.

           OPEN  EXTEND  BKOLOG-F.
           IF  WK-BKL-STATUS  =  '35'
               OPEN  OUTPUT  BKOLOG-F
           END-IF.
           MOVE  WK-BUS-DATE     TO  BL-BUS-DATE.
           MOVE  WK-SCOPE-TENPO  TO  BL-TENPO.
           MOVE  WK-RUN-DATE     TO  BL-RUN-DATE.
           MOVE  WK-RUN-HHMMSS   TO  BL-RUN-TIME.
           MOVE  WK-MTD-COUNT    TO  BL-MTD-COUNT.
           MOVE  WK-MTD-AMOUNT   TO  BL-MTD-AMOUNT.
           WRITE  BKOLOG-REC.
           CLOSE  BKOLOG-F.

           DISPLAY  '===== BKOUT1 CONTROL TOTALS ====='.
           DISPLAY  'BUSINESS DATE BACKED OUT: '  WK-BUS-DATE.
           DISPLAY  'STORE (BLANK = ALL).....: '  WK-SCOPE-TENPO.
           DISPLAY  'MTDF RECORDS REMOVED....: '  WK-MTD-COUNT.
           DISPLAY  'MTDF RECORDS KEPT.......: '  WK-MTD-KEPT.
           DISPLAY  'AMOUNT REMOVED..........: '  WK-MTD-AMOUNT.
           DISPLAY  'GL REVERSALS EXTRACTED..: '  WK-GL-COUNT.
           DISPLAY  'GL REVERSAL AMOUNT......: '  WK-GL-AMOUNT.
           DISPLAY  'GL REVERSAL TAX.........: '  WK-GL-ZEIGAKU.
           DISPLAY  'HISTORY KEYS REMOVED....: '  WK-HIST-COUNT.
           DISPLAY  'HISTORY KEYS KEPT.......: '  WK-HIST-KEPT.
           DISPLAY  'SUSPENSE ITEMS WITHDRAWN: '  WK-SUSP-COUNT.
           DISPLAY  'SUSPENSE ITEMS KEPT.....: '  WK-SUSP-KEPT.
           DISPLAY  'REFUND HOLDS WITHDRAWN..: '  WK-HOLD-COUNT.
           DISPLAY  'REFUND HOLDS KEPT.......: '  WK-HOLD-KEPT.
           DISPLAY  'STOCK ROWS REVERSED.....: '  WK-STOCK-COUNT.
           DISPLAY  'STOCK ROWS NOT ON FILE..: '  WK-NOROW-COUNT.

           IF  WK-MTD-COUNT  =  ZERO
               DISPLAY  'BKOUT1 - NOTHING FOR '  WK-BUS-DATE
                        ' ON THE MONTH-TO-DATE FILE - NO LEDGER OR '
                        'STOCK REVERSAL MADE'
               MOVE  4  TO  RETURN-CODE
           ELSE
               IF  WK-NOROW-COUNT  >  ZERO
               OR  SW-STOCK-POSTED-FLG  =  C-OFF
                   MOVE  4  TO  RETURN-CODE
               ELSE
                   MOVE  0  TO  RETURN-CODE
               END-IF
           END-IF.

           DISPLAY  'BKOUT1 - BUSINESS DATE '  WK-BUS-DATE
                    ' REOPENED IN RUN CONTROL - THE CORRECTED FEED '
                    'CAN BE RERUN'.

           END-RTN-EX.
           EXIT.
           END PROGRAM BKOUT1.
