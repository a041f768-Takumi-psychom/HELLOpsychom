      ******************************************************************
      * Author:
      * Date:
      * Purpose: Batch maintenance of the promotion master from a
      *          keyed maintenance transaction file (add / change /
      *          delete), with a before/after audit report -- the
      *          same controlled, audited maintenance TKMNT1 gives
      *          the regular price master. A promotion is a header
      *          row carrying the product, the promotional unit
      *          price and the first and last purchase dates it
      *          holds for, run either across a whole region (the
      *          TENPO master's TM-REGION) or in the stores named
      *          on its own store rows. ENSYU1 accepts a sale at the
      *          promotional price when the promotion is in force
      *          for the store and date, and TOKRP1 reports the
      *          results once it has ended. A store row needs its
      *          header on file first and the store on the TENPO
      *          master; a header cannot be deleted, or given a
      *          region, while store rows remain under it. On a
      *          change, a blank field keeps the value already on
      *          the master (the TNMNT1 convention); changing the
      *          product, price, dates or region of a promotion
      *          already reported puts it back up for reporting.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TOKMNT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TOKMTIN-F        ASSIGN  TO  TOKMTIN.
           SELECT TOKUBAI-MASTER-F ASSIGN  TO  TOKMAS
                                   ORGANIZATION  IS  INDEXED
                                   ACCESS MODE   IS  DYNAMIC
                                   RECORD KEY    IS  TB-KEY.
           SELECT SHOHIN-MASTER-F  ASSIGN  TO  SHOMAS
                                   ORGANIZATION  IS  INDEXED
                                   ACCESS MODE   IS  RANDOM
                                   RECORD KEY    IS  SM-SHOHIN-CODE.
           SELECT TENPO-MASTER-F   ASSIGN  TO  TENMAS
                                   ORGANIZATION  IS  INDEXED
                                   ACCESS MODE   IS  RANDOM
                                   RECORD KEY    IS  TM-TENPO-CODE.
           SELECT REPORT-F         ASSIGN  TO  TOKMRPT.

       DATA DIVISION.
       FILE SECTION.
       FD  TOKMTIN-F
       LABEL       RECORD    OMITTED
       RECORDING  MODE  IS  F.
       01  TOKMTIN-REC.
         03  MT-ACTION           PIC  X(01).
         03  MT-PROMO-ID         PIC  X(06).
         03  MT-TENPO            PIC  X(05).
         03  MT-SHOHIN-CODE      PIC  X(05).
         03  MT-TANKA-X          PIC  X(15).
         03  MT-TANKA-9          REDEFINES  MT-TANKA-X
                                 PIC  S9(15).
         03  MT-START-DATE-X     PIC  X(08).
         03  MT-START-DATE-9     REDEFINES  MT-START-DATE-X
                                 PIC  9(08).
         03  MT-END-DATE-X       PIC  X(08).
         03  MT-END-DATE-9       REDEFINES  MT-END-DATE-X
                                 PIC  9(08).
         03  MT-REGION           PIC  X(08).
         03  MT-DESC             PIC  X(20).

       FD  TOKUBAI-MASTER-F
       LABEL       RECORD   OMITTED.
       01  TOKUBAI-MASTER-REC.
           COPY TOKUBLAY.

       FD  SHOHIN-MASTER-F
       LABEL       RECORD   OMITTED.
       01  SHOHIN-MASTER-REC.
         03  SM-SHOHIN-CODE      PIC  X(05).
         03  SM-SHOHIN-NAME      PIC  X(20).

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
         05  C-ACT-ADD         PIC  X(01)  VALUE  'A'.
         05  C-ACT-CHANGE      PIC  X(01)  VALUE  'C'.
         05  C-ACT-DELETE      PIC  X(01)  VALUE  'D'.
         05  C-LINES-PER-PAGE  PIC  9(02)  VALUE  50.
         05  C-ST-APPLIED      PIC  X(30)  VALUE  'APPLIED'.
         05  C-ST-DUPADD       PIC  X(30)  VALUE
                                 'REJECTED - DUPLICATE ADD'.
         05  C-ST-NOTFOUND     PIC  X(30)  VALUE
                                 'REJECTED - KEY NOT ON FILE'.
         05  C-ST-BADACT       PIC  X(30)  VALUE
                                 'REJECTED - INVALID ACTION'.
         05  C-ST-BADID        PIC  X(30)  VALUE
                                 'REJECTED - BLANK PROMOTION ID'.
         05  C-ST-NOPROD       PIC  X(30)  VALUE
                                 'REJECTED - PRODUCT REQUIRED'.
         05  C-ST-BADPRICE     PIC  X(30)  VALUE
                                 'REJECTED - BAD PROMOTION PRICE'.
         05  C-ST-BADSTART     PIC  X(30)  VALUE
                                 'REJECTED - BAD START DATE'.
         05  C-ST-BADEND       PIC  X(30)  VALUE
                                 'REJECTED - BAD END DATE'.
         05  C-ST-BADRANGE     PIC  X(30)  VALUE
                                 'REJECTED - END BEFORE START'.
         05  C-ST-NOSHOHIN     PIC  X(30)  VALUE
                                 'REJECTED - NOT ON SHOHIN'.
         05  C-ST-NOTENPO      PIC  X(30)  VALUE
                                 'REJECTED - NOT ON TENPO'.
         05  C-ST-NOHEAD       PIC  X(30)  VALUE
                                 'REJECTED - NO PROMOTION HEADER'.
         05  C-ST-REGIONAL     PIC  X(30)  VALUE
                                 'REJECTED - REGIONAL PROMOTION'.
         05  C-ST-STORES       PIC  X(30)  VALUE
                                 'REJECTED - STORE ROWS EXIST'.

       01  FILLER              PIC  X(20)  VALUE 'WORK-AREA'.
       01  WORK-AREA.
         05  SW-EOF-FLG        PIC  X(01).
         05  SW-FOUND-FLG      PIC  X(01).
         05  SW-BAD-TRAN-FLG   PIC  X(01).
         05  SW-BAD-DATE-FLG   PIC  X(01).
         05  SW-STORE-FLG      PIC  X(01).
         05  WK-EDIT-DATE      PIC  X(08).
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
                                 'PROMOTION MASTER MAINTENAN'.
         05  FILLER             PIC  X(15)  VALUE
                                 'CE AUDIT REPORT'.
         05  FILLER             PIC  X(10)  VALUE  SPACES.
         05  FILLER             PIC  X(05)  VALUE  'PAGE '.
         05  HD-PAGE-NO         PIC  ZZZZ9.

       01  HEADING-LINE-2.
         05  FILLER             PIC  X(06)  VALUE  'ACTION'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(06)  VALUE  'PROMO '.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(05)  VALUE  'STORE'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(05)  VALUE  'PROD '.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(15)  VALUE
                                 '   PRICE BEFORE'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(15)  VALUE
                                 '    PRICE AFTER'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(08)  VALUE  'START   '.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(08)  VALUE  'END BEF '.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(08)  VALUE  'END AFT '.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(08)  VALUE  'REGION  '.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(30)  VALUE  'STATUS'.

       01  DETAIL-LINE.
         05  FILLER             PIC  X(03)  VALUE  SPACES.
         05  DT-ACTION          PIC  X(01).
         05  FILLER             PIC  X(03)  VALUE  SPACES.
         05  DT-PROMO-ID        PIC  X(06).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-TENPO           PIC  X(05).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-SHOHIN-CODE     PIC  X(05).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-PRICE-BEFORE    PIC  -(14)9.
         05  DT-PRICE-BEFORE-X  REDEFINES  DT-PRICE-BEFORE
                                PIC  X(15).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-PRICE-AFTER     PIC  -(14)9.
         05  DT-PRICE-AFTER-X   REDEFINES  DT-PRICE-AFTER
                                PIC  X(15).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-START-AFTER     PIC  X(08).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-END-BEFORE      PIC  X(08).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-END-AFTER       PIC  X(08).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-REGION-AFTER    PIC  X(08).
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
           OPEN  INPUT  TOKMTIN-F
                        SHOHIN-MASTER-F
                        TENPO-MASTER-F
                 I-O    TOKUBAI-MASTER-F
                 OUTPUT REPORT-F.

           MOVE  C-OFF  TO  SW-EOF-FLG.

           PERFORM  HEADING-RTN.
           PERFORM  TOKMTIN-F-READ-RTN.

           INIT-RTN-EX.
               EXIT.

       TOKMTIN-F-READ-RTN                   SECTION.
           READ  TOKMTIN-F
           AT  END
           MOVE  C-ON  TO  SW-EOF-FLG
           GO  TO  TOKMTIN-F-READ-RTN-EX
           END-READ.
           TOKMTIN-F-READ-RTN-EX.
           EXIT.
           EJECT.

       MAIN-RTN                 SECTION.
             ADD  1  TO  WK-READ-COUNT.

             MOVE  SPACES          TO  DETAIL-LINE.
             MOVE  MT-ACTION       TO  DT-ACTION.
             MOVE  MT-PROMO-ID     TO  DT-PROMO-ID.
             MOVE  MT-TENPO        TO  DT-TENPO.
             MOVE  MT-SHOHIN-CODE  TO  DT-SHOHIN-CODE.

             PERFORM  TRAN-EDIT-RTN.
             IF  SW-BAD-TRAN-FLG  =  C-ON
                 ADD  1  TO  WK-REJECT-COUNT
                 GO  TO  MAIN-RTN-POST
             END-IF.

             IF  MT-ACTION  NOT  =  C-ACT-DELETE
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
             PERFORM  TOKMTIN-F-READ-RTN.

             MAIN-RTN-EX.
           EXIT.

      *    THE PROMOTION ID LEADS THE KEY, SO A BLANK ONE WOULD FILE
      *    ROWS NO PROMOTION OWNS. A STORE ROW CARRIES ONLY ITS KEY
      *    (AND A DESCRIPTION) -- EVERYTHING ELSE BELONGS TO THE
      *    HEADER. A HEADER IS ADDED WITH ITS PRODUCT, A PRICE ABOVE
      *    ZERO AND A VALID DATE RANGE; ON A CHANGE EACH OF THOSE
      *    MAY BE LEFT BLANK, AND THE RANGE IS PROVED IN CHANGE-RTN
      *    ONCE THE BLANKS HAVE TAKEN THE MASTER'S VALUES. A DELETE
      *    CARRIES ONLY THE KEY.
       TRAN-EDIT-RTN             SECTION.
             MOVE  C-OFF  TO  SW-BAD-TRAN-FLG.

             IF  MT-ACTION  NOT  =  C-ACT-ADD
             AND MT-ACTION  NOT  =  C-ACT-CHANGE
             AND MT-ACTION  NOT  =  C-ACT-DELETE
                 MOVE  C-ON        TO  SW-BAD-TRAN-FLG
                 MOVE  C-ST-BADACT TO  DT-STATUS
                 GO  TO  TRAN-EDIT-RTN-EX
             END-IF.

             IF  MT-PROMO-ID  =  SPACES
                 MOVE  C-ON        TO  SW-BAD-TRAN-FLG
                 MOVE  C-ST-BADID  TO  DT-STATUS
                 GO  TO  TRAN-EDIT-RTN-EX
             END-IF.

             IF  MT-ACTION  =  C-ACT-DELETE
             OR  MT-TENPO  NOT  =  SPACES
                 GO  TO  TRAN-EDIT-RTN-EX
             END-IF.

             IF  MT-ACTION  =  C-ACT-ADD
             AND MT-SHOHIN-CODE  =  SPACES
                 MOVE  C-ON         TO  SW-BAD-TRAN-FLG
                 MOVE  C-ST-NOPROD  TO  DT-STATUS
                 GO  TO  TRAN-EDIT-RTN-EX
             END-IF.

             IF  MT-ACTION  =  C-ACT-ADD
             OR  MT-TANKA-X  NOT  =  SPACES
                 IF  MT-TANKA-X  NOT  NUMERIC
                     MOVE  C-ON           TO  SW-BAD-TRAN-FLG
                     MOVE  C-ST-BADPRICE  TO  DT-STATUS
                     GO  TO  TRAN-EDIT-RTN-EX
                 END-IF
                 IF  MT-TANKA-9  NOT  >  ZERO
                     MOVE  C-ON           TO  SW-BAD-TRAN-FLG
                     MOVE  C-ST-BADPRICE  TO  DT-STATUS
                     GO  TO  TRAN-EDIT-RTN-EX
                 END-IF
             END-IF.

             IF  MT-ACTION  =  C-ACT-ADD
             OR  MT-START-DATE-X  NOT  =  SPACES
                 MOVE  MT-START-DATE-X  TO  WK-EDIT-DATE
                 PERFORM  DATE-EDIT-RTN
                 IF  SW-BAD-DATE-FLG  =  C-ON
                     MOVE  C-ON           TO  SW-BAD-TRAN-FLG
                     MOVE  C-ST-BADSTART  TO  DT-STATUS
                     GO  TO  TRAN-EDIT-RTN-EX
                 END-IF
             END-IF.

             IF  MT-ACTION  =  C-ACT-ADD
             OR  MT-END-DATE-X  NOT  =  SPACES
                 MOVE  MT-END-DATE-X  TO  WK-EDIT-DATE
                 PERFORM  DATE-EDIT-RTN
                 IF  SW-BAD-DATE-FLG  =  C-ON
                     MOVE  C-ON         TO  SW-BAD-TRAN-FLG
                     MOVE  C-ST-BADEND  TO  DT-STATUS
                     GO  TO  TRAN-EDIT-RTN-EX
                 END-IF
             END-IF.

             IF  MT-ACTION  =  C-ACT-ADD
             AND MT-END-DATE-9  <  MT-START-DATE-9
                 MOVE  C-ON           TO  SW-BAD-TRAN-FLG
                 MOVE  C-ST-BADRANGE  TO  DT-STATUS
             END-IF.

             TRAN-EDIT-RTN-EX.
           EXIT.

       DATE-EDIT-RTN             SECTION.
             MOVE  C-OFF  TO  SW-BAD-DATE-FLG.

             IF  WK-EDIT-DATE  NOT  NUMERIC
             OR  WK-EDIT-DATE (5:2)  <  '01'
             OR  WK-EDIT-DATE (5:2)  >  '12'
             OR  WK-EDIT-DATE (7:2)  <  '01'
             OR  WK-EDIT-DATE (7:2)  >  '31'
                 MOVE  C-ON  TO  SW-BAD-DATE-FLG
             END-IF.

             DATE-EDIT-RTN-EX.
           EXIT.

      *    A HEADER'S PRODUCT MUST BE ON THE SHOHIN MASTER OR NO
      *    SALE COULD EVER MATCH IT. A STORE ROW NEEDS THE STORE ON
      *    THE TENPO MASTER AND ITS HEADER ON FILE AHEAD OF IT, AND
      *    ONLY A STORE-LIST PROMOTION (NO REGION ON THE HEADER)
      *    TAKES STORE ROWS. A HEADER CANNOT BE GIVEN A REGION WHILE
      *    STORE ROWS REMAIN UNDER IT -- THE TWO WAYS OF SAYING WHERE
      *    THE PROMOTION RUNS WOULD CONTRADICT EACH OTHER.
       REF-EDIT-RTN              SECTION.
             MOVE  C-OFF  TO  SW-BAD-TRAN-FLG.

             IF  MT-TENPO  =  SPACES
                 IF  MT-SHOHIN-CODE  NOT  =  SPACES
                     MOVE  MT-SHOHIN-CODE  TO  SM-SHOHIN-CODE
                     READ  SHOHIN-MASTER-F
                         INVALID KEY
                             MOVE  C-ON           TO  SW-BAD-TRAN-FLG
                             MOVE  C-ST-NOSHOHIN  TO  DT-STATUS
                             GO  TO  REF-EDIT-RTN-EX
                     END-READ
                 END-IF
                 IF  MT-ACTION  =  C-ACT-CHANGE
                 AND MT-REGION  NOT  =  SPACES
                     MOVE  MT-PROMO-ID  TO  TB-PROMO-ID
                     MOVE  SPACES       TO  TB-TENPO
                     PERFORM  STORE-SCAN-RTN
                     IF  SW-STORE-FLG  =  C-ON
                         MOVE  C-ON         TO  SW-BAD-TRAN-FLG
                         MOVE  C-ST-STORES  TO  DT-STATUS
                     END-IF
                 END-IF
                 GO  TO  REF-EDIT-RTN-EX
             END-IF.

             IF  MT-ACTION  NOT  =  C-ACT-ADD
                 GO  TO  REF-EDIT-RTN-EX
             END-IF.

             MOVE  MT-TENPO  TO  TM-TENPO-CODE.
             READ  TENPO-MASTER-F
                 INVALID KEY
                     MOVE  C-ON          TO  SW-BAD-TRAN-FLG
                     MOVE  C-ST-NOTENPO  TO  DT-STATUS
                     GO  TO  REF-EDIT-RTN-EX
             END-READ.

             MOVE  MT-PROMO-ID  TO  TB-PROMO-ID.
             MOVE  SPACES       TO  TB-TENPO.
             READ  TOKUBAI-MASTER-F
                 INVALID KEY
                     MOVE  C-ON         TO  SW-BAD-TRAN-FLG
                     MOVE  C-ST-NOHEAD  TO  DT-STATUS
                     GO  TO  REF-EDIT-RTN-EX
             END-READ.

             IF  TB-REGION  NOT  =  SPACES
                 MOVE  C-ON           TO  SW-BAD-TRAN-FLG
                 MOVE  C-ST-REGIONAL  TO  DT-STATUS
             END-IF.

             REF-EDIT-RTN-EX.
           EXIT.

      *    THE BEFORE IMAGE ON THE AUDIT LINE IS WHATEVER IS ON THE
      *    MASTER AHEAD OF THE ACTION -- SPACES WHEN THE KEY IS NOT
      *    ON FILE -- SO THE REPORT PROVES BOTH WHAT WAS THERE AND
      *    WHAT THE ACTION LEFT BEHIND.
       MASTER-LOOKUP-RTN         SECTION.
             MOVE  MT-PROMO-ID  TO  TB-PROMO-ID.
             MOVE  MT-TENPO     TO  TB-TENPO.

             READ  TOKUBAI-MASTER-F
                 INVALID KEY
                     MOVE  C-OFF   TO  SW-FOUND-FLG
                     MOVE  SPACES  TO  DT-PRICE-BEFORE-X
                                       DT-END-BEFORE
                 NOT INVALID KEY
                     MOVE  C-ON    TO  SW-FOUND-FLG
                     IF  TB-TENPO  =  SPACES
                         MOVE  TB-TANKA     TO  DT-PRICE-BEFORE
                         MOVE  TB-END-DATE  TO  DT-END-BEFORE
                     ELSE
                         MOVE  SPACES  TO  DT-PRICE-BEFORE-X
                                           DT-END-BEFORE
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

             MOVE  MT-PROMO-ID  TO  TB-PROMO-ID.
             MOVE  MT-TENPO     TO  TB-TENPO.
             IF  MT-TENPO  =  SPACES
                 MOVE  MT-SHOHIN-CODE   TO  TB-SHOHIN-CODE
                 MOVE  MT-TANKA-9       TO  TB-TANKA
                 MOVE  MT-START-DATE-9  TO  TB-START-DATE
                 MOVE  MT-END-DATE-9    TO  TB-END-DATE
                 MOVE  MT-REGION        TO  TB-REGION
             ELSE
                 MOVE  SPACES           TO  TB-SHOHIN-CODE
                                            TB-REGION
                 MOVE  ZERO             TO  TB-TANKA
                                            TB-START-DATE
                                            TB-END-DATE
             END-IF.
             MOVE  MT-DESC      TO  TB-DESC.
             MOVE  ZERO         TO  TB-RESULT-DATE.
             WRITE  TOKUBAI-MASTER-REC.

             PERFORM  AFTER-IMAGE-RTN.
             ADD   1  TO  WK-ADD-COUNT.

             ADD-RTN-EX.
           EXIT.

      *    A BLANK FIELD ON A CHANGE KEEPS THE VALUE ALREADY ON THE
      *    MASTER, SO EXTENDING A PROMOTION IS JUST A NEW END DATE.
      *    THE DATE RANGE IS PROVED ON THE MERGED ROW; A BAD RANGE
      *    LEAVES THE MASTER AS IT WAS. ANY CHANGE TO WHAT, WHERE,
      *    WHEN OR AT WHAT PRICE CLEARS THE RESULTS DATE, SO TOKRP1
      *    REPORTS THE PROMOTION AGAIN ON ITS NEW TERMS. A STORE ROW
      *    ONLY HAS ITS DESCRIPTION TO CHANGE.
       CHANGE-RTN                SECTION.
             IF  SW-FOUND-FLG  =  C-OFF
                 MOVE  C-ST-NOTFOUND  TO  DT-STATUS
                 ADD   1  TO  WK-REJECT-COUNT
                 GO  TO  CHANGE-RTN-EX
             END-IF.

             IF  MT-TENPO  =  SPACES
                 IF  MT-SHOHIN-CODE  NOT  =  SPACES
                     MOVE  MT-SHOHIN-CODE   TO  TB-SHOHIN-CODE
                     MOVE  ZERO             TO  TB-RESULT-DATE
                 END-IF
                 IF  MT-TANKA-X  NOT  =  SPACES
                     MOVE  MT-TANKA-9       TO  TB-TANKA
                     MOVE  ZERO             TO  TB-RESULT-DATE
                 END-IF
                 IF  MT-START-DATE-X  NOT  =  SPACES
                     MOVE  MT-START-DATE-9  TO  TB-START-DATE
                     MOVE  ZERO             TO  TB-RESULT-DATE
                 END-IF
                 IF  MT-END-DATE-X  NOT  =  SPACES
                     MOVE  MT-END-DATE-9    TO  TB-END-DATE
                     MOVE  ZERO             TO  TB-RESULT-DATE
                 END-IF
                 IF  MT-REGION  NOT  =  SPACES
                     MOVE  MT-REGION        TO  TB-REGION
                     MOVE  ZERO             TO  TB-RESULT-DATE
                 END-IF
                 IF  TB-END-DATE  <  TB-START-DATE
                     MOVE  C-ST-BADRANGE  TO  DT-STATUS
                     ADD   1  TO  WK-REJECT-COUNT
                     GO  TO  CHANGE-RTN-EX
                 END-IF
             END-IF.
             IF  MT-DESC  NOT  =  SPACES
                 MOVE  MT-DESC  TO  TB-DESC
             END-IF.
             REWRITE  TOKUBAI-MASTER-REC.

             PERFORM  AFTER-IMAGE-RTN.
             ADD   1  TO  WK-CHG-COUNT.

             CHANGE-RTN-EX.
           EXIT.

      *    A HEADER WITH STORE ROWS STILL UNDER IT STAYS ON FILE
      *    UNTIL THEY HAVE BEEN DELETED -- OTHERWISE THE STORE ROWS
      *    WOULD NAME STORES FOR A PROMOTION THE MASTER NO LONGER
      *    CARRIES. THE SCAN MOVES THROUGH THE FILE, SO THE KEY IS
      *    SET AGAIN BEFORE THE DELETE.
       DELETE-RTN                SECTION.
             IF  SW-FOUND-FLG  =  C-OFF
                 MOVE  C-ST-NOTFOUND  TO  DT-STATUS
                 ADD   1  TO  WK-REJECT-COUNT
                 GO  TO  DELETE-RTN-EX
             END-IF.

             IF  MT-TENPO  =  SPACES
                 PERFORM  STORE-SCAN-RTN
                 IF  SW-STORE-FLG  =  C-ON
                     MOVE  C-ST-STORES  TO  DT-STATUS
                     ADD   1  TO  WK-REJECT-COUNT
                     GO  TO  DELETE-RTN-EX
                 END-IF
             END-IF.

             MOVE  MT-PROMO-ID  TO  TB-PROMO-ID.
             MOVE  MT-TENPO     TO  TB-TENPO.
             DELETE  TOKUBAI-MASTER-F.

             MOVE  SPACES        TO  DT-PRICE-AFTER-X
                                     DT-START-AFTER
                                     DT-END-AFTER
                                     DT-REGION-AFTER.
             MOVE  C-ST-APPLIED  TO  DT-STATUS.
             ADD   1  TO  WK-DEL-COUNT.

             DELETE-RTN-EX.
           EXIT.

      *    THE STORE ROWS FOR A PROMOTION FOLLOW ITS HEADER ON THE
      *    FILE (THE PROMOTION ID LEADS THE KEY AND THE HEADER'S
      *    STORE IS SPACES), SO THE NEXT ROW AFTER THE HEADER TELLS.
       STORE-SCAN-RTN            SECTION.
             MOVE  C-OFF  TO  SW-STORE-FLG.

             START  TOKUBAI-MASTER-F  KEY  >  TB-KEY
                 INVALID KEY
                     GO  TO  STORE-SCAN-RTN-EX
             END-START.

             READ  TOKUBAI-MASTER-F  NEXT
             AT  END
             GO  TO  STORE-SCAN-RTN-EX
             END-READ.

             IF  TB-PROMO-ID  =  MT-PROMO-ID
                 MOVE  C-ON  TO  SW-STORE-FLG
             END-IF.

             STORE-SCAN-RTN-EX.
           EXIT.

       AFTER-IMAGE-RTN           SECTION.
             IF  TB-TENPO  =  SPACES
                 MOVE  TB-SHOHIN-CODE  TO  DT-SHOHIN-CODE
                 MOVE  TB-TANKA        TO  DT-PRICE-AFTER
                 MOVE  TB-START-DATE   TO  DT-START-AFTER
                 MOVE  TB-END-DATE     TO  DT-END-AFTER
                 MOVE  TB-REGION       TO  DT-REGION-AFTER
             ELSE
                 MOVE  SPACES          TO  DT-PRICE-AFTER-X
             END-IF.
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
           CLOSE  TOKMTIN-F
                  TOKUBAI-MASTER-F
                  SHOHIN-MASTER-F
                  TENPO-MASTER-F
                  REPORT-F.

           DISPLAY  '===== TOKMNT1 CONTROL TOTALS ====='.
           DISPLAY  'TOKMTIN-F RECORDS READ.: '  WK-READ-COUNT.
           DISPLAY  'PROMOTION ROWS ADDED...: '  WK-ADD-COUNT.
           DISPLAY  'PROMOTION ROWS CHANGED.: '  WK-CHG-COUNT.
           DISPLAY  'PROMOTION ROWS DELETED.: '  WK-DEL-COUNT.
           DISPLAY  'TRANSACTIONS REJECTED..: '  WK-REJECT-COUNT.

           IF  WK-REJECT-COUNT  >  ZERO
               DISPLAY  'TOKMNT1 - REJECTED TRANSACTIONS ON THE AUDIT '
                        'REPORT NEED MERCHANDISING REVIEW'
               MOVE  4   TO  RETURN-CODE
           ELSE
               MOVE  0   TO  RETURN-CODE
           END-IF.

           END-RTN-EX.
           EXIT.
           END PROGRAM TOKMNT1.
