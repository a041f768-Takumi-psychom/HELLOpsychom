      ******************************************************************
      * Author:
      * Date:
      * Purpose: Buying's review of the replenishment purchase orders
      *          zairp1 raises off the reorder alerts, applied from a
      *          keyed maintenance transaction file (release /
      *          change / cancel) with a before/after audit report.
      *          A suggested order goes to the supplier only when
      *          buying releases it -- only a released order is open
      *          for the warehouse receipts zaiko1 matches. On a
      *          release or change, a blank quantity or due date
      *          keeps the value already on the order (the SUSFX1
      *          correction convention), so a suggestion can be
      *          released exactly as raised.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCMNT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HCMTIN-F         ASSIGN  TO  HCMTIN.
           SELECT PO-MASTER-F      ASSIGN  TO  HACMAS
                                   ORGANIZATION  IS  INDEXED
                                   ACCESS MODE   IS  RANDOM
                                   RECORD KEY    IS  PO-KEY.
           SELECT REPORT-F         ASSIGN  TO  HCMRPT.

       DATA DIVISION.
       FILE SECTION.
       FD  HCMTIN-F
       LABEL       RECORD    OMITTED
       RECORDING  MODE  IS  F.
       01  HCMTIN-REC.
         03  MT-ACTION           PIC  X(01).
         03  MT-TENPO-CODE       PIC  X(05).
         03  MT-SHOHIN-CODE      PIC  X(05).
         03  MT-PO-NO-X          PIC  X(07).
         03  MT-PO-NO-9          REDEFINES  MT-PO-NO-X
                                 PIC  9(07).
         03  MT-ORDER-X          PIC  X(15).
         03  MT-ORDER-9          REDEFINES  MT-ORDER-X
                                 PIC  S9(15).
         03  MT-DUE-DATE-X       PIC  X(08).
         03  MT-DUE-DATE-9       REDEFINES  MT-DUE-DATE-X
                                 PIC  9(08).

       FD  PO-MASTER-F
       LABEL       RECORD   OMITTED.
       01  PO-MASTER-REC.
           COPY HACCHLAY.

       FD  REPORT-F
       LABEL       RECORD   OMITTED
       RECORDING  MODE  IS  F.
       01  REPORT-LINE         PIC  X(132).

       WORKING-STORAGE   SECTION.

       01  FILLER              PIC  X(20)  VALUE 'CONSTANT-AREA'.

       01  CONSTANT-AREA.
         05  C-ON              PIC  X(01)  VALUE  '1'.
         05  C-OFF             PIC  X(01)  VALUE  '0'.
         05  C-ACT-RELEASE     PIC  X(01)  VALUE  'R'.
         05  C-ACT-CHANGE      PIC  X(01)  VALUE  'C'.
         05  C-ACT-CANCEL      PIC  X(01)  VALUE  'X'.
         05  C-PO-SUGGESTED    PIC  X(01)  VALUE  'S'.
         05  C-PO-RELEASED     PIC  X(01)  VALUE  'R'.
         05  C-PO-CLOSED       PIC  X(01)  VALUE  'C'.
         05  C-PO-CANCELLED    PIC  X(01)  VALUE  'X'.
         05  C-LINES-PER-PAGE  PIC  9(02)  VALUE  50.
         05  C-ST-APPLIED      PIC  X(30)  VALUE  'APPLIED'.
         05  C-ST-NOTFOUND     PIC  X(30)  VALUE
                                 'REJECTED - KEY NOT ON FILE'.
         05  C-ST-BADACT       PIC  X(30)  VALUE
                                 'REJECTED - INVALID ACTION'.
         05  C-ST-BADPONO      PIC  X(30)  VALUE
                                 'REJECTED - BAD ORDER NUMBER'.
         05  C-ST-BADNUM       PIC  X(30)  VALUE
                                 'REJECTED - BAD QUANTITY FIELD'.
         05  C-ST-BADDATE      PIC  X(30)  VALUE
                                 'REJECTED - BAD DUE DATE'.
         05  C-ST-NOTSUGG      PIC  X(30)  VALUE
                                 'REJECTED - NOT A SUGGESTION'.
         05  C-ST-NOTOPEN      PIC  X(30)  VALUE
                                 'REJECTED - ORDER NOT OPEN'.
         05  C-ST-BELOWRCV     PIC  X(30)  VALUE
                                 'REJECTED - QTY BELOW RECEIVED'.

       01  FILLER              PIC  X(20)  VALUE 'WORK-AREA'.
       01  WORK-AREA.
         05  SW-EOF-FLG        PIC  X(01).
         05  SW-FOUND-FLG      PIC  X(01).
         05  SW-BAD-TRAN-FLG   PIC  X(01).
         05  WK-TODAY          PIC  9(08)  VALUE  ZERO.
         05  WK-READ-COUNT     PIC  9(09)  VALUE  ZERO.
         05  WK-REL-COUNT      PIC  9(09)  VALUE  ZERO.
         05  WK-CHG-COUNT      PIC  9(09)  VALUE  ZERO.
         05  WK-CAN-COUNT      PIC  9(09)  VALUE  ZERO.
         05  WK-REJECT-COUNT   PIC  9(09)  VALUE  ZERO.
         05  WK-PAGE-NO        PIC  9(05)  VALUE  ZERO.
         05  WK-LINE-CNT       PIC  9(05)  VALUE  ZERO.

       01  FILLER              PIC  X(20)  VALUE 'PRINT-AREA'.
       01  WK-PRINT-LINE        PIC  X(132) VALUE SPACES.

       01  HEADING-LINE-1.
         05  FILLER             PIC  X(20)  VALUE  SPACES.
         05  FILLER             PIC  X(26)  VALUE
                                 'PURCHASE ORDER REVIEW AUDI'.
         05  FILLER             PIC  X(08)  VALUE
                                 'T REPORT'.
         05  FILLER             PIC  X(06)  VALUE  ' DATE '.
         05  HD-TODAY           PIC  9(08).
         05  FILLER             PIC  X(06)  VALUE  SPACES.
         05  FILLER             PIC  X(05)  VALUE  'PAGE '.
         05  HD-PAGE-NO         PIC  ZZZZ9.

       01  HEADING-LINE-2.
         05  FILLER             PIC  X(06)  VALUE  'ACTION'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(05)  VALUE  'STORE'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(05)  VALUE  'PROD '.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(07)  VALUE  'PO NO  '.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(04)  VALUE  'STS '.
         05  FILLER             PIC  X(17)  VALUE
                                 '   ORDER BEF/AFT '.
         05  FILLER             PIC  X(18)  VALUE
                                 ' DUE DATE BEF/AFT '.
         05  FILLER             PIC  X(30)  VALUE  'STATUS'.

       01  DETAIL-LINE.
         05  FILLER             PIC  X(03)  VALUE  SPACES.
         05  DT-ACTION          PIC  X(01).
         05  FILLER             PIC  X(03)  VALUE  SPACES.
         05  DT-TENPO           PIC  X(05).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-SHOHIN          PIC  X(05).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-PO-NO           PIC  X(07).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-STS-BEFORE      PIC  X(01).
         05  FILLER             PIC  X(01)  VALUE  '/'.
         05  DT-STS-AFTER       PIC  X(01).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-QTY-BEFORE      PIC  -(7)9.
         05  DT-QTY-BEFORE-X    REDEFINES  DT-QTY-BEFORE
                                PIC  X(08).
         05  FILLER             PIC  X(01)  VALUE  '/'.
         05  DT-QTY-AFTER       PIC  -(7)9.
         05  DT-QTY-AFTER-X     REDEFINES  DT-QTY-AFTER
                                PIC  X(08).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-DUE-BEFORE      PIC  9(08).
         05  DT-DUE-BEFORE-X    REDEFINES  DT-DUE-BEFORE
                                PIC  X(08).
         05  FILLER             PIC  X(01)  VALUE  '/'.
         05  DT-DUE-AFTER       PIC  9(08).
         05  DT-DUE-AFTER-X     REDEFINES  DT-DUE-AFTER
                                PIC  X(08).
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
           ACCEPT  WK-TODAY  FROM  DATE  YYYYMMDD.

           OPEN  INPUT  HCMTIN-F
                 I-O    PO-MASTER-F
                 OUTPUT REPORT-F.

           MOVE  C-OFF  TO  SW-EOF-FLG.

           PERFORM  HEADING-RTN.
           PERFORM  HCMTIN-F-READ-RTN.

           INIT-RTN-EX.
               EXIT.

       HCMTIN-F-READ-RTN                    SECTION.
           READ  HCMTIN-F
           AT  END
           MOVE  C-ON  TO  SW-EOF-FLG
           GO  TO  HCMTIN-F-READ-RTN-EX
           END-READ.
           HCMTIN-F-READ-RTN-EX.
           EXIT.
           EJECT.

       MAIN-RTN                 SECTION.
             ADD  1  TO  WK-READ-COUNT.

             MOVE  SPACES          TO  DETAIL-LINE.
             MOVE  MT-ACTION       TO  DT-ACTION.
             MOVE  MT-TENPO-CODE   TO  DT-TENPO.
             MOVE  MT-SHOHIN-CODE  TO  DT-SHOHIN.
             MOVE  MT-PO-NO-X      TO  DT-PO-NO.

             PERFORM  TRAN-EDIT-RTN.
             IF  SW-BAD-TRAN-FLG  =  C-ON
                 ADD  1  TO  WK-REJECT-COUNT
                 GO  TO  MAIN-RTN-POST
             END-IF.

             PERFORM  MASTER-LOOKUP-RTN.

             IF  MT-ACTION  =  C-ACT-RELEASE
                 PERFORM  RELEASE-RTN
             ELSE
                 IF  MT-ACTION  =  C-ACT-CHANGE
                     PERFORM  CHANGE-RTN
                 ELSE
                     PERFORM  CANCEL-RTN
                 END-IF
             END-IF.

             MAIN-RTN-POST.
             MOVE  DETAIL-LINE  TO  WK-PRINT-LINE.
             PERFORM  PRINT-LINE-RTN.
             PERFORM  HCMTIN-F-READ-RTN.

             MAIN-RTN-EX.
           EXIT.

      *    THE ORDER NUMBER IS PART OF THE KEY AND MUST BE NUMERIC.
      *    A QUANTITY OR DUE DATE MAY BE LEFT BLANK (KEEP), BUT WHAT
      *    IS KEYED MUST BE NUMERIC, AND AN ORDER QUANTITY MUST BE
      *    ABOVE ZERO -- A ZERO ORDER IS A CANCEL, AND IS KEYED AS
      *    ONE SO THE AUDIT REPORT SAYS SO. A KEYED DUE DATE MUST
      *    ALSO CARRY A REAL MONTH AND DAY, OR ZAIKO1'S OVERDUE-ORDER
      *    CHECK WOULD AGE THE ORDER AGAINST A DATE THAT CANNOT EXIST.
       TRAN-EDIT-RTN             SECTION.
             MOVE  C-OFF  TO  SW-BAD-TRAN-FLG.

             IF  MT-ACTION  NOT  =  C-ACT-RELEASE
             AND MT-ACTION  NOT  =  C-ACT-CHANGE
             AND MT-ACTION  NOT  =  C-ACT-CANCEL
                 MOVE  C-ON        TO  SW-BAD-TRAN-FLG
                 MOVE  C-ST-BADACT TO  DT-STATUS
                 GO  TO  TRAN-EDIT-RTN-EX
             END-IF.

             IF  MT-PO-NO-X  NOT  NUMERIC
                 MOVE  C-ON         TO  SW-BAD-TRAN-FLG
                 MOVE  C-ST-BADPONO TO  DT-STATUS
                 GO  TO  TRAN-EDIT-RTN-EX
             END-IF.

             IF  MT-ACTION  =  C-ACT-CANCEL
                 GO  TO  TRAN-EDIT-RTN-EX
             END-IF.

             IF  MT-ORDER-X  NOT  =  SPACES
                 IF  MT-ORDER-X  NOT  NUMERIC
                     MOVE  C-ON         TO  SW-BAD-TRAN-FLG
                     MOVE  C-ST-BADNUM  TO  DT-STATUS
                     GO  TO  TRAN-EDIT-RTN-EX
                 END-IF
                 IF  MT-ORDER-9  NOT  >  ZERO
                     MOVE  C-ON         TO  SW-BAD-TRAN-FLG
                     MOVE  C-ST-BADNUM  TO  DT-STATUS
                     GO  TO  TRAN-EDIT-RTN-EX
                 END-IF
             END-IF.

             IF  MT-DUE-DATE-X  NOT  =  SPACES
                 IF  MT-DUE-DATE-X  NOT  NUMERIC
                 OR  MT-DUE-DATE-X (5:2)  <  '01'
                 OR  MT-DUE-DATE-X (5:2)  >  '12'
                 OR  MT-DUE-DATE-X (7:2)  <  '01'
                 OR  MT-DUE-DATE-X (7:2)  >  '31'
                     MOVE  C-ON          TO  SW-BAD-TRAN-FLG
                     MOVE  C-ST-BADDATE  TO  DT-STATUS
                 END-IF
             END-IF.

             TRAN-EDIT-RTN-EX.
           EXIT.

      *    THE BEFORE IMAGE ON THE AUDIT LINE IS WHATEVER IS ON THE
      *    ORDER AHEAD OF THE ACTION -- SPACES WHEN THE KEY IS NOT
      *    ON FILE -- SO THE REPORT PROVES BOTH WHAT WAS THERE AND
      *    WHAT THE ACTION LEFT BEHIND.
       MASTER-LOOKUP-RTN         SECTION.
             MOVE  MT-TENPO-CODE   TO  PO-TENPO-CODE.
             MOVE  MT-SHOHIN-CODE  TO  PO-SHOHIN-CODE.
             MOVE  MT-PO-NO-9      TO  PO-NO.

             READ  PO-MASTER-F
                 INVALID KEY
                     MOVE  C-OFF   TO  SW-FOUND-FLG
                     MOVE  SPACES  TO  DT-STS-BEFORE
                                       DT-QTY-BEFORE-X
                                       DT-DUE-BEFORE-X
                 NOT INVALID KEY
                     MOVE  C-ON           TO  SW-FOUND-FLG
                     MOVE  PO-STATUS      TO  DT-STS-BEFORE
                     MOVE  PO-ORDER-KOSU  TO  DT-QTY-BEFORE
                     MOVE  PO-DUE-DATE    TO  DT-DUE-BEFORE
             END-READ.

             MASTER-LOOKUP-RTN-EX.
           EXIT.

      *    ONLY A SUGGESTION CAN BE RELEASED -- RELEASING AN ORDER
      *    TWICE WOULD RESTAMP THE DATE THE SUPPLIER WAS SENT IT.
       RELEASE-RTN               SECTION.
             IF  SW-FOUND-FLG  =  C-OFF
                 MOVE  C-ST-NOTFOUND  TO  DT-STATUS
                 ADD   1  TO  WK-REJECT-COUNT
                 GO  TO  RELEASE-RTN-EX
             END-IF.

             IF  PO-STATUS  NOT  =  C-PO-SUGGESTED
                 MOVE  C-ST-NOTSUGG  TO  DT-STATUS
                 ADD   1  TO  WK-REJECT-COUNT
                 GO  TO  RELEASE-RTN-EX
             END-IF.

             IF  MT-ORDER-X  NOT  =  SPACES
                 MOVE  MT-ORDER-9     TO  PO-ORDER-KOSU
             END-IF.
             IF  MT-DUE-DATE-X  NOT  =  SPACES
                 MOVE  MT-DUE-DATE-9  TO  PO-DUE-DATE
             END-IF.
             MOVE  C-PO-RELEASED  TO  PO-STATUS.
             MOVE  WK-TODAY       TO  PO-RELEASE-DATE.
             REWRITE  PO-MASTER-REC.

             PERFORM  AFTER-IMAGE-RTN.
             ADD   1  TO  WK-REL-COUNT.

             RELEASE-RTN-EX.
           EXIT.

      *    AN OPEN ORDER (SUGGESTED OR RELEASED) CAN BE RE-CUT, BUT
      *    NEVER BELOW WHAT HAS ALREADY ARRIVED AGAINST IT. CUT TO
      *    EXACTLY WHAT HAS ARRIVED, A RELEASED ORDER IS COMPLETE
      *    AND CLOSES.
       CHANGE-RTN                SECTION.
             IF  SW-FOUND-FLG  =  C-OFF
                 MOVE  C-ST-NOTFOUND  TO  DT-STATUS
                 ADD   1  TO  WK-REJECT-COUNT
                 GO  TO  CHANGE-RTN-EX
             END-IF.

             IF  PO-STATUS  NOT  =  C-PO-SUGGESTED
             AND PO-STATUS  NOT  =  C-PO-RELEASED
                 MOVE  C-ST-NOTOPEN  TO  DT-STATUS
                 ADD   1  TO  WK-REJECT-COUNT
                 GO  TO  CHANGE-RTN-EX
             END-IF.

             IF  MT-ORDER-X  NOT  =  SPACES
             AND MT-ORDER-9  <  PO-RCVD-KOSU
                 MOVE  C-ST-BELOWRCV  TO  DT-STATUS
                 ADD   1  TO  WK-REJECT-COUNT
                 GO  TO  CHANGE-RTN-EX
             END-IF.

             IF  MT-ORDER-X  NOT  =  SPACES
                 MOVE  MT-ORDER-9     TO  PO-ORDER-KOSU
             END-IF.
             IF  MT-DUE-DATE-X  NOT  =  SPACES
                 MOVE  MT-DUE-DATE-9  TO  PO-DUE-DATE
             END-IF.
             IF  PO-STATUS  =  C-PO-RELEASED
             AND PO-RCVD-KOSU  NOT  <  PO-ORDER-KOSU
                 MOVE  C-PO-CLOSED    TO  PO-STATUS
             END-IF.
             REWRITE  PO-MASTER-REC.

             PERFORM  AFTER-IMAGE-RTN.
             ADD   1  TO  WK-CHG-COUNT.

             CHANGE-RTN-EX.
           EXIT.

      *    A CANCELLED ORDER STAYS ON FILE AS THE RECORD OF WHAT WAS
      *    DECIDED -- IT SIMPLY STOPS COUNTING AS ON ORDER AND STOPS
      *    MATCHING RECEIPTS.
       CANCEL-RTN                SECTION.
             IF  SW-FOUND-FLG  =  C-OFF
                 MOVE  C-ST-NOTFOUND  TO  DT-STATUS
                 ADD   1  TO  WK-REJECT-COUNT
                 GO  TO  CANCEL-RTN-EX
             END-IF.

             IF  PO-STATUS  NOT  =  C-PO-SUGGESTED
             AND PO-STATUS  NOT  =  C-PO-RELEASED
                 MOVE  C-ST-NOTOPEN  TO  DT-STATUS
                 ADD   1  TO  WK-REJECT-COUNT
                 GO  TO  CANCEL-RTN-EX
             END-IF.

             MOVE  C-PO-CANCELLED  TO  PO-STATUS.
             REWRITE  PO-MASTER-REC.

             PERFORM  AFTER-IMAGE-RTN.
             ADD   1  TO  WK-CAN-COUNT.

             CANCEL-RTN-EX.
           EXIT.

       AFTER-IMAGE-RTN           SECTION.
             MOVE  PO-STATUS      TO  DT-STS-AFTER.
             MOVE  PO-ORDER-KOSU  TO  DT-QTY-AFTER.
             MOVE  PO-DUE-DATE    TO  DT-DUE-AFTER.
             MOVE  C-ST-APPLIED   TO  DT-STATUS.

             AFTER-IMAGE-RTN-EX.
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
           CLOSE  HCMTIN-F
                  PO-MASTER-F
                  REPORT-F.

           DISPLAY  '===== HCMNT1 CONTROL TOTALS ====='.
           DISPLAY  'HCMTIN-F RECORDS READ..: '  WK-READ-COUNT.
           DISPLAY  'ORDERS RELEASED........: '  WK-REL-COUNT.
           DISPLAY  'ORDERS CHANGED.........: '  WK-CHG-COUNT.
           DISPLAY  'ORDERS CANCELLED.......: '  WK-CAN-COUNT.
           DISPLAY  'TRANSACTIONS REJECTED..: '  WK-REJECT-COUNT.

           IF  WK-REJECT-COUNT  >  ZERO
               DISPLAY  'HCMNT1 - REJECTED TRANSACTIONS ON THE '
                        'AUDIT REPORT NEED BUYING REVIEW'
               MOVE  4   TO  RETURN-CODE
           ELSE
               MOVE  0   TO  RETURN-CODE
           END-IF.

           END-RTN-EX.
           EXIT.
           END PROGRAM HCMNT1.
