      ******************************************************************
      * Author:
      * Date:
      * Purpose: Batch maintenance of the date-effective cost price
      *          master from a keyed maintenance transaction file
      *          (add / change / delete), with a before/after audit
      *          report so buying can prove what changed and when.
      *          A cost change is filed ahead of its effective date
      *          as a new row under the same product -- the margin
      *          reports pick the row in force on each purchase date,
      *          so loading ahead needs no program or master switch.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GNMNT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GNMTIN-F         ASSIGN  TO  GNMTIN.
           SELECT GENKA-MASTER-F   ASSIGN  TO  GENKAF
                                   ORGANIZATION  IS  INDEXED
                                   ACCESS MODE   IS  RANDOM
                                   RECORD KEY    IS  CM-COST-KEY.
           SELECT REPORT-F         ASSIGN  TO  GNMRPT.

       DATA DIVISION.
       FILE SECTION.
       FD  GNMTIN-F
       LABEL       RECORD    OMITTED
       RECORDING  MODE  IS  F.
       01  GNMTIN-REC.
         03  MT-ACTION           PIC  X(01).
         03  MT-SHOHIN-CODE      PIC  X(05).
         03  MT-EFF-DATE-X       PIC  X(08).
         03  MT-EFF-DATE-9       REDEFINES  MT-EFF-DATE-X
                                 PIC  9(08).
         03  MT-GENKA-X          PIC  X(15).
         03  MT-GENKA-9          REDEFINES  MT-GENKA-X
                                 PIC  S9(15).

       FD  GENKA-MASTER-F
       LABEL       RECORD   OMITTED.
       01  GENKA-MASTER-REC.
           COPY GENKALAY.

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
         05  C-ST-BADDATE      PIC  X(30)  VALUE
                                 'REJECTED - BAD EFFECTIVE DATE'.
         05  C-ST-BADCOST      PIC  X(30)  VALUE
                                 'REJECTED - BAD UNIT COST'.

       01  FILLER              PIC  X(20)  VALUE 'WORK-AREA'.
       01  WORK-AREA.
         05  SW-EOF-FLG        PIC  X(01).
         05  SW-FOUND-FLG      PIC  X(01).
         05  SW-BAD-TRAN-FLG   PIC  X(01).
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
                                 'COST MASTER MAINTENANCE AU'.
         05  FILLER             PIC  X(10)  VALUE
                                 'DIT REPORT'.
         05  FILLER             PIC  X(10)  VALUE  SPACES.
         05  FILLER             PIC  X(05)  VALUE  'PAGE '.
         05  HD-PAGE-NO         PIC  ZZZZ9.

       01  HEADING-LINE-2.
         05  FILLER             PIC  X(06)  VALUE  'ACTION'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(05)  VALUE  'CODE '.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(08)  VALUE  'EFF DATE'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(15)  VALUE
                                 '    COST BEFORE'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(15)  VALUE
                                 '     COST AFTER'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(30)  VALUE  'STATUS'.

       01  DETAIL-LINE.
         05  FILLER             PIC  X(03)  VALUE  SPACES.
         05  DT-ACTION          PIC  X(01).
         05  FILLER             PIC  X(03)  VALUE  SPACES.
         05  DT-SHOHIN-CODE     PIC  X(05).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-EFF-DATE        PIC  X(08).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-COST-BEFORE    PIC  -(14)9.
         05  DT-COST-BEFORE-X  REDEFINES  DT-COST-BEFORE
                                PIC  X(15).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-COST-AFTER     PIC  -(14)9.
         05  DT-COST-AFTER-X   REDEFINES  DT-COST-AFTER
                                PIC  X(15).
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
           OPEN  INPUT  GNMTIN-F
                 I-O    GENKA-MASTER-F
                 OUTPUT REPORT-F.

           MOVE  C-OFF  TO  SW-EOF-FLG.

           PERFORM  HEADING-RTN.
           PERFORM  GNMTIN-F-READ-RTN.

           INIT-RTN-EX.
               EXIT.

       GNMTIN-F-READ-RTN                    SECTION.
           READ  GNMTIN-F
           AT  END
           MOVE  C-ON  TO  SW-EOF-FLG
           GO  TO  GNMTIN-F-READ-RTN-EX
           END-READ.
           GNMTIN-F-READ-RTN-EX.
           EXIT.
           EJECT.

       MAIN-RTN                 SECTION.
             ADD  1  TO  WK-READ-COUNT.

             MOVE  SPACES          TO  DETAIL-LINE.
             MOVE  MT-ACTION       TO  DT-ACTION.
             MOVE  MT-SHOHIN-CODE  TO  DT-SHOHIN-CODE.
             MOVE  MT-EFF-DATE-X   TO  DT-EFF-DATE.

             PERFORM  TRAN-EDIT-RTN.
             IF  SW-BAD-TRAN-FLG  =  C-ON
                 ADD  1  TO  WK-REJECT-COUNT
                 GO  TO  MAIN-RTN-POST
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
             PERFORM  GNMTIN-F-READ-RTN.

             MAIN-RTN-EX.
           EXIT.

      *    THE EFFECTIVE DATE AND THE COST ARE PART OF THE KEY AND
      *    THE MONEY -- GARBAGE IN EITHER WOULD PLANT A ROW THE
      *    MARGIN REPORTS WOULD VALUE SALES AGAINST, SO A NON-NUMERIC
      *    FIELD REJECTS THE TRANSACTION AT THIS GATE. A COST BELOW
      *    ZERO IS NEVER RIGHT AND IS REJECTED THE SAME WAY. A DELETE
      *    CARRIES NO COST, SO ONLY ITS DATE IS CHECKED.
       TRAN-EDIT-RTN             SECTION.
             MOVE  C-OFF  TO  SW-BAD-TRAN-FLG.

             IF  MT-ACTION  NOT  =  C-ACT-ADD
             AND MT-ACTION  NOT  =  C-ACT-CHANGE
             AND MT-ACTION  NOT  =  C-ACT-DELETE
                 MOVE  C-ON        TO  SW-BAD-TRAN-FLG
                 MOVE  C-ST-BADACT TO  DT-STATUS
                 GO  TO  TRAN-EDIT-RTN-EX
             END-IF.

             IF  MT-EFF-DATE-X  NOT  NUMERIC
                 MOVE  C-ON          TO  SW-BAD-TRAN-FLG
                 MOVE  C-ST-BADDATE  TO  DT-STATUS
                 GO  TO  TRAN-EDIT-RTN-EX
             END-IF.

             IF  MT-ACTION  NOT  =  C-ACT-DELETE
             AND MT-GENKA-X  NOT  NUMERIC
                 MOVE  C-ON           TO  SW-BAD-TRAN-FLG
                 MOVE  C-ST-BADCOST   TO  DT-STATUS
                 GO  TO  TRAN-EDIT-RTN-EX
             END-IF.

             IF  MT-ACTION  NOT  =  C-ACT-DELETE
             AND MT-GENKA-9  <  ZERO
                 MOVE  C-ON           TO  SW-BAD-TRAN-FLG
                 MOVE  C-ST-BADCOST   TO  DT-STATUS
             END-IF.

             TRAN-EDIT-RTN-EX.
           EXIT.

      *    THE BEFORE IMAGE ON THE AUDIT LINE IS WHATEVER IS ON THE
      *    MASTER AHEAD OF THE ACTION -- SPACES WHEN THE KEY IS NOT
      *    ON FILE -- SO THE REPORT PROVES BOTH WHAT WAS THERE AND
      *    WHAT THE ACTION LEFT BEHIND.
       MASTER-LOOKUP-RTN         SECTION.
             MOVE  MT-SHOHIN-CODE  TO  CM-SHOHIN-CODE.
             MOVE  MT-EFF-DATE-9   TO  CM-EFF-DATE.

             READ  GENKA-MASTER-F
                 INVALID KEY
                     MOVE  C-OFF   TO  SW-FOUND-FLG
                     MOVE  SPACES  TO  DT-COST-BEFORE-X
                 NOT INVALID KEY
                     MOVE  C-ON      TO  SW-FOUND-FLG
                     MOVE  CM-GENKA  TO  DT-COST-BEFORE
             END-READ.

             MASTER-LOOKUP-RTN-EX.
           EXIT.

       ADD-RTN                   SECTION.
             IF  SW-FOUND-FLG  =  C-ON
                 MOVE  C-ST-DUPADD  TO  DT-STATUS
                 ADD   1  TO  WK-REJECT-COUNT
                 GO  TO  ADD-RTN-EX
             END-IF.

             MOVE  MT-SHOHIN-CODE  TO  CM-SHOHIN-CODE.
             MOVE  MT-EFF-DATE-9   TO  CM-EFF-DATE.
             MOVE  MT-GENKA-9      TO  CM-GENKA.
             WRITE  GENKA-MASTER-REC.

             MOVE  MT-GENKA-9      TO  DT-COST-AFTER.
             MOVE  C-ST-APPLIED    TO  DT-STATUS.
             ADD   1  TO  WK-ADD-COUNT.

             ADD-RTN-EX.
           EXIT.

       CHANGE-RTN                SECTION.
             IF  SW-FOUND-FLG  =  C-OFF
                 MOVE  C-ST-NOTFOUND  TO  DT-STATUS
                 ADD   1  TO  WK-REJECT-COUNT
                 GO  TO  CHANGE-RTN-EX
             END-IF.

             MOVE  MT-GENKA-9  TO  CM-GENKA.
             REWRITE  GENKA-MASTER-REC.

             MOVE  MT-GENKA-9      TO  DT-COST-AFTER.
             MOVE  C-ST-APPLIED    TO  DT-STATUS.
             ADD   1  TO  WK-CHG-COUNT.

             CHANGE-RTN-EX.
           EXIT.

       DELETE-RTN                SECTION.
             IF  SW-FOUND-FLG  =  C-OFF
                 MOVE  C-ST-NOTFOUND  TO  DT-STATUS
                 ADD   1  TO  WK-REJECT-COUNT
                 GO  TO  DELETE-RTN-EX
             END-IF.

             DELETE  GENKA-MASTER-F.

             MOVE  SPACES        TO  DT-COST-AFTER-X.
             MOVE  C-ST-APPLIED  TO  DT-STATUS.
             ADD   1  TO  WK-DEL-COUNT.

             DELETE-RTN-EX.
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
           CLOSE  GNMTIN-F
                  GENKA-MASTER-F
                  REPORT-F.

           DISPLAY  '===== GNMNT1 CONTROL TOTALS ====='.
           DISPLAY  'GNMTIN-F RECORDS READ..: '  WK-READ-COUNT.
           DISPLAY  'COST ROWS ADDED........: '  WK-ADD-COUNT.
           DISPLAY  'COST ROWS CHANGED......: '  WK-CHG-COUNT.
           DISPLAY  'COST ROWS DELETED......: '  WK-DEL-COUNT.
           DISPLAY  'TRANSACTIONS REJECTED..: '  WK-REJECT-COUNT.

           IF  WK-REJECT-COUNT  >  ZERO
               DISPLAY  'GNMNT1 - REJECTED TRANSACTIONS ON THE AUDIT '
                        'REPORT NEED BUYING REVIEW'
               MOVE  4   TO  RETURN-CODE
           ELSE
               MOVE  0   TO  RETURN-CODE
           END-IF.

           END-RTN-EX.
           EXIT.
           END PROGRAM GNMNT1.
