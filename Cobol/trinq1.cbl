      * Author:
      * Date:
      * Purpose: Parameter-driven transaction inquiry and extract over
      *          the month-end archive of closed months followed by
      *          the month-to-date file -- the operations desk's
      *          "show me everything store X bought of product Y
      *          between these dates" request, answered from a parm
      *          blank-keeps convention). Output is a formatted
      *          report with SHOHIN/TENPO names resolved from the
      *          masters plus a TRANLAY-format extract file to hand
      *          to whoever asked. The archive is optional: with no
      *          archive file only the current month is searched.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INQPRM-F         ASSIGN  TO  INQPRM.
           SELECT ARCH-F           ASSIGN  TO  ARCHF
                                   FILE STATUS IS  WK-ARCH-STATUS.
           SELECT MTD-F            ASSIGN  TO  MTDF
                                   FILE STATUS IS  WK-MTD-STATUS.
           SELECT INQEXT-F         ASSIGN  TO  INQEXT.
                               PIC  S9(15).
         03  PR-TRAN-TYPE      PIC  X(01).

       FD  ARCH-F
       LABEL       RECORD    OMITTED
       RECORDING  MODE  IS  F.
       01  ARCH-REC.
           COPY TRANLAY.

       FD  MTD-F
       LABEL       RECORD    OMITTED
       RECORDING  MODE  IS  F.
         05  SW-EOF-FLG        PIC  X(01).
         05  SW-SELECT-FLG     PIC  X(01).
         05  SW-BAD-PARM-FLG   PIC  X(01).
         05  SW-ARCH-EOF-FLG   PIC  X(01).
         05  WK-ARCH-STATUS    PIC  X(02).
         05  WK-MTD-STATUS     PIC  X(02).
         05  WK-READ-COUNT     PIC  9(09)  VALUE  ZERO.
         05  WK-ARCH-COUNT     PIC  9(09)  VALUE  ZERO.
         05  WK-MTD-COUNT      PIC  9(09)  VALUE  ZERO.
         05  WK-SELECT-COUNT   PIC  9(09)  VALUE  ZERO.
         05  WK-SELECT-AMOUNT  PIC  S9(15) VALUE  ZERO.
         05  WK-PAGE-NO        PIC  9(05)  VALUE  ZERO.
         05  HP-AMT-CEIL       PIC  S9(15).
         05  HP-TRAN-TYPE      PIC  X(01).

      *    THE RECORD BEING LOOKED AT, FROM WHICHEVER FILE IT CAME.
       01  FILLER              PIC  X(20)  VALUE 'INQ-REC-AREA'.
       01  INQ-REC.
           COPY TRANLAY.

       01  FILLER              PIC  X(20)  VALUE 'PRINT-AREA'.
       01  WK-PRINT-LINE        PIC  X(132) VALUE SPACES.

         05  FILLER             PIC  X(26)  VALUE
                                 'TRANSACTION INQUIRY OFF TH'.
         05  FILLER             PIC  X(20)  VALUE
                                 'E MTD FILE + ARCHIVE'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(05)  VALUE  'PAGE '.
         05  HD-PAGE-NO         PIC  ZZZZ9.
       INIT-RTN                            SECTION.
           PERFORM  PARM-LOAD-RTN.

           OPEN  INPUT  ARCH-F
                        MTD-F
                        SHOHIN-MASTER-F
                        TENPO-MASTER-F
                 OUTPUT INQEXT-F

           MOVE  C-OFF  TO  SW-EOF-FLG.

           IF  WK-ARCH-STATUS  =  '35'
               MOVE  C-ON   TO  SW-ARCH-EOF-FLG
           ELSE
               MOVE  C-OFF  TO  SW-ARCH-EOF-FLG
           END-IF.

           PERFORM  NEXT-READ-RTN.

           INIT-RTN-EX.
               EXIT.

               EXIT.
           EJECT.

      *    THE ARCHIVE (CLOSED MONTHS, OLDEST FIRST) IS READ TO THE
      *    END BEFORE THE CURRENT MONTH'S FILE IS STARTED, SO THE
      *    REPORT RUNS IN ROUGHLY DATE ORDER. EITHER FILE MAY BE
      *    MISSING.
       NEXT-READ-RTN                        SECTION.
           IF  SW-ARCH-EOF-FLG  =  C-OFF
               PERFORM  ARCH-F-READ-RTN
               IF  SW-ARCH-EOF-FLG  =  C-OFF
                   GO  TO  NEXT-READ-RTN-EX
               END-IF
           END-IF.

           IF  WK-MTD-STATUS  =  '35'
               MOVE  C-ON  TO  SW-EOF-FLG
           ELSE
               PERFORM  MTD-F-READ-RTN
           END-IF.

           NEXT-READ-RTN-EX.
           EXIT.

       ARCH-F-READ-RTN                      SECTION.
           READ  ARCH-F  INTO  INQ-REC
           AT  END
           MOVE  C-ON  TO  SW-ARCH-EOF-FLG
           GO  TO  ARCH-F-READ-RTN-EX
           END-READ.
           ADD  1  TO  WK-ARCH-COUNT.
           ARCH-F-READ-RTN-EX.
           EXIT.

       MTD-F-READ-RTN                       SECTION.
           READ  MTD-F  INTO  INQ-REC
           AT  END
           MOVE  C-ON  TO  SW-EOF-FLG
           GO  TO  MTD-F-READ-RTN-EX
                 PERFORM  OUTPUT-RTN
             END-IF.

             PERFORM  NEXT-READ-RTN.

             MAIN-RTN-EX.
           EXIT.
             MOVE  C-ON  TO  SW-SELECT-FLG.

             IF  HP-TENPO  NOT  =  SPACES
             AND IN-KONYU-TENPO  OF  INQ-REC  NOT  =  HP-TENPO
                 MOVE  C-OFF  TO  SW-SELECT-FLG
                 GO  TO  SELECT-RTN-EX
             END-IF.

             IF  HP-SHOHIN  NOT  =  SPACES
             AND IN-SHOHIN-CODE  OF  INQ-REC  NOT  =  HP-SHOHIN
                 MOVE  C-OFF  TO  SW-SELECT-FLG
                 GO  TO  SELECT-RTN-EX
             END-IF.

             IF  IN-KONYU-DATE  OF  INQ-REC  <  HP-DATE-FROM
             OR  IN-KONYU-DATE  OF  INQ-REC  >  HP-DATE-TO
                 MOVE  C-OFF  TO  SW-SELECT-FLG
                 GO  TO  SELECT-RTN-EX
             END-IF.

             IF  HP-AMT-FLOOR-USE  =  C-ON
             AND IN-DAIKIN  OF  INQ-REC  <  HP-AMT-FLOOR
                 MOVE  C-OFF  TO  SW-SELECT-FLG
                 GO  TO  SELECT-RTN-EX
             END-IF.

             IF  HP-AMT-CEIL-USE  =  C-ON
             AND IN-DAIKIN  OF  INQ-REC  >  HP-AMT-CEIL
                 MOVE  C-OFF  TO  SW-SELECT-FLG
                 GO  TO  SELECT-RTN-EX
             END-IF.

             IF  HP-TRAN-TYPE  NOT  =  SPACES
             AND IN-TRAN-TYPE  OF  INQ-REC  NOT  =  HP-TRAN-TYPE
                 MOVE  C-OFF  TO  SW-SELECT-FLG
             END-IF.

      *    DROPPED OFF A MASTER ANNOTATES THE LINE RATHER THAN
      *    FAILING THE INQUIRY, THE SHUKEI1 CONVENTION.
       OUTPUT-RTN                SECTION.
             MOVE  INQ-REC  TO  INQEXT-REC.
             WRITE  INQEXT-REC.

             ADD  1  TO  WK-SELECT-COUNT.
             ADD  IN-DAIKIN  OF  INQ-REC  TO  WK-SELECT-AMOUNT.

             MOVE  SPACES  TO  DETAIL-LINE.
             MOVE  IN-KONYU-DATE  OF  INQ-REC  TO  DT-DATE.
             MOVE  IN-KONYU-TENPO OF  INQ-REC  TO  DT-TENPO.
             MOVE  IN-SHOHIN-CODE OF  INQ-REC  TO  DT-SHOHIN.
             MOVE  IN-TRAN-TYPE   OF  INQ-REC  TO  DT-TRAN-TYPE.
             MOVE  IN-TANKA       OF  INQ-REC  TO  DT-TANKA.
             MOVE  IN-KONYU-KOSU  OF  INQ-REC  TO  DT-KOSU.
             MOVE  IN-DAIKIN      OF  INQ-REC  TO  DT-DAIKIN.

             MOVE  IN-KONYU-TENPO  OF  INQ-REC  TO  TM-TENPO-CODE.
             READ  TENPO-MASTER-F
                 INVALID KEY
                     MOVE  '*NOT ON MASTER*'  TO  DT-TENPO-NAME
                     MOVE  TM-TENPO-NAME      TO  DT-TENPO-NAME
             END-READ.

             MOVE  IN-SHOHIN-CODE  OF  INQ-REC  TO  SM-SHOHIN-CODE.
             READ  SHOHIN-MASTER-F
                 INVALID KEY
                     MOVE  '*NOT ON MASTER*'  TO  DT-SHOHIN-NAME
           MOVE  TOTAL-LINE        TO  WK-PRINT-LINE.
           PERFORM  PRINT-LINE-RTN.

           IF  WK-ARCH-STATUS  NOT  =  '35'
               CLOSE  ARCH-F
           END-IF.

           IF  WK-MTD-STATUS  =  '35'
               CLOSE  SHOHIN-MASTER-F
                      TENPO-MASTER-F
           END-IF.

           DISPLAY  '===== TRINQ1 CONTROL TOTALS ====='.
           COMPUTE  WK-MTD-COUNT  =  WK-READ-COUNT  -  WK-ARCH-COUNT.
           DISPLAY  'ARCHIVE RECORDS READ...: '  WK-ARCH-COUNT.
           DISPLAY  'MTD RECORDS READ.......: '  WK-MTD-COUNT.
           DISPLAY  'RECORDS SELECTED.......: '  WK-SELECT-COUNT.
           DISPLAY  'SELECTED AMOUNT........: '  WK-SELECT-AMOUNT.

