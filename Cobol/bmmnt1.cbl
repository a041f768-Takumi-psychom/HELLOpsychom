      ******************************************************************
      * Author:
      * Date:
      * Purpose: Batch maintenance of the department / category /
      *          product hierarchy master from a keyed maintenance
      *          transaction file (add / change / delete), with a
      *          before/after audit report -- the same controlled,
      *          audited maintenance SHMNT1 gives the SHOHIN master.
      *          A category must hang off a department on file and a
      *          product off a category on file, and the product
      *          itself must be on the SHOHIN master. A department or
      *          category that still has rows filed under it cannot
      *          be deleted. On a change, a blank field keeps the
      *          value already on the master (the TNMNT1 convention),
      *          so moving a product to another category is keyed as
      *          a change carrying only the new parent.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BMMNT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BMMTIN-F         ASSIGN  TO  BMMTIN.
           SELECT BUMON-MASTER-F   ASSIGN  TO  BMNMAS
                                   ORGANIZATION  IS  INDEXED
                                   ACCESS MODE   IS  DYNAMIC
                                   RECORD KEY    IS  BM-KEY.
           SELECT SHOHIN-MASTER-F  ASSIGN  TO  SHOMAS
                                   ORGANIZATION  IS  INDEXED
                                   ACCESS MODE   IS  RANDOM
                                   RECORD KEY    IS  SM-SHOHIN-CODE.
           SELECT REPORT-F         ASSIGN  TO  BMMRPT.

       DATA DIVISION.
       FILE SECTION.
       FD  BMMTIN-F
       LABEL       RECORD    OMITTED
       RECORDING  MODE  IS  F.
       01  BMMTIN-REC.
         03  MT-ACTION           PIC  X(01).
         03  MT-LEVEL            PIC  X(01).
         03  MT-CODE             PIC  X(05).
         03  MT-NAME             PIC  X(20).
         03  MT-PARENT           PIC  X(05).

       FD  BUMON-MASTER-F
       LABEL       RECORD   OMITTED.
       01  BUMON-MASTER-REC.
           COPY BUMONLAY.

       FD  SHOHIN-MASTER-F
       LABEL       RECORD   OMITTED.
       01  SHOHIN-MASTER-REC.
         03  SM-SHOHIN-CODE      PIC  X(05).
         03  SM-SHOHIN-NAME      PIC  X(20).

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
         05  C-LVL-DEPT        PIC  X(01)  VALUE  'D'.
         05  C-LVL-CAT         PIC  X(01)  VALUE  'C'.
         05  C-LVL-PROD        PIC  X(01)  VALUE  'P'.
         05  C-LINES-PER-PAGE  PIC  9(02)  VALUE  50.
         05  C-ST-APPLIED      PIC  X(30)  VALUE  'APPLIED'.
         05  C-ST-DUPADD       PIC  X(30)  VALUE
                                 'REJECTED - DUPLICATE ADD'.
         05  C-ST-NOTFOUND     PIC  X(30)  VALUE
                                 'REJECTED - CODE NOT ON FILE'.
         05  C-ST-BADACT       PIC  X(30)  VALUE
                                 'REJECTED - INVALID ACTION'.
         05  C-ST-BADLVL       PIC  X(30)  VALUE
                                 'REJECTED - INVALID LEVEL'.
         05  C-ST-BADCODE      PIC  X(30)  VALUE
                                 'REJECTED - BLANK CODE'.
         05  C-ST-NONAME       PIC  X(30)  VALUE
                                 'REJECTED - NAME REQUIRED'.
         05  C-ST-NOPARENT     PIC  X(30)  VALUE
                                 'REJECTED - PARENT REQUIRED'.
         05  C-ST-DEPTPARENT   PIC  X(30)  VALUE
                                 'REJECTED - DEPT HAS NO PARENT'.
         05  C-ST-BADPARENT    PIC  X(30)  VALUE
                                 'REJECTED - PARENT NOT ON FILE'.
         05  C-ST-NOSHOHIN     PIC  X(30)  VALUE
                                 'REJECTED - NOT ON SHOHIN'.
         05  C-ST-CHILDREN     PIC  X(30)  VALUE
                                 'REJECTED - STILL HAS CHILDREN'.

       01  FILLER              PIC  X(20)  VALUE 'WORK-AREA'.
       01  WORK-AREA.
         05  SW-EOF-FLG        PIC  X(01).
         05  SW-FOUND-FLG      PIC  X(01).
         05  SW-BAD-TRAN-FLG   PIC  X(01).
         05  SW-CHILD-FLG      PIC  X(01).
         05  SW-SCAN-END-FLG   PIC  X(01).
         05  WK-CHILD-LEVEL    PIC  X(01).
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
                                 'DEPARTMENT HIERARCHY MAINT'.
         05  FILLER             PIC  X(19)  VALUE
                                 'ENANCE AUDIT REPORT'.
         05  FILLER             PIC  X(10)  VALUE  SPACES.
         05  FILLER             PIC  X(05)  VALUE  'PAGE '.
         05  HD-PAGE-NO         PIC  ZZZZ9.

       01  HEADING-LINE-2.
         05  FILLER             PIC  X(06)  VALUE  'ACTION'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(03)  VALUE  'LVL'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(05)  VALUE  'CODE '.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(20)  VALUE  'NAME BEFORE'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(20)  VALUE  'NAME AFTER'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(13)  VALUE  'PARENT BEFORE'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(13)  VALUE  'PARENT AFTER'.
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  FILLER             PIC  X(30)  VALUE  'STATUS'.

       01  DETAIL-LINE.
         05  FILLER             PIC  X(03)  VALUE  SPACES.
         05  DT-ACTION          PIC  X(01).
         05  FILLER             PIC  X(04)  VALUE  SPACES.
         05  DT-LEVEL           PIC  X(01).
         05  FILLER             PIC  X(02)  VALUE  SPACES.
         05  DT-CODE            PIC  X(05).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-NAME-BEFORE     PIC  X(20).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-NAME-AFTER      PIC  X(20).
         05  FILLER             PIC  X(01)  VALUE  SPACES.
         05  DT-PARENT-BEFORE   PIC  X(05).
         05  FILLER             PIC  X(09)  VALUE  SPACES.
         05  DT-PARENT-AFTER    PIC  X(05).
         05  FILLER             PIC  X(09)  VALUE  SPACES.
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
           OPEN  INPUT  BMMTIN-F
                        SHOHIN-MASTER-F
                 I-O    BUMON-MASTER-F
                 OUTPUT REPORT-F.

           MOVE  C-OFF  TO  SW-EOF-FLG.

           PERFORM  HEADING-RTN.
           PERFORM  BMMTIN-F-READ-RTN.

           INIT-RTN-EX.
               EXIT.

       BMMTIN-F-READ-RTN                    SECTION.
           READ  BMMTIN-F
           AT  END
           MOVE  C-ON  TO  SW-EOF-FLG
           GO  TO  BMMTIN-F-READ-RTN-EX
           END-READ.
           BMMTIN-F-READ-RTN-EX.
           EXIT.
           EJECT.

       MAIN-RTN                 SECTION.
             ADD  1  TO  WK-READ-COUNT.

             MOVE  SPACES          TO  DETAIL-LINE.
             MOVE  MT-ACTION       TO  DT-ACTION.
             MOVE  MT-LEVEL        TO  DT-LEVEL.
             MOVE  MT-CODE         TO  DT-CODE.

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
             PERFORM  BMMTIN-F-READ-RTN.

             MAIN-RTN-EX.
           EXIT.

      *    THE LEVEL DECIDES WHAT THE REST OF THE TRANSACTION MUST
      *    CARRY: A DEPARTMENT OR CATEGORY IS ADDED WITH A NAME, A
      *    CATEGORY OR PRODUCT IS ADDED WITH A PARENT, AND A
      *    DEPARTMENT NEVER HAS ONE. A PRODUCT ROW TAKES NO NAME --
      *    ANY NAME KEYED ON IT IS IGNORED, THE SHOHIN MASTER OWNS
      *    THE PRODUCT NAME.
       TRAN-EDIT-RTN             SECTION.
             MOVE  C-OFF  TO  SW-BAD-TRAN-FLG.

             IF  MT-ACTION  NOT  =  C-ACT-ADD
             AND MT-ACTION  NOT  =  C-ACT-CHANGE
             AND MT-ACTION  NOT  =  C-ACT-DELETE
                 MOVE  C-ON        TO  SW-BAD-TRAN-FLG
                 MOVE  C-ST-BADACT TO  DT-STATUS
                 GO  TO  TRAN-EDIT-RTN-EX
             END-IF.

             IF  MT-LEVEL  NOT  =  C-LVL-DEPT
             AND MT-LEVEL  NOT  =  C-LVL-CAT
             AND MT-LEVEL  NOT  =  C-LVL-PROD
                 MOVE  C-ON        TO  SW-BAD-TRAN-FLG
                 MOVE  C-ST-BADLVL TO  DT-STATUS
                 GO  TO  TRAN-EDIT-RTN-EX
             END-IF.

             IF  MT-CODE  =  SPACES
                 MOVE  C-ON         TO  SW-BAD-TRAN-FLG
                 MOVE  C-ST-BADCODE TO  DT-STATUS
                 GO  TO  TRAN-EDIT-RTN-EX
             END-IF.

             IF  MT-ACTION  =  C-ACT-DELETE
                 GO  TO  TRAN-EDIT-RTN-EX
             END-IF.

             IF  MT-LEVEL  =  C-LVL-DEPT
             AND MT-PARENT  NOT  =  SPACES
                 MOVE  C-ON            TO  SW-BAD-TRAN-FLG
                 MOVE  C-ST-DEPTPARENT TO  DT-STATUS
                 GO  TO  TRAN-EDIT-RTN-EX
             END-IF.

             IF  MT-ACTION  =  C-ACT-ADD
             AND MT-LEVEL  NOT  =  C-LVL-PROD
             AND MT-NAME  =  SPACES
                 MOVE  C-ON         TO  SW-BAD-TRAN-FLG
                 MOVE  C-ST-NONAME  TO  DT-STATUS
                 GO  TO  TRAN-EDIT-RTN-EX
             END-IF.

             IF  MT-ACTION  =  C-ACT-ADD
             AND MT-LEVEL  NOT  =  C-LVL-DEPT
             AND MT-PARENT  =  SPACES
                 MOVE  C-ON           TO  SW-BAD-TRAN-FLG
                 MOVE  C-ST-NOPARENT  TO  DT-STATUS
             END-IF.

             TRAN-EDIT-RTN-EX.
           EXIT.

      *    A NEW PRODUCT ROW MUST NAME A PRODUCT THE SHOHIN MASTER
      *    KNOWS, AND A PARENT KEYED ON AN ADD OR CHANGE MUST BE ON
      *    THE HIERARCHY ONE LEVEL UP -- OTHERWISE THE REPORTS WOULD
      *    ROLL SALES UP TO A CATEGORY OR DEPARTMENT THAT DOES NOT
      *    EXIST. THIS READS THE HIERARCHY FILE, SO IT RUNS AHEAD OF
      *    THE LOOKUP THAT FETCHES THE ROW BEING MAINTAINED.
       REF-EDIT-RTN              SECTION.
             MOVE  C-OFF  TO  SW-BAD-TRAN-FLG.

             IF  MT-ACTION  =  C-ACT-ADD
             AND MT-LEVEL  =  C-LVL-PROD
                 MOVE  MT-CODE  TO  SM-SHOHIN-CODE
                 READ  SHOHIN-MASTER-F
                     INVALID KEY
                         MOVE  C-ON           TO  SW-BAD-TRAN-FLG
                         MOVE  C-ST-NOSHOHIN  TO  DT-STATUS
                         GO  TO  REF-EDIT-RTN-EX
                 END-READ
             END-IF.

             IF  MT-LEVEL  =  C-LVL-DEPT
             OR  MT-PARENT  =  SPACES
                 GO  TO  REF-EDIT-RTN-EX
             END-IF.

             IF  MT-LEVEL  =  C-LVL-CAT
                 MOVE  C-LVL-DEPT  TO  BM-LEVEL
             ELSE
                 MOVE  C-LVL-CAT   TO  BM-LEVEL
             END-IF.
             MOVE  MT-PARENT  TO  BM-CODE.

             READ  BUMON-MASTER-F
                 INVALID KEY
                     MOVE  C-ON            TO  SW-BAD-TRAN-FLG
                     MOVE  C-ST-BADPARENT  TO  DT-STATUS
             END-READ.

             REF-EDIT-RTN-EX.
           EXIT.

      *    THE BEFORE IMAGE ON THE AUDIT LINE IS WHATEVER IS ON THE
      *    MASTER AHEAD OF THE ACTION -- SPACES WHEN THE CODE IS NOT
      *    ON FILE -- SO THE REPORT PROVES BOTH WHAT WAS THERE AND
      *    WHAT THE ACTION LEFT BEHIND.
       MASTER-LOOKUP-RTN         SECTION.
             MOVE  MT-LEVEL  TO  BM-LEVEL.
             MOVE  MT-CODE   TO  BM-CODE.

             READ  BUMON-MASTER-F
                 INVALID KEY
                     MOVE  C-OFF   TO  SW-FOUND-FLG
                     MOVE  SPACES  TO  DT-NAME-BEFORE
                                       DT-PARENT-BEFORE
                 NOT INVALID KEY
                     MOVE  C-ON       TO  SW-FOUND-FLG
                     MOVE  BM-NAME    TO  DT-NAME-BEFORE
                     MOVE  BM-PARENT  TO  DT-PARENT-BEFORE
             END-READ.

             MASTER-LOOKUP-RTN-EX.
           EXIT.

       ADD-RTN                   SECTION.
             IF  SW-FOUND-FLG  =  C-ON
                 MOVE  C-ST-DUPADD  TO  DT-STATUS
                 ADD   1  TO  WK-REJECT-COUNT
                 GO  TO  ADD-RTN-EX
             END-IF.

             MOVE  MT-LEVEL   TO  BM-LEVEL.
             MOVE  MT-CODE    TO  BM-CODE.
             IF  MT-LEVEL  =  C-LVL-PROD
                 MOVE  SPACES   TO  BM-NAME
             ELSE
                 MOVE  MT-NAME  TO  BM-NAME
             END-IF.
             MOVE  MT-PARENT  TO  BM-PARENT.
             WRITE  BUMON-MASTER-REC.

             MOVE  BM-NAME         TO  DT-NAME-AFTER.
             MOVE  BM-PARENT       TO  DT-PARENT-AFTER.
             MOVE  C-ST-APPLIED    TO  DT-STATUS.
             ADD   1  TO  WK-ADD-COUNT.

             ADD-RTN-EX.
           EXIT.

      *    A BLANK FIELD ON A CHANGE KEEPS THE VALUE ALREADY ON THE
      *    MASTER, SO A RENAME DOES NOT RE-KEY THE PARENT AND A MOVE
      *    TO ANOTHER PARENT DOES NOT RE-KEY THE NAME.
       CHANGE-RTN                SECTION.
             IF  SW-FOUND-FLG  =  C-OFF
                 MOVE  C-ST-NOTFOUND  TO  DT-STATUS
                 ADD   1  TO  WK-REJECT-COUNT
                 GO  TO  CHANGE-RTN-EX
             END-IF.

             IF  MT-NAME  NOT  =  SPACES
             AND MT-LEVEL  NOT  =  C-LVL-PROD
                 MOVE  MT-NAME  TO  BM-NAME
             END-IF.
             IF  MT-PARENT  NOT  =  SPACES
                 MOVE  MT-PARENT  TO  BM-PARENT
             END-IF.
             REWRITE  BUMON-MASTER-REC.

             MOVE  BM-NAME         TO  DT-NAME-AFTER.
             MOVE  BM-PARENT       TO  DT-PARENT-AFTER.
             MOVE  C-ST-APPLIED    TO  DT-STATUS.
             ADD   1  TO  WK-CHG-COUNT.

             CHANGE-RTN-EX.
           EXIT.

      *    A DEPARTMENT WITH CATEGORIES UNDER IT, OR A CATEGORY WITH
      *    PRODUCTS UNDER IT, STAYS ON FILE UNTIL THEY HAVE BEEN
      *    MOVED OR DELETED -- DELETING IT WOULD LEAVE ROWS POINTING
      *    AT A PARENT THAT IS GONE. THE CHILD SCAN MOVES THROUGH THE
      *    FILE, SO THE KEY IS SET AGAIN BEFORE THE DELETE.
       DELETE-RTN                SECTION.
             IF  SW-FOUND-FLG  =  C-OFF
                 MOVE  C-ST-NOTFOUND  TO  DT-STATUS
                 ADD   1  TO  WK-REJECT-COUNT
                 GO  TO  DELETE-RTN-EX
             END-IF.

             IF  MT-LEVEL  NOT  =  C-LVL-PROD
                 PERFORM  CHILD-SCAN-RTN
                 IF  SW-CHILD-FLG  =  C-ON
                     MOVE  C-ST-CHILDREN  TO  DT-STATUS
                     ADD   1  TO  WK-REJECT-COUNT
                     GO  TO  DELETE-RTN-EX
                 END-IF
             END-IF.

             MOVE  MT-LEVEL  TO  BM-LEVEL.
             MOVE  MT-CODE   TO  BM-CODE.
             DELETE  BUMON-MASTER-F.

             MOVE  SPACES        TO  DT-NAME-AFTER
                                     DT-PARENT-AFTER.
             MOVE  C-ST-APPLIED  TO  DT-STATUS.
             ADD   1  TO  WK-DEL-COUNT.

             DELETE-RTN-EX.
           EXIT.

      *    THE ROWS ONE LEVEL DOWN ARE TOGETHER ON THE FILE (THE
      *    LEVEL LEADS THE KEY), SO THE SCAN STARTS AT THE FIRST OF
      *    THEM AND STOPS AT THE FIRST ONE FILED UNDER THIS CODE OR
      *    WHEN THE LEVEL CHANGES.
       CHILD-SCAN-RTN            SECTION.
             MOVE  C-OFF  TO  SW-CHILD-FLG
                              SW-SCAN-END-FLG.

             IF  MT-LEVEL  =  C-LVL-DEPT
                 MOVE  C-LVL-CAT   TO  WK-CHILD-LEVEL
             ELSE
                 MOVE  C-LVL-PROD  TO  WK-CHILD-LEVEL
             END-IF.

             MOVE  WK-CHILD-LEVEL  TO  BM-LEVEL.
             MOVE  LOW-VALUES      TO  BM-CODE.
             START  BUMON-MASTER-F  KEY  NOT  <  BM-KEY
                 INVALID KEY
                     GO  TO  CHILD-SCAN-RTN-EX
             END-START.

             PERFORM  UNTIL  SW-SCAN-END-FLG  =  C-ON
                      PERFORM  CHILD-READ-RTN
             END-PERFORM.

             CHILD-SCAN-RTN-EX.
           EXIT.

       CHILD-READ-RTN            SECTION.
             READ  BUMON-MASTER-F  NEXT
             AT  END
             MOVE  C-ON  TO  SW-SCAN-END-FLG
             GO  TO  CHILD-READ-RTN-EX
             END-READ.

             IF  BM-LEVEL  NOT  =  WK-CHILD-LEVEL
                 MOVE  C-ON  TO  SW-SCAN-END-FLG
                 GO  TO  CHILD-READ-RTN-EX
             END-IF.

             IF  BM-PARENT  =  MT-CODE
                 MOVE  C-ON  TO  SW-CHILD-FLG
                                 SW-SCAN-END-FLG
             END-IF.

             CHILD-READ-RTN-EX.
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
           CLOSE  BMMTIN-F
                  BUMON-MASTER-F
                  SHOHIN-MASTER-F
                  REPORT-F.

           DISPLAY  '===== BMMNT1 CONTROL TOTALS ====='.
           DISPLAY  'BMMTIN-F RECORDS READ..: '  WK-READ-COUNT.
           DISPLAY  'HIERARCHY ROWS ADDED...: '  WK-ADD-COUNT.
           DISPLAY  'HIERARCHY ROWS CHANGED.: '  WK-CHG-COUNT.
           DISPLAY  'HIERARCHY ROWS DELETED.: '  WK-DEL-COUNT.
           DISPLAY  'TRANSACTIONS REJECTED..: '  WK-REJECT-COUNT.

           IF  WK-REJECT-COUNT  >  ZERO
               DISPLAY  'BMMNT1 - REJECTED TRANSACTIONS ON THE AUDIT '
                        'REPORT NEED MERCHANDISING REVIEW'
               MOVE  4   TO  RETURN-CODE
           ELSE
               MOVE  0   TO  RETURN-CODE
           END-IF.

           END-RTN-EX.
           EXIT.
           END PROGRAM BMMNT1.
