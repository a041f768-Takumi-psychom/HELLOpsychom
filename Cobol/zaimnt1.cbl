                                 'REJECTED - INVALID ACTION'.
         05  C-ST-BADNUM       PIC  X(30)  VALUE
                                 'REJECTED - BAD QUANTITY FIELD'.
         05  C-ST-INTRANSIT    PIC  X(30)  VALUE
                                 'REJECTED - STOCK IN TRANSIT'.

       01  FILLER              PIC  X(20)  VALUE 'WORK-AREA'.
       01  WORK-AREA.
             MOVE  MT-SHOHIN-CODE  TO  ZM-SHOHIN-CODE.
             MOVE  MT-ON-HAND-9    TO  ZM-ON-HAND.
             MOVE  MT-REORDER-9    TO  ZM-REORDER-PT.
             MOVE  ZERO            TO  ZM-IN-TRANSIT.
             WRITE  ZAIKO-MASTER-REC.

             MOVE  MT-ON-HAND-9    TO  DT-OH-AFTER.
                 GO  TO  DELETE-RTN-EX
             END-IF.

      *    A ROW WITH A TRANSFER STILL ON ITS WAY IN CANNOT GO --
      *    THE RECEIPT WOULD RE-CREATE IT WITH THE IN-TRANSIT FIGURE
      *    GONE NEGATIVE. THE IN-TRANSIT FIGURE ITSELF IS NEVER
      *    MAINTAINED HERE; ONLY ZAIKO1'S TRANSFER POSTING MOVES IT.
             IF  ZM-IN-TRANSIT  NOT  =  ZERO
                 MOVE  C-ST-INTRANSIT  TO  DT-STATUS
                 ADD   1  TO  WK-REJECT-COUNT
                 GO  TO  DELETE-RTN-EX
             END-IF.

             DELETE  ZAIKO-MASTER-F.

             MOVE  SPACES        TO  DT-OH-AFTER-X
