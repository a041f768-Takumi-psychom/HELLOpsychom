         05  C-OFF             PIC  X(01)  VALUE  '0'.
         05  C-STEP-OPEN       PIC  X(08)  VALUE  '*OPEN*'.
         05  C-STEP-CLOSE      PIC  X(08)  VALUE  '*CLOSE*'.
         05  C-STEP-BACKOUT    PIC  X(08)  VALUE  '*BKOUT*'.
         05  C-STEP-MONEND     PIC  X(08)  VALUE  '*MONEND*'.
         05  C-RC-WARN         PIC  9(02)  VALUE  4.

       01  FILLER              PIC  X(20)  VALUE 'WORK-AREA'.
               GO  TO  RUNCTL-READ-RTN-EX
           END-IF.

      *    A BACKOUT UNDID THE DATE -- ONLY WHAT RAN AFTER IT COUNTS.
           IF  RC-STEP  =  C-STEP-BACKOUT
               MOVE  C-OFF  TO  SW-OPEN-SEEN-FLG
                                SW-CLOSE-SEEN-FLG
                                SW-DIRTY-FLG
               MOVE  ZERO   TO  WK-STEP-DONE
                                WK-STEP-DIRTY
               GO  TO  RUNCTL-READ-RTN-EX
           END-IF.

      *    THE MONTH-END LAUNCH MARKER IS NOT A STEP OF THE CHAIN.
           IF  RC-STEP  =  C-STEP-MONEND
               GO  TO  RUNCTL-READ-RTN-EX
           END-IF.

           IF  RC-STEP  =  C-STEP-OPEN
               MOVE  C-ON  TO  SW-OPEN-SEEN-FLG
           ELSE
