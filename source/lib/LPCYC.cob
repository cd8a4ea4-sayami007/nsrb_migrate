      *****************************************************
      *****   CYCLE-COUNT PERIOD ROUTINES             *****
      *****   ( LPCYC )                               *****
      *****************************************************
      *    COPY INTO THE PROCEDURE DIVISION; DATA IN LWCYC.
      *    THE PERIOD OF CLASS A IS THE CALENDAR MONTH, OF B THE
      *    CALENDAR QUARTER, OF C THE CALENDAR YEAR; BUSINESS
      *    DAYS ARE COUNTED THROUGH LPCAL.
       CYC-PRD-RTN.
           MOVE  WCYC-DATE  TO  WCYC-W8.
           MOVE  1          TO  WCYC-WD.
           MOVE  WCYC-W8    TO  WCYC-PST (1).
           COMPUTE  WCYC-I   =  (WCYC-WM  -  1)  /  3.
           COMPUTE  WCYC-WM  =  WCYC-I  *  3  +  1.
           MOVE  WCYC-W8    TO  WCYC-PST (2).
           MOVE  1          TO  WCYC-WM.
           MOVE  WCYC-W8    TO  WCYC-PST (3).
      *        PERIOD ENDS -- THE DAY BEFORE THE FIRST OF THE
      *        MONTH AFTER ITS LAST MONTH.
           MOVE  WCYC-PST (1)  TO  WCYC-W8.
           ADD  1  TO  WCYC-WM.
           PERFORM  CYC-END-RTN  THRU  CYC-END-EXT.
           MOVE  WCYC-W8  TO  WCYC-PEN (1).
           MOVE  WCYC-PST (2)  TO  WCYC-W8.
           ADD  3  TO  WCYC-WM.
           PERFORM  CYC-END-RTN  THRU  CYC-END-EXT.
           MOVE  WCYC-W8  TO  WCYC-PEN (2).
           MOVE  WCYC-PST (3)  TO  WCYC-W8.
           ADD  1  TO  WCYC-WY.
           PERFORM  CYC-END-RTN  THRU  CYC-END-EXT.
           MOVE  WCYC-W8  TO  WCYC-PEN (3).
           MOVE  0  TO  WCYC-TBIZ.
           MOVE  1  TO  WCYC-CX.
       CYC-PRD-10.
           MOVE  0  TO  WCYC-NBD (WCYC-CX).
           MOVE  0  TO  WCYC-KBD (WCYC-CX).
           MOVE  WCYC-PST (WCYC-CX)  TO  WCYC-W8.
       CYC-PRD-20.
           MOVE  WCYC-W8  TO  WCAL-IN.
           PERFORM  CAL-CHK-RTN  THRU  CAL-CHK-EXT.
           IF  WCAL-BIZ  =  1
               ADD  1  TO  WCYC-NBD (WCYC-CX)
               IF  WCYC-W8  NOT >  WCYC-DATE
                   MOVE  WCYC-NBD (WCYC-CX)  TO  WCYC-KBD (WCYC-CX)
               END-IF
           END-IF.
           IF  WCYC-W8  =  WCYC-DATE
               MOVE  WCAL-BIZ  TO  WCYC-TBIZ
           END-IF.
           IF  WCYC-W8  <  WCYC-PEN (WCYC-CX)
               COMPUTE  WCYC-I  =
                   FUNCTION INTEGER-OF-DATE (WCYC-W8)  +  1
               COMPUTE  WCYC-W8  =
                   FUNCTION DATE-OF-INTEGER (WCYC-I)
               GO  TO  CYC-PRD-20
           END-IF.
      *        A PERIOD WITH NO BUSINESS DAY AT ALL STILL DIVIDES.
           IF  WCYC-NBD (WCYC-CX)  =  0
               MOVE  1  TO  WCYC-NBD (WCYC-CX)
           END-IF.
           IF  WCYC-CX  <  3
               ADD  1  TO  WCYC-CX
               GO  TO  CYC-PRD-10
           END-IF.
       CYC-PRD-EXT.
           EXIT.
      *    WCYC-W8 HOLDS THE FIRST OF THE MONTH AFTER THE PERIOD
      *    (MONTH POSSIBLY PAST 12); IT COMES BACK AS THE LAST
      *    DAY OF THE PERIOD.
       CYC-END-RTN.
           IF  WCYC-WM  >  12
               SUBTRACT  12  FROM  WCYC-WM
               ADD  1  TO  WCYC-WY
           END-IF.
           COMPUTE  WCYC-I  =  FUNCTION INTEGER-OF-DATE (WCYC-W8)  -  1.
           COMPUTE  WCYC-W8  =  FUNCTION DATE-OF-INTEGER (WCYC-I).
       CYC-END-EXT.
           EXIT.
      *    BUSINESS DAY OF THE PERIOD ON WHICH ITEM NUMBER
      *    WCYC-ORD OF CLASS WCYC-CX FALLS DUE, IN WCYC-SLOT.
       CYC-SLOT-RTN.
           COMPUTE  WCYC-I  =  WCYC-ORD  -  1.
           COMPUTE  WCYC-SLOT  =
               FUNCTION MOD (WCYC-I  WCYC-NBD (WCYC-CX))  +  1.
       CYC-SLOT-EXT.
           EXIT.
