           GO  TO  CAL-ROLL-10.
       CAL-ROLL-EXT.
           EXIT.
      *    BACKWARD: THE DATE WCAL-N BUSINESS DAYS BEFORE
      *    WCAL-IN.  WCAL-N = 0 GIVES THE LAST BUSINESS DAY ON OR
      *    BEFORE WCAL-IN.
       CAL-BACK-RTN.
           MOVE  WCAL-IN  TO  WCAL-OUT.
           MOVE  0  TO  WCAL-CNT.
           MOVE  0  TO  WCAL-LOOP.
       CAL-BACK-10.
           MOVE  WCAL-OUT  TO  WCAL-IN.
           PERFORM  CAL-CHK-RTN  THRU  CAL-CHK-EXT.
           IF  WCAL-BIZ  =  1
               IF  WCAL-CNT  NOT <  WCAL-N
                   GO  TO  CAL-BACK-EXT
               END-IF
               ADD  1  TO  WCAL-CNT
               MOVE  0  TO  WCAL-LOOP
           ELSE
               ADD  1  TO  WCAL-LOOP
               IF  WCAL-LOOP  >  30
                   GO  TO  CAL-BACK-EXT
               END-IF
           END-IF.
           COMPUTE  WCAL-I  =
               FUNCTION INTEGER-OF-DATE (WCAL-OUT)  -  1.
           COMPUTE  WCAL-OUT  =
               FUNCTION DATE-OF-INTEGER (WCAL-I).
           GO  TO  CAL-BACK-10.
       CAL-BACK-EXT.
           EXIT.
