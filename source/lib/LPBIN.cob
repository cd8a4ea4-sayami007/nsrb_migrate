      *****************************************************
      *****   BIN PUT-AWAY / PICK ROUTINES  ( LPBIN )  *****
      *****************************************************
      *    COPY INTO THE PROCEDURE DIVISION WITH
      *        COPY  LPBIN.
      *    DATA IN LWBIN, LIBINM AND LIBINA.  THE CALLER OPENS
      *    JT-BINM AND JT-BINA (JT-BINA I-O FOR BINW-PUT-RTN
      *    AND BINW-REL-RTN) AND CLOSES THEM.
       BINW-SUG-RTN.
           MOVE  0       TO  BINW-FND.
           MOVE  0       TO  BINW-SEQ.
           MOVE  SPACE   TO  BINW-BIN.
           MOVE  99999   TO  BINW-WALK.
           MOVE  SPACE   TO  BINW-ZONE.
           MOVE  0       TO  BINW-AISLE.
           MOVE  0       TO  BINW-IX.
       BINW-SUG-10.
           ADD  1  TO  BINW-IX.
           IF  BINW-IX  >  9
               GO  TO  BINW-SUG-EXT
           END-IF.
           MOVE  BINW-SOK  TO  BNA-SOK.
           MOVE  BINW-JCD  TO  BNA-JCD.
           MOVE  BINW-IX   TO  BNA-SEQ.
           CALL "DB_Read" USING
            "INVALID" BINA_PNAME1 BY REFERENCE BNA-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               GO  TO  BINW-SUG-10
           END-IF.
           MOVE  BINW-SOK  TO  BIN-SOK.
           MOVE  BNA-BIN   TO  BIN-CD.
           CALL "DB_Read" USING
            "INVALID" BINM_PNAME1 BY REFERENCE BIN-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1  OR  BIN-STAT  NOT =  0
               GO  TO  BINW-SUG-10
           END-IF.
           PERFORM  BINW-SET-RTN  THRU  BINW-SET-EXT.
       BINW-SUG-EXT.
           EXIT.
      *
       BINW-PUT-RTN.
           PERFORM  BINW-SUG-RTN  THRU  BINW-SUG-EXT.
           IF  BINW-FND  =  0
               GO  TO  BINW-PUT-EXT
           END-IF.
           MOVE  BINW-SOK  TO  BNA-SOK.
           MOVE  BINW-JCD  TO  BNA-JCD.
           MOVE  BINW-SEQ  TO  BNA-SEQ.
           CALL "DB_Read" USING
            "INVALID" BINA_PNAME1 BY REFERENCE BNA-R " "
            RETURNING RET.
           IF  RET  =  1
               MOVE  0  TO  BINW-FND
               GO  TO  BINW-PUT-EXT
           END-IF.
           ADD  BINW-QTY  TO  BNA-QTY.
           ACCEPT  BNA-LDATE  FROM  DATE.
           CALL "DB_Update" USING
            BINA_PNAME1 BINA_LNAME BNA-R RETURNING RET.
           IF  RET  =  1
               DISPLAY  "DSP-001 BINA UPDATE FAILED ITEM="  BNA-JCD
                   " BIN="  BNA-BIN
           END-IF.
       BINW-PUT-EXT.
           EXIT.
      *
       BINW-PCK-RTN.
           MOVE  0  TO  BINW-IX.
       BINW-PCK-10.
           ADD  1  TO  BINW-IX.
           IF  BINW-IX  >  9
      *        NOTHING IN ANY BIN -- SEND THE PICKER TO WHERE
      *        THE STOCK SHOULD HAVE BEEN PUT AWAY.
               PERFORM  BINW-SUG-RTN  THRU  BINW-SUG-EXT
               GO  TO  BINW-PCK-EXT
           END-IF.
           MOVE  BINW-SOK  TO  BNA-SOK.
           MOVE  BINW-JCD  TO  BNA-JCD.
           MOVE  BINW-IX   TO  BNA-SEQ.
           CALL "DB_Read" USING
            "INVALID" BINA_PNAME1 BY REFERENCE BNA-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1  OR  BNA-QTY  NOT >  0
               GO  TO  BINW-PCK-10
           END-IF.
           MOVE  BINW-SOK  TO  BIN-SOK.
           MOVE  BNA-BIN   TO  BIN-CD.
           CALL "DB_Read" USING
            "INVALID" BINM_PNAME1 BY REFERENCE BIN-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               GO  TO  BINW-PCK-10
           END-IF.
           PERFORM  BINW-SET-RTN  THRU  BINW-SET-EXT.
       BINW-PCK-EXT.
           EXIT.
      *
       BINW-REL-RTN.
           MOVE  0         TO  BINW-FND.
           MOVE  BINW-QTY  TO  BINW-REM.
           MOVE  0  TO  BINW-IX.
       BINW-REL-10.
           ADD  1  TO  BINW-IX.
           IF  BINW-IX  >  9  OR  BINW-REM  NOT >  0
               GO  TO  BINW-REL-EXT
           END-IF.
           MOVE  BINW-SOK  TO  BNA-SOK.
           MOVE  BINW-JCD  TO  BNA-JCD.
           MOVE  BINW-IX   TO  BNA-SEQ.
           CALL "DB_Read" USING
            "INVALID" BINA_PNAME1 BY REFERENCE BNA-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               GO  TO  BINW-REL-10
           END-IF.
           MOVE  1  TO  BINW-FND.
           IF  BNA-QTY  NOT >  0
               GO  TO  BINW-REL-10
           END-IF.
           CALL "DB_Read" USING
            "INVALID" BINA_PNAME1 BY REFERENCE BNA-R " "
            RETURNING RET.
           IF  RET  =  1
               GO  TO  BINW-REL-10
           END-IF.
           IF  BNA-QTY  NOT <  BINW-REM
               SUBTRACT  BINW-REM  FROM  BNA-QTY
               MOVE  0  TO  BINW-REM
           ELSE
               SUBTRACT  BNA-QTY  FROM  BINW-REM
               MOVE  0  TO  BNA-QTY
           END-IF.
           ACCEPT  BNA-LDATE  FROM  DATE.
           CALL "DB_Update" USING
            BINA_PNAME1 BINA_LNAME BNA-R RETURNING RET.
           GO  TO  BINW-REL-10.
       BINW-REL-EXT.
           EXIT.
      *
       BINW-SET-RTN.
           MOVE  1          TO  BINW-FND.
           MOVE  BNA-SEQ    TO  BINW-SEQ.
           MOVE  BNA-BIN    TO  BINW-BIN.
           MOVE  BIN-WALK   TO  BINW-WALK.
           MOVE  BIN-ZONE   TO  BINW-ZONE.
           MOVE  BIN-AISLE  TO  BINW-AISLE.
       BINW-SET-EXT.
           EXIT.
