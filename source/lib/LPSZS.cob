      *****************************************************
      *****   SIZE LABEL ROUTINES  ( LPSZS )            *****
      *****************************************************
      *    COPY INTO THE PROCEDURE DIVISION WITH
      *        COPY  LPSZS.
      *    DATA IN LWSZS AND LISZSC.  THE CALLER OPENS
      *    JT-SZSC INPUT AND CLOSES IT.
       SZSW-GET-RTN.
           IF  SZSW-CD  =  0
               GO  TO  SZSW-GET-50
           END-IF.
           MOVE  SZSW-CD  TO  SZS-CD.
           CALL "DB_Read" USING
            "INVALID" SZSC_PNAME1 BY REFERENCE SZS-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  0
               MOVE  SZS-LBLS  TO  SZSW-LBLS
               GO  TO  SZSW-GET-EXT
           END-IF.
       SZSW-GET-50.
           PERFORM  VARYING  SZSW-IX  FROM  1  BY  1
               UNTIL  SZSW-IX  >  10
               MOVE  SZSW-IX   TO  SZSW-NUM
               MOVE  SZSW-NUM  TO  SZSW-LBL (SZSW-IX)
           END-PERFORM.
       SZSW-GET-EXT.
           EXIT.
