      *****************************************************
      *****   ORDER LINE PRICING ROUTINE  ( LPPRC )   *****
      *****************************************************
      *    COPY INTO THE PROCEDURE DIVISION.  DATA IN LWPRC,
      *    LITHTND AND LIPROM; THE PROGRAM HOLDS THTND AND
      *    JT-PROM OPEN FOR INPUT.  THE NORMAL PRICE IS THE
      *    THTND CUSTOMER PRICE, ELSE THE J-M PRICE; EVERY
      *    JT-PROM RECORD VALID ON PRC-DATE FOR THIS ITEM (OR
      *    ITS CLASS) AND THIS CUSTOMER (OR ALL) IS PRICED, AND
      *    THE LOWEST PROMOTION PRICE WINS IF IT IS BELOW THE
      *    NORMAL PRICE.  ON A TIE THE FIRST CODE IN KEY ORDER
      *    STANDS.
       PRC-RTN.
           MOVE  SPACE    TO  PRC-PRMCD.
           MOVE  PRC-TCD  TO  THTND-01.
           MOVE  PRC-JCD  TO  THTND-02.
           MOVE  0        TO  THTND-03.
           CALL "DB_Read" USING
            "INVALID" THTND_PNAME1 BY REFERENCE THTND-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  0
               MOVE  THTND-04  TO  PRC-BASE
               MOVE  "T"       TO  PRC-SRC
           ELSE
               MOVE  PRC-JST   TO  PRC-BASE
               MOVE  "M"       TO  PRC-SRC
           END-IF.
           MOVE  PRC-BASE  TO  PRC-TAN.
           CALL "DB_F_Close" USING BY REFERENCE PROM_IDLST PROM_PNAME1.
           CALL "DB_F_Open" USING
            "INPUT" PROM_PNAME1 "SHARED" BY REFERENCE PROM_IDLST "1"
            "PRM-KEY" BY REFERENCE PRM-KEY.
       PRC-10.
           CALL "DB_Read" USING
            "NEXT AT END" PROM_PNAME1 BY REFERENCE PRM-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               GO  TO  PRC-EXT
           END-IF.
           IF  PRM-FROM  >  PRC-DATE  OR  PRM-TO  <  PRC-DATE
               GO  TO  PRC-10
           END-IF.
           IF  PRM-TCD  NOT =  0  AND  PRM-TCD  NOT =  PRC-TCD
               GO  TO  PRC-10
           END-IF.
           IF  PRM-JCD  NOT =  0
               IF  PRM-JCD  NOT =  PRC-JCD
                   GO  TO  PRC-10
               END-IF
           ELSE
               IF  PRM-BR1  =  0  OR  PRM-BR1  NOT =  PRC-BR1
                   GO  TO  PRC-10
               END-IF
           END-IF.
           IF  PRM-KBN  =  1
               MOVE  PRM-TAN  TO  PRC-WTAN
           ELSE
               COMPUTE  PRC-WTAN  ROUNDED  =
                   PRC-BASE  *  ( 100  -  PRM-PCT )  /  100
           END-IF.
           IF  PRC-WTAN  <  PRC-TAN
               MOVE  PRC-WTAN  TO  PRC-TAN
               MOVE  "P"       TO  PRC-SRC
               MOVE  PRM-CD    TO  PRC-PRMCD
           END-IF.
           GO  TO  PRC-10.
       PRC-EXT.
           EXIT.
