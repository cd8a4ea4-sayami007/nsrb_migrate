      *****************************************************
      *****   TERRITORY ATTRIBUTION  ( LPTERH )        *****
      *****************************************************
      *    COPY INTO THE PROCEDURE DIVISION.  DATA IN LWTERH AND
      *    LITERH.  JT-TERH IS READ IN KEY ORDER, SO EACH
      *    CUSTOMER'S ENTRIES ARE TOGETHER AND OLDEST FIRST.
       TRW-LD-RTN.
           MOVE  0  TO  TRW-CNT.
           MOVE  1  TO  TRW-I.
       TRW-LD-05.
           MOVE  0  TO  TRW-FST (TRW-I).
           ADD  1  TO  TRW-I.
           IF  TRW-I  NOT >  10000
               GO  TO  TRW-LD-05
           END-IF.
           CALL "DB_F_Open" USING
            "INPUT" TERH_PNAME1 "SHARED" BY REFERENCE TERH_IDLST "1"
            "TRH-KEY" BY REFERENCE TRH-KEY.
       TRW-LD-10.
           CALL "DB_Read" USING
            "NEXT AT END" TERH_PNAME1 BY REFERENCE TRH-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  TRW-LD-90
           END-IF.
           IF  TRW-CNT  NOT <  3000
               DISPLAY  "DSP-001 TRW-TBL FULL, ENTRY DROPPED"
               GO  TO  TRW-LD-90
           END-IF.
           ADD  1  TO  TRW-CNT.
           MOVE  TRH-TCD  TO  TRW-ETCD (TRW-CNT).
           MOVE  TRH-EFF  TO  TRW-EEFF (TRW-CNT).
           MOVE  TRH-TNC  TO  TRW-ETNC (TRW-CNT).
           IF  TRW-FST (TRH-TCD + 1)  =  0
               MOVE  TRW-CNT  TO  TRW-FST (TRH-TCD + 1)
           END-IF.
           GO  TO  TRW-LD-10.
       TRW-LD-90.
           CALL "DB_F_Close" USING BY REFERENCE TERH_IDLST TERH_PNAME1.
       TRW-LD-EXT.
           EXIT.
      *****
      *    TRW-TNC IN = THE STAFF CODE THE LINE WAS POSTED UNDER,
      *    KEPT WHEN NO ENTRY IS IN FORCE ON TRW-DATE.
       TRW-FND-RTN.
           MOVE  TRW-FST (TRW-TCD + 1)  TO  TRW-I.
           IF  TRW-I  =  0
               GO  TO  TRW-FND-EXT
           END-IF.
       TRW-FND-10.
           IF  TRW-I  >  TRW-CNT
               GO  TO  TRW-FND-EXT
           END-IF.
           IF  TRW-ETCD (TRW-I)  NOT =  TRW-TCD
           OR  TRW-EEFF (TRW-I)  >  TRW-DATE
               GO  TO  TRW-FND-EXT
           END-IF.
           MOVE  TRW-ETNC (TRW-I)  TO  TRW-TNC.
           ADD  1  TO  TRW-I.
           GO  TO  TRW-FND-10.
       TRW-FND-EXT.
           EXIT.
