      *****************************************************
      *****   EDI TEST-MODE ROUTINES  ( LPKFCE )      *****
      *****************************************************
      *    COPY INTO THE PROCEDURE DIVISION WITH
      *        COPY LPKFCE REPLACING ==TSTM-PGM== BY =="XXXXXX"==.
      *    DATA IN LWKFCE, LKOLRF AND LIKFCE.
       TSTM-OPN-RTN.
           MOVE  0  TO  TSTM-ON.
           IF  TSTM-ARG  NOT =  "T"
               GO  TO  TSTM-OPN-EXT
           END-IF.
           MOVE  1        TO  TSTM-ON.
           MOVE  "KOLRT"  TO  KOLRF_PNAME1.
           MOVE  "KOLRT"  TO  KOLRF_LNAME.
      *        THE SANDBOX PARTNER FROM ITS CONTROL RECORD.
           MOVE  0  TO  TSTM-PTN.
           MOVE  0  TO  TSTM-FND.
           CALL "DB_F_Open" USING
            "INPUT" KOLRF_PNAME1 "SHARED" BY REFERENCE KOLRF_IDLST
            "1" "KOLRF1-KEYW" BY REFERENCE KOLRF1-KEYW.
           CALL "DB_Read" USING
            "NEXT AT END" KOLRF_PNAME1 BY REFERENCE KOLRF1-REC
            "UNLOCK" RETURNING RET.
           IF  RET  =  0
               MOVE  KOLRF1-02  TO  TSTM-PTN
               MOVE  1          TO  TSTM-FND
           END-IF.
           CALL "DB_F_Close" USING
            BY REFERENCE KOLRF_IDLST KOLRF_PNAME1.
           CALL "DB_F_Open" USING
            "I-O" KFCE_PNAME1 "SHARED" BY REFERENCE KFCE_IDLST "1"
            "KFCE-KEY" BY REFERENCE KFCE-KEY.
       TSTM-OPN-EXT.
           EXIT.
      *    ONE CERTIFICATION ERROR -- THE CALLER HAS SET
      *    KFCE-RTYPE, KFCE-RKEY, KFCE-REASON AND KFCE-RAWDATA.
       TSTM-PUT-RTN.
           ACCEPT  KFCE-DATE  FROM  DATE.
           ACCEPT  KFCE-TIME  FROM  TIME.
           ADD  1  TO  TSTM-SEQ.
           MOVE  TSTM-SEQ   TO  KFCE-SEQ.
           MOVE  TSTM-PTN   TO  KFCE-PTN.
           MOVE  TSTM-PGM   TO  KFCE-PGM.
           CALL "DB_Insert" USING
            KFCE_PNAME1 KFCE_LNAME KFCE-R RETURNING RET.
           MOVE  0  TO  TSTM-TRY.
       TSTM-PUT-10.
           IF  RET  =  0  OR  TSTM-TRY  NOT <  5
               GO  TO  TSTM-PUT-90
           END-IF.
           ADD  1  TO  TSTM-TRY.
           ADD  1  TO  TSTM-SEQ.
           MOVE  TSTM-SEQ  TO  KFCE-SEQ.
           CALL "DB_Insert" USING
            KFCE_PNAME1 KFCE_LNAME KFCE-R RETURNING RET.
           GO  TO  TSTM-PUT-10.
       TSTM-PUT-90.
           IF  RET  =  0
               ADD  1  TO  TSTM-CNT
           END-IF.
       TSTM-PUT-EXT.
           EXIT.
       TSTM-CLS-RTN.
           IF  TSTM-ON  =  1
               CALL "DB_F_Close" USING
                BY REFERENCE KFCE_IDLST KFCE_PNAME1
           END-IF.
       TSTM-CLS-EXT.
           EXIT.
