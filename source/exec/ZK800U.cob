      *        LEDGERS OF ONE ITEM.  OPERATOR KEYS THE SENDING
      *        AND RECEIVING WAREHOUSE, THE ITEM AND THE TEN SIZE
      *        QUANTITIES; THE SENDING LEDGER MUST HOLD THE FREE
      *        STOCK (ON-HAND LESS ALLOCATED AND HELD) IN EVERY
      *        BUCKET OR
      *        THE TRANSFER IS REFUSED WHOLE -- ALLOCATED STOCK
      *        BELONGS TO ORDERS AND CANNOT CHANGE DEPOT.  THE
      *        RECEIVING LEDGER RECORD IS CREATED ON FIRST
           02  WK-TRF.
               03  WK-TRF1  OCCURS  10  PIC S9(06).
       COPY    LIZAIK.
       COPY    LIJM.
       COPY    LISZSC.
       COPY    LWSZS.
       77  WK-SZL          PIC  X(04)  VALUE  SPACE.
       COPY    LIZKMV.
      *****
       01  ZK-JNL-HDR.
               05  FILLER      PIC  X(05)  VALUE  "SIZE(".
               05  DSP-031     PIC  9(02).
               05  FILLER      PIC  X(13)  VALUE  ") QTY(      )".
               05  DSP-032     PIC  X(04).
       01  DSP-AREA2.
           03  DSP-092         PIC  X(24)
               VALUE  "SAME WAREHOUSE KEYED    ".
               VALUE  "NO SENDING LEDGER REC   ".
           03  DSP-094         PIC  X(24)
               VALUE  "FREE STOCK SHORT        ".
           03  DSP-095         PIC  X(24)
               VALUE  "CONSIGNMENT LOCATION    ".
           03  DSP-098         PIC  X(20)
               VALUE  "DATABASE ERROR      ".
           03  DSP-101         PIC  X(20)
               VALUE  "TRANSFER POSTED     ".
           03  DSP-103         PIC  X(20)
               VALUE  "NOT AUTHORIZED      ".
           03  DSP-104         PIC  X(20)
               VALUE  "SIZE NOT IN SCALE   ".
       01  DSP-BUZZER.
           03  DISP-BUZ-J-03   PIC  X(05)  VALUE  X"1B4A03".
       01  ACP-AREA.
       CALL "DB_Open".
       CALL "SD_Initialize" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA" " " "0" "0" "92" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-010" "X" "1" "1" "32" " " "DSP-AREA"  RETURNING RESU.
       CALL "SD_Init" USING
       CALL "SD_Init" USING
            "DSP-020" "X" "4" "1" "16" "DSP-015" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-030" " " "6" "0" "24" "DSP-020" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "01DSP-030" "X" "6" "1" "5" " " "DSP-030"  RETURNING RESU.
       CALL "SD_Init" USING
            "02DSP-030" "X" "6" "8" "13" "DSP-031" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-032" "X" "6" "22" "4" "02DSP-030" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-032" BY REFERENCE WK-SZL "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA2" " " "0" "0" "196" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-092" "X" "22" "1" "24" " " "DSP-AREA2"
            RETURNING RESU.
            "DSP-094" "X" "22" "1" "24" "DSP-093" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-095" "X" "22" "1" "24" "DSP-094" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-098" "X" "22" "1" "20" "DSP-095" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-101" "X" "22" "1" "20" "DSP-098" " "
       CALL "SD_Init" USING
            "DSP-103" "X" "22" "1" "20" "DSP-102" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-104" "X" "22" "1" "20" "DSP-103" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-BUZZER" " " "24" "0" "5" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
           CALL "DB_F_Open" USING
            "I-O" ZKM_PNAME1 "SHARED" BY REFERENCE ZKM_IDLST "1"
            "ZKM-KEY" BY REFERENCE ZKM-KEY.
           CALL "DB_F_Open" USING
            "INPUT" J-M_PNAME1 "SHARED" BY REFERENCE J-M_IDLST "1"
            "J-JCD" BY REFERENCE J-JCD.
           CALL "DB_F_Open" USING
            "INPUT" SZSC_PNAME1 "SHARED" BY REFERENCE SZSC_IDLST "1"
            "SZS-KEY" BY REFERENCE SZS-KEY.
           CALL "DB_F_Open" USING
            "I-O" ZKMV_PNAME1 "SHARED" BY REFERENCE ZKMV_IDLST "1"
            "ZKV-KEY" BY REFERENCE ZKV-KEY.
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-05
           END-IF.
      *        LOCATION 9 IS THE CONSIGNMENT STOCK AT CUSTOMERS'
      *        SITES -- ONLY ZK710U AND ZK850U MOVE IT.
           IF  WK-FRSOK  =  9  OR  WK-TOSOK  =  9
               CALL "SD_Output" USING
                "DSP-095" DSP-095 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-05
           END-IF.
       ST-10.
           CALL "SD_Output" USING
            "DSP-020" DSP-020 "p" RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-05
           END-IF.
           MOVE  WK-ITEM  TO  J-JCD.
           CALL "DB_Read" USING
            "INVALID" J-M_PNAME1 BY REFERENCE J-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               MOVE  0  TO  J-SZS
           END-IF.
           MOVE  J-SZS  TO  SZSW-CD.
           PERFORM  SZSW-GET-RTN  THRU  SZSW-GET-EXT.
       ST-20.
           MOVE  0  TO  IX.
       ST-21.
               GO  TO  ST-30
           END-IF.
           MOVE  0  TO  WK-SZQ.
           MOVE  SZSW-LBL (IX)  TO  WK-SZL.
           CALL "SD_Output" USING
            "DSP-030" DSP-030 "p" RETURNING RESU.
           CALL "SD_Accept" USING
           IF  ESTAT  =  "09"
               GO  TO  ST-10
           END-IF.
      *        A BUCKET THE ITEM'S SIZE SCALE DOES NOT USE.
           IF  WK-SZQ  NOT =  0  AND  SZSW-LBL (IX)  =  SPACE
               CALL "SD_Output" USING
                "DSP-104" DSP-104 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               SUBTRACT  1  FROM  IX
               GO  TO  ST-21
           END-IF.
           MOVE  WK-SZQ  TO  WK-TRF1 (IX).
           GO  TO  ST-21.
       ST-30.
           END-IF.
           MOVE  0  TO  WK-SHT-SW.
           PERFORM  VARYING  IX  FROM  1  BY  1  UNTIL  IX  >  10
               COMPUTE  WK-FREE  =
                   ZKM-OH1 (IX)  -  ZKM-AL1 (IX)  -  ZKM-HD1 (IX)
               IF  WK-TRF1 (IX)  >  WK-FREE
                   MOVE  1   TO  WK-SHT-SW
                   MOVE  10  TO  IX
           CALL "C3_Set_Jrcode" USING
            USER_ID BY REFERENCE COMPLETION_CODE 255.
           CALL "DB_F_Close" USING BY REFERENCE ZKM_IDLST ZKM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE J-M_IDLST J-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE SZSC_IDLST SZSC_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE ZKMV_IDLST ZKMV_PNAME1.
           CALL "DB_Close".
       END-EXT.
           END-IF.
       ZKMV-WR-EXT.
           EXIT.
       COPY  LPSZS.
