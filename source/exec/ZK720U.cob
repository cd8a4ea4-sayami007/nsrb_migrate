      *****   STOCK LEDGER ON-HAND INQUIRY             *****
      *****************************************************
      *        DISPLAYS THE JT-ZKM STOCK LEDGER RECORD FOR A
      *        KEYED ITEM: ON-HAND, ALLOCATED AND FREE TOTALS
      *        (FREE LEAVES OUT QUALITY-HELD STOCK).
      *        THE TEN PER-SIZE ON-HAND/ALLOCATED PAIRS ARE
      *        STEPPED THROUGH ONE SIZE PER ENTER.
       ENVIRONMENT         DIVISION.
           02  WK-FREE         PIC S9(07).
           02  WK-ANS          PIC  X(01).
       COPY    LIZAIK.
       COPY    LIJM.
       COPY    LISZSC.
       COPY    LWSZS.
       77  WK-SZL          PIC  X(04)  VALUE  SPACE.
      *****
       01  DSP-AREA.
           03  DSP-010         PIC  X(32)
               05  DSP-042     PIC  -(05)9.
               05  FILLER      PIC  X(05)  VALUE  " AL=".
               05  DSP-043     PIC  -(05)9.
               05  DSP-044     PIC  X(04).
       01  DSP-AREA2.
           03  DSP-093         PIC  X(20)
               VALUE  "NO LEDGER RECORD    ".
       CALL "DB_Open".
       CALL "SD_Initialize" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA" " " "0" "0" "127" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-010" "X" "1" "1" "32" " " "DSP-AREA"  RETURNING RESU.
       CALL "SD_Init" USING
       CALL "SD_From" USING
            "DSP-033" BY REFERENCE WK-FREE "7" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-040" " " "7" "0" "32" "DSP-030" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "01DSP-040" "X" "7" "1" "5" " " "DSP-040"  RETURNING RESU.
       CALL "SD_Init" USING
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-043" BY REFERENCE WK-AL "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-044" "X" "7" "30" "4" "DSP-043" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-044" BY REFERENCE WK-SZL "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA2" " " "0" "0" "20" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
           CALL "DB_F_Open" USING
            "INPUT" ZKM_PNAME1 "SHARED" BY REFERENCE ZKM_IDLST "1"
            "ZKM-KEY" BY REFERENCE ZKM-KEY.
           CALL "DB_F_Open" USING
            "INPUT" J-M_PNAME1 "SHARED" BY REFERENCE J-M_IDLST "1"
            "J-JCD" BY REFERENCE J-JCD.
           CALL "DB_F_Open" USING
            "INPUT" SZSC_PNAME1 "SHARED" BY REFERENCE SZSC_IDLST "1"
            "SZS-KEY" BY REFERENCE SZS-KEY.
           CALL "SD_Output" USING
            "DSP-010" DSP-010 "p" RETURNING RESU.
       ST-05.
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
           COMPUTE  WK-FREE  =  ZKM-OHT  -  ZKM-ALT  -  ZKM-HDT.
           MOVE  WK-ITEM  TO  J-JCD.
           CALL "DB_Read" USING
            "INVALID" J-M_PNAME1 BY REFERENCE J-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               MOVE  0  TO  J-SZS
           END-IF.
           MOVE  J-SZS  TO  SZSW-CD.
           PERFORM  SZSW-GET-RTN  THRU  SZSW-GET-EXT.
           CALL "SD_Output" USING
            "DSP-030" DSP-030 "p" RETURNING RESU.
           MOVE  0  TO  IX.
               GO  TO  ST-10
           END-IF.
           MOVE  ZKM-OH1 (IX)  TO  WK-OH.
           MOVE  SZSW-LBL (IX)  TO  WK-SZL.
           MOVE  ZKM-AL1 (IX)  TO  WK-AL.
           CALL "SD_Output" USING
            "DSP-040" DSP-040 "p" RETURNING RESU.
           CALL "C3_Set_Jrcode" USING
            USER_ID BY REFERENCE COMPLETION_CODE 255.
           CALL "DB_F_Close" USING BY REFERENCE ZKM_IDLST ZKM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE J-M_IDLST J-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE SZSC_IDLST SZSC_PNAME1.
           CALL "DB_Close".
       END-EXT.
           EXIT.
       COPY  LPSZS.
