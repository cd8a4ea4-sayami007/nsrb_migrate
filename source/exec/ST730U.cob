       77  WK-MVTRY        PIC  9(01)  VALUE  0.
       77  WK-TODAY8       PIC  9(08)  VALUE  0.
       77  WS-RTN-CNT      PIC  9(07)  VALUE  0.
       77  WK-SZL          PIC  X(04)  VALUE  SPACE.
       01  WK-AREA.
           02  ST-ANS          PIC  X(01).
           02  WK-ORGNO        PIC  9(06).
       COPY    LNSTRN.
       COPY    LIHKBM.
       COPY    LIZAIK.
       COPY    LIJM.
       COPY    LISZSC.
       COPY    LWSZS.
       COPY    LIZKMV.
       COPY    LISKDF.
       COPY    FCTL.
               05  FILLER      PIC  X(05)  VALUE  "SIZE(".
               05  DSP-041     PIC  9(02).
               05  FILLER      PIC  X(11)  VALUE  ") QTY(    )".
               05  DSP-042     PIC  X(04).
           03  DSP-050         PIC  X(20)
               VALUE  "CREDIT AMT(        )".
       01  DSP-AREA2.
               VALUE  "POST OK Y=1,N=9( )  ".
           03  DSP-102         PIC  X(20)
               VALUE  "RETURN POSTED       ".
           03  DSP-103         PIC  X(20)
               VALUE  "SIZE NOT IN SCALE   ".
       01  DSP-BUZZER.
           03  DISP-BUZ-J-03   PIC  X(05)  VALUE  X"1B4A03".
       01  ACP-AREA.
       CALL "DB_Open".
       CALL "SD_Initialize" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA" " " "0" "0" "146" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-010" "X" "1" "1" "32" " " "DSP-AREA"  RETURNING RESU.
       CALL "SD_Init" USING
       CALL "SD_Init" USING
            "DSP-030" "X" "6" "1" "26" "DSP-025" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-040" " " "8" "0" "22" "DSP-030" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "01DSP-040" "X" "8" "1" "5" " " "DSP-040"  RETURNING RESU.
       CALL "SD_Init" USING
       CALL "SD_Init" USING
            "02DSP-040" "X" "8" "8" "11" "DSP-041" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-042" "X" "8" "20" "4" "02DSP-040" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-042" BY REFERENCE WK-SZL "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-050" "X" "10" "1" "20" "DSP-040" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA2" " " "0" "0" "128" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-093" "X" "22" "1" "24" " " "DSP-AREA2"
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-102" "X" "22" "1" "20" "DSP-101" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-103" "X" "22" "1" "20" "DSP-102" " "
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
           END-IF.
           CALL "SD_Output" USING
            "DSP-025" DSP-025 "p" RETURNING RESU.
           MOVE  STRN-03  TO  J-JCD.
           CALL "DB_Read" USING
            "INVALID" J-M_PNAME1 BY REFERENCE J-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               MOVE  0  TO  J-SZS
           END-IF.
           MOVE  J-SZS  TO  SZSW-CD.
           PERFORM  SZSW-GET-RTN  THRU  SZSW-GET-EXT.
       ST-20.
           CALL "SD_Output" USING
            "DSP-030" DSP-030 "p" RETURNING RESU.
               GO  TO  ST-40
           END-IF.
           MOVE  0  TO  WK-SZQ.
           MOVE  SZSW-LBL (IX)  TO  WK-SZL.
           CALL "SD_Output" USING
            "DSP-040" DSP-040 "p" RETURNING RESU.
           CALL "SD_Accept" USING
           IF  ESTAT  =  "09"
               GO  TO  ST-20
           END-IF.
      *        A BUCKET THE ITEM'S SIZE SCALE DOES NOT USE.
           IF  WK-SZQ  NOT =  0  AND  SZSW-LBL (IX)  =  SPACE
               CALL "SD_Output" USING
                "DSP-103" DSP-103 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               SUBTRACT  1  FROM  IX
               GO  TO  ST-31
           END-IF.
           MOVE  WK-SZQ  TO  WK-RTNQ1 (IX).
           ADD   WK-SZQ  TO  WK-RTNT.
           GO  TO  ST-31.
            BY REFERENCE HN-STRN_IDLST HN-STRN_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE HKBM_IDLST HKBM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE ZKM_IDLST ZKM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE J-M_IDLST J-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE SZSC_IDLST SZSC_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE ZKMV_IDLST ZKMV_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE SKDF_IDLST SKDF_PNAME1.
           CALL "DB_F_Close" USING
           END-IF.
       STRX-WR-EXT.
           EXIT.
       COPY  LPSZS.
