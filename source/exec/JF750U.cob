       COPY    LICTNF.
       COPY    LIJSJD.
       COPY    LIJM.
       COPY    LISZSC.
       COPY    LWSZS.
       77  WK-SZL          PIC  X(04)  VALUE  SPACE.
      *****
       01  DSP-AREA.
           03  DSP-010         PIC  X(32)
               05  FILLER      PIC  X(05)  VALUE  "SIZE(".
               05  DSP-041     PIC  9(02).
               05  FILLER      PIC  X(11)  VALUE  ") QTY(    )".
               05  DSP-042     PIC  X(04).
       01  DSP-AREA2.
           03  DSP-093         PIC  X(24)
               VALUE  "SHIPMENT NOT ON JSJD    ".
               VALUE  "POST OK Y=1,N=9( )  ".
           03  DSP-102         PIC  X(16)
               VALUE  "LINE RECORDED   ".
           03  DSP-103         PIC  X(20)
               VALUE  "SIZE NOT IN SCALE   ".
       01  DSP-BUZZER.
           03  DISP-BUZ-J-03   PIC  X(05)  VALUE  X"1B4A03".
       01  ACP-AREA.
       CALL "DB_Open".
       CALL "SD_Initialize" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA" " " "0" "0" "122" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-010" "X" "1" "1" "32" " " "DSP-AREA"  RETURNING RESU.
       CALL "SD_Init" USING
       CALL "SD_Init" USING
            "DSP-035" "X" "7" "1" "16" "DSP-030" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-040" " " "9" "0" "22" "DSP-035" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "01DSP-040" "X" "9" "1" "5" " " "DSP-040"  RETURNING RESU.
       CALL "SD_Init" USING
            "02DSP-040" "X" "9" "8" "11" "DSP-041" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-042" "X" "9" "20" "4" "02DSP-040" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-042" BY REFERENCE WK-SZL "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA2" " " "0" "0" "120" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-093" "X" "22" "1" "24" " " "DSP-AREA2"
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-102" "X" "22" "1" "16" "DSP-101" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-103" "X" "22" "1" "20" "DSP-102" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-BUZZER" " " "24" "0" "5" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
           CALL "DB_F_Open" USING
            "INPUT" J-M_PNAME1 "SHARED" BY REFERENCE J-M_IDLST "1"
            "J-JCD" BY REFERENCE J-JCD.
           CALL "DB_F_Open" USING
            "INPUT" SZSC_PNAME1 "SHARED" BY REFERENCE SZSC_IDLST "1"
            "SZS-KEY" BY REFERENCE SZS-KEY.
           CALL "SD_Output" USING
            "DSP-010" DSP-010 "p" RETURNING RESU.
       ST-10.
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-25
           END-IF.
           MOVE  J-SZS  TO  SZSW-CD.
           PERFORM  SZSW-GET-RTN  THRU  SZSW-GET-EXT.
       ST-30.
           MOVE  0  TO  IX.
       ST-31.
               GO  TO  ST-40
           END-IF.
           MOVE  0  TO  WK-SZQ.
           MOVE  SZSW-LBL (IX)  TO  WK-SZL.
           CALL "SD_Output" USING
            "DSP-040" DSP-040 "p" RETURNING RESU.
           CALL "SD_Accept" USING
           IF  ESTAT  =  "09"
               GO  TO  ST-25
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
           MOVE  WK-SZQ  TO  WK-PCK1 (IX).
           GO  TO  ST-31.
       ST-40.
           CALL "DB_F_Close" USING BY REFERENCE CTNF_IDLST CTNF_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE JSJD_IDLST JSJD_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE J-M_IDLST J-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE SZSC_IDLST SZSC_PNAME1.
           CALL "DB_Close".
       END-EXT.
           EXIT.
       COPY  LPSZS.
