       COPY    LIKWOF.
       COPY    LIKHM.
       COPY    LIJM.
       COPY    LISZSC.
       COPY    LWSZS.
       77  WK-SZL          PIC  X(04)  VALUE  SPACE.
       COPY    FCTL.
      *****
       01  KM-FRM-SEP.
               05  FILLER      PIC  X(05)  VALUE  "SIZE(".
               05  DSP-041     PIC  9(02).
               05  FILLER      PIC  X(11)  VALUE  ") QTY(    )".
               05  DSP-042     PIC  X(04).
       01  DSP-AREA2.
           03  DSP-092         PIC  X(20)
               VALUE  "NOT ON KHM MASTER   ".
           03  DSP-102.
               05  FILLER      PIC  X(13)  VALUE  "ISSUED NO=".
               05  DSP-103     PIC  9(06).
           03  DSP-104         PIC  X(20)
               VALUE  "SIZE NOT IN SCALE   ".
       01  DSP-BUZZER.
           03  DISP-BUZ-J-03   PIC  X(05)  VALUE  X"1B4A03".
       01  ACP-AREA.
       CALL "DB_Open".
       CALL "SD_Initialize" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA" " " "0" "0" "108" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-010" "X" "1" "1" "32" " " "DSP-AREA"  RETURNING RESU.
       CALL "SD_Init" USING
       CALL "SD_Init" USING
            "DSP-035" "X" "7" "1" "20" "DSP-030" " "  RETURNING RESU.
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
            "DSP-AREA2" " " "0" "0" "117" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-092" "X" "22" "1" "20" " " "DSP-AREA2"
            RETURNING RESU.
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-103" BY REFERENCE KWO-NO "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-104" "X" "22" "1" "20" "DSP-102" " "
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
           CALL "DB_F_Open" USING
            "I-O" FCTL-F_PNAME1 "SHARED" BY REFERENCE FCTL-F_IDLST "1"
            "FCTL-KEY" BY REFERENCE FCTL-KEY.
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-20
           END-IF.
           MOVE  J-SZS  TO  SZSW-CD.
           PERFORM  SZSW-GET-RTN  THRU  SZSW-GET-EXT.
       ST-30.
           CALL "SD_Output" USING
            "DSP-035" DSP-035 "p" RETURNING RESU.
               GO  TO  ST-50
           END-IF.
           MOVE  0  TO  WK-SZQ.
           MOVE  SZSW-LBL (IX)  TO  WK-SZL.
           CALL "SD_Output" USING
            "DSP-040" DSP-040 "p" RETURNING RESU.
           CALL "SD_Accept" USING
           IF  ESTAT  =  "09"
               GO  TO  ST-30
           END-IF.
      *        A BUCKET THE ITEM'S SIZE SCALE DOES NOT USE.
           IF  WK-SZQ  NOT =  0  AND  SZSW-LBL (IX)  =  SPACE
               CALL "SD_Output" USING
                "DSP-104" DSP-104 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               SUBTRACT  1  FROM  IX
               GO  TO  ST-41
           END-IF.
           MOVE  WK-SZQ  TO  WK-ORD1 (IX).
           GO  TO  ST-41.
       ST-50.
           CALL "DB_F_Close" USING BY REFERENCE KWOF_IDLST KWOF_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE KHM_IDLST KHM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE J-M_IDLST J-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE SZSC_IDLST SZSC_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE FCTL-F_IDLST FCTL-F_PNAME1.
           CALL "DB_Close".
       END-EXT.
           EXIT.
       COPY  LPSZS.
