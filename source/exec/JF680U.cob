      *        THE RECORD IS MARKED JOLJF11-19 = "M" SO THE
      *        BACKLOG AND ACKNOWLEDGEMENT RUNS CAN TELL MANUAL
      *        ORDERS FROM EDI ONES.
      *        THE LINE IS PRICED BY THE LPPRC ROUTINE AS OF THE
      *        ORDER DATE -- A VALID JT-PROM PROMOTION, ELSE THE
      *        THTND CUSTOMER PRICE, ELSE THE J-M PRICE -- AND
      *        THE PRICE, ITS SOURCE AND ANY PROMOTION CODE ARE
      *        SHOWN AND KEPT ON THE LINE.
      *        THE SHIP DATE (JOLJF11-SHPDT) IS WORKED BACK FROM
      *        THE REQUESTED DELIVERY DATE BY THE JT-LDTM LEAD
      *        TIME FOR THE SHIP-TO'S PREFECTURE AND CARRIER
      *        (LPLDT).  WHEN IT IS ALREADY PAST THE LINE IS
      *        MARKED JOLJF11-LTF = "L" AND THE CLERK WARNED.
      *        AN ITEM OUTSIDE THE CUSTOMER'S ASSORTMENT ON THE
      *        ORDER DATE -- BLOCKED TO IT, OR NOT IN THE AGREED
      *        RANGE OF A CUSTOMER HELD TO ONE (JT-ASRT/JT-ASGM,
      *        LPASR) -- IS REFUSED AND THE ITEM KEYED AGAIN.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
           02  WK-TOTAL        PIC S9(05).
       COPY    LJOLJF.
       COPY    LIJM.
       COPY    LISZSC.
       COPY    LWSZS.
       77  WK-SZL          PIC  X(04)  VALUE  SPACE.
       COPY    LISHPT.
       COPY    LISUPF.
       COPY    LITHTND.
       COPY    LIPROM.
       COPY    LWPRC.
       COPY    LIASRT.
       COPY    LIASGM.
       COPY    LWASR.
       COPY    LILDTM.
       COPY    LICALM.
       COPY    LWCAL.
       COPY    LWLDT.
       77  WK-OLDJ         PIC  9(06)  VALUE  0.
       77  WK-TODAY8S      PIC  9(08)  VALUE  0.
       77  WK-HOPS         PIC  9(02)  VALUE  0.
               05  FILLER      PIC  X(05)  VALUE  "SIZE(".
               05  DSP-051     PIC  9(02).
               05  FILLER      PIC  X(11)  VALUE  ") QTY(    )".
               05  DSP-052     PIC  X(04).
           03  DSP-060         PIC  X(16)
               VALUE  "TOTAL(     )    ".
           03  DSP-055.
               05  FILLER      PIC  X(06)  VALUE  "PRICE(".
               05  DSP-056     PIC  9(06).
               05  FILLER      PIC  X(06)  VALUE  ") SRC(".
               05  DSP-057     PIC  X(01).
               05  FILLER      PIC  X(08)  VALUE  ") PROMO(".
               05  DSP-058     PIC  X(06).
               05  FILLER      PIC  X(01)  VALUE  ")".
           03  DSP-048.
               05  FILLER      PIC  X(05)  VALUE  "SHIP(".
               05  DSP-049     PIC  9(08).
               05  FILLER      PIC  X(01)  VALUE  ")".
       01  DSP-AREA2.
           03  DSP-092         PIC  X(24)
               VALUE  "ORDER ALREADY EXISTS   ".
               VALUE  "SIZE TOTAL MISMATCH     ".
           03  DSP-101         PIC  X(20)
               VALUE  "WRITE OK Y=1,N=9( ) ".
           03  DSP-102         PIC  X(20)
               VALUE  "SIZE NOT IN SCALE   ".
           03  DSP-103         PIC  X(20)
               VALUE  "CANNOT MEET REQ DATE".
           03  DSP-104         PIC  X(20)
               VALUE  "BLOCKED FOR CUSTOMER".
           03  DSP-105         PIC  X(20)
               VALUE  "NOT IN AGREED RANGE ".
       01  DSP-BUZZER.
           03  DISP-BUZ-J-03   PIC  X(05)  VALUE  X"1B4A03".
       01  ACP-AREA.
       CALL "DB_Open".
       CALL "SD_Initialize" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA" " " "0" "0" "243" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-010" "X" "1" "1" "32" " " "DSP-AREA"  RETURNING RESU.
       CALL "SD_Init" USING
       CALL "SD_Init" USING
            "DSP-047" "X" "9" "30" "12" "DSP-045" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-050" " " "11" "0" "22" "DSP-047" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "01DSP-050" "X" "11" "1" "5" " " "DSP-050"
            RETURNING RESU.
       CALL "SD_Init" USING
            "02DSP-050" "X" "11" "8" "11" "DSP-051" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-052" "X" "11" "20" "4" "02DSP-050" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-052" BY REFERENCE WK-SZL "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-060" "X" "13" "1" "16" "DSP-050" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-055" " " "15" "0" "34" "DSP-060" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "01DSP-055" "X" "15" "1" "6" " " "DSP-055"
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-056" "9" "15" "7" "6" "01DSP-055" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-056" BY REFERENCE JOLJF11-TAN "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "02DSP-055" "X" "15" "13" "6" "DSP-056" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-057" "X" "15" "19" "1" "02DSP-055" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-057" BY REFERENCE JOLJF11-PSRC "1" "0"
            RETURNING RESU.
       CALL "SD_Init" USING
            "03DSP-055" "X" "15" "20" "8" "DSP-057" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-058" "X" "15" "28" "6" "03DSP-055" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-058" BY REFERENCE JOLJF11-PRMCD "6" "0"
            RETURNING RESU.
       CALL "SD_Init" USING
            "04DSP-055" "X" "15" "34" "1" "DSP-058" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-048" " " "7" "0" "14" "DSP-055" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "01DSP-048" "X" "7" "25" "5" " " "DSP-048"
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-049" "9" "7" "30" "8" "01DSP-048" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-049" BY REFERENCE JOLJF11-SHPDT "8" "0"
            RETURNING RESU.
       CALL "SD_Init" USING
            "02DSP-048" "X" "7" "38" "1" "DSP-049" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA2" " " "0" "0" "242" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-092" "X" "22" "1" "24" " " "DSP-AREA2"
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-101" "X" "22" "1" "20" "DSP-099" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-102" "X" "22" "1" "20" "DSP-101" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-103" "X" "22" "1" "20" "DSP-102" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-104" "X" "22" "1" "20" "DSP-103" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-105" "X" "22" "1" "20" "DSP-104" " "
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
            "INPUT" THTND_PNAME1 "SHARED" BY REFERENCE THTND_IDLST "1"
            "THTND-KEY" BY REFERENCE THTND-KEY.
           CALL "DB_F_Open" USING
            "INPUT" PROM_PNAME1 "SHARED" BY REFERENCE PROM_IDLST "1"
            "PRM-KEY" BY REFERENCE PRM-KEY.
           CALL "DB_F_Open" USING
            "INPUT" LDTM_PNAME1 "SHARED" BY REFERENCE LDTM_IDLST "1"
            "LDT-KEY" BY REFERENCE LDT-KEY.
           CALL "DB_F_Open" USING
            "INPUT" CALM_PNAME1 "SHARED" BY REFERENCE CALM_IDLST "1"
            "CAL-KEY" BY REFERENCE CAL-KEY.
           CALL "DB_F_Open" USING
            "INPUT" ASRT_PNAME1 "SHARED" BY REFERENCE ASRT_IDLST "1"
            "ASR-KEY" BY REFERENCE ASR-KEY.
           CALL "DB_F_Open" USING
            "INPUT" ASGM_PNAME1 "SHARED" BY REFERENCE ASGM_IDLST "1"
            "AGM-KEY" BY REFERENCE AGM-KEY.
           CALL "SD_Output" USING
            "DSP-010" DSP-010 "p" RETURNING RESU.
       ST-10.
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-30
           END-IF.
      *        ASSORTMENT -- AS OF THE ORDER DATE (TODAY IF NONE).
           MOVE  WK-CUST   TO  ASW-TCD.
           MOVE  WK-ITEM   TO  ASW-JCD.
           MOVE  J-BR1     TO  ASW-BR1.
           MOVE  WK-ODATE  TO  ASW-DATE.
           IF  WK-ODATE  =  0
               MOVE  WK-TODAY8S  TO  ASW-DATE
           END-IF.
           PERFORM  ASW-RTN  THRU  ASW-EXT.
           IF  ASW-RES  =  1
               CALL "SD_Output" USING
                "DSP-104" DSP-104 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-30
           END-IF.
           IF  ASW-RES  =  2
               CALL "SD_Output" USING
                "DSP-105" DSP-105 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-30
           END-IF.
           MOVE  J-SZS  TO  SZSW-CD.
           PERFORM  SZSW-GET-RTN  THRU  SZSW-GET-EXT.
      *        BUILD THE NEW ORDER LINE.
           MOVE  SPACE      TO  JOLJF11-REC.
           INITIALIZE  JOLJF11-REC.
               MOVE  "S"      TO  JOLJF11-20 (1:1)
               MOVE  WK-OLDJ  TO  JOLJF11-20 (2:6)
           END-IF.
      *        PRICE AS OF THE ORDER DATE (TODAY IF NONE KEYED).
           MOVE  WK-CUST   TO  PRC-TCD.
           MOVE  WK-ITEM   TO  PRC-JCD.
           MOVE  J-BR1     TO  PRC-BR1.
           MOVE  WK-ODATE  TO  PRC-DATE.
           IF  WK-ODATE  =  0
               MOVE  WK-TODAY8S  TO  PRC-DATE
           END-IF.
           MOVE  J-ST      TO  PRC-JST.
           PERFORM  PRC-RTN  THRU  PRC-EXT.
           COMPUTE  JOLJF11-TAN  ROUNDED  =  PRC-TAN.
           MOVE  PRC-SRC    TO  JOLJF11-PSRC.
           MOVE  PRC-PRMCD  TO  JOLJF11-PRMCD.
           CALL "SD_Output" USING
            "DSP-055" DSP-055 "p" RETURNING RESU.
       ST-35.
      *        SHIPPING WAREHOUSE FOR THE LINE -- ZERO MEANS THE
      *        MAIN WAREHOUSE (1).  JF690U ALLOCATES IN THIS
               END-IF
           END-IF.
           MOVE  WK-SHPCD  TO  JOLJF11-SHPCD.
      *        SHIP DATE BACK FROM THE REQUESTED DELIVERY DATE --
      *        THE SHIP-TO GIVES THE PREFECTURE AND CARRIER; THE
      *        HEAD OFFICE TAKES THE JT-LDTM DEFAULTS.
           MOVE  0  TO  LDW-TDFK.
           MOVE  0  TO  LDW-CARR.
           IF  WK-SHPCD  NOT =  0
               MOVE  SHP-TDFK  TO  LDW-TDFK
               MOVE  SHP-CARR  TO  LDW-CARR
           END-IF.
           MOVE  WK-NDATE    TO  LDW-NDATE.
           MOVE  WK-TODAY8S  TO  LDW-TODAY.
           PERFORM  LDT-CALC-RTN  THRU  LDT-CALC-EXT.
           MOVE  LDW-SHPDT  TO  JOLJF11-SHPDT.
           MOVE  LDW-LTF    TO  JOLJF11-LTF.
           CALL "SD_Output" USING
            "DSP-048" DSP-048 "p" RETURNING RESU.
           IF  JOLJF11-LTF  =  "L"
               CALL "SD_Output" USING
                "DSP-103" DSP-103 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
           END-IF.
       ST-40.
      *        TEN SIZE QUANTITIES, THEN THE CROSS-CHECKED TOTAL.
           MOVE  0  TO  IX.
               GO  TO  ST-42
           END-IF.
           MOVE  JOLJF11-1211 (IX)  TO  WK-SZQ.
           MOVE  SZSW-LBL (IX)  TO  WK-SZL.
           CALL "SD_Output" USING
            "DSP-050" DSP-050 "p" RETURNING RESU.
           CALL "SD_Accept" USING
           IF  ESTAT  =  "09"
               GO  TO  ST-30
           END-IF.
      *        A BUCKET THE ITEM'S SIZE SCALE DOES NOT USE.
           IF  WK-SZQ  NOT =  0  AND  SZSW-LBL (IX)  =  SPACE
               CALL "SD_Output" USING
                "DSP-102" DSP-102 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               SUBTRACT  1  FROM  IX
               GO  TO  ST-41
           END-IF.
           MOVE  WK-SZQ  TO  JOLJF11-1211 (IX).
           GO  TO  ST-41.
       ST-42.
           GO  TO  SUPX-10.
       SUPX-EXT.
           EXIT.
      *****
       COPY    LPPRC.
      *****
       COPY    LPASR.
      *****
       COPY    LPLDT.
       COPY    LPCAL.
       END-RTN.
           CALL "C3_Set_Jrcode" USING
            USER_ID BY REFERENCE COMPLETION_CODE 255.
           CALL "DB_F_Close" USING
            BY REFERENCE JOLJF_IDLST JOLJF_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE J-M_IDLST J-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE SZSC_IDLST SZSC_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE SHPT_IDLST SHPT_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE SUPF_IDLST SUPF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE THTND_IDLST THTND_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE PROM_IDLST PROM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE LDTM_IDLST LDTM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE CALM_IDLST CALM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE ASRT_IDLST ASRT_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE ASGM_IDLST ASGM_PNAME1.
           CALL "DB_Close".
       END-EXT.
           EXIT.
       COPY  LPSZS.
