      *        J-M) AND THE TEN SIZE QUANTITIES RECEIVED; THE
      *        LEDGER RECORD IS CREATED ON FIRST RECEIPT.  EVERY
      *        CONFIRMED RECEIPT PRINTS TO THE ZK700U JOURNAL.
      *        ONCE THE ITEM IS KEYED THE SCREEN SHOWS THE
      *        PUT-AWAY BIN FROM THE ITEM'S JT-BINA ASSIGNMENTS
      *        (SEE LWBIN); THE RECEIPT IS ADDED TO THAT BIN AND
      *        THE BIN PRINTS ON THE JOURNAL.
      *        A RECEIPT MAY BE BOOKED AGAINST AN ISSUED JT-PURF
      *        PURCHASE ORDER (OPEN OR PART-RECEIVED): THE ORDER
      *        FIXES THE ITEM, EACH SIZE SHOWS WHAT IS STILL
      *        OUTSTANDING, THE RECEIVED BUCKETS ROLL UP ON THE
      *        ORDER AND IT CLOSES (PUR-STAT = 3) ONCE EVERY
      *        BUCKET IS IN FULL, ELSE STANDS PARTIAL (2) -- THE
      *        KM800U WORK-ORDER RECEIVING RULE.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       77  IX              PIC  9(02)  VALUE  0.
       77  WK-NEW-SW       PIC  9(01)  VALUE  0.
       77  WS-RCV-CNT      PIC  9(07)  VALUE  0.
       77  WK-OPEN-SW      PIC  9(01)  VALUE  0.
       77  WK-OPNQ         PIC S9(05)  VALUE  0.
       01  WK-AREA.
           02  ZK-ANS          PIC  X(01).
           02  WK-SOK          PIC  9(01).
           02  WK-ITEM         PIC  9(06).
           02  WK-PURNO        PIC  9(06).
           02  WK-SZQ          PIC S9(06).
           02  WK-RCV.
               03  WK-RCV1  OCCURS  10  PIC S9(06).
       COPY    LIZAIK.
       COPY    LIJM.
       COPY    LISZSC.
       COPY    LWSZS.
       77  WK-SZL          PIC  X(04)  VALUE  SPACE.
       COPY    LIZKMV.
       COPY    LIPURF.
       COPY    FCTL.
       COPY    LIBINM.
       COPY    LIBINA.
       COPY    LWBIN.
       77  WK-CKYM         PIC  9(04)  VALUE  0.
       77  WK-CLOSED       PIC  9(01)  VALUE  0.
       77  WK-MV-SEQ       PIC  9(04)  VALUE  0.
               "STOCK RECEIPTS JOURNAL    ".
           02  FILLER          PIC  X(08)  VALUE  "ITEM".
           02  FILLER          PIC  X(12)  VALUE  "SIZES 1-10".
           02  FILLER          PIC  X(29)  VALUE  SPACE.
           02  FILLER          PIC  X(03)  VALUE  "BIN".
           02  FILLER          PIC  X(07)  VALUE  SPACE.
           02  FILLER          PIC  X(02)  VALUE  "PO".
       01  ZK-JNL-DET.
           02  JNL-ITEM        PIC  9(06).
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  JNL-SZ          OCCURS  10  PIC  -----9.
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  JNL-NEWF        PIC  X(03).
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  JNL-BIN         PIC  X(08).
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  JNL-PO          PIC  Z(06).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  JNL-PSTAT       PIC  X(07).
       01  ZK-JNL-SUM.
           02  FILLER          PIC  X(16)  VALUE  "TOTAL RECEIPTS=".
           02  JNL-SUM-CNT     PIC  ZZZZZZ9.
               VALUE  "STOCK LEDGER RECEIPTS ENTRY     ".
           03  DSP-018         PIC  X(09)
               VALUE  "WHSE( )  ".
           03  DSP-019         PIC  X(20)
               VALUE  "PO NO(      ) 0=NONE".
           03  DSP-020         PIC  X(16)
               VALUE  "ITEM(      )    ".
           03  DSP-025.
               05  FILLER      PIC  X(13)  VALUE  "PUT-AWAY BIN(".
               05  DSP-026     PIC  X(08).
               05  FILLER      PIC  X(01)  VALUE  ")".
           03  DSP-027         PIC  X(22)
               VALUE  "NO BIN ASSIGNED       ".
           03  DSP-030.
               05  FILLER      PIC  X(05)  VALUE  "SIZE(".
               05  DSP-031     PIC  9(02).
               05  FILLER      PIC  X(13)  VALUE  ") QTY(      )".
               05  DSP-032     PIC  X(04).
           03  DSP-033.
               05  FILLER      PIC  X(05)  VALUE  "OPEN=".
               05  DSP-034     PIC  -(04)9.
       01  DSP-AREA2.
           03  DSP-093         PIC  X(18)
               VALUE  "ITEM NOT ON J-M   ".
               VALUE  "NOT AUTHORIZED      ".
           03  DSP-104         PIC  X(20)
               VALUE  "PERIOD CLOSED       ".
           03  DSP-105         PIC  X(20)
               VALUE  "SIZE NOT IN SCALE   ".
           03  DSP-106         PIC  X(20)
               VALUE  "CONSIGNMENT LOCATION".
           03  DSP-107         PIC  X(20)
               VALUE  "PO NOT OPEN         ".
       01  DSP-BUZZER.
           03  DISP-BUZ-J-03   PIC  X(05)  VALUE  X"1B4A03".
       01  ACP-AREA.
           03  ACP-008         PIC  9(01).
           03  ACP-009         PIC  9(06).
           03  ACP-010         PIC  9(06).
           03  ACP-020         PIC  S9(06).
           03  ACP-030         PIC  X(01).
       CALL "DB_Open".
       CALL "SD_Initialize" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA" " " "0" "0" "155" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-010" "X" "1" "1" "32" " " "DSP-AREA"  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-018" "X" "2" "1" "9" "DSP-010" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-019" "X" "2" "11" "20" "DSP-018" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-020" "X" "3" "1" "16" "DSP-019" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-025" " " "4" "0" "22" "DSP-020" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "01DSP-025" "X" "4" "1" "13" " " "DSP-025"  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-026" "X" "4" "14" "8" "01DSP-025" " "  RETURNING RESU.
       CALL "SD_From" USING
            "DSP-026" BY REFERENCE BINW-BIN "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "02DSP-025" "X" "4" "22" "1" "DSP-026" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-027" "X" "4" "1" "22" "DSP-025" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-030" " " "5" "0" "24" "DSP-027" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "01DSP-030" "X" "5" "1" "5" " " "DSP-030"  RETURNING RESU.
       CALL "SD_Init" USING
            "02DSP-030" "X" "5" "8" "13" "DSP-031" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-032" "X" "5" "22" "4" "02DSP-030" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-032" BY REFERENCE WK-SZL "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-033" " " "5" "0" "10" "DSP-030" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "01DSP-033" "X" "5" "28" "5" " " "DSP-033"  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-034" "9" "5" "33" "5" "01DSP-033" " "  RETURNING RESU.
       CALL "SD_From" USING
            "DSP-034" BY REFERENCE WK-OPNQ "5" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA2" " " "0" "0" "174" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-093" "X" "22" "1" "18" " " "DSP-AREA2"
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-104" "X" "22" "1" "20" "DSP-103" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-105" "X" "22" "1" "20" "DSP-104" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-106" "X" "22" "1" "20" "DSP-105" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-107" "X" "22" "1" "20" "DSP-106" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-BUZZER" " " "24" "0" "5" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DISP-BUZ-J-03" "X" "24" "80" "5" " " "DSP-BUZZER"
            RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-AREA" " " "0" "0" "20" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-008" "9" "2" "6" "1" " " "ACP-AREA"  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-008" BY REFERENCE WK-SOK "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-009" "9" "2" "17" "6" "ACP-008" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-009" BY REFERENCE WK-PURNO "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-010" "9" "3" "6" "6" "ACP-009" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-010" BY REFERENCE WK-ITEM "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
           CALL "DB_F_Open" USING
            "INPUT" J-M_PNAME1 "SHARED" BY REFERENCE J-M_IDLST "1"
            "J-JCD" BY REFERENCE J-JCD.
           CALL "DB_F_Open" USING
            "INPUT" SZSC_PNAME1 "SHARED" BY REFERENCE SZSC_IDLST "1"
            "SZS-KEY" BY REFERENCE SZS-KEY.
           CALL "DB_F_Open" USING
            "I-O" ZKMV_PNAME1 "SHARED" BY REFERENCE ZKMV_IDLST "1"
            "ZKV-KEY" BY REFERENCE ZKV-KEY.
           CALL "DB_F_Open" USING
            "INPUT" BINM_PNAME1 "SHARED" BY REFERENCE BINM_IDLST "1"
            "BIN-KEY" BY REFERENCE BIN-KEY.
           CALL "DB_F_Open" USING
            "I-O" BINA_PNAME1 "SHARED" BY REFERENCE BINA_IDLST "1"
            "BNA-KEY" BY REFERENCE BNA-KEY.
           CALL "DB_F_Open" USING
            "I-O" PURF_PNAME1 "SHARED" BY REFERENCE PURF_IDLST "1"
            "PUR-KEY" BY REFERENCE PUR-KEY.
           OPEN  OUTPUT  ZK-JNL-FILE.
           MOVE  ZK-JNL-HDR  TO  ZK-JNL-LINE.
           WRITE  ZK-JNL-LINE.
           IF  WK-SOK  =  0
               MOVE  1  TO  WK-SOK
           END-IF.
      *        LOCATION 9 IS THE CONSIGNMENT STOCK AT CUSTOMERS'
      *        SITES -- ONLY ZK710U AND ZK850U MOVE IT.
           IF  WK-SOK  =  9
               CALL "SD_Output" USING
                "DSP-106" DSP-106 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-05
           END-IF.
       ST-08.
      *        PURCHASE ORDER BEING RECEIVED -- 0 = A RECEIPT NOT
      *        AGAINST AN ORDER.  ONLY AN ISSUED ORDER (OPEN OR
      *        PART-RECEIVED) CAN BE RECEIVED; IT FIXES THE ITEM.
           CALL "SD_Output" USING
            "DSP-019" DSP-019 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-009 "ACP-009" "9" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT    =  "P9"
               PERFORM  END-RTN  THRU  END-EXT
               STOP  RUN
           END-IF.
           IF  ESTAT  =  "09"
               GO  TO  ST-05
           END-IF.
           IF  WK-PURNO  =  0
               GO  TO  ST-10
           END-IF.
           MOVE  WK-PURNO  TO  PUR-NO.
           CALL "DB_Read" USING
            "INVALID" PURF_PNAME1 BY REFERENCE PUR-R " "
            RETURNING RET.
           IF  RET  =  1  OR  PUR-STAT  =  0  OR  PUR-STAT  >  2
               CALL "SD_Output" USING
                "DSP-107" DSP-107 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-08
           END-IF.
           MOVE  PUR-JCD  TO  WK-ITEM.
           GO  TO  ST-12.
       ST-10.
           CALL "SD_Output" USING
            "DSP-020" DSP-020 "p" RETURNING RESU.
               STOP  RUN
           END-IF.
           IF  ESTAT  =  "09"
               GO  TO  ST-08
           END-IF.
       ST-12.
           MOVE  WK-ITEM  TO  J-JCD.
           CALL "DB_Read" USING
            "INVALID" J-M_PNAME1 BY REFERENCE J-R "UNLOCK"
                "DSP-093" DSP-093 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-90
           END-IF.
           MOVE  J-SZS  TO  SZSW-CD.
           PERFORM  SZSW-GET-RTN  THRU  SZSW-GET-EXT.
      *        DIRECTED PUT-AWAY -- WHERE THIS RECEIPT GOES.
           MOVE  WK-SOK   TO  BINW-SOK.
           MOVE  WK-ITEM  TO  BINW-JCD.
           PERFORM  BINW-SUG-RTN  THRU  BINW-SUG-EXT.
           IF  BINW-FND  =  1
               CALL "SD_Output" USING
                "DSP-025" DSP-025 "p" RETURNING RESU
           ELSE
               CALL "SD_Output" USING
                "DSP-027" DSP-027 "p" RETURNING RESU
           END-IF.
       ST-20.
           MOVE  0  TO  IX.
               GO  TO  ST-30
           END-IF.
           MOVE  0  TO  WK-SZQ.
           MOVE  SZSW-LBL (IX)  TO  WK-SZL.
           CALL "SD_Output" USING
            "DSP-030" DSP-030 "p" RETURNING RESU.
      *        AGAINST AN ORDER THE OUTSTANDING QUANTITY SHOWS
      *        BESIDE EACH ACCEPT, AS ON KM800U.
           IF  WK-PURNO  NOT =  0
               COMPUTE  WK-OPNQ  =  PUR-OQ1 (IX)  -  PUR-RQ1 (IX)
               CALL "SD_Output" USING
                "DSP-033" DSP-033 "p" RETURNING RESU
           END-IF.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-020 "ACP-020" "9" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-90
           END-IF.
      *        A BUCKET THE ITEM'S SIZE SCALE DOES NOT USE.
           IF  WK-SZQ  NOT =  0  AND  SZSW-LBL (IX)  =  SPACE
               CALL "SD_Output" USING
                "DSP-105" DSP-105 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               SUBTRACT  1  FROM  IX
               GO  TO  ST-21
           END-IF.
           MOVE  WK-SZQ  TO  WK-RCV1 (IX).
           GO  TO  ST-21.
               GO  TO  ST-30
           END-IF.
           IF  ZK-ANS  =  "9"
               GO  TO  ST-90
           END-IF.
           MOVE  WK-SOK   TO  ZKM-SOK.
           MOVE  WK-ITEM  TO  ZKM-JCD.
                "DSP-098" DSP-098 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-90
           END-IF.
           PERFORM  ZKMV-WR-RTN  THRU  ZKMV-WR-EXT.
           MOVE  WK-SOK   TO  BINW-SOK.
           MOVE  WK-ITEM  TO  BINW-JCD.
           MOVE  ZKV-QTT  TO  BINW-QTY.
           PERFORM  BINW-PUT-RTN  THRU  BINW-PUT-EXT.
           MOVE  0      TO  JNL-PO.
           MOVE  SPACE  TO  JNL-PSTAT.
           IF  WK-PURNO  NOT =  0
               PERFORM  PUR-RCV-RTN  THRU  PUR-RCV-EXT
           END-IF.
           MOVE  WK-ITEM  TO  JNL-ITEM.
           PERFORM  VARYING  IX  FROM  1  BY  1  UNTIL  IX  >  10
               MOVE  WK-RCV1 (IX)  TO  JNL-SZ (IX)
           ELSE
               MOVE  SPACE  TO  JNL-NEWF
           END-IF.
           IF  BINW-FND  =  1
               MOVE  BINW-BIN  TO  JNL-BIN
           ELSE
               MOVE  "NO BIN"  TO  JNL-BIN
           END-IF.
           MOVE  ZK-JNL-DET  TO  ZK-JNL-LINE.
           WRITE  ZK-JNL-LINE.
           ADD  1  TO  WS-RCV-CNT.
           CALL "SD_Output" USING
            "DSP-102" DSP-102 "p" RETURNING RESU.
      *        BACK TO THE NEXT ORDER, OR THE NEXT ITEM WHEN NOT
      *        RECEIVING AGAINST ONE.
       ST-90.
           IF  WK-PURNO  NOT =  0
               GO  TO  ST-08
           END-IF.
           GO  TO  ST-10.
      *****
      *    ORDER SIDE -- ROLL THE RECEIPT UP ON THE PURCHASE
      *    ORDER AND CLOSE IT WHEN EVERY BUCKET IS IN FULL.
       PUR-RCV-RTN.
           MOVE  0  TO  WK-OPEN-SW.
           PERFORM  VARYING  IX  FROM  1  BY  1  UNTIL  IX  >  10
               ADD  WK-RCV1 (IX)  TO  PUR-RQ1 (IX)
               ADD  WK-RCV1 (IX)  TO  PUR-RQT
               IF  PUR-RQ1 (IX)  <  PUR-OQ1 (IX)
                   MOVE  1  TO  WK-OPEN-SW
               END-IF
           END-PERFORM.
           IF  WK-OPEN-SW  =  0
               MOVE  3  TO  PUR-STAT
           ELSE
               MOVE  2  TO  PUR-STAT
           END-IF.
           CALL "DB_Update" USING
            PURF_PNAME1 PURF_LNAME PUR-R RETURNING RET.
           MOVE  PUR-NO  TO  JNL-PO.
           IF  RET = 1
               CALL "SD_Output" USING
                "DSP-098" DSP-098 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               MOVE  "NOT UPD"  TO  JNL-PSTAT
               GO  TO  PUR-RCV-EXT
           END-IF.
           IF  PUR-STAT  =  3
               MOVE  "CLOSED"   TO  JNL-PSTAT
           ELSE
               MOVE  "PARTIAL"  TO  JNL-PSTAT
           END-IF.
       PUR-RCV-EXT.
           EXIT.
       END-RTN.
           MOVE  WS-RCV-CNT  TO  JNL-SUM-CNT.
           MOVE  ZK-JNL-SUM  TO  ZK-JNL-LINE.
            USER_ID BY REFERENCE COMPLETION_CODE 255.
           CALL "DB_F_Close" USING BY REFERENCE ZKM_IDLST ZKM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE J-M_IDLST J-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE SZSC_IDLST SZSC_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE ZKMV_IDLST ZKMV_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE BINM_IDLST BINM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE BINA_IDLST BINA_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE PURF_IDLST PURF_PNAME1.
           CALL "DB_Close".
       END-EXT.
           EXIT.
           MOVE  WK-MV-SEQ  TO  ZKV-SEQ.
           MOVE  1        TO  ZKV-TYP.
           MOVE  "ZK700U RECEIPT"  TO  ZKV-SRC.
      *        AGAINST AN ORDER THE SOURCE KEY NAMES THE ORDER
      *        AND SUPPLIER, AS KM800U DOES FOR A WORK ORDER.
           IF  WK-PURNO  NOT =  0
               MOVE  SPACE  TO  ZKV-SRC
               STRING  "PO "  PUR-NO  " "  PUR-VCD
                   DELIMITED  BY  SIZE  INTO  ZKV-SRC
           END-IF.
           MOVE  USER_ID  TO  ZKV-OPR.
           PERFORM  VARYING  IX  FROM  1  BY  1  UNTIL  IX  >  10
               MOVE  WK-RCV1 (IX)  TO  ZKV-QT1 (IX)
           END-IF.
       ZKMV-WR-EXT.
           EXIT.
       COPY  LPBIN.
       COPY  LPSZS.
