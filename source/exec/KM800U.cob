      *        ORDER CLOSES (KWO-STAT = 2) ONCE EVERY BUCKET IS
      *        RECEIVED IN FULL, ELSE STANDS PARTIAL (1).
      *        EVERY RECEIPT PRINTS TO THE KM800U JOURNAL.
      *        THE ORDER'S PUT-AWAY BIN (SEE LWBIN) SHOWS ONCE
      *        THE ORDER IS KEYED; THE RECEIPT IS ADDED TO THAT
      *        BIN AND THE BIN PRINTS ON THE JOURNAL.
      *        EVERY RECEIPT ALSO CONSUMES THE MATERIAL KM880U
      *        ISSUED TO THE CONTRACTOR: THE RECEIVED TOTAL X
      *        BOM-USU OF EACH JT-BOMF COMPONENT IS BOOKED AS
      *        STANDARD CONSUMPTION ON THE ORDER'S JT-SMIF ISSUES
      *        AND TAKEN OFF THE CONTRACTOR'S JT-SMBF HELD
      *        BALANCE, AND THE JOURNAL SHOWS EACH MATERIAL'S
      *        YIELD VARIANCE (ISSUED TO THE ORDER LESS STANDARD
      *        USED TO DATE) -- FINAL WHEN THE ORDER CLOSES.
      *        BESIDE EACH SIZE RECEIVED THE DOCK KEYS THE PAIRS
      *        REJECTED AT INSPECTION, WITH ONE HKBM CLASS-47
      *        DEFECT REASON FOR THE RECEIPT; REJECTS GO BACK TO
      *        THE CONTRACTOR UNBOOKED AND THE ORDER STAYS OPEN
      *        FOR THEM.  EVERY RECEIPT IS LOGGED ON JT-KRCV WITH
      *        ITS REJECTS AND DAYS LATE AGAINST KWO-DDATE FOR THE
      *        KM900R CONTRACTOR SCORECARD.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       77  WK-MV-SEQ       PIC  9(04)  VALUE  0.
       77  WK-MVTRY        PIC  9(01)  VALUE  0.
       77  WS-RCV-CNT      PIC  9(07)  VALUE  0.
       77  WK-RCVT         PIC S9(07)  VALUE  0.
       77  WK-STD          PIC S9(07)  VALUE  0.
       77  WK-ERR-SW       PIC  9(01)  VALUE  0.
       77  WK-TODAY        PIC  9(08)  VALUE  0.
       77  WK-REJT         PIC S9(07)  VALUE  0.
       77  WK-KRTRY        PIC  9(01)  VALUE  0.
       01  WK-AREA.
           02  KM-ANS          PIC  X(01).
           02  WK-KWONO        PIC  9(06).
           02  WK-SZQ          PIC S9(06).
           02  WK-RCV.
               03  WK-RCV1  OCCURS  10  PIC S9(06).
           02  WK-XSZ          PIC S9(06).
           02  WK-RSN          PIC  9(02).
           02  WK-REJ.
               03  WK-REJ1  OCCURS  10  PIC S9(06).
       COPY    LIKWOF.
       COPY    LIZAIK.
       COPY    LIZKMV.
       COPY    LIBINM.
       COPY    LIBINA.
       COPY    LWBIN.
       COPY    LIBOMF.
       COPY    LISMIF.
       COPY    LISMBF.
       COPY    LIKRCV.
       COPY    LIHKBM.
      *****
       01  KM-JNL-HDR.
           02  FILLER          PIC  X(28)  VALUE
           02  JNL-SZ          OCCURS  10  PIC  -----9.
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  JNL-STAT        PIC  X(07).
           02  FILLER          PIC  X(05)  VALUE  " BIN=".
           02  JNL-BIN         PIC  X(08).
           02  FILLER          PIC  X(05)  VALUE  " REJ=".
           02  JNL-REJ         PIC  ZZZZ9.
           02  FILLER          PIC  X(05)  VALUE  " RSN=".
           02  JNL-RSN         PIC  9(02).
           02  FILLER          PIC  X(06)  VALUE  " LATE=".
           02  JNL-LATE        PIC  -(03)9.
       01  KM-JNL-VAR.
           02  FILLER          PIC  X(09)  VALUE  "     MAT=".
           02  VAR-MAT         PIC  9(06).
           02  FILLER          PIC  X(06)  VALUE  " CTR=".
           02  VAR-HCD         PIC  X(05).
           02  FILLER          PIC  X(06)  VALUE  " STD=".
           02  VAR-STD         PIC  -(06)9.
           02  FILLER          PIC  X(09)  VALUE  " ISSUED=".
           02  VAR-ISQ         PIC  -(06)9.
           02  FILLER          PIC  X(11)  VALUE  " STD USED=".
           02  VAR-CNQ         PIC  -(06)9.
           02  FILLER          PIC  X(12)  VALUE  " YIELD VAR=".
           02  VAR-VAR         PIC  -(06)9.
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  VAR-FIN         PIC  X(05).
       01  KM-JNL-SUM.
           02  FILLER          PIC  X(16)  VALUE  "TOTAL RECEIPTS=".
           02  JNL-SUM-CNT     PIC  ZZZZZZ9.
               VALUE  "WORK ORDER RECEIVING            ".
           03  DSP-020         PIC  X(20)
               VALUE  "WORK ORDER(      )  ".
           03  DSP-025.
               05  FILLER      PIC  X(13)  VALUE  "PUT-AWAY BIN(".
               05  DSP-026     PIC  X(08).
               05  FILLER      PIC  X(01)  VALUE  ")".
           03  DSP-027         PIC  X(22)
               VALUE  "NO BIN ASSIGNED       ".
           03  DSP-030.
               05  FILLER      PIC  X(05)  VALUE  "SIZE(".
               05  DSP-031     PIC  9(02).
               05  FILLER      PIC  X(07)  VALUE  ") OUT=".
               05  DSP-032     PIC  -(04)9.
               05  FILLER      PIC  X(13)  VALUE  " RCV(      ) ".
               05  FILLER      PIC  X(13)  VALUE  " REJ(      ) ".
           03  DSP-035         PIC  X(20)
               VALUE  "DEFECT REASON(  )   ".
       01  DSP-AREA2.
           03  DSP-093         PIC  X(24)
               VALUE  "NO OPEN ORDER OF THAT NO".
           03  DSP-094         PIC  X(24)
               VALUE  "UNKNOWN DEFECT REASON   ".
           03  DSP-098         PIC  X(20)
               VALUE  "DATABASE ERROR      ".
           03  DSP-101         PIC  X(20)
       01  ACP-AREA.
           03  ACP-010         PIC  9(06).
           03  ACP-020         PIC  S9(06).
           03  ACP-022         PIC  S9(06).
           03  ACP-025         PIC  9(02).
           03  ACP-030         PIC  X(01).
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       CALL "SD_Initialize" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA" " " "0" "0" "161" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-010" "X" "1" "1" "32" " " "DSP-AREA"  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-020" "X" "3" "1" "20" "DSP-010" " "  RETURNING RESU.
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
            "DSP-030" " " "5" "0" "45" "DSP-027" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "01DSP-030" "X" "5" "1" "5" " " "DSP-030"  RETURNING RESU.
       CALL "SD_Init" USING
            "03DSP-030" "X" "5" "20" "13" "DSP-032" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "04DSP-030" "X" "5" "33" "13" "03DSP-030" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-035" "X" "6" "1" "20" "DSP-030" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA2" " " "0" "0" "128" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-093" "X" "22" "1" "24" " " "DSP-AREA2"
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-094" "X" "22" "1" "24" "DSP-093" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-098" "X" "22" "1" "20" "DSP-094" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-101" "X" "22" "1" "20" "DSP-098" " "
            "DISP-BUZ-J-03" "X" "24" "80" "5" " " "DSP-BUZZER"
            RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-AREA" " " "0" "0" "21" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-010" "9" "3" "12" "6" " " "ACP-AREA"  RETURNING RESU.
       CALL "SD_Into" USING
       CALL "SD_Into" USING
            "ACP-020" BY REFERENCE WK-SZQ "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-022" "9" "5" "38" "6" "ACP-020" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-022" BY REFERENCE WK-XSZ "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-025" "9" "6" "15" "2" "ACP-022" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-025" BY REFERENCE WK-RSN "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-030" "X" "22" "20" "1" "ACP-025" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-030" BY REFERENCE KM-ANS "1" "0" RETURNING RESU.
      *
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
            "I-O" SMIF_PNAME1 "SHARED" BY REFERENCE SMIF_IDLST "1"
            "SMI-KEY" BY REFERENCE SMI-KEY.
           CALL "DB_F_Open" USING
            "I-O" KRCV_PNAME1 "SHARED" BY REFERENCE KRCV_IDLST "1"
            "KRC-KEY" BY REFERENCE KRC-KEY.
           CALL "DB_F_Open" USING
            "INPUT" HKBM_PNAME1 "SHARED" BY REFERENCE HKBM_IDLST "1"
            "HKB-KEY" BY REFERENCE HKB-KEY.
           CALL "DB_F_Open" USING
            "I-O" SMBF_PNAME1 "SHARED" BY REFERENCE SMBF_IDLST "1"
            "SMB-KEY" BY REFERENCE SMB-KEY.
           ACCEPT  WK-TODAY  FROM  DATE.
           ADD  20000000  TO  WK-TODAY.
           OPEN  OUTPUT  KM-JNL-FILE.
           MOVE  KM-JNL-HDR  TO  KM-JNL-LINE.
           WRITE  KM-JNL-LINE.
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
      *        DIRECTED PUT-AWAY IN THE RECEIVING WAREHOUSE.
           MOVE  KWO-SOK  TO  BINW-SOK.
           IF  BINW-SOK  =  0
               MOVE  1  TO  BINW-SOK
           END-IF.
           MOVE  KWO-JCD  TO  BINW-JCD.
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
       ST-21.
           ADD  1  TO  IX.
           IF  IX  >  10
               GO  TO  ST-25
           END-IF.
      *        THE OUTSTANDING QUANTITY SHOWS BESIDE EACH ACCEPT
      *        SO THE DOCK CAN SPOT AN OVER-DELIVERY AT ONCE.
               GO  TO  ST-10
           END-IF.
           MOVE  WK-SZQ  TO  WK-RCV1 (IX).
       ST-23.
           MOVE  0  TO  WK-XSZ.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-022 "ACP-022" "9" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               SUBTRACT  1  FROM  IX
               GO  TO  ST-21
           END-IF.
           IF  WK-XSZ  <  0
               GO  TO  ST-23
           END-IF.
           MOVE  WK-XSZ  TO  WK-REJ1 (IX).
           GO  TO  ST-21.
      *        DEFECT REASON -- HKBM CLASS 47, ONLY WHEN SOMETHING
      *        WAS REJECTED.
       ST-25.
           MOVE  0  TO  WK-RCVT.
           MOVE  0  TO  WK-REJT.
           PERFORM  VARYING  IX  FROM  1  BY  1  UNTIL  IX  >  10
               ADD  WK-RCV1 (IX)  TO  WK-RCVT
               ADD  WK-REJ1 (IX)  TO  WK-REJT
           END-PERFORM.
           MOVE  0  TO  WK-RSN.
           IF  WK-REJT  =  0
               GO  TO  ST-30
           END-IF.
           CALL "SD_Output" USING
            "DSP-035" DSP-035 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-025 "ACP-025" "9" "2"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-20
           END-IF.
           MOVE  47      TO  HKB-NO.
           MOVE  SPACE   TO  HKB-BC.
           MOVE  WK-RSN  TO  HKB-BC (1:2).
           CALL "DB_Read" USING
            "INVALID" HKBM_PNAME1 BY REFERENCE HKB-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               CALL "SD_Output" USING
                "DSP-094" DSP-094 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-25
           END-IF.
       ST-30.
           CALL "SD_Output" USING
            "DSP-101" DSP-101 "p" RETURNING RESU.
           IF  KM-ANS  =  "9"
               GO  TO  ST-10
           END-IF.
      *        A RECEIPT OF REJECTS ONLY HAS NOTHING FOR THE LEDGER.
           IF  WK-RCVT  =  0
               GO  TO  ST-35
           END-IF.
      *        LEDGER SIDE -- THE ZK700U RECEIPT PATH INTO THE
      *        ORDER'S RECEIVING WAREHOUSE.
           MOVE  KWO-SOK  TO  ZKM-SOK.
               GO  TO  ST-10
           END-IF.
           PERFORM  ZKMV-WR-RTN  THRU  ZKMV-WR-EXT.
           MOVE  ZKM-SOK  TO  BINW-SOK.
           MOVE  KWO-JCD  TO  BINW-JCD.
           MOVE  ZKV-QTT  TO  BINW-QTY.
           PERFORM  BINW-PUT-RTN  THRU  BINW-PUT-EXT.
       ST-35.
      *        ORDER SIDE -- ROLL UP RECEIPTS AND CLOSE WHEN
      *        EVERY BUCKET IS IN FULL.
           MOVE  0  TO  WK-OPEN-SW.
           ELSE
               MOVE  "PARTIAL"  TO  JNL-STAT
           END-IF.
           IF  BINW-FND  =  1
               MOVE  BINW-BIN  TO  JNL-BIN
           ELSE
               MOVE  "NO BIN"  TO  JNL-BIN
           END-IF.
           PERFORM  KRC-WR-RTN  THRU  KRC-WR-EXT.
           MOVE  WK-REJT   TO  JNL-REJ.
           MOVE  WK-RSN    TO  JNL-RSN.
           MOVE  KRC-LATE  TO  JNL-LATE.
           MOVE  KM-JNL-DET  TO  KM-JNL-LINE.
           WRITE  KM-JNL-LINE.
           ADD  1  TO  WS-RCV-CNT.
           PERFORM  CNS-RTN  THRU  CNS-EXT.
           IF  WK-ERR-SW  =  1
               CALL "SD_Output" USING
                "DSP-098" DSP-098 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
           CALL "SD_Output" USING
            "DSP-102" DSP-102 "p" RETURNING RESU.
           GO  TO  ST-10.
           CALL "DB_F_Close" USING BY REFERENCE KWOF_IDLST KWOF_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE ZKM_IDLST ZKM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE ZKMV_IDLST ZKMV_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE BINM_IDLST BINM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE BINA_IDLST BINA_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE SMIF_IDLST SMIF_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE KRCV_IDLST KRCV_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE HKBM_IDLST HKBM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE SMBF_IDLST SMBF_PNAME1.
           CALL "DB_Close".
       END-EXT.
           EXIT.
           END-IF.
       ZKMV-WR-EXT.
           EXIT.
      *****
      *    STANDARD CONSUMPTION OF THE SUPPLIED MATERIAL -- EACH
      *    JT-BOMF COMPONENT OF THE ITEM IS USED UP AT RECEIVED
      *    TOTAL X USAGE, BOOKED ON THE ORDER'S JT-SMIF ISSUES AND
      *    OFF THE CONTRACTOR'S JT-SMBF BALANCE.  A MATERIAL
      *    NEVER ISSUED STILL BOOKS, SO THE UNDER-ISSUE SHOWS AS A
      *    NEGATIVE VARIANCE.
       CNS-RTN.
           MOVE  0  TO  WK-ERR-SW.
           MOVE  0  TO  WK-RCVT.
           PERFORM  VARYING  IX  FROM  1  BY  1  UNTIL  IX  >  10
               ADD  WK-RCV1 (IX)  TO  WK-RCVT
           END-PERFORM.
           IF  WK-RCVT  =  0
               GO  TO  CNS-EXT
           END-IF.
           CALL "DB_F_Open" USING
            "INPUT" BOMF_PNAME1 "SHARED" BY REFERENCE BOMF_IDLST "1"
            "BOM-KEY" BY REFERENCE BOM-KEY.
       CNS-10.
           CALL "DB_Read" USING
            "NEXT AT END" BOMF_PNAME1 BY REFERENCE BOM-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  CNS-90
           END-IF.
           IF  BOM-PJCD  NOT =  KWO-JCD
               GO  TO  CNS-10
           END-IF.
           COMPUTE  WK-STD  ROUNDED  =  WK-RCVT  *  BOM-USU.
           MOVE  KWO-NO    TO  SMI-KWONO.
           MOVE  BOM-CJCD  TO  SMI-JCD.
           MOVE  0  TO  WK-NEW-SW.
           CALL "DB_Read" USING
            "INVALID" SMIF_PNAME1 BY REFERENCE SMI-R " "
            RETURNING RET.
           IF  RET  =  1
               MOVE  1  TO  WK-NEW-SW
               INITIALIZE  SMI-R
               MOVE  KWO-NO    TO  SMI-KWONO
               MOVE  BOM-CJCD  TO  SMI-JCD
               MOVE  KWO-HCD   TO  SMI-HCD
           END-IF.
           ADD  WK-STD  TO  SMI-CNQ.
           MOVE  WK-TODAY  TO  SMI-LDATE.
           MOVE  USER_ID   TO  SMI-OPR.
           IF  WK-NEW-SW  =  1
               CALL "DB_Insert" USING
                SMIF_PNAME1 SMIF_LNAME SMI-R RETURNING RET
           ELSE
               CALL "DB_Update" USING
                SMIF_PNAME1 SMIF_LNAME SMI-R RETURNING RET
           END-IF.
           IF  RET = 1
               MOVE  1  TO  WK-ERR-SW
               GO  TO  CNS-90
           END-IF.
           MOVE  KWO-HCD   TO  SMB-HCD.
           MOVE  BOM-CJCD  TO  SMB-JCD.
           MOVE  0  TO  WK-NEW-SW.
           CALL "DB_Read" USING
            "INVALID" SMBF_PNAME1 BY REFERENCE SMB-R " "
            RETURNING RET.
           IF  RET  =  1
               MOVE  1  TO  WK-NEW-SW
               INITIALIZE  SMB-R
               MOVE  KWO-HCD   TO  SMB-HCD
               MOVE  BOM-CJCD  TO  SMB-JCD
           END-IF.
           ADD       WK-STD  TO    SMB-CNQ.
           ADD       WK-STD  TO    SMB-MCN.
           SUBTRACT  WK-STD  FROM  SMB-BAL.
           MOVE  WK-TODAY  TO  SMB-LCDT.
           MOVE  USER_ID   TO  SMB-OPR.
           IF  WK-NEW-SW  =  1
               CALL "DB_Insert" USING
                SMBF_PNAME1 SMBF_LNAME SMB-R RETURNING RET
           ELSE
               CALL "DB_Update" USING
                SMBF_PNAME1 SMBF_LNAME SMB-R RETURNING RET
           END-IF.
           IF  RET = 1
               MOVE  1  TO  WK-ERR-SW
               GO  TO  CNS-90
           END-IF.
           MOVE  BOM-CJCD  TO  VAR-MAT.
           MOVE  KWO-HCD   TO  VAR-HCD.
           MOVE  WK-STD    TO  VAR-STD.
           MOVE  SMI-ISQ   TO  VAR-ISQ.
           MOVE  SMI-CNQ   TO  VAR-CNQ.
           COMPUTE  VAR-VAR  =  SMI-ISQ  -  SMI-CNQ.
           IF  KWO-STAT  =  2
               MOVE  "FINAL"  TO  VAR-FIN
           ELSE
               MOVE  SPACE    TO  VAR-FIN
           END-IF.
           MOVE  KM-JNL-VAR  TO  KM-JNL-LINE.
           WRITE  KM-JNL-LINE.
           GO  TO  CNS-10.
       CNS-90.
           CALL "DB_F_Close" USING BY REFERENCE BOMF_IDLST BOMF_PNAME1.
       CNS-EXT.
           EXIT.
      *****
      *    JT-KRCV RECEIPT LOG FOR THE SCORECARD -- SEE LIKRCV.
      *    DAYS LATE COUNT FROM THE ORDER'S DUE DATE TO TODAY.
       KRC-WR-RTN.
           INITIALIZE  KRC-R.
           MOVE  KWO-NO     TO  KRC-KWONO.
           MOVE  WK-TODAY   TO  KRC-DATE.
           ACCEPT  KRC-TIME  FROM  TIME.
           MOVE  KWO-HCD    TO  KRC-HCD.
           MOVE  KWO-JCD    TO  KRC-JCD.
           MOVE  KWO-DDATE  TO  KRC-DDATE.
           IF  KWO-DDATE  >  19000000
               COMPUTE  KRC-LATE  =
                   FUNCTION INTEGER-OF-DATE (WK-TODAY)  -
                   FUNCTION INTEGER-OF-DATE (KWO-DDATE)
           END-IF.
           PERFORM  VARYING  IX  FROM  1  BY  1  UNTIL  IX  >  10
               MOVE  WK-RCV1 (IX)  TO  KRC-RQ1 (IX)
               MOVE  WK-REJ1 (IX)  TO  KRC-XQ1 (IX)
           END-PERFORM.
           MOVE  WK-RCVT  TO  KRC-RQT.
           MOVE  WK-REJT  TO  KRC-XQT.
           MOVE  WK-RSN   TO  KRC-RSN.
           MOVE  USER_ID  TO  KRC-OPR.
           CALL "DB_Insert" USING
            KRCV_PNAME1 KRCV_LNAME KRC-R RETURNING RET.
           MOVE  0  TO  WK-KRTRY.
       KRC-WR-10.
           IF  RET  =  0  OR  WK-KRTRY  NOT <  5
               GO  TO  KRC-WR-90
           END-IF.
           ADD  1  TO  WK-KRTRY.
           ADD  1  TO  KRC-TIME.
           CALL "DB_Insert" USING
            KRCV_PNAME1 KRCV_LNAME KRC-R RETURNING RET.
           GO  TO  KRC-WR-10.
       KRC-WR-90.
           IF  RET  =  1
               DISPLAY  "DSP-001 KRCV INSERT FAILED KWO="  KRC-KWONO
           END-IF.
       KRC-WR-EXT.
           EXIT.
       COPY  LPBIN.
