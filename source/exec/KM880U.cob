       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KM880U.
      *****************************************************
      *****   CONTRACTOR MATERIAL ISSUE                *****
      *****************************************************
      *        SENDS OUR OWN MATERIAL (LEATHER, SOLES AND THE
      *        LIKE) TO THE CONTRACTOR OF A JT-KWOF WORK ORDER.
      *        OPERATOR KEYS THE WORK ORDER NUMBER (OPEN OR
      *        PARTIAL); THE ORDER'S ITEM IS EXPLODED THROUGH
      *        JT-BOMF AS JM630R DOES AND EVERY COMPONENT SHOWS
      *        WITH ITS STANDARD NEED FOR THE ORDER (ORDERED
      *        TOTAL X BOM-USU) AND WHAT HAS ALREADY GONE OUT ON
      *        JT-SMIF; THE BALANCE STILL TO SEND IS PROPOSED AND
      *        THE OPERATOR CONFIRMS OR OVERKEYS IT (0 = NONE,
      *        NEGATIVE = UNUSED MATERIAL RETURNED).  ON POSTING
      *        EACH MATERIAL COMES OFF THE JT-ZKM LEDGER OF THE
      *        ORDER'S WAREHOUSE (SIZE BUCKET 1 -- MATERIALS ARE
      *        UNSIZED) WITH A JT-ZKMV TYPE-0 MOVEMENT NAMING THE
      *        WORK ORDER, AND IS ADDED TO THE ORDER'S ISSUES ON
      *        JT-SMIF AND TO THE CONTRACTOR'S HELD BALANCE ON
      *        JT-SMBF.  AN ISSUE BEYOND FREE STOCK, OR A RETURN
      *        BEYOND WHAT WAS ISSUED, IS REFUSED.  EVERY ISSUE
      *        PRINTS TO THE KM880U JOURNAL.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  VIO-FILE    ASSIGN  TO  "OPAVIO.LOG"
               ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT  KM-JNL-FILE  ASSIGN  TO  "KM880U"
               ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA                DIVISION.
       FILE                SECTION.
      *****
      *    Operator authority violation log -- one line per
      *    refusal, appended across runs.
       FD  VIO-FILE
           LABEL RECORD IS STANDARD.
       01  VIO-LINE            PIC  X(60).
       FD  KM-JNL-FILE
           LABEL RECORD IS STANDARD.
       01  KM-JNL-LINE         PIC  X(132).
       WORKING-STORAGE     SECTION.
       77  WK-AUI          PIC  9(02)  VALUE  0.
       77  WK-AUTH-OK      PIC  9(01)  VALUE  0.
       77  WK-VIO-DATE     PIC  9(06)  VALUE  0.
       01  VIO-DET.
           02  VIO-DATE        PIC  9(06).
           02  FILLER          PIC  X(06)  VALUE  " OPR=".
           02  VIO-OPR         PIC  X(06).
           02  FILLER          PIC  X(06)  VALUE  " PGM=".
           02  VIO-PGM         PIC  X(06).
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  VIO-REASON      PIC  X(26).
       COPY    LIOPAU.
       77  ERR-STAT        PIC  X(02).
       77  RET             PIC  9(01)  VALUE  0.
       77  USER_ID                 PIC  X(006) VALUE SPACE.
       77  COMPLETION_CODE         PIC  X(003) VALUE ZERO.
       77  ESTAT                   PIC  X(002).
       77  RESU                    PIC  9(001).
       77  IX              PIC  9(02)  VALUE  0.
       77  WK-NEW-SW       PIC  9(01)  VALUE  0.
       77  WK-ERR-SW       PIC  9(01)  VALUE  0.
       77  WK-MV-SEQ       PIC  9(04)  VALUE  0.
       77  WK-MVTRY        PIC  9(01)  VALUE  0.
       77  WK-TODAY        PIC  9(08)  VALUE  0.
       77  WK-FREE         PIC S9(07)  VALUE  0.
       77  WK-CMP-CNT      PIC  9(02)  VALUE  0.
       77  WS-ISS-CNT      PIC  9(07)  VALUE  0.
       01  WK-AREA.
           02  KM-ANS          PIC  X(01).
           02  WK-KWONO        PIC  9(06).
           02  WK-ISQ          PIC S9(06).
           02  WK-SOK          PIC  9(01).
           02  WK-CJCD         PIC  9(06).
           02  WK-CSTD         PIC S9(07).
           02  WK-CDONE        PIC S9(07).
      *        ONE ENTRY PER JT-BOMF COMPONENT OF THE ORDER'S ITEM.
       01  WK-CMP-TBL.
           02  WK-CMP          OCCURS  20.
               03  CMP-JCD         PIC  9(06).
               03  CMP-STD         PIC S9(07).
               03  CMP-DONE        PIC S9(07).
               03  CMP-ISS         PIC S9(06).
       COPY    LIKWOF.
       COPY    LIBOMF.
       COPY    LIZAIK.
       COPY    LIZKMV.
       COPY    LISMIF.
       COPY    LISMBF.
      *****
       01  KM-JNL-HDR.
           02  FILLER          PIC  X(28)  VALUE
               "CONTRACTOR MATERIAL ISSUES  ".
       01  KM-JNL-DET.
           02  FILLER          PIC  X(05)  VALUE  "KWO=".
           02  JNL-NO          PIC  9(06).
           02  FILLER          PIC  X(06)  VALUE  " CTR=".
           02  JNL-HCD         PIC  X(05).
           02  FILLER          PIC  X(06)  VALUE  " MAT=".
           02  JNL-MAT         PIC  9(06).
           02  FILLER          PIC  X(06)  VALUE  " WHS=".
           02  JNL-SOK         PIC  9(01).
           02  FILLER          PIC  X(06)  VALUE  " QTY=".
           02  JNL-QTY         PIC  -(05)9.
           02  FILLER          PIC  X(12)  VALUE  " WO ISSUED=".
           02  JNL-WOISS       PIC  -(06)9.
           02  FILLER          PIC  X(07)  VALUE  " HELD=".
           02  JNL-BAL         PIC  -(06)9.
       01  KM-JNL-SUM.
           02  FILLER          PIC  X(16)  VALUE  "TOTAL ISSUES=  ".
           02  JNL-SUM-CNT     PIC  ZZZZZZ9.
       01  DSP-AREA.
           03  DSP-010         PIC  X(32)
               VALUE  "CONTRACTOR MATERIAL ISSUE       ".
           03  DSP-020         PIC  X(20)
               VALUE  "WORK ORDER(      )  ".
           03  DSP-025.
               05  FILLER      PIC  X(11)  VALUE  "CONTRACTOR=".
               05  DSP-026     PIC  X(05).
               05  FILLER      PIC  X(06)  VALUE  " ITEM=".
               05  DSP-027     PIC  9(06).
               05  FILLER      PIC  X(05)  VALUE  " QTY=".
               05  DSP-028     PIC  -(04)9.
           03  DSP-030.
               05  FILLER      PIC  X(04)  VALUE  "MAT(".
               05  DSP-031     PIC  9(06).
               05  FILLER      PIC  X(06)  VALUE  ") STD=".
               05  DSP-032     PIC  -(05)9.
               05  FILLER      PIC  X(06)  VALUE  " DONE=".
               05  DSP-033     PIC  -(05)9.
               05  FILLER      PIC  X(13)  VALUE  " ISS(      ) ".
       01  DSP-AREA2.
           03  DSP-093         PIC  X(24)
               VALUE  "NO OPEN ORDER OF THAT NO".
           03  DSP-094         PIC  X(24)
               VALUE  "NO BILL OF MATERIALS    ".
           03  DSP-095         PIC  X(24)
               VALUE  "SHORT OF FREE STOCK     ".
           03  DSP-096         PIC  X(24)
               VALUE  "RETURN EXCEEDS ISSUED   ".
           03  DSP-098         PIC  X(20)
               VALUE  "DATABASE ERROR      ".
           03  DSP-101         PIC  X(20)
               VALUE  "ISSUE OK Y=1,N=9( ) ".
           03  DSP-102         PIC  X(20)
               VALUE  "MATERIAL ISSUED     ".
           03  DSP-103         PIC  X(20)
               VALUE  "NOT AUTHORIZED      ".
       01  DSP-BUZZER.
           03  DISP-BUZ-J-03   PIC  X(05)  VALUE  X"1B4A03".
       01  ACP-AREA.
           03  ACP-010         PIC  9(06).
           03  ACP-020         PIC  S9(06).
           03  ACP-030         PIC  X(01).
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       CALL "SD_Initialize" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA" " " "0" "0" "137" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-010" "X" "1" "1" "32" " " "DSP-AREA"  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-020" "X" "3" "1" "20" "DSP-010" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-025" " " "4" "0" "38" "DSP-020" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "01DSP-025" "X" "4" "1" "11" " " "DSP-025"  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-026" "X" "4" "12" "5" "01DSP-025" " "  RETURNING RESU.
       CALL "SD_From" USING
            "DSP-026" BY REFERENCE KWO-HCD "5" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "02DSP-025" "X" "4" "17" "6" "DSP-026" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-027" "9" "4" "23" "6" "02DSP-025" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-027" BY REFERENCE KWO-JCD "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "03DSP-025" "X" "4" "29" "5" "DSP-027" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-028" "9" "4" "34" "5" "03DSP-025" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-028" BY REFERENCE KWO-OQT "5" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-030" " " "5" "0" "47" "DSP-025" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "01DSP-030" "X" "5" "1" "4" " " "DSP-030"  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-031" "9" "5" "5" "6" "01DSP-030" " "  RETURNING RESU.
       CALL "SD_From" USING
            "DSP-031" BY REFERENCE WK-CJCD "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "02DSP-030" "X" "5" "11" "6" "DSP-031" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-032" "9" "5" "17" "6" "02DSP-030" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-032" BY REFERENCE WK-CSTD "7" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "03DSP-030" "X" "5" "23" "6" "DSP-032" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-033" "9" "5" "29" "6" "03DSP-030" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-033" BY REFERENCE WK-CDONE "7" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "04DSP-030" "X" "5" "35" "13" "DSP-033" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA2" " " "0" "0" "176" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-093" "X" "22" "1" "24" " " "DSP-AREA2"
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-094" "X" "22" "1" "24" "DSP-093" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-095" "X" "22" "1" "24" "DSP-094" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-096" "X" "22" "1" "24" "DSP-095" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-098" "X" "22" "1" "20" "DSP-096" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-101" "X" "22" "1" "20" "DSP-098" " "
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
            "DISP-BUZ-J-03" "X" "24" "80" "5" " " "DSP-BUZZER"
            RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-AREA" " " "0" "0" "13" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-010" "9" "3" "12" "6" " " "ACP-AREA"  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-010" BY REFERENCE WK-KWONO "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-020" "9" "5" "40" "6" "ACP-010" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-020" BY REFERENCE WK-ISQ "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-030" "X" "22" "18" "1" "ACP-020" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-030" BY REFERENCE KM-ANS "1" "0" RETURNING RESU.
      *
           ACCEPT USER_ID FROM ARGUMENT-VALUE.
           ACCEPT COMPLETION_CODE FROM ARGUMENT-VALUE.
      *
      *****
      *    OPERATOR AUTHORITY GATE -- SEE LIOPAU.  AN ISSUE
      *    RELIEVES LEDGER STOCK, SO THE SAME MAINTENANCE
      *    AUTHORITY AS KM800U IS REQUIRED.
           CALL "DB_F_Open" USING
            "INPUT" OPAU_PNAME1 "SHARED" BY REFERENCE OPAU_IDLST "1"
            "OPA-KEY" BY REFERENCE OPA-KEY.
           MOVE  USER_ID  TO  OPA-OPR.
           CALL "DB_Read" USING
            "INVALID" OPAU_PNAME1 BY REFERENCE OPA-R "UNLOCK"
            RETURNING RET.
           CALL "DB_F_Close" USING BY REFERENCE OPAU_IDLST OPAU_PNAME1.
           MOVE  0  TO  WK-AUTH-OK.
           IF  RET  =  0  AND  OPA-MNT  =  1
               PERFORM  VARYING  WK-AUI  FROM  1  BY  1
                   UNTIL  WK-AUI  >  10
                   IF  OPA-PGM (WK-AUI)  =  "KM880U"
                   OR  OPA-PGM (WK-AUI)  =  "ALL"
                       MOVE  1  TO  WK-AUTH-OK
                   END-IF
               END-PERFORM
           END-IF.
           IF  WK-AUTH-OK  =  0
               ACCEPT  WK-VIO-DATE  FROM  DATE
               MOVE  WK-VIO-DATE  TO  VIO-DATE
               MOVE  USER_ID      TO  VIO-OPR
               MOVE  "KM880U"     TO  VIO-PGM
               MOVE  "MAINTENANCE NOT PERMITTED"  TO  VIO-REASON
               OPEN  EXTEND  VIO-FILE
               MOVE  VIO-DET  TO  VIO-LINE
               WRITE  VIO-LINE
               CLOSE  VIO-FILE
               CALL "SD_Output" USING
                "DSP-103" DSP-103 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               CALL "C3_Set_Jrcode" USING
                USER_ID BY REFERENCE COMPLETION_CODE 255
               CALL "DB_Close"
               STOP  RUN
           END-IF.
           ACCEPT  WK-TODAY  FROM  DATE.
           ADD  20000000  TO  WK-TODAY.
           CALL "DB_F_Open" USING
            "INPUT" KWOF_PNAME1 "SHARED" BY REFERENCE KWOF_IDLST "1"
            "KWO-KEY" BY REFERENCE KWO-KEY.
           CALL "DB_F_Open" USING
            "I-O" ZKM_PNAME1 "SHARED" BY REFERENCE ZKM_IDLST "1"
            "ZKM-KEY" BY REFERENCE ZKM-KEY.
           CALL "DB_F_Open" USING
            "I-O" ZKMV_PNAME1 "SHARED" BY REFERENCE ZKMV_IDLST "1"
            "ZKV-KEY" BY REFERENCE ZKV-KEY.
           CALL "DB_F_Open" USING
            "I-O" SMIF_PNAME1 "SHARED" BY REFERENCE SMIF_IDLST "1"
            "SMI-KEY" BY REFERENCE SMI-KEY.
           CALL "DB_F_Open" USING
            "I-O" SMBF_PNAME1 "SHARED" BY REFERENCE SMBF_IDLST "1"
            "SMB-KEY" BY REFERENCE SMB-KEY.
           OPEN  OUTPUT  KM-JNL-FILE.
           MOVE  KM-JNL-HDR  TO  KM-JNL-LINE.
           WRITE  KM-JNL-LINE.
           CALL "SD_Output" USING
            "DSP-010" DSP-010 "p" RETURNING RESU.
       ST-10.
           CALL "SD_Output" USING
            "DSP-020" DSP-020 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-010 "ACP-010" "9" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT    =  "P9"
               PERFORM  END-RTN  THRU  END-EXT
               STOP  RUN
           END-IF.
           MOVE  WK-KWONO  TO  KWO-NO.
           CALL "DB_Read" USING
            "INVALID" KWOF_PNAME1 BY REFERENCE KWO-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1  OR  KWO-STAT  >  1
               CALL "SD_Output" USING
                "DSP-093" DSP-093 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
           MOVE  KWO-SOK  TO  WK-SOK.
           IF  WK-SOK  =  0
               MOVE  1  TO  WK-SOK
           END-IF.
           CALL "SD_Output" USING
            "DSP-025" DSP-025 "p" RETURNING RESU.
           PERFORM  BOM-RTN  THRU  BOM-EXT.
           IF  WK-CMP-CNT  =  0
               CALL "SD_Output" USING
                "DSP-094" DSP-094 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
       ST-20.
           MOVE  0  TO  IX.
       ST-21.
           ADD  1  TO  IX.
           IF  IX  >  WK-CMP-CNT
               GO  TO  ST-30
           END-IF.
      *        PROPOSE WHAT THE ORDER STILL NEEDS; THE OPERATOR
      *        OVERKEYS FOR WASTE ALLOWANCE OR A SHORT SHIPMENT.
           MOVE  CMP-JCD (IX)   TO  WK-CJCD.
           MOVE  CMP-STD (IX)   TO  WK-CSTD.
           MOVE  CMP-DONE (IX)  TO  WK-CDONE.
           CALL "SD_Output" USING
            "DSP-030" DSP-030 "p" RETURNING RESU.
           COMPUTE  WK-ISQ  =  CMP-STD (IX)  -  CMP-DONE (IX).
           IF  WK-ISQ  <  0
               MOVE  0  TO  WK-ISQ
           END-IF.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-020 "ACP-020" "9" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-10
           END-IF.
           IF  WK-ISQ  <  0
               IF  0  -  WK-ISQ  >  CMP-DONE (IX)
                   CALL "SD_Output" USING
                    "DSP-096" DSP-096 "p" RETURNING RESU
                   CALL "SD_Output" USING
                    "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
                   SUBTRACT  1  FROM  IX
                   GO  TO  ST-21
               END-IF
           END-IF.
           IF  WK-ISQ  >  0
               MOVE  WK-SOK       TO  ZKM-SOK
               MOVE  CMP-JCD (IX) TO  ZKM-JCD
               CALL "DB_Read" USING
                "INVALID" ZKM_PNAME1 BY REFERENCE ZKM-R "UNLOCK"
                RETURNING RET
               IF  RET  =  1
                   MOVE  0  TO  WK-FREE
               ELSE
                   COMPUTE  WK-FREE  =  ZKM-OHT  -  ZKM-ALT
                                               -  ZKM-HDT
               END-IF
               IF  WK-ISQ  >  WK-FREE
                   CALL "SD_Output" USING
                    "DSP-095" DSP-095 "p" RETURNING RESU
                   CALL "SD_Output" USING
                    "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
                   SUBTRACT  1  FROM  IX
                   GO  TO  ST-21
               END-IF
           END-IF.
           MOVE  WK-ISQ  TO  CMP-ISS (IX).
           GO  TO  ST-21.
       ST-30.
           CALL "SD_Output" USING
            "DSP-101" DSP-101 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-030 "ACP-030" "X" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  KM-ANS  NOT =  "1"  AND  "9"
               GO  TO  ST-30
           END-IF.
           IF  KM-ANS  =  "9"
               GO  TO  ST-10
           END-IF.
           MOVE  0  TO  IX.
       ST-41.
           ADD  1  TO  IX.
           IF  IX  >  WK-CMP-CNT
               GO  TO  ST-50
           END-IF.
           IF  CMP-ISS (IX)  =  0
               GO  TO  ST-41
           END-IF.
           PERFORM  PST-RTN  THRU  PST-EXT.
           IF  WK-ERR-SW  =  1
               CALL "SD_Output" USING
                "DSP-098" DSP-098 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
           GO  TO  ST-41.
       ST-50.
           CALL "SD_Output" USING
            "DSP-102" DSP-102 "p" RETURNING RESU.
           GO  TO  ST-10.
       END-RTN.
           MOVE  WS-ISS-CNT  TO  JNL-SUM-CNT.
           MOVE  KM-JNL-SUM  TO  KM-JNL-LINE.
           WRITE  KM-JNL-LINE.
           CLOSE  KM-JNL-FILE.
           CALL "C3_Set_Jrcode" USING
            USER_ID BY REFERENCE COMPLETION_CODE 255.
           CALL "DB_F_Close" USING BY REFERENCE KWOF_IDLST KWOF_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE ZKM_IDLST ZKM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE ZKMV_IDLST ZKMV_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE SMIF_IDLST SMIF_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE SMBF_IDLST SMBF_PNAME1.
           CALL "DB_Close".
       END-EXT.
           EXIT.
      *****
      *    EXPLODE THE ORDER'S ITEM THROUGH ITS BOM LINKS -- THE
      *    STANDARD NEED IS THE ORDERED TOTAL X USAGE, THE ISSUES
      *    SO FAR COME FROM JT-SMIF.
       BOM-RTN.
           MOVE  0  TO  WK-CMP-CNT.
           CALL "DB_F_Open" USING
            "INPUT" BOMF_PNAME1 "SHARED" BY REFERENCE BOMF_IDLST "1"
            "BOM-KEY" BY REFERENCE BOM-KEY.
       BOM-10.
           CALL "DB_Read" USING
            "NEXT AT END" BOMF_PNAME1 BY REFERENCE BOM-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  BOM-90
           END-IF.
           IF  BOM-PJCD  NOT =  KWO-JCD
               GO  TO  BOM-10
           END-IF.
           IF  WK-CMP-CNT  NOT <  20
               GO  TO  BOM-90
           END-IF.
           ADD  1  TO  WK-CMP-CNT.
           MOVE  WK-CMP-CNT  TO  IX.
           MOVE  BOM-CJCD    TO  CMP-JCD (IX).
           COMPUTE  CMP-STD (IX)  ROUNDED  =  KWO-OQT  *  BOM-USU.
           MOVE  0  TO  CMP-ISS (IX).
           MOVE  KWO-NO    TO  SMI-KWONO.
           MOVE  BOM-CJCD  TO  SMI-JCD.
           CALL "DB_Read" USING
            "INVALID" SMIF_PNAME1 BY REFERENCE SMI-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               MOVE  0  TO  CMP-DONE (IX)
           ELSE
               MOVE  SMI-ISQ  TO  CMP-DONE (IX)
           END-IF.
           GO  TO  BOM-10.
       BOM-90.
           CALL "DB_F_Close" USING BY REFERENCE BOMF_IDLST BOMF_PNAME1.
       BOM-EXT.
           EXIT.
      *****
      *    POST ONE MATERIAL: LEDGER RELIEF, MOVEMENT, THE
      *    ORDER'S ISSUE TOTAL AND THE CONTRACTOR'S BALANCE.
       PST-RTN.
           MOVE  0  TO  WK-ERR-SW.
           MOVE  WK-SOK        TO  ZKM-SOK.
           MOVE  CMP-JCD (IX)  TO  ZKM-JCD.
           MOVE  0  TO  WK-NEW-SW.
           CALL "DB_Read" USING
            "INVALID" ZKM_PNAME1 BY REFERENCE ZKM-R " "
            RETURNING RET.
           IF  RET  =  1
               MOVE  1  TO  WK-NEW-SW
               INITIALIZE  ZKM-R
               MOVE  WK-SOK        TO  ZKM-SOK
               MOVE  CMP-JCD (IX)  TO  ZKM-JCD
           END-IF.
           SUBTRACT  CMP-ISS (IX)  FROM  ZKM-OH1 (1).
           SUBTRACT  CMP-ISS (IX)  FROM  ZKM-OHT.
           IF  WK-NEW-SW  =  1
               CALL "DB_Insert" USING
                ZKM_PNAME1 ZKM_LNAME ZKM-R RETURNING RET
           ELSE
               CALL "DB_Update" USING
                ZKM_PNAME1 ZKM_LNAME ZKM-R RETURNING RET
           END-IF.
           IF  RET = 1
               MOVE  1  TO  WK-ERR-SW
               GO  TO  PST-EXT
           END-IF.
           PERFORM  ZKMV-WR-RTN  THRU  ZKMV-WR-EXT.
      *        THE ORDER'S ISSUES.
           MOVE  KWO-NO        TO  SMI-KWONO.
           MOVE  CMP-JCD (IX)  TO  SMI-JCD.
           MOVE  0  TO  WK-NEW-SW.
           CALL "DB_Read" USING
            "INVALID" SMIF_PNAME1 BY REFERENCE SMI-R " "
            RETURNING RET.
           IF  RET  =  1
               MOVE  1  TO  WK-NEW-SW
               INITIALIZE  SMI-R
               MOVE  KWO-NO        TO  SMI-KWONO
               MOVE  CMP-JCD (IX)  TO  SMI-JCD
           END-IF.
           MOVE  KWO-HCD   TO  SMI-HCD.
           ADD  CMP-ISS (IX)  TO  SMI-ISQ.
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
               GO  TO  PST-EXT
           END-IF.
           MOVE  SMI-ISQ  TO  CMP-DONE (IX).
      *        THE CONTRACTOR'S HELD BALANCE.
           MOVE  KWO-HCD       TO  SMB-HCD.
           MOVE  CMP-JCD (IX)  TO  SMB-JCD.
           MOVE  0  TO  WK-NEW-SW.
           CALL "DB_Read" USING
            "INVALID" SMBF_PNAME1 BY REFERENCE SMB-R " "
            RETURNING RET.
           IF  RET  =  1
               MOVE  1  TO  WK-NEW-SW
               INITIALIZE  SMB-R
               MOVE  KWO-HCD       TO  SMB-HCD
               MOVE  CMP-JCD (IX)  TO  SMB-JCD
           END-IF.
           ADD  CMP-ISS (IX)  TO  SMB-ISQ.
           ADD  CMP-ISS (IX)  TO  SMB-MIS.
           ADD  CMP-ISS (IX)  TO  SMB-BAL.
           MOVE  WK-TODAY  TO  SMB-LIDT.
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
               GO  TO  PST-EXT
           END-IF.
           MOVE  KWO-NO        TO  JNL-NO.
           MOVE  KWO-HCD       TO  JNL-HCD.
           MOVE  CMP-JCD (IX)  TO  JNL-MAT.
           MOVE  WK-SOK        TO  JNL-SOK.
           MOVE  CMP-ISS (IX)  TO  JNL-QTY.
           MOVE  SMI-ISQ       TO  JNL-WOISS.
           MOVE  SMB-BAL       TO  JNL-BAL.
           MOVE  KM-JNL-DET  TO  KM-JNL-LINE.
           WRITE  KM-JNL-LINE.
           ADD  1  TO  WS-ISS-CNT.
           MOVE  0  TO  CMP-ISS (IX).
       PST-EXT.
           EXIT.
      *****
      *    JT-ZKMV MOVEMENT RECORD FOR THE ISSUE -- SEE LIZKMV.
      *    THE SOURCE KEY NAMES THE WORK ORDER AND CONTRACTOR SO
      *    THE MATERIAL CAN BE TRACED TO WHERE IT WENT.
       ZKMV-WR-RTN.
           INITIALIZE  ZKV-R.
           MOVE  ZKM-SOK  TO  ZKV-SOK.
           MOVE  ZKM-JCD  TO  ZKV-JCD.
           ACCEPT  ZKV-DATE  FROM  DATE.
           ACCEPT  ZKV-TIME  FROM  TIME.
           ADD  1  TO  WK-MV-SEQ.
           MOVE  WK-MV-SEQ  TO  ZKV-SEQ.
           MOVE  0  TO  ZKV-TYP.
           MOVE  SPACE  TO  ZKV-SRC.
           STRING  "KWO "  KWO-NO  " "  KWO-HCD
               DELIMITED  BY  SIZE  INTO  ZKV-SRC.
           MOVE  USER_ID  TO  ZKV-OPR.
           COMPUTE  ZKV-QT1 (1)  =  0  -  CMP-ISS (IX).
           MOVE  ZKV-QT1 (1)  TO  ZKV-QTT.
           CALL "DB_Insert" USING
            ZKMV_PNAME1 ZKMV_LNAME ZKV-R RETURNING RET.
      *        A CONCURRENT RUN CAN TAKE THE SAME SECOND AND
      *        SEQUENCE -- RE-SEQUENCE AND RETRY BEFORE GIVING
      *        UP; A DROPPED MOVEMENT WOULD BREAK THE LEDGER'S
      *        OPENING + IN - OUT = CLOSING PROOF.
           MOVE  0  TO  WK-MVTRY.
       ZKMV-WR-10.
           IF  RET  =  0  OR  WK-MVTRY  NOT <  5
               GO  TO  ZKMV-WR-90
           END-IF.
           ADD  1  TO  WK-MVTRY.
           ADD  1  TO  WK-MV-SEQ.
           MOVE  WK-MV-SEQ  TO  ZKV-SEQ.
           CALL "DB_Insert" USING
            ZKMV_PNAME1 ZKMV_LNAME ZKV-R RETURNING RET.
           GO  TO  ZKMV-WR-10.
       ZKMV-WR-90.
           IF  RET  =  1
               DISPLAY  "DSP-001 ZKMV INSERT FAILED ITEM="  ZKV-JCD
                   " WHSE="  ZKV-SOK
           END-IF.
       ZKMV-WR-EXT.
           EXIT.
