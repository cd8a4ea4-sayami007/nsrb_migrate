       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         ST840U.
      *****************************************************
      *****   SALES TERRITORY BULK REASSIGNMENT        *****
      *****************************************************
      *        MOVES CUSTOMERS FROM ONE SALESPERSON TO ANOTHER
      *        FROM AN EFFECTIVE DATE, INSTEAD OF OVERWRITING
      *        TT-TNC: FROM STAFF AND TO STAFF (BOTH ON HKBM),
      *        EFFECTIVE DATE (YYMMDD) AND AN OPTIONAL PREFECTURE
      *        (TT-FKC, 00 = ALL).  THE CUSTOMERS WHOSE TT-TNC IS
      *        THE FROM STAFF ARE COUNTED AND, ON CONFIRMATION,
      *        EACH GETS A JT-TERH HISTORY RECORD FOR THE DATE --
      *        A SECOND MOVE OF THE SAME CUSTOMER ON THE SAME DATE
      *        REPLACES THE FIRST.  A DATE TODAY OR EARLIER SETS
      *        TT-TNC AT ONCE; A LATER ONE IS SET BY ST860U IN
      *        THE NIGHT CHAIN ON THE DAY.  SALES, COMMISSIONS
      *        AND TARGETS FOLLOW THE HISTORY (LPTERH); THE
      *        ST850R REGISTER PRINTS THE MOVES FOR SIGN-OFF.
      *        THE SCREEN SITS BEHIND THE JT-OPAU AUTHORITY GATE,
      *        AND EVERY TT-M AND JT-TERH RECORD THE MOVE WRITES
      *        GOES TO THE JT-MAUD AUDIT TRAIL.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  VIO-FILE    ASSIGN  TO  "OPAVIO.LOG"
               ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA                DIVISION.
       FILE                SECTION.
      *****
      *    Operator authority violation log -- one line per
      *    refusal, appended across runs.
       FD  VIO-FILE
           LABEL RECORD IS STANDARD.
       01  VIO-LINE            PIC  X(60).
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
       77  WK-TODAY        PIC  9(08)  VALUE  0.
       77  WK-NOW          PIC  9(06)  VALUE  0.
       77  WK-EFF          PIC  9(08)  VALUE  0.
       77  WK-CNT          PIC  9(04)  VALUE  0.
       77  WK-MOV          PIC  9(04)  VALUE  0.
       77  WK-NEW          PIC  9(01)  VALUE  0.
       01  WK-AREA.
           02  ST-ANS          PIC  X(01).
           02  WK-FTNC         PIC  9(02).
           02  WK-TTNC         PIC  9(02).
           02  WK-EFF6         PIC  9(06).
           02  WK-EFFR  REDEFINES  WK-EFF6.
               03  WK-EFF-Y    PIC  9(02).
               03  WK-EFF-M    PIC  9(02).
               03  WK-EFF-D    PIC  9(02).
           02  WK-PREF         PIC  9(02).
       COPY    LSTTM.
       COPY    LITERH.
       COPY    LIHKBM.
       COPY    LIMAUD.
       77  WK-AUDSEQ       PIC  9(04)  VALUE  0.
       77  WK-WRTRY        PIC  9(01)  VALUE  0.
       01  WK-MAUDB            PIC  X(300)  VALUE  SPACE.
       01  WK-MAUDH            PIC  X(300)  VALUE  SPACE.
      *****
       01  DSP-AREA.
           03  DSP-010         PIC  X(32)
               VALUE  "SALES TERRITORY REASSIGNMENT    ".
           03  DSP-020         PIC  X(30)
               VALUE  "FROM STAFF(  )  TO STAFF(  )  ".
           03  DSP-030         PIC  X(32)
               VALUE  "EFFECTIVE FROM YYMMDD(      )   ".
           03  DSP-035         PIC  X(24)
               VALUE  "PREFECTURE(  )  00=ALL  ".
           03  DSP-040.
               05  FILLER      PIC  X(10)  VALUE  "CUSTOMERS(".
               05  DSP-041     PIC  9(04).
               05  FILLER      PIC  X(15)  VALUE  ")  MOVE 1/9 ( )".
       01  DSP-AREA2.
           03  DSP-091         PIC  X(20)
               VALUE  "STAFF NOT FOUND     ".
           03  DSP-092         PIC  X(20)
               VALUE  "SAME STAFF          ".
           03  DSP-093         PIC  X(20)
               VALUE  "BAD DATE            ".
           03  DSP-094         PIC  X(20)
               VALUE  "PREFECTURE NOT FOUND".
           03  DSP-095         PIC  X(20)
               VALUE  "NO CUSTOMERS TO MOVE".
           03  DSP-096.
               05  FILLER      PIC  X(16)  VALUE  "CUSTOMERS MOVED ".
               05  DSP-0961    PIC  9(04).
           03  DSP-098         PIC  X(20)
               VALUE  "DATABASE ERROR      ".
           03  DSP-099         PIC  X(20)
               VALUE  "NOT AUTHORIZED      ".
       01  DSP-BUZZER.
           03  DISP-BUZ-J-03   PIC  X(05)  VALUE  X"1B4A03".
       01  ACP-AREA.
           03  ACP-010         PIC  9(02).
           03  ACP-015         PIC  9(02).
           03  ACP-020         PIC  9(06).
           03  ACP-030         PIC  9(02).
           03  ACP-050         PIC  X(01).
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       CALL "SD_Initialize" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA" " " "0" "0" "147" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-010" "X" "1" "1" "32" " " "DSP-AREA"  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-020" "X" "3" "1" "30" "DSP-010" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-030" "X" "5" "1" "32" "DSP-020" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-035" "X" "7" "1" "24" "DSP-030" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-040" " " "9" "0" "29" "DSP-035" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "01DSP-040" "X" "9" "1" "10" " " "DSP-040"
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-041" "9" "9" "11" "4" "01DSP-040" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-041" BY REFERENCE WK-CNT "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "02DSP-040" "X" "9" "15" "15" "DSP-041" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA2" " " "0" "0" "160" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-091" "X" "22" "1" "20" " " "DSP-AREA2"
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-092" "X" "22" "1" "20" "DSP-091" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-093" "X" "22" "1" "20" "DSP-092" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-094" "X" "22" "1" "20" "DSP-093" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-095" "X" "22" "1" "20" "DSP-094" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-096" " " "22" "0" "20" "DSP-095" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "01DSP-096" "X" "22" "1" "16" " " "DSP-096"
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-0961" "9" "22" "17" "4" "01DSP-096" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-0961" BY REFERENCE WK-MOV "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-098" "X" "22" "1" "20" "DSP-096" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-099" "X" "22" "1" "20" "DSP-098" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-BUZZER" " " "24" "0" "5" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DISP-BUZ-J-03" "X" "24" "80" "5" " " "DSP-BUZZER"
            RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-AREA" " " "0" "0" "13" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-010" "9" "3" "12" "2" " " "ACP-AREA"  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-010" BY REFERENCE WK-FTNC "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-015" "9" "3" "26" "2" "ACP-010" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-015" BY REFERENCE WK-TTNC "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-020" "9" "5" "23" "6" "ACP-015" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-020" BY REFERENCE WK-EFF6 "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-030" "9" "7" "12" "2" "ACP-020" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-030" BY REFERENCE WK-PREF "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-050" "X" "9" "28" "1" "ACP-030" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-050" BY REFERENCE ST-ANS "1" "0" RETURNING RESU.
      *
           ACCEPT USER_ID FROM ARGUMENT-VALUE.
           ACCEPT COMPLETION_CODE FROM ARGUMENT-VALUE.
      *
      *****
      *    OPERATOR AUTHORITY GATE -- SEE LIOPAU.  MAINTENANCE
      *    SCREENS REQUIRE OPA-MNT = 1 AND THIS PROGRAM ON THE
      *    OPERATOR'S ALLOWED LIST; A REFUSAL IS LOGGED AND THE
      *    SCREEN NEVER OPENS.
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
                   IF  OPA-PGM (WK-AUI)  =  "ST840U"
                   OR  OPA-PGM (WK-AUI)  =  "ALL"
                       MOVE  1  TO  WK-AUTH-OK
                   END-IF
               END-PERFORM
           END-IF.
           IF  WK-AUTH-OK  =  0
               ACCEPT  WK-VIO-DATE  FROM  DATE
               MOVE  WK-VIO-DATE  TO  VIO-DATE
               MOVE  USER_ID      TO  VIO-OPR
               MOVE  "ST840U"     TO  VIO-PGM
               MOVE  "MAINTENANCE NOT PERMITTED"  TO  VIO-REASON
               OPEN  EXTEND  VIO-FILE
               MOVE  VIO-DET  TO  VIO-LINE
               WRITE  VIO-LINE
               CLOSE  VIO-FILE
               CALL "SD_Output" USING
                "DSP-099" DSP-099 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               CALL "C3_Set_Jrcode" USING
                USER_ID BY REFERENCE COMPLETION_CODE 255
               CALL "DB_Close"
               STOP  RUN
           END-IF.
           CALL "DB_F_Open" USING
            "I-O" MAUD_PNAME1 "SHARED" BY REFERENCE MAUD_IDLST "1"
            "MAUD-KEY" BY REFERENCE MAUD-KEY.
           CALL "DB_F_Open" USING
            "INPUT" HKBM_PNAME1 "SHARED" BY REFERENCE HKBM_IDLST "1"
            "HKB-KEY" BY REFERENCE HKB-KEY.
           CALL "SD_Output" USING
            "DSP-010" DSP-010 "p" RETURNING RESU.
       ST-10.
           CALL "SD_Output" USING
            "DSP-020" DSP-020 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-010 "ACP-010" "9" "2"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT    =  "P9"
               PERFORM  END-RTN  THRU  END-EXT
               STOP  RUN
           END-IF.
           MOVE  SPACE    TO  HKB-BC.
           MOVE  4        TO  HKB-NO.
           MOVE  WK-FTNC  TO  HKB-TNC.
           CALL "DB_Read" USING
            "INVALID" HKBM_PNAME1 BY REFERENCE HKB-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               CALL "SD_Output" USING
                "DSP-091" DSP-091 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
       ST-15.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-015 "ACP-015" "9" "2"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-10
           END-IF.
           IF  WK-TTNC  =  WK-FTNC
               CALL "SD_Output" USING
                "DSP-092" DSP-092 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-15
           END-IF.
           MOVE  SPACE    TO  HKB-BC.
           MOVE  4        TO  HKB-NO.
           MOVE  WK-TTNC  TO  HKB-TNC.
           CALL "DB_Read" USING
            "INVALID" HKBM_PNAME1 BY REFERENCE HKB-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               CALL "SD_Output" USING
                "DSP-091" DSP-091 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-15
           END-IF.
       ST-20.
           CALL "SD_Output" USING
            "DSP-030" DSP-030 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-020 "ACP-020" "9" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-15
           END-IF.
           IF  WK-EFF-M  <  1  OR  WK-EFF-M  >  12
           OR  WK-EFF-D  <  1  OR  WK-EFF-D  >  31
               CALL "SD_Output" USING
                "DSP-093" DSP-093 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-20
           END-IF.
           COMPUTE  WK-EFF  =  20000000  +  WK-EFF6.
       ST-30.
           CALL "SD_Output" USING
            "DSP-035" DSP-035 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-030 "ACP-030" "9" "2"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-20
           END-IF.
           IF  WK-PREF  NOT =  0
               MOVE  SPACE    TO  HKB-BC
               MOVE  1        TO  HKB-NO
               MOVE  WK-PREF  TO  HKB-TDFK
               CALL "DB_Read" USING
                "INVALID" HKBM_PNAME1 BY REFERENCE HKB-R "UNLOCK"
                RETURNING RET
               IF  RET  =  1
                   CALL "SD_Output" USING
                    "DSP-094" DSP-094 "p" RETURNING RESU
                   CALL "SD_Output" USING
                    "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
                   GO  TO  ST-30
               END-IF
           END-IF.
      *****
      *    COUNT THE CUSTOMERS THE MOVE TAKES.
           MOVE  0  TO  WK-CNT.
           CALL "DB_F_Open" USING
            "INPUT" TT-M_PNAME1 "SHARED" BY REFERENCE TT-M_IDLST
            "1" "TT-KEY" BY REFERENCE TT-KEY.
       CT-10.
           CALL "DB_Read" USING
            "NEXT AT END" TT-M_PNAME1 BY REFERENCE TT-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  CT-90
           END-IF.
           IF  TT-TNC  NOT =  WK-FTNC
               GO  TO  CT-10
           END-IF.
           IF  WK-PREF  NOT =  0  AND  TT-FKC  NOT =  WK-PREF
               GO  TO  CT-10
           END-IF.
           ADD  1  TO  WK-CNT.
           GO  TO  CT-10.
       CT-90.
           CALL "DB_F_Close" USING BY REFERENCE TT-M_IDLST TT-M_PNAME1.
           IF  WK-CNT  =  0
               CALL "SD_Output" USING
                "DSP-095" DSP-095 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
       ST-50.
           CALL "SD_Output" USING
            "DSP-040" DSP-040 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-050 "ACP-050" "X" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-30
           END-IF.
           IF  ST-ANS  NOT =  "1"  AND  "9"
               GO  TO  ST-50
           END-IF.
           IF  ST-ANS  =  "9"
               GO  TO  ST-10
           END-IF.
      *****
      *    THE MOVE -- ONE HISTORY RECORD PER CUSTOMER, ALL
      *    STAMPED WITH THE SAME ENTRY DATE/TIME (THE BATCH THE
      *    REGISTER PRINTS).
           ACCEPT  WK-TODAY  FROM  DATE.
           ADD  20000000  TO  WK-TODAY.
           ACCEPT  WK-NOW  FROM  TIME.
           MOVE  0  TO  WK-MOV.
           CALL "DB_F_Open" USING
            "I-O" TT-M_PNAME1 "SHARED" BY REFERENCE TT-M_IDLST
            "1" "TT-KEY" BY REFERENCE TT-KEY.
           CALL "DB_F_Open" USING
            "I-O" TERH_PNAME1 "SHARED" BY REFERENCE TERH_IDLST "1"
            "TRH-KEY" BY REFERENCE TRH-KEY.
       MV-10.
           CALL "DB_Read" USING
            "NEXT AT END" TT-M_PNAME1 BY REFERENCE TT-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  MV-90
           END-IF.
           IF  TT-TNC  NOT =  WK-FTNC
               GO  TO  MV-10
           END-IF.
           IF  WK-PREF  NOT =  0  AND  TT-FKC  NOT =  WK-PREF
               GO  TO  MV-10
           END-IF.
           MOVE  TT-TCD  TO  TRH-TCD.
           MOVE  WK-EFF  TO  TRH-EFF.
           CALL "DB_Read" USING
            "INVALID" TERH_PNAME1 BY REFERENCE TRH-R "UNLOCK"
            RETURNING RET.
           MOVE  RET  TO  WK-NEW.
           IF  RET  =  1
               MOVE  SPACE   TO  TRH-R
               MOVE  TT-TCD  TO  TRH-TCD
               MOVE  WK-EFF  TO  TRH-EFF
               MOVE  SPACE   TO  WK-MAUDH
           ELSE
               MOVE  TRH-R   TO  WK-MAUDH
           END-IF.
           MOVE  WK-TTNC   TO  TRH-TNC.
           MOVE  WK-FTNC   TO  TRH-OLD.
           MOVE  TT-FKC    TO  TRH-FKC.
           MOVE  WK-PREF   TO  TRH-PREF.
           MOVE  WK-TODAY  TO  TRH-RDATE.
           MOVE  WK-NOW    TO  TRH-RTIME.
           MOVE  USER_ID   TO  TRH-OPR.
           MOVE  0         TO  TRH-APLF.
           MOVE  0         TO  TRH-ADATE.
           MOVE  0         TO  TRH-PRTF.
           IF  WK-EFF  NOT >  WK-TODAY
               MOVE  TT-R     TO  WK-MAUDB
               MOVE  WK-TTNC  TO  TT-TNC
               CALL "DB_Update" USING
                TT-M_PNAME1 TT-M_LNAME TT-R RETURNING RET
               IF  RET = 1
                   GO  TO  MV-ERR
               END-IF
               PERFORM  MAUD-TT-RTN  THRU  MAUD-TT-EXT
               MOVE  1         TO  TRH-APLF
               MOVE  WK-TODAY  TO  TRH-ADATE
           END-IF.
           IF  WK-NEW  =  1
               CALL "DB_Insert" USING
                TERH_PNAME1 TERH_LNAME TRH-R RETURNING RET
           ELSE
               CALL "DB_Update" USING
                TERH_PNAME1 TERH_LNAME TRH-R RETURNING RET
           END-IF.
           IF  RET = 1
               GO  TO  MV-ERR
           END-IF.
           PERFORM  MAUD-TR-RTN  THRU  MAUD-TR-EXT.
           ADD  1  TO  WK-MOV.
           GO  TO  MV-10.
       MV-90.
           CALL "DB_F_Close" USING BY REFERENCE TT-M_IDLST TT-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE TERH_IDLST TERH_PNAME1.
           CALL "SD_Output" USING
            "DSP-096" DSP-096 "p" RETURNING RESU.
           GO  TO  ST-10.
       MV-ERR.
           CALL "DB_F_Close" USING BY REFERENCE TT-M_IDLST TT-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE TERH_IDLST TERH_PNAME1.
           CALL "SD_Output" USING
            "DSP-098" DSP-098 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU.
           GO  TO  ST-10.
       END-RTN.
           CALL "C3_Set_Jrcode" USING
            USER_ID BY REFERENCE COMPLETION_CODE 255.
           CALL "DB_F_Close" USING BY REFERENCE HKBM_IDLST HKBM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE MAUD_IDLST MAUD_PNAME1.
           CALL "DB_Close".
       END-EXT.
           EXIT.
      *****
      *    COMMON MAINTENANCE AUDIT -- SEE LIMAUD.  THE BEFORE
      *    IMAGES WERE CAPTURED AT THE READ (SPACES FOR A NEW
      *    HISTORY RECORD); THE AFTER IMAGE IS THE RECORD JUST
      *    WRITTEN.
       MAUD-TT-RTN.
           MOVE  "TT-M    "  TO  MAUD-FILE.
           MOVE  SPACE       TO  MAUD-FKEY.
           MOVE  TT-TCD      TO  MAUD-FKEY (1:4).
           MOVE  WK-MAUDB    TO  MAUD-BEFORE.
           MOVE  TT-R        TO  MAUD-AFTER.
           PERFORM  MAUD-PUT-RTN  THRU  MAUD-PUT-EXT.
       MAUD-TT-EXT.
           EXIT.
       MAUD-TR-RTN.
           MOVE  "TERH    "  TO  MAUD-FILE.
           MOVE  SPACE       TO  MAUD-FKEY.
           MOVE  TRH-KEY     TO  MAUD-FKEY (1:12).
           MOVE  WK-MAUDH    TO  MAUD-BEFORE.
           MOVE  TRH-R       TO  MAUD-AFTER.
           PERFORM  MAUD-PUT-RTN  THRU  MAUD-PUT-EXT.
       MAUD-TR-EXT.
           EXIT.
       MAUD-PUT-RTN.
           ACCEPT  MAUD-DATE  FROM  DATE.
           ACCEPT  MAUD-TIME  FROM  TIME.
           ADD  1  TO  WK-AUDSEQ.
           MOVE  WK-AUDSEQ   TO  MAUD-SEQ.
           MOVE  USER_ID     TO  MAUD-OPR.
           CALL "DB_Insert" USING
            MAUD_PNAME1 MAUD_LNAME MAUD-R RETURNING RET.
      *        SAME-SECOND SEQUENCE COLLISION -- RE-SEQUENCE
      *        AND RETRY SO THE AUDIT ROW IS NEVER SILENTLY
      *        LOST.
           MOVE  0  TO  WK-WRTRY.
       MAUD-PUT-10.
           IF  RET  =  0  OR  WK-WRTRY  NOT <  5
               GO  TO  MAUD-PUT-90
           END-IF.
           ADD  1  TO  WK-WRTRY.
           ADD  1  TO  WK-AUDSEQ.
           MOVE  WK-AUDSEQ  TO  MAUD-SEQ.
           CALL "DB_Insert" USING
            MAUD_PNAME1 MAUD_LNAME MAUD-R RETURNING RET.
           GO  TO  MAUD-PUT-10.
       MAUD-PUT-90.
           IF  RET  =  1
               DISPLAY  "DSP-001 MAUD INSERT FAILED, AUDIT ROW"
                   " LOST"
           END-IF.
       MAUD-PUT-EXT.
           EXIT.
