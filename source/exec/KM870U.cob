       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KM870U.
      *****************************************************
      *****   ZENGIN PAY RUN RESET                     *****
      *****************************************************
      *        UNDOES A KM860U PAY RUN SO THE PAY DATE CAN BE RUN
      *        AGAIN -- ONLY WHEN THE TRANSFER FILE WAS NOT SENT
      *        (OR THE BANK REJECTED IT).  ENTER THE PAY DATE; THE
      *        JT-ZGPR REGISTER RECORD IS SHOWN AND, ON 1, EVERY
      *        JT-KSIF INVOICE THE RUN MARKED PAID (KSI-STAT 3,
      *        KSI-PDATE = THE PAY DATE, CONTRACTOR LAST PAID ON
      *        THAT DATE) GOES BACK TO ITS KSI-PSTAT, EACH JT-KHBK
      *        ACCOUNT PAID GETS ITS PREVIOUS LAST-PAID DATE BACK,
      *        AND THE REGISTER IS SET TO STATUS 9 WITH THE RESET
      *        DATE, TIME AND OPERATOR.  OPERATIONS ONLY -- THE
      *        SCREEN SITS BEHIND THE JT-OPAU AUTHORITY GATE.
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
       77  WK-INV-CNT      PIC  9(07)  VALUE  0.
       01  WK-AREA.
           02  PR-ANS          PIC  X(01).
           02  WK-PDATE        PIC  9(08).
       01  WK-LN1.
           02  FILLER          PIC  X(07)  VALUE  "STATUS=".
           02  LN1-STAT        PIC  9(01).
           02  FILLER          PIC  X(11)  VALUE  " TRANSFERS=".
           02  LN1-CNT         PIC  ZZZZZ9.
           02  FILLER          PIC  X(08)  VALUE  " AMOUNT=".
           02  LN1-AMT         PIC  Z(11)9.
           02  FILLER          PIC  X(10)  VALUE  " INVOICES=".
           02  LN1-INV         PIC  ZZZZZZ9.
       01  WK-LN2.
           02  FILLER          PIC  X(04)  VALUE  "RUN ".
           02  LN2-RDATE       PIC  9(08).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  LN2-RTIME       PIC  9(06).
           02  FILLER          PIC  X(04)  VALUE  " BY ".
           02  LN2-OPR         PIC  X(06).
           02  FILLER          PIC  X(08)  VALUE  "  RESET ".
           02  LN2-XDATE       PIC  9(08).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  LN2-XTIME       PIC  9(06).
           02  FILLER          PIC  X(04)  VALUE  " BY ".
           02  LN2-XOPR        PIC  X(06).
       COPY    LIZGPR.
       COPY    LIKSIF.
       COPY    LIKHBK.
      *****
       01  DSP-AREA.
           03  DSP-010         PIC  X(32)
               VALUE  "ZENGIN PAY RUN RESET            ".
           03  DSP-020         PIC  X(18)
               VALUE  "PAY DATE(        )".
           03  DSP-040         PIC  X(62).
           03  DSP-050         PIC  X(62).
       01  DSP-AREA2.
           03  DSP-091         PIC  X(20)
               VALUE  "NOT ON FILE         ".
           03  DSP-092         PIC  X(20)
               VALUE  "ALREADY RESET       ".
           03  DSP-093         PIC  X(20)
               VALUE  "RESET OK 1/9 ( )    ".
           03  DSP-094         PIC  X(20)
               VALUE  "RESET DONE          ".
           03  DSP-098         PIC  X(20)
               VALUE  "DATABASE ERROR      ".
           03  DSP-102         PIC  X(20)
               VALUE  "NOT AUTHORIZED      ".
       01  DSP-BUZZER.
           03  DISP-BUZ-J-03   PIC  X(05)  VALUE  X"1B4A03".
       01  ACP-AREA.
           03  ACP-010         PIC  9(08).
           03  ACP-090         PIC  X(01).
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       CALL "SD_Initialize" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA" " " "0" "0" "174" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-010" "X" "1" "1" "32" " " "DSP-AREA"  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-020" "X" "3" "1" "18" "DSP-010" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-040" "X" "5" "1" "62" "DSP-020" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-050" "X" "7" "1" "62" "DSP-040" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA2" " " "0" "0" "120" " " " "  RETURNING RESU.
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
            "DSP-098" "X" "22" "1" "20" "DSP-094" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-102" "X" "22" "1" "20" "DSP-098" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-BUZZER" " " "24" "0" "5" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DISP-BUZ-J-03" "X" "24" "80" "5" " " "DSP-BUZZER"
            RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-AREA" " " "0" "0" "9" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-010" "9" "3" "10" "8" " " "ACP-AREA"  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-010" BY REFERENCE WK-PDATE "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-090" "X" "22" "15" "1" "ACP-010" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-090" BY REFERENCE PR-ANS "1" "0" RETURNING RESU.
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
                   IF  OPA-PGM (WK-AUI)  =  "KM870U"
                   OR  OPA-PGM (WK-AUI)  =  "ALL"
                       MOVE  1  TO  WK-AUTH-OK
                   END-IF
               END-PERFORM
           END-IF.
           IF  WK-AUTH-OK  =  0
               ACCEPT  WK-VIO-DATE  FROM  DATE
               MOVE  WK-VIO-DATE  TO  VIO-DATE
               MOVE  USER_ID      TO  VIO-OPR
               MOVE  "KM870U"     TO  VIO-PGM
               MOVE  "MAINTENANCE NOT PERMITTED"  TO  VIO-REASON
               OPEN  EXTEND  VIO-FILE
               MOVE  VIO-DET  TO  VIO-LINE
               WRITE  VIO-LINE
               CLOSE  VIO-FILE
               CALL "SD_Output" USING
                "DSP-102" DSP-102 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               CALL "C3_Set_Jrcode" USING
                USER_ID BY REFERENCE COMPLETION_CODE 255
               CALL "DB_Close"
               STOP  RUN
           END-IF.
           CALL "DB_F_Open" USING
            "I-O" ZGPR_PNAME1 "SHARED" BY REFERENCE ZGPR_IDLST "1"
            "ZGP-KEY" BY REFERENCE ZGP-KEY.
           CALL "DB_F_Open" USING
            "I-O" KHBK_PNAME1 "SHARED" BY REFERENCE KHBK_IDLST "1"
            "KHB-KEY" BY REFERENCE KHB-KEY.
           CALL "SD_Output" USING
            "DSP-010" DSP-010 "p" RETURNING RESU.
       ST-10.
           CALL "SD_Output" USING
            "DSP-020" DSP-020 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-010 "ACP-010" "9" "8"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT    =  "P9"
               PERFORM  END-RTN  THRU  END-EXT
               STOP  RUN
           END-IF.
           IF  WK-PDATE  =  0
               GO  TO  ST-10
           END-IF.
           MOVE  WK-PDATE  TO  ZGP-PDATE.
           CALL "DB_Read" USING
            "INVALID" ZGPR_PNAME1 BY REFERENCE ZGP-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               CALL "SD_Output" USING
                "DSP-091" DSP-091 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
           MOVE  ZGP-STAT   TO  LN1-STAT.
           MOVE  ZGP-CNT    TO  LN1-CNT.
           MOVE  ZGP-AMT    TO  LN1-AMT.
           MOVE  ZGP-INV    TO  LN1-INV.
           MOVE  WK-LN1     TO  DSP-040.
           MOVE  ZGP-RDATE  TO  LN2-RDATE.
           MOVE  ZGP-RTIME  TO  LN2-RTIME.
           MOVE  ZGP-OPR    TO  LN2-OPR.
           MOVE  ZGP-XDATE  TO  LN2-XDATE.
           MOVE  ZGP-XTIME  TO  LN2-XTIME.
           MOVE  ZGP-XOPR   TO  LN2-XOPR.
           MOVE  WK-LN2     TO  DSP-050.
           CALL "SD_Output" USING
            "DSP-040" DSP-040 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "DSP-050" DSP-050 "p" RETURNING RESU.
           IF  ZGP-STAT  NOT =  1
               CALL "SD_Output" USING
                "DSP-092" DSP-092 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
       ST-90.
           CALL "SD_Output" USING
            "DSP-093" DSP-093 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-090 "ACP-090" "X" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-10
           END-IF.
           IF  PR-ANS  NOT =  "1"  AND  "9"
               GO  TO  ST-90
           END-IF.
           IF  PR-ANS  =  "9"
               GO  TO  ST-10
           END-IF.
           PERFORM  RST-RTN  THRU  RST-EXT.
           MOVE  WK-PDATE  TO  ZGP-PDATE.
           CALL "DB_Read" USING
            "INVALID" ZGPR_PNAME1 BY REFERENCE ZGP-R " "
            RETURNING RET.
           IF  RET  =  1
               CALL "SD_Output" USING
                "DSP-098" DSP-098 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
           ACCEPT  WK-TODAY  FROM  DATE.
           ADD  20000000  TO  WK-TODAY.
           ACCEPT  WK-NOW    FROM  TIME.
           MOVE  9         TO  ZGP-STAT.
           MOVE  WK-TODAY  TO  ZGP-XDATE.
           MOVE  WK-NOW    TO  ZGP-XTIME.
           MOVE  USER_ID   TO  ZGP-XOPR.
           CALL "DB_Update" USING
            ZGPR_PNAME1 ZGPR_LNAME ZGP-R RETURNING RET.
           IF  RET = 1
               CALL "SD_Output" USING
                "DSP-098" DSP-098 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
           MOVE  9           TO  LN1-STAT.
           MOVE  WK-INV-CNT  TO  LN1-INV.
           MOVE  WK-LN1      TO  DSP-040.
           CALL "SD_Output" USING
            "DSP-040" DSP-040 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "DSP-094" DSP-094 "p" RETURNING RESU.
           GO  TO  ST-10.
      *****
      *    PUT THE RUN'S INVOICES BACK, THEN THE ACCOUNTS' LAST
      *    PAID DATES -- THE INVOICE TEST NEEDS KHB-LPDT AS THE
      *    RUN LEFT IT.
       RST-RTN.
           MOVE  0  TO  WK-INV-CNT.
           CALL "DB_F_Open" USING
            "I-O" KSIF_PNAME1 "SHARED" BY REFERENCE KSIF_IDLST "1"
            "KSI-KEY" BY REFERENCE KSI-KEY.
       RST-10.
           CALL "DB_Read" USING
            "NEXT AT END" KSIF_PNAME1 BY REFERENCE KSI-R " "
            RETURNING RET.
           IF  RET = 1
               GO  TO  RST-30
           END-IF.
           IF  KSI-STAT  NOT =  3  OR  KSI-PDATE  NOT =  WK-PDATE
               GO  TO  RST-10
           END-IF.
           MOVE  KSI-HCD  TO  KHB-HCD.
           CALL "DB_Read" USING
            "INVALID" KHBK_PNAME1 BY REFERENCE KHB-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1  OR  KHB-LPDT  NOT =  WK-PDATE
               GO  TO  RST-10
           END-IF.
           MOVE  KSI-PSTAT  TO  KSI-STAT.
           MOVE  0          TO  KSI-PSTAT.
           MOVE  0          TO  KSI-PDATE.
           CALL "DB_Update" USING
            KSIF_PNAME1 KSIF_LNAME KSI-R RETURNING RET.
           IF  RET  =  0
               ADD  1  TO  WK-INV-CNT
           END-IF.
           GO  TO  RST-10.
       RST-30.
           CALL "DB_F_Close" USING BY REFERENCE KSIF_IDLST KSIF_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE KHBK_IDLST KHBK_PNAME1.
           CALL "DB_F_Open" USING
            "I-O" KHBK_PNAME1 "SHARED" BY REFERENCE KHBK_IDLST "1"
            "KHB-KEY" BY REFERENCE KHB-KEY.
       RST-40.
           CALL "DB_Read" USING
            "NEXT AT END" KHBK_PNAME1 BY REFERENCE KHB-R " "
            RETURNING RET.
           IF  RET = 1
               GO  TO  RST-90
           END-IF.
           IF  KHB-LPDT  NOT =  WK-PDATE
               GO  TO  RST-40
           END-IF.
           MOVE  KHB-PLPDT  TO  KHB-LPDT.
           MOVE  0          TO  KHB-PLPDT.
           CALL "DB_Update" USING
            KHBK_PNAME1 KHBK_LNAME KHB-R RETURNING RET.
           GO  TO  RST-40.
       RST-90.
           CALL "DB_F_Close" USING BY REFERENCE KHBK_IDLST KHBK_PNAME1.
           CALL "DB_F_Open" USING
            "I-O" KHBK_PNAME1 "SHARED" BY REFERENCE KHBK_IDLST "1"
            "KHB-KEY" BY REFERENCE KHB-KEY.
       RST-EXT.
           EXIT.
       END-RTN.
           CALL "C3_Set_Jrcode" USING
            USER_ID BY REFERENCE COMPLETION_CODE 255.
           CALL "DB_F_Close" USING BY REFERENCE ZGPR_IDLST ZGPR_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE KHBK_IDLST KHBK_PNAME1.
           CALL "DB_Close".
       END-EXT.
           EXIT.
