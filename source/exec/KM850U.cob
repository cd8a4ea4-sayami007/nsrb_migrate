       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KM850U.
      *****************************************************
      *****   CONTRACTOR BANK ACCOUNT MAINTENANCE      *****
      *****************************************************
      *        MAINTAINS THE JT-KHBK ACCOUNT EACH KHM CONTRACTOR
      *        IS PAID INTO BY THE KM860U ZENGIN PAY RUN, THE
      *        PR810U WAY: ACTION A/C/D AND THE CONTRACTOR CODE
      *        (MUST BE ON KHM), THEN BANK AND BRANCH (ZENGIN CODE
      *        AND KANA NAME), ACCOUNT TYPE AND NUMBER AND THE
      *        PAYEE NAME IN KANA AS THE BANK HOLDS IT.  A CHANGE
      *        TO ANY OF THESE STAMPS KHB-UDATE SO THE NEXT
      *        TRANSFER GOES OUT FLAGGED AS NEW.  PAYMENT DETAILS
      *        ARE SENSITIVE, SO THE SCREEN SITS BEHIND THE
      *        JT-OPAU AUTHORITY GATE LIKE THE OTHER MAINTENANCE
      *        SCREENS.
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
       01  WK-AREA.
           02  PR-ACT          PIC  X(01).
           02  PR-ANS          PIC  X(01).
           02  WK-HCD          PIC  X(05).
           02  WK-BKNO         PIC  9(04).
           02  WK-BKNM         PIC  X(15).
           02  WK-BRNO         PIC  9(03).
           02  WK-BRNM         PIC  X(15).
           02  WK-TYP          PIC  9(01).
           02  WK-ACNO         PIC  9(07).
           02  WK-KNAM         PIC  X(30).
       01  WK-OLD              PIC  X(75).
       COPY    LIKHBK.
       COPY    LIKHM.
      *****
       01  DSP-AREA.
           03  DSP-010         PIC  X(32)
               VALUE  "CONTRACTOR BANK ACCOUNT         ".
           03  DSP-020         PIC  X(20)
               VALUE  "ACTION A/C/D ( )    ".
           03  DSP-030         PIC  X(17)
               VALUE  "CONTRACTOR(     )".
           03  DSP-035         PIC  X(20).
           03  DSP-040         PIC  X(33)
               VALUE  "BANK(    ) NAME(               )".
           03  DSP-050         PIC  X(33)
               VALUE  "BRANCH(   ) NAME(               )".
           03  DSP-060         PIC  X(37)
               VALUE  "TYPE 1=ORD,2=CUR,4=SAV( ) NO(       )".
           03  DSP-070         PIC  X(42)
               VALUE  "PAYEE KANA(                              )".
       01  DSP-AREA2.
           03  DSP-091         PIC  X(20)
               VALUE  "BAD ACTION CODE     ".
           03  DSP-092         PIC  X(20)
               VALUE  "ALREADY ON FILE     ".
           03  DSP-093         PIC  X(20)
               VALUE  "NOT ON FILE         ".
           03  DSP-094         PIC  X(20)
               VALUE  "DELETE OK 1/9 ( )   ".
           03  DSP-095         PIC  X(16)
               VALUE  "DELETED         ".
           03  DSP-096         PIC  X(16)
               VALUE  "ADDED           ".
           03  DSP-097         PIC  X(16)
               VALUE  "CHANGED         ".
           03  DSP-098         PIC  X(20)
               VALUE  "DATABASE ERROR      ".
           03  DSP-099         PIC  X(20)
               VALUE  "CONTRACTOR NOT FOUND".
           03  DSP-102         PIC  X(20)
               VALUE  "NOT AUTHORIZED      ".
       01  DSP-BUZZER.
           03  DISP-BUZ-J-03   PIC  X(05)  VALUE  X"1B4A03".
       01  ACP-AREA.
           03  ACP-010         PIC  X(01).
           03  ACP-020         PIC  X(05).
           03  ACP-030         PIC  9(04).
           03  ACP-033         PIC  X(15).
           03  ACP-035         PIC  9(03).
           03  ACP-038         PIC  X(15).
           03  ACP-040         PIC  9(01).
           03  ACP-043         PIC  9(07).
           03  ACP-045         PIC  X(30).
           03  ACP-090         PIC  X(01).
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       CALL "SD_Initialize" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA" " " "0" "0" "234" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-010" "X" "1" "1" "32" " " "DSP-AREA"  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-020" "X" "3" "1" "20" "DSP-010" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-030" "X" "5" "1" "17" "DSP-020" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-035" "X" "5" "20" "20" "DSP-030" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-040" "X" "7" "1" "33" "DSP-035" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-050" "X" "9" "1" "33" "DSP-040" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-060" "X" "11" "1" "37" "DSP-050" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-070" "X" "13" "1" "42" "DSP-060" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA2" " " "0" "0" "188" " " " "  RETURNING RESU.
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
            "DSP-095" "X" "22" "1" "16" "DSP-094" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-096" "X" "22" "1" "16" "DSP-095" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-097" "X" "22" "1" "16" "DSP-096" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-098" "X" "22" "1" "20" "DSP-097" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-099" "X" "22" "1" "20" "DSP-098" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-102" "X" "22" "1" "20" "DSP-099" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-BUZZER" " " "24" "0" "5" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DISP-BUZ-J-03" "X" "24" "80" "5" " " "DSP-BUZZER"
            RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-AREA" " " "0" "0" "82" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-010" "X" "3" "15" "1" " " "ACP-AREA"  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-010" BY REFERENCE PR-ACT "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-020" "X" "5" "12" "5" "ACP-010" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-020" BY REFERENCE WK-HCD "5" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-030" "9" "7" "6" "4" "ACP-020" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-030" BY REFERENCE WK-BKNO "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-033" "X" "7" "17" "15" "ACP-030" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-033" BY REFERENCE WK-BKNM "15" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-035" "9" "9" "8" "3" "ACP-033" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-035" BY REFERENCE WK-BRNO "3" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-038" "X" "9" "18" "15" "ACP-035" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-038" BY REFERENCE WK-BRNM "15" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-040" "9" "11" "24" "1" "ACP-038" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-040" BY REFERENCE WK-TYP "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-043" "9" "11" "30" "7" "ACP-040" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-043" BY REFERENCE WK-ACNO "7" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-045" "X" "13" "12" "30" "ACP-043" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-045" BY REFERENCE WK-KNAM "30" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-090" "X" "22" "16" "1" "ACP-045" " "  RETURNING RESU.
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
                   IF  OPA-PGM (WK-AUI)  =  "KM850U"
                   OR  OPA-PGM (WK-AUI)  =  "ALL"
                       MOVE  1  TO  WK-AUTH-OK
                   END-IF
               END-PERFORM
           END-IF.
           IF  WK-AUTH-OK  =  0
               ACCEPT  WK-VIO-DATE  FROM  DATE
               MOVE  WK-VIO-DATE  TO  VIO-DATE
               MOVE  USER_ID      TO  VIO-OPR
               MOVE  "KM850U"     TO  VIO-PGM
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
            "I-O" KHBK_PNAME1 "SHARED" BY REFERENCE KHBK_IDLST "1"
            "KHB-KEY" BY REFERENCE KHB-KEY.
           CALL "DB_F_Open" USING
            "INPUT" KHM_PNAME1 "SHARED" BY REFERENCE KHM_IDLST "1"
            "KH-KEY" BY REFERENCE KH-KEY.
           CALL "SD_Output" USING
            "DSP-010" DSP-010 "p" RETURNING RESU.
       ST-10.
           CALL "SD_Output" USING
            "DSP-020" DSP-020 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-010 "ACP-010" "X" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT    =  "P9"
               PERFORM  END-RTN  THRU  END-EXT
               STOP  RUN
           END-IF.
           IF  PR-ACT  NOT =  "A"  AND  "C"  AND  "D"
               CALL "SD_Output" USING
                "DSP-091" DSP-091 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
       ST-20.
           CALL "SD_Output" USING
            "DSP-030" DSP-030 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-020 "ACP-020" "X" "5"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-10
           END-IF.
           IF  WK-HCD  =  SPACE
               GO  TO  ST-20
           END-IF.
           MOVE  WK-HCD  TO  KH-HCD.
           CALL "DB_Read" USING
            "INVALID" KHM_PNAME1 BY REFERENCE KH-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               CALL "SD_Output" USING
                "DSP-099" DSP-099 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-20
           END-IF.
           MOVE  KH-NAME  TO  DSP-035.
           CALL "SD_Output" USING
            "DSP-035" DSP-035 "p" RETURNING RESU.
           MOVE  WK-HCD  TO  KHB-HCD.
           CALL "DB_Read" USING
            "INVALID" KHBK_PNAME1 BY REFERENCE KHB-R "UNLOCK"
            RETURNING RET.
           IF  PR-ACT  =  "A"
               IF  RET  =  0
                   CALL "SD_Output" USING
                    "DSP-092" DSP-092 "p" RETURNING RESU
                   CALL "SD_Output" USING
                    "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
                   GO  TO  ST-20
               END-IF
               MOVE  WK-HCD  TO  KHB-HCD
               INITIALIZE  WK-AREA
               MOVE  "A"     TO  PR-ACT
               MOVE  KHB-HCD TO  WK-HCD
               MOVE  1       TO  WK-TYP
               MOVE  SPACE   TO  WK-OLD
               GO  TO  ST-30
           END-IF.
           IF  RET  =  1
               CALL "SD_Output" USING
                "DSP-093" DSP-093 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-20
           END-IF.
           MOVE  KHB-BKNO  TO  WK-BKNO.
           MOVE  KHB-BKNM  TO  WK-BKNM.
           MOVE  KHB-BRNO  TO  WK-BRNO.
           MOVE  KHB-BRNM  TO  WK-BRNM.
           MOVE  KHB-TYP   TO  WK-TYP.
           MOVE  KHB-ACNO  TO  WK-ACNO.
           MOVE  KHB-KNAM  TO  WK-KNAM.
           MOVE  WK-AREA (8:75)  TO  WK-OLD.
           IF  PR-ACT  =  "D"
               GO  TO  ST-90
           END-IF.
       ST-30.
           CALL "SD_Output" USING
            "DSP-040" DSP-040 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-030 "ACP-030" "9" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-20
           END-IF.
           IF  WK-BKNO  =  0
               GO  TO  ST-30
           END-IF.
       ST-33.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-033 "ACP-033" "X" "15"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-30
           END-IF.
           IF  WK-BKNM  =  SPACE
               GO  TO  ST-33
           END-IF.
       ST-35.
           CALL "SD_Output" USING
            "DSP-050" DSP-050 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-035 "ACP-035" "9" "3"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-33
           END-IF.
       ST-38.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-038 "ACP-038" "X" "15"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-35
           END-IF.
           IF  WK-BRNM  =  SPACE
               GO  TO  ST-38
           END-IF.
       ST-40.
           CALL "SD_Output" USING
            "DSP-060" DSP-060 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-040 "ACP-040" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-38
           END-IF.
           IF  WK-TYP  NOT =  1  AND  2  AND  4
               GO  TO  ST-40
           END-IF.
       ST-43.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-043 "ACP-043" "9" "7"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-40
           END-IF.
           IF  WK-ACNO  =  0
               GO  TO  ST-43
           END-IF.
       ST-45.
           CALL "SD_Output" USING
            "DSP-070" DSP-070 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-045 "ACP-045" "X" "30"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-43
           END-IF.
           IF  WK-KNAM  =  SPACE
               GO  TO  ST-45
           END-IF.
           ACCEPT  WK-TODAY  FROM  DATE.
           ADD  20000000  TO  WK-TODAY.
           IF  PR-ACT  =  "A"
               MOVE  SPACE     TO  KHB-R
               MOVE  0         TO  KHB-LPDT
               MOVE  0         TO  KHB-PLPDT
               MOVE  WK-TODAY  TO  KHB-UDATE
           ELSE
               IF  WK-AREA (8:75)  NOT =  WK-OLD
                   MOVE  WK-TODAY  TO  KHB-UDATE
               END-IF
           END-IF.
           MOVE  WK-HCD    TO  KHB-HCD.
           MOVE  WK-BKNO   TO  KHB-BKNO.
           MOVE  WK-BKNM   TO  KHB-BKNM.
           MOVE  WK-BRNO   TO  KHB-BRNO.
           MOVE  WK-BRNM   TO  KHB-BRNM.
           MOVE  WK-TYP    TO  KHB-TYP.
           MOVE  WK-ACNO   TO  KHB-ACNO.
           MOVE  WK-KNAM   TO  KHB-KNAM.
           MOVE  USER_ID   TO  KHB-OPR.
           IF  PR-ACT  =  "A"
               CALL "DB_Insert" USING
                KHBK_PNAME1 KHBK_LNAME KHB-R RETURNING RET
               IF  RET = 1
                   CALL "SD_Output" USING
                    "DSP-098" DSP-098 "p" RETURNING RESU
                   CALL "SD_Output" USING
                    "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
                   GO  TO  ST-10
               END-IF
               CALL "SD_Output" USING
                "DSP-096" DSP-096 "p" RETURNING RESU
           ELSE
               CALL "DB_Update" USING
                KHBK_PNAME1 KHBK_LNAME KHB-R RETURNING RET
               IF  RET = 1
                   CALL "SD_Output" USING
                    "DSP-098" DSP-098 "p" RETURNING RESU
                   CALL "SD_Output" USING
                    "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
                   GO  TO  ST-10
               END-IF
               CALL "SD_Output" USING
                "DSP-097" DSP-097 "p" RETURNING RESU
           END-IF.
           GO  TO  ST-10.
       ST-90.
           CALL "SD_Output" USING
            "DSP-094" DSP-094 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-090 "ACP-090" "X" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  PR-ANS  NOT =  "1"  AND  "9"
               GO  TO  ST-90
           END-IF.
           IF  PR-ANS  =  "9"
               GO  TO  ST-10
           END-IF.
           CALL "DB_Delete" USING
            KHBK_PNAME1 KHBK_LNAME KHB-R RETURNING RET.
           IF  RET = 1
               CALL "SD_Output" USING
                "DSP-098" DSP-098 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
           CALL "SD_Output" USING
            "DSP-095" DSP-095 "p" RETURNING RESU.
           GO  TO  ST-10.
       END-RTN.
           CALL "C3_Set_Jrcode" USING
            USER_ID BY REFERENCE COMPLETION_CODE 255.
           CALL "DB_F_Close" USING BY REFERENCE KHBK_IDLST KHBK_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE KHM_IDLST KHM_PNAME1.
           CALL "DB_Close".
       END-EXT.
           EXIT.
