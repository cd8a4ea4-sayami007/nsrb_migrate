       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         JF840U.
      *****************************************************
      *****   PROMOTIONAL PRICE MAINTENANCE            *****
      *****************************************************
      *        MAINTAINS THE JT-PROM PROMOTION PRICES THE
      *        ST740U WAY: ACTION A/C/D, PROMOTION CODE, THEN
      *        EITHER AN ITEM (ON J-M, CLASS 00) OR A STRN-151
      *        ITEM CLASS (ITEM 000000, CLASS ON HKBM), AND THE
      *        CUSTOMER (0000 = ALL, OTHERWISE ON TOKMS).  THE
      *        BODY IS THE CAMPAIGN NAME, VALID FROM/TO DATES
      *        (YYYYMMDD, INCLUSIVE) AND EITHER A FIXED PRICE
      *        IN YEN (TYPE 1) OR A PERCENTAGE OFF THE NORMAL
      *        PRICE KEYED WITH ONE IMPLIED DECIMAL (TYPE 2,
      *        125 = 12.5 PERCENT).  ORDER ENTRY (JF680U) AND
      *        QUOTATIONS (JF820U) PRICE FROM IT THROUGH LPPRC.
      *        THE SCREEN SITS BEHIND THE JT-OPAU AUTHORITY
      *        GATE, AND EVERY CHANGE IS WRITTEN TO THE JT-MAUD
      *        AUDIT TRAIL.
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
           02  JF-ACT          PIC  X(01).
           02  JF-ANS          PIC  X(01).
           02  WK-PRMCD        PIC  X(06).
           02  WK-JCD          PIC  9(06).
           02  WK-BR1          PIC  9(02).
           02  WK-TCD          PIC  9(04).
           02  WK-NAME         PIC  N(12).
           02  WK-FROM         PIC  9(08).
           02  WK-TO           PIC  9(08).
           02  WK-KBN          PIC  9(01).
           02  WK-TAN          PIC  9(06).
           02  WK-PCT3         PIC  9(03).
       COPY    LIPROM.
       COPY    LIJM.
       COPY    LIHKBM.
       COPY    LITKM.
       COPY    LIMAUD.
       77  WK-AUDSEQ       PIC  9(04)  VALUE  0.
       77  WK-WRTRY        PIC  9(01)  VALUE  0.
       01  WK-MAUDB            PIC  X(300)  VALUE  SPACE.
      *****
       01  DSP-AREA.
           03  DSP-010         PIC  X(32)
               VALUE  "PROMOTIONAL PRICE MAINTENANCE   ".
           03  DSP-020         PIC  X(20)
               VALUE  "ACTION A/C/D ( )    ".
           03  DSP-030         PIC  X(36)
               VALUE  "PROMO(      ) ITEM(      ) CLASS(  )".
           03  DSP-035         PIC  X(20)
               VALUE  "CUSTOMER(    ) 0=ALL".
           03  DSP-040         PIC  X(06)
               VALUE  "NAME:".
           03  DSP-045         PIC  X(27)
               VALUE  "FROM(        ) TO(        )".
           03  DSP-050         PIC  X(47)
               VALUE
               "TYPE 1=PRICE,2=PCT( ) PRICE(      ) PCT(   )X10".
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
               VALUE  "ITEM OR CLASS, ONE  ".
           03  DSP-100         PIC  X(20)
               VALUE  "ITEM NOT ON J-M     ".
           03  DSP-101         PIC  X(20)
               VALUE  "CUSTOMER NOT FOUND  ".
           03  DSP-102         PIC  X(20)
               VALUE  "CLASS NOT FOUND     ".
           03  DSP-103         PIC  X(20)
               VALUE  "BAD DATE RANGE      ".
           03  DSP-104         PIC  X(20)
               VALUE  "BAD PRICE / PERCENT ".
           03  DSP-105         PIC  X(20)
               VALUE  "NOT AUTHORIZED      ".
       01  DSP-BUZZER.
           03  DISP-BUZ-J-03   PIC  X(05)  VALUE  X"1B4A03".
       01  ACP-AREA.
           03  ACP-010         PIC  X(01).
           03  ACP-020         PIC  X(06).
           03  ACP-022         PIC  9(06).
           03  ACP-024         PIC  9(02).
           03  ACP-025         PIC  9(04).
           03  ACP-030         PIC  N(12).
           03  ACP-032         PIC  9(08).
           03  ACP-034         PIC  9(08).
           03  ACP-036         PIC  9(01).
           03  ACP-038         PIC  9(06).
           03  ACP-040         PIC  9(03).
           03  ACP-050         PIC  X(01).
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       CALL "SD_Initialize" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA" " " "0" "0" "188" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-010" "X" "1" "1" "32" " " "DSP-AREA"  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-020" "X" "3" "1" "20" "DSP-010" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-030" "X" "5" "1" "36" "DSP-020" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-035" "X" "7" "1" "20" "DSP-030" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-040" "X" "9" "1" "6" "DSP-035" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-045" "X" "11" "1" "27" "DSP-040" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-050" "X" "13" "1" "47" "DSP-045" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA2" " " "0" "0" "288" " " " "  RETURNING RESU.
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
            "DSP-100" "X" "22" "1" "20" "DSP-099" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-101" "X" "22" "1" "20" "DSP-100" " "
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
            "DISP-BUZ-J-03" "X" "24" "80" "5" " " "DSP-BUZZER"
            RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-AREA" " " "0" "0" "70" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-010" "X" "3" "15" "1" " " "ACP-AREA"  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-010" BY REFERENCE JF-ACT "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-020" "X" "5" "7" "6" "ACP-010" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-020" BY REFERENCE WK-PRMCD "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-022" "9" "5" "20" "6" "ACP-020" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-022" BY REFERENCE WK-JCD "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-024" "9" "5" "34" "2" "ACP-022" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-024" BY REFERENCE WK-BR1 "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-025" "9" "7" "10" "4" "ACP-024" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-025" BY REFERENCE WK-TCD "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-030" "N" "9" "7" "24" "ACP-025" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-030" BY REFERENCE WK-NAME "24" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-032" "9" "11" "6" "8" "ACP-030" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-032" BY REFERENCE WK-FROM "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-034" "9" "11" "19" "8" "ACP-032" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-034" BY REFERENCE WK-TO "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-036" "9" "13" "20" "1" "ACP-034" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-036" BY REFERENCE WK-KBN "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-038" "9" "13" "29" "6" "ACP-036" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-038" BY REFERENCE WK-TAN "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-040" "9" "13" "41" "3" "ACP-038" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-040" BY REFERENCE WK-PCT3 "3" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-050" "X" "22" "16" "1" "ACP-040" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-050" BY REFERENCE JF-ANS "1" "0" RETURNING RESU.
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
                   IF  OPA-PGM (WK-AUI)  =  "JF840U"
                   OR  OPA-PGM (WK-AUI)  =  "ALL"
                       MOVE  1  TO  WK-AUTH-OK
                   END-IF
               END-PERFORM
           END-IF.
           IF  WK-AUTH-OK  =  0
               ACCEPT  WK-VIO-DATE  FROM  DATE
               MOVE  WK-VIO-DATE  TO  VIO-DATE
               MOVE  USER_ID      TO  VIO-OPR
               MOVE  "JF840U"     TO  VIO-PGM
               MOVE  "MAINTENANCE NOT PERMITTED"  TO  VIO-REASON
               OPEN  EXTEND  VIO-FILE
               MOVE  VIO-DET  TO  VIO-LINE
               WRITE  VIO-LINE
               CLOSE  VIO-FILE
               CALL "SD_Output" USING
                "DSP-105" DSP-105 "p" RETURNING RESU
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
            "I-O" PROM_PNAME1 "SHARED" BY REFERENCE PROM_IDLST "1"
            "PRM-KEY" BY REFERENCE PRM-KEY.
           CALL "DB_F_Open" USING
            "INPUT" J-M_PNAME1 "SHARED" BY REFERENCE J-M_IDLST "1"
            "J-JCD" BY REFERENCE J-JCD.
           CALL "DB_F_Open" USING
            "INPUT" HKBM_PNAME1 "SHARED" BY REFERENCE HKBM_IDLST "1"
            "HKB-KEY" BY REFERENCE HKB-KEY.
           CALL "DB_F_Open" USING
            "INPUT" TK-M_PNAME1 "SHARED" BY REFERENCE TK-M_IDLST "1"
            "TK-KEY" BY REFERENCE TK-KEY.
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
           IF  JF-ACT  NOT =  "A"  AND  "C"  AND  "D"
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
            BY REFERENCE ACP-020 "ACP-020" "X" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-10
           END-IF.
           IF  WK-PRMCD  =  SPACE
               GO  TO  ST-20
           END-IF.
       ST-22.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-022 "ACP-022" "9" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-20
           END-IF.
           IF  WK-JCD  NOT =  0
               MOVE  WK-JCD  TO  J-JCD
               CALL "DB_Read" USING
                "INVALID" J-M_PNAME1 BY REFERENCE J-R "UNLOCK"
                RETURNING RET
               IF  RET  =  1
                   CALL "SD_Output" USING
                    "DSP-100" DSP-100 "p" RETURNING RESU
                   CALL "SD_Output" USING
                    "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
                   GO  TO  ST-22
               END-IF
           END-IF.
       ST-24.
      *        EXACTLY ONE OF ITEM AND CLASS.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-024 "ACP-024" "9" "2"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-22
           END-IF.
           IF  ( WK-JCD  =  0  AND  WK-BR1  =  0 )  OR
               ( WK-JCD  NOT =  0  AND  WK-BR1  NOT =  0 )
               CALL "SD_Output" USING
                "DSP-099" DSP-099 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-22
           END-IF.
           IF  WK-BR1  NOT =  0
               MOVE  SPACE   TO  HKB-BC
               MOVE  11      TO  HKB-NO
               MOVE  WK-BR1  TO  HKB-BR1
               CALL "DB_Read" USING
                "INVALID" HKBM_PNAME1 BY REFERENCE HKB-R "UNLOCK"
                RETURNING RET
               IF  RET  =  1
                   CALL "SD_Output" USING
                    "DSP-102" DSP-102 "p" RETURNING RESU
                   CALL "SD_Output" USING
                    "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
                   GO  TO  ST-24
               END-IF
           END-IF.
       ST-25.
           CALL "SD_Output" USING
            "DSP-035" DSP-035 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-025 "ACP-025" "9" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-24
           END-IF.
           IF  WK-TCD  NOT =  0
               MOVE  WK-TCD  TO  TK-TCD
               CALL "DB_Read" USING
                "INVALID" TK-M_PNAME1 BY REFERENCE TK-R "UNLOCK"
                RETURNING RET
               IF  RET  =  1
                   CALL "SD_Output" USING
                    "DSP-101" DSP-101 "p" RETURNING RESU
                   CALL "SD_Output" USING
                    "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
                   GO  TO  ST-25
               END-IF
           END-IF.
           MOVE  WK-PRMCD  TO  PRM-CD.
           MOVE  WK-JCD    TO  PRM-JCD.
           MOVE  WK-BR1    TO  PRM-BR1.
           MOVE  WK-TCD    TO  PRM-TCD.
           CALL "DB_Read" USING
            "INVALID" PROM_PNAME1 BY REFERENCE PRM-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  0
               MOVE  PRM-R  TO  WK-MAUDB
           ELSE
               MOVE  SPACE  TO  WK-MAUDB
           END-IF.
           IF  JF-ACT  =  "A"
               IF  RET  =  0
                   CALL "SD_Output" USING
                    "DSP-092" DSP-092 "p" RETURNING RESU
                   CALL "SD_Output" USING
                    "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
                   GO  TO  ST-20
               END-IF
               MOVE  SPACE  TO  WK-NAME
               MOVE  0      TO  WK-FROM
               MOVE  0      TO  WK-TO
               MOVE  1      TO  WK-KBN
               MOVE  0      TO  WK-TAN
               MOVE  0      TO  WK-PCT3
               GO  TO  ST-30
           END-IF.
           IF  RET  =  1
               CALL "SD_Output" USING
                "DSP-093" DSP-093 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-20
           END-IF.
           MOVE  PRM-NAME  TO  WK-NAME.
           MOVE  PRM-FROM  TO  WK-FROM.
           MOVE  PRM-TO    TO  WK-TO.
           MOVE  PRM-KBN   TO  WK-KBN.
           MOVE  PRM-TAN   TO  WK-TAN.
           COMPUTE  WK-PCT3  =  PRM-PCT  *  10.
           IF  JF-ACT  =  "D"
               GO  TO  ST-50
           END-IF.
       ST-30.
           CALL "SD_Output" USING
            "DSP-040" DSP-040 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-030 "ACP-030" "N" "24"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-25
           END-IF.
       ST-32.
           CALL "SD_Output" USING
            "DSP-045" DSP-045 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-032 "ACP-032" "9" "8"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-30
           END-IF.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-034 "ACP-034" "9" "8"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-32
           END-IF.
           IF  WK-FROM (5:2)  <  "01"  OR  WK-FROM (5:2)  >  "12"
           OR  WK-TO (5:2)    <  "01"  OR  WK-TO (5:2)    >  "12"
           OR  WK-FROM (7:2)  <  "01"  OR  WK-FROM (7:2)  >  "31"
           OR  WK-TO (7:2)    <  "01"  OR  WK-TO (7:2)    >  "31"
           OR  WK-TO  <  WK-FROM
               CALL "SD_Output" USING
                "DSP-103" DSP-103 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-32
           END-IF.
       ST-36.
      *        TYPE 1 TAKES THE PRICE, TYPE 2 THE PERCENTAGE;
      *        THE OTHER FIELD IS CLEARED.
           CALL "SD_Output" USING
            "DSP-050" DSP-050 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-036 "ACP-036" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-32
           END-IF.
           IF  WK-KBN  NOT =  1  AND  WK-KBN  NOT =  2
               GO  TO  ST-36
           END-IF.
           IF  WK-KBN  =  1
               MOVE  0  TO  WK-PCT3
               CALL "SD_Accept" USING
                BY REFERENCE ACP-038 "ACP-038" "9" "6"
                BY REFERENCE ESTAT RETURNING RESU
           ELSE
               MOVE  0  TO  WK-TAN
               CALL "SD_Accept" USING
                BY REFERENCE ACP-040 "ACP-040" "9" "3"
                BY REFERENCE ESTAT RETURNING RESU
           END-IF.
           IF  ESTAT  =  "09"
               GO  TO  ST-36
           END-IF.
           IF  ( WK-KBN  =  1  AND  WK-TAN  =  0 )  OR
               ( WK-KBN  =  2  AND  WK-PCT3  =  0 )
               CALL "SD_Output" USING
                "DSP-104" DSP-104 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-36
           END-IF.
           ACCEPT  WK-TODAY  FROM  DATE.
           ADD  20000000  TO  WK-TODAY.
           IF  JF-ACT  =  "A"
               MOVE  SPACE   TO  PRM-R
           END-IF.
           MOVE  WK-PRMCD  TO  PRM-CD.
           MOVE  WK-JCD    TO  PRM-JCD.
           MOVE  WK-BR1    TO  PRM-BR1.
           MOVE  WK-TCD    TO  PRM-TCD.
           MOVE  WK-NAME   TO  PRM-NAME.
           MOVE  WK-FROM   TO  PRM-FROM.
           MOVE  WK-TO     TO  PRM-TO.
           MOVE  WK-KBN    TO  PRM-KBN.
           MOVE  WK-TAN    TO  PRM-TAN.
           COMPUTE  PRM-PCT  =  WK-PCT3  /  10.
           MOVE  USER_ID   TO  PRM-OPR.
           MOVE  WK-TODAY  TO  PRM-UDATE.
           IF  JF-ACT  =  "A"
               CALL "DB_Insert" USING
                PROM_PNAME1 PROM_LNAME PRM-R RETURNING RET
               IF  RET = 1
                   CALL "SD_Output" USING
                    "DSP-098" DSP-098 "p" RETURNING RESU
                   CALL "SD_Output" USING
                    "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
                   GO  TO  ST-10
               END-IF
               CALL "SD_Output" USING
                "DSP-096" DSP-096 "p" RETURNING RESU
               MOVE  SPACE  TO  WK-MAUDB
               PERFORM  MAUD-WR-RTN  THRU  MAUD-WR-EXT
           ELSE
               CALL "DB_Update" USING
                PROM_PNAME1 PROM_LNAME PRM-R RETURNING RET
               IF  RET = 1
                   CALL "SD_Output" USING
                    "DSP-098" DSP-098 "p" RETURNING RESU
                   CALL "SD_Output" USING
                    "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
                   GO  TO  ST-10
               END-IF
               CALL "SD_Output" USING
                "DSP-097" DSP-097 "p" RETURNING RESU
               PERFORM  MAUD-WR-RTN  THRU  MAUD-WR-EXT
           END-IF.
           GO  TO  ST-10.
       ST-50.
           CALL "SD_Output" USING
            "DSP-094" DSP-094 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-050 "ACP-050" "X" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  JF-ANS  NOT =  "1"  AND  "9"
               GO  TO  ST-50
           END-IF.
           IF  JF-ANS  =  "9"
               GO  TO  ST-10
           END-IF.
           CALL "DB_Delete" USING
            PROM_PNAME1 PROM_LNAME PRM-R RETURNING RET.
           IF  RET = 1
               CALL "SD_Output" USING
                "DSP-098" DSP-098 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
           CALL "SD_Output" USING
            "DSP-095" DSP-095 "p" RETURNING RESU.
           PERFORM  MAUD-DEL-RTN  THRU  MAUD-DEL-EXT.
           GO  TO  ST-10.
       END-RTN.
           CALL "C3_Set_Jrcode" USING
            USER_ID BY REFERENCE COMPLETION_CODE 255.
           CALL "DB_F_Close" USING BY REFERENCE PROM_IDLST PROM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE J-M_IDLST J-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE HKBM_IDLST HKBM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE TK-M_IDLST TK-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE MAUD_IDLST MAUD_PNAME1.
           CALL "DB_Close".
       END-EXT.
           EXIT.
      *****
      *    COMMON MAINTENANCE AUDIT -- SEE LIMAUD.  THE BEFORE
      *    IMAGE WAS CAPTURED AT THE KEY READ (SPACES FOR AN
      *    ADD); THE AFTER IMAGE IS THE RECORD JUST WRITTEN.
       MAUD-WR-RTN.
           MOVE  PRM-R  TO  MAUD-AFTER.
           PERFORM  MAUD-PUT-RTN  THRU  MAUD-PUT-EXT.
       MAUD-WR-EXT.
           EXIT.
       MAUD-DEL-RTN.
           MOVE  PRM-R  TO  WK-MAUDB.
           MOVE  SPACE  TO  MAUD-AFTER.
           PERFORM  MAUD-PUT-RTN  THRU  MAUD-PUT-EXT.
       MAUD-DEL-EXT.
           EXIT.
       MAUD-PUT-RTN.
           ACCEPT  MAUD-DATE  FROM  DATE.
           ACCEPT  MAUD-TIME  FROM  TIME.
           ADD  1  TO  WK-AUDSEQ.
           MOVE  WK-AUDSEQ   TO  MAUD-SEQ.
           MOVE  "PROM    "  TO  MAUD-FILE.
           MOVE  SPACE       TO  MAUD-FKEY.
           MOVE  PRM-KEY     TO  MAUD-FKEY (1:18).
           MOVE  USER_ID     TO  MAUD-OPR.
           MOVE  WK-MAUDB    TO  MAUD-BEFORE.
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
