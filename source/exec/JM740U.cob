       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         JM740U.
      *****************************************************
      *****   CUSTOMER ITEM ASSORTMENT MAINTENANCE     *****
      *****************************************************
      *        ADD/CHANGE/DELETE FOR THE TWO ASSORTMENT FILES.
      *        TYPE R = A JT-ASRT RULE: FOR ONE CUSTOMER, ONE
      *        CUSTOMER GROUP (CUSTOMER 0000) OR ALL CUSTOMERS
      *        (CUSTOMER 0000, GROUP 000); FOR ONE ITEM OR ONE
      *        J-BR1 ITEM CLASS (ITEM 000000); ALLOWED OR
      *        BLOCKED FROM A DATE, TO A DATE OR OPEN-ENDED
      *        (TO 0).  TYPE P = THE CUSTOMER'S JT-ASGM PROFILE:
      *        ITS GROUP AND WHETHER IT IS HELD TO ITS AGREED
      *        RANGE.  ORDER ENTRY (JF680U), QUOTE CONVERSION
      *        (JF820U) AND THE EDI PRE-LOAD GATE (KF930U) REFUSE
      *        ITEMS OUTSIDE THE ASSORTMENT -- SEE LPASR.
      *        EVERY CHANGE IS WRITTEN TO THE JT-MAUD AUDIT TRAIL.
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
           02  TC-ACT          PIC  X(01).
           02  TC-TYPE         PIC  X(01).
           02  TC-ANS          PIC  X(01).
           02  WK-TCD          PIC  9(04).
           02  WK-GRP          PIC  9(03).
           02  WK-JCD          PIC  9(06).
           02  WK-BR1          PIC  9(02).
       COPY    LSTTM.
       COPY    LIJM.
       COPY    LIASRT.
       COPY    LIASGM.
       COPY    LIMAUD.
       77  WK-AUDSEQ       PIC  9(04)  VALUE  0.
       77  WK-WRTRY        PIC  9(01)  VALUE  0.
       01  WK-MAUDB            PIC  X(300)  VALUE  SPACE.
      *****
       01  DSP-AREA.
           03  DSP-010         PIC  X(32)
               VALUE  "ASSORTMENT MASTER               ".
           03  DSP-020         PIC  X(24)
               VALUE  "ACT A=ADD,C=CHG,D=DEL( )".
           03  DSP-025         PIC  X(25)
               VALUE  "TYPE R=RULE,P=CUSTOMER( )".
           03  DSP-030         PIC  X(14)
               VALUE  "CUSTOMER(    )".
           03  DSP-032         PIC  X(11)
               VALUE  " GROUP(   )".
           03  DSP-040         PIC  X(22)
               VALUE  "ITEM(      ) CLASS(  )".
           03  DSP-050         PIC  X(22)
               VALUE  "ALLOWED=1,BLOCKED=2( )".
           03  DSP-045         PIC  X(27)
               VALUE  "FROM(        ) TO(        )".
           03  DSP-060         PIC  X(42)
               VALUE  "GROUP(   ) AGREED RANGE ONLY 1=YES,0=NO( )".
       01  DSP-AREA2.
           03  DSP-090         PIC  X(20)
               VALUE  "INVALID ACT CODE    ".
           03  DSP-091         PIC  X(20)
               VALUE  "INVALID TYPE        ".
           03  DSP-092         PIC  X(24)
               VALUE  "RECORD ALREADY EXISTS  ".
           03  DSP-093         PIC  X(18)
               VALUE  "RECORD NOT FOUND  ".
           03  DSP-094         PIC  X(20)
               VALUE  "DELETE OK Y=1,N=9( )".
           03  DSP-095         PIC  X(16)
               VALUE  "RECORD DELETED  ".
           03  DSP-096         PIC  X(16)
               VALUE  "RECORD ADDED    ".
           03  DSP-097         PIC  X(16)
               VALUE  "RECORD UPDATED  ".
           03  DSP-098         PIC  X(20)
               VALUE  "DATABASE ERROR      ".
           03  DSP-099         PIC  X(20)
               VALUE  "NOT AUTHORIZED      ".
           03  DSP-100         PIC  X(20)
               VALUE  "BAD DATE RANGE      ".
           03  DSP-101         PIC  X(20)
               VALUE  "CUSTOMER NOT ON TT-M".
           03  DSP-102         PIC  X(20)
               VALUE  "ITEM NOT ON J-M     ".
           03  DSP-103         PIC  X(20)
               VALUE  "CUSTOMER OR GROUP   ".
           03  DSP-104         PIC  X(20)
               VALUE  "ITEM OR CLASS       ".
           03  DSP-105         PIC  X(20)
               VALUE  "ENTER 1 OR 2        ".
           03  DSP-106         PIC  X(20)
               VALUE  "ENTER 0 OR 1        ".
           03  DSP-107         PIC  X(20)
               VALUE  "CUSTOMER REQUIRED   ".
       01  DSP-BUZZER.
           03  DISP-BUZ-J-03   PIC  X(05)  VALUE  X"1B4A03".
       01  ACP-AREA.
           03  ACP-010         PIC  X(01).
           03  ACP-015         PIC  X(01).
           03  ACP-020         PIC  9(04).
           03  ACP-022         PIC  9(03).
           03  ACP-030         PIC  9(06).
           03  ACP-032         PIC  9(02).
           03  ACP-040         PIC  9(01).
           03  ACP-042         PIC  9(08).
           03  ACP-044         PIC  9(08).
           03  ACP-050         PIC  9(03).
           03  ACP-052         PIC  9(01).
           03  ACP-090         PIC  X(01).
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       CALL "SD_Initialize" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA" " " "0" "0" "219" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-010" "X" "1" "1" "32" " " "DSP-AREA"  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-020" "X" "3" "1" "24" "DSP-010" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-025" "X" "3" "30" "25" "DSP-020" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-030" "X" "5" "1" "14" "DSP-025" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-032" "X" "5" "15" "11" "DSP-030" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-040" "X" "7" "1" "22" "DSP-032" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-050" "X" "10" "1" "22" "DSP-040" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-045" "X" "12" "1" "27" "DSP-050" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-060" "X" "14" "1" "42" "DSP-045" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA2" " " "0" "0" "350" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-090" "X" "22" "1" "20" " " "DSP-AREA2"
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-091" "X" "22" "1" "20" "DSP-090" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-092" "X" "22" "1" "24" "DSP-091" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-093" "X" "22" "1" "18" "DSP-092" " "
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
            "ACP-AREA" " " "0" "0" "39" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-010" "X" "3" "23" "1" " " "ACP-AREA"  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-010" BY REFERENCE TC-ACT "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-015" "X" "3" "53" "1" "ACP-010" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-015" BY REFERENCE TC-TYPE "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-020" "9" "5" "10" "4" "ACP-015" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-020" BY REFERENCE WK-TCD "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-022" "9" "5" "22" "3" "ACP-020" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-022" BY REFERENCE WK-GRP "3" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-030" "9" "7" "6" "6" "ACP-022" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-030" BY REFERENCE WK-JCD "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-032" "9" "7" "20" "2" "ACP-030" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-032" BY REFERENCE WK-BR1 "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-040" "9" "10" "21" "1" "ACP-032" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-040" BY REFERENCE ASR-KBN "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-042" "9" "12" "6" "8" "ACP-040" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-042" BY REFERENCE ASR-FROM "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-044" "9" "12" "19" "8" "ACP-042" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-044" BY REFERENCE ASR-TO "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-050" "9" "14" "7" "3" "ACP-044" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-050" BY REFERENCE AGM-GRP "3" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-052" "9" "14" "41" "1" "ACP-050" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-052" BY REFERENCE AGM-RNG "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-090" "X" "22" "20" "1" "ACP-052" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-090" BY REFERENCE TC-ANS "1" "0" RETURNING RESU.
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
                   IF  OPA-PGM (WK-AUI)  =  "JM740U"
                   OR  OPA-PGM (WK-AUI)  =  "ALL"
                       MOVE  1  TO  WK-AUTH-OK
                   END-IF
               END-PERFORM
           END-IF.
           IF  WK-AUTH-OK  =  0
               ACCEPT  WK-VIO-DATE  FROM  DATE
               MOVE  WK-VIO-DATE  TO  VIO-DATE
               MOVE  USER_ID      TO  VIO-OPR
               MOVE  "JM740U"     TO  VIO-PGM
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
           ACCEPT  WK-TODAY  FROM  DATE.
           ADD  20000000  TO  WK-TODAY.
           CALL "DB_F_Open" USING
            "I-O" ASRT_PNAME1 "SHARED" BY REFERENCE ASRT_IDLST "1"
            "ASR-KEY" BY REFERENCE ASR-KEY.
           CALL "DB_F_Open" USING
            "I-O" ASGM_PNAME1 "SHARED" BY REFERENCE ASGM_IDLST "1"
            "AGM-KEY" BY REFERENCE AGM-KEY.
           CALL "DB_F_Open" USING
            "INPUT" TT-M_PNAME1 "SHARED" BY REFERENCE TT-M_IDLST
            "1" "TT-KEY" BY REFERENCE TT-KEY.
           CALL "DB_F_Open" USING
            "INPUT" J-M_PNAME1 "SHARED" BY REFERENCE J-M_IDLST "1"
            "J-JCD" BY REFERENCE J-JCD.
           CALL "DB_F_Open" USING
            "I-O" MAUD_PNAME1 "SHARED" BY REFERENCE MAUD_IDLST "1"
            "MAUD-KEY" BY REFERENCE MAUD-KEY.
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
           IF  TC-ACT  NOT =  "A"  AND  "C"  AND  "D"
               CALL "SD_Output" USING
                "DSP-090" DSP-090 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
       ST-15.
           CALL "SD_Output" USING
            "DSP-025" DSP-025 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-015 "ACP-015" "X" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-10
           END-IF.
           IF  TC-TYPE  NOT =  "R"  AND  "P"
               CALL "SD_Output" USING
                "DSP-091" DSP-091 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-15
           END-IF.
       ST-20.
      *        CUSTOMER -- REQUIRED FOR A PROFILE, 0000 ON A RULE
      *        FOR A GROUP OR FOR ALL CUSTOMERS.
           CALL "SD_Output" USING
            "DSP-030" DSP-030 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-020 "ACP-020" "9" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-15
           END-IF.
           IF  WK-TCD  =  0  AND  TC-TYPE  =  "P"
               CALL "SD_Output" USING
                "DSP-107" DSP-107 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-20
           END-IF.
           IF  WK-TCD  NOT =  0
               MOVE  WK-TCD  TO  TT-TCD
               CALL "DB_Read" USING
                "INVALID" TT-M_PNAME1 BY REFERENCE TT-R "UNLOCK"
                RETURNING RET
               IF  RET  =  1
                   CALL "SD_Output" USING
                    "DSP-101" DSP-101 "p" RETURNING RESU
                   CALL "SD_Output" USING
                    "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
                   GO  TO  ST-20
               END-IF
           END-IF.
           IF  TC-TYPE  =  "P"
               GO  TO  ST-50
           END-IF.
       ST-22.
           CALL "SD_Output" USING
            "DSP-032" DSP-032 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-022 "ACP-022" "9" "3"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-20
           END-IF.
           IF  WK-TCD  NOT =  0  AND  WK-GRP  NOT =  0
               CALL "SD_Output" USING
                "DSP-103" DSP-103 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-22
           END-IF.
       ST-24.
      *        ONE ITEM, OR ITEM 000000 AND A CLASS.
           CALL "SD_Output" USING
            "DSP-040" DSP-040 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-030 "ACP-030" "9" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-22
           END-IF.
           MOVE  0  TO  WK-BR1.
           IF  WK-JCD  =  0
               CALL "SD_Accept" USING
                BY REFERENCE ACP-032 "ACP-032" "9" "2"
                BY REFERENCE ESTAT RETURNING RESU
               IF  ESTAT  =  "09"
                   GO  TO  ST-24
               END-IF
           END-IF.
           IF  WK-JCD  =  0  AND  WK-BR1  =  0
               CALL "SD_Output" USING
                "DSP-104" DSP-104 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-24
           END-IF.
           IF  WK-JCD  NOT =  0
               MOVE  WK-JCD  TO  J-JCD
               CALL "DB_Read" USING
                "INVALID" J-M_PNAME1 BY REFERENCE J-R "UNLOCK"
                RETURNING RET
               IF  RET  =  1
                   CALL "SD_Output" USING
                    "DSP-102" DSP-102 "p" RETURNING RESU
                   CALL "SD_Output" USING
                    "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
                   GO  TO  ST-24
               END-IF
           END-IF.
           MOVE  WK-TCD  TO  ASR-TCD.
           MOVE  WK-GRP  TO  ASR-GRP.
           MOVE  WK-JCD  TO  ASR-JCD.
           MOVE  WK-BR1  TO  ASR-BR1.
      *           READ   ASRT   INVALID
      *///////////////
           CALL "DB_Read" USING
            "INVALID" ASRT_PNAME1 BY REFERENCE ASR-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  0
               MOVE  ASR-R  TO  WK-MAUDB
           ELSE
               MOVE  SPACE  TO  WK-MAUDB
           END-IF.
           IF  TC-ACT  =  "A"
               IF  RET  =  0
                   CALL "SD_Output" USING
                    "DSP-092" DSP-092 "p" RETURNING RESU
                   CALL "SD_Output" USING
                    "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
                   GO  TO  ST-24
               END-IF
               MOVE  SPACE   TO  ASR-R
               MOVE  WK-TCD  TO  ASR-TCD
               MOVE  WK-GRP  TO  ASR-GRP
               MOVE  WK-JCD  TO  ASR-JCD
               MOVE  WK-BR1  TO  ASR-BR1
               MOVE  0       TO  ASR-KBN  ASR-TO  ASR-UDATE
               MOVE  WK-TODAY  TO  ASR-FROM
               GO  TO  ST-30
           END-IF.
           IF  RET  =  1
               CALL "SD_Output" USING
                "DSP-093" DSP-093 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-24
           END-IF.
           IF  TC-ACT  =  "D"
               GO  TO  ST-90
           END-IF.
       ST-30.
           CALL "SD_Output" USING
            "DSP-050" DSP-050 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-040 "ACP-040" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-24
           END-IF.
           IF  ASR-KBN  NOT =  1  AND  2
               CALL "SD_Output" USING
                "DSP-105" DSP-105 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-30
           END-IF.
       ST-32.
      *        TO 0 LEAVES THE RULE OPEN-ENDED.
           CALL "SD_Output" USING
            "DSP-045" DSP-045 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-042 "ACP-042" "9" "8"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-30
           END-IF.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-044 "ACP-044" "9" "8"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-32
           END-IF.
           IF  ASR-FROM (5:2)  <  "01"  OR  ASR-FROM (5:2)  >  "12"
           OR  ASR-FROM (7:2)  <  "01"  OR  ASR-FROM (7:2)  >  "31"
               CALL "SD_Output" USING
                "DSP-100" DSP-100 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-32
           END-IF.
           IF  ASR-TO  NOT =  0
               IF  ASR-TO (5:2)  <  "01"  OR  ASR-TO (5:2)  >  "12"
               OR  ASR-TO (7:2)  <  "01"  OR  ASR-TO (7:2)  >  "31"
               OR  ASR-TO  <  ASR-FROM
                   CALL "SD_Output" USING
                    "DSP-100" DSP-100 "p" RETURNING RESU
                   CALL "SD_Output" USING
                    "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
                   GO  TO  ST-32
               END-IF
           END-IF.
           MOVE  USER_ID   TO  ASR-OPR.
           MOVE  WK-TODAY  TO  ASR-UDATE.
           IF  TC-ACT  =  "A"
      *           WRITE  ASR-R   INVALID
      *///////////////
               CALL "DB_Insert" USING
                ASRT_PNAME1 ASRT_LNAME ASR-R RETURNING RET
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
      *           REWRITE  ASR-R   INVALID
      *///////////////
               CALL "DB_Update" USING
                ASRT_PNAME1 ASRT_LNAME ASR-R RETURNING RET
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
           PERFORM  MAUD-WR-RTN  THRU  MAUD-WR-EXT.
           GO  TO  ST-10.
      *****
      *    CUSTOMER PROFILE.
       ST-50.
           MOVE  WK-TCD  TO  AGM-TCD.
      *           READ   ASGM   INVALID
      *///////////////
           CALL "DB_Read" USING
            "INVALID" ASGM_PNAME1 BY REFERENCE AGM-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  0
               MOVE  AGM-R  TO  WK-MAUDB
           ELSE
               MOVE  SPACE  TO  WK-MAUDB
           END-IF.
           IF  TC-ACT  =  "A"
               IF  RET  =  0
                   CALL "SD_Output" USING
                    "DSP-092" DSP-092 "p" RETURNING RESU
                   CALL "SD_Output" USING
                    "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
                   GO  TO  ST-20
               END-IF
               MOVE  SPACE   TO  AGM-R
               MOVE  WK-TCD  TO  AGM-TCD
               MOVE  0       TO  AGM-GRP  AGM-RNG  AGM-UDATE
               GO  TO  ST-52
           END-IF.
           IF  RET  =  1
               CALL "SD_Output" USING
                "DSP-093" DSP-093 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-20
           END-IF.
           IF  TC-ACT  =  "D"
               GO  TO  ST-90
           END-IF.
       ST-52.
           CALL "SD_Output" USING
            "DSP-060" DSP-060 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-050 "ACP-050" "9" "3"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-20
           END-IF.
       ST-54.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-052 "ACP-052" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-52
           END-IF.
           IF  AGM-RNG  NOT =  0  AND  1
               CALL "SD_Output" USING
                "DSP-106" DSP-106 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-54
           END-IF.
           MOVE  USER_ID   TO  AGM-OPR.
           MOVE  WK-TODAY  TO  AGM-UDATE.
           IF  TC-ACT  =  "A"
               CALL "DB_Insert" USING
                ASGM_PNAME1 ASGM_LNAME AGM-R RETURNING RET
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
                ASGM_PNAME1 ASGM_LNAME AGM-R RETURNING RET
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
           PERFORM  MAUD-WR-RTN  THRU  MAUD-WR-EXT.
           GO  TO  ST-10.
       ST-90.
           CALL "SD_Output" USING
            "DSP-094" DSP-094 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-090 "ACP-090" "X" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  TC-ANS  NOT =  "1"  AND  "9"
               GO  TO  ST-90
           END-IF.
           IF  TC-ANS  =  "9"
               GO  TO  ST-10
           END-IF.
           IF  TC-TYPE  =  "R"
               MOVE  WK-MAUDB  TO  ASR-R
               CALL "DB_Delete" USING
                ASRT_PNAME1 ASRT_LNAME ASR-R RETURNING RET
           ELSE
               MOVE  WK-MAUDB  TO  AGM-R
               CALL "DB_Delete" USING
                ASGM_PNAME1 ASGM_LNAME AGM-R RETURNING RET
           END-IF.
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
           CALL "DB_F_Close" USING BY REFERENCE ASRT_IDLST ASRT_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE ASGM_IDLST ASGM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE TT-M_IDLST TT-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE J-M_IDLST J-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE MAUD_IDLST MAUD_PNAME1.
           CALL "DB_Close".
       END-EXT.
           EXIT.
      *****
      *    COMMON MAINTENANCE AUDIT -- SEE LIMAUD.  THE BEFORE
      *    IMAGE WAS CAPTURED AT THE KEY READ (SPACES FOR AN
      *    ADD); THE AFTER IMAGE IS THE RECORD JUST WRITTEN.
       MAUD-WR-RTN.
           MOVE  SPACE  TO  MAUD-FKEY.
           IF  TC-TYPE  =  "R"
               MOVE  "ASRT    "  TO  MAUD-FILE
               MOVE  ASR-KEY     TO  MAUD-FKEY (1:15)
               MOVE  ASR-R       TO  MAUD-AFTER
           ELSE
               MOVE  "ASGM    "  TO  MAUD-FILE
               MOVE  AGM-KEY     TO  MAUD-FKEY (1:4)
               MOVE  AGM-R       TO  MAUD-AFTER
           END-IF.
           PERFORM  MAUD-PUT-RTN  THRU  MAUD-PUT-EXT.
       MAUD-WR-EXT.
           EXIT.
       MAUD-DEL-RTN.
           MOVE  SPACE  TO  MAUD-FKEY.
           IF  TC-TYPE  =  "R"
               MOVE  "ASRT    "  TO  MAUD-FILE
               MOVE  ASR-KEY     TO  MAUD-FKEY (1:15)
               MOVE  ASR-R       TO  WK-MAUDB
           ELSE
               MOVE  "ASGM    "  TO  MAUD-FILE
               MOVE  AGM-KEY     TO  MAUD-FKEY (1:4)
               MOVE  AGM-R       TO  WK-MAUDB
           END-IF.
           MOVE  SPACE  TO  MAUD-AFTER.
           PERFORM  MAUD-PUT-RTN  THRU  MAUD-PUT-EXT.
       MAUD-DEL-EXT.
           EXIT.
       MAUD-PUT-RTN.
           ACCEPT  MAUD-DATE  FROM  DATE.
           ACCEPT  MAUD-TIME  FROM  TIME.
           ADD  1  TO  WK-AUDSEQ.
           MOVE  WK-AUDSEQ   TO  MAUD-SEQ.
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
