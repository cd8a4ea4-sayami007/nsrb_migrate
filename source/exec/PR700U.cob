       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PR700U.
      *****************************************************
      *****   FIXED ASSET MASTER MAINTENANCE           *****
      *****************************************************
      *        MAINTAINS THE JT-FAST FIXED ASSET REGISTER THE
      *        PR710U DEPRECIATION RUN WORKS FROM, THE HK530U
      *        WAY: ACTION A/C/D AND THE ASSET NUMBER, THEN NAME,
      *        DEPARTMENT (AM-BUCD), ACQUISITION DATE AND COST,
      *        USEFUL LIFE IN YEARS, METHOD (S = STRAIGHT LINE,
      *        D = DECLINING BALANCE) AND THE ASSET, DEPRECIATION
      *        EXPENSE AND ACCUMULATED DEPRECIATION ACCUNT CODES
      *        (ACCUMULATED 0000 = DIRECT METHOD).  ONCE AN ASSET
      *        HAS BEEN DEPRECIATED ITS COST, DATE, LIFE AND
      *        METHOD ARE FROZEN AND IT CANNOT BE DELETED; A
      *        CHANGE THEN TAKES THE ACCOUNTS AND THE DISPOSAL
      *        DATE AND PROCEEDS, WHICH PR710U BOOKS IN THE
      *        DISPOSAL MONTH.  A DISPOSED ASSET IS READ ONLY.
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
       77  WK-MCNT         PIC  9(03)  VALUE  0.
       01  WK-AREA.
           02  PR-ACT          PIC  X(01).
           02  PR-ANS          PIC  X(01).
           02  WK-NO           PIC  9(06).
           02  WK-NAME         PIC  X(20).
           02  WK-BUCD         PIC  9(02).
           02  WK-ADATE        PIC  9(08).
           02  WK-ADATE-R  REDEFINES  WK-ADATE.
               03  WK-AYY      PIC  9(04).
               03  WK-AMM      PIC  9(02).
               03  WK-ADD      PIC  9(02).
           02  WK-COST         PIC  9(09).
           02  WK-LIFE         PIC  9(02).
           02  WK-METH         PIC  X(01).
           02  WK-AKMCD        PIC  9(04).
           02  WK-EKMCD        PIC  9(04).
           02  WK-DKMCD        PIC  9(04).
           02  WK-DDATE        PIC  9(08).
           02  WK-DDATE-R  REDEFINES  WK-DDATE.
               03  WK-DYY      PIC  9(04).
               03  WK-DMM      PIC  9(02).
               03  WK-DDD      PIC  9(02).
           02  WK-DAMT         PIC  9(09).
       COPY    LIFAST.
       COPY    ACCUNT.
       COPY    LIMAUD.
       77  WK-AUDSEQ       PIC  9(04)  VALUE  0.
       77  WK-WRTRY        PIC  9(01)  VALUE  0.
       01  WK-MAUDB            PIC  X(300)  VALUE  SPACE.
      *****
       01  DSP-AREA.
           03  DSP-010         PIC  X(32)
               VALUE  "FIXED ASSET MAINTENANCE         ".
           03  DSP-020         PIC  X(20)
               VALUE  "ACTION A/C/D ( )    ".
           03  DSP-030         PIC  X(16)
               VALUE  "ASSET NO(      )".
           03  DSP-040         PIC  X(06)
               VALUE  "NAME: ".
           03  DSP-050         PIC  X(43)
               VALUE  "DEPT(  ) ACQ DATE(        ) COST(         )".
           03  DSP-060         PIC  X(22)
               VALUE  "LIFE(  ) METHOD S/D( )".
           03  DSP-070         PIC  X(37)
               VALUE  "ASSET(    ) EXPENSE(    ) ACCUM(    )".
           03  DSP-080         PIC  X(38)
               VALUE  "DISPOSAL(        ) PROCEEDS(         )".
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
               VALUE  "ACCOUNT NOT ON AM   ".
           03  DSP-100         PIC  X(20)
               VALUE  "INVALID ENTRY       ".
           03  DSP-101         PIC  X(24)
               VALUE  "DEPRECIATED - NO DELETE ".
           03  DSP-102         PIC  X(20)
               VALUE  "ASSET DISPOSED      ".
           03  DSP-103         PIC  X(20)
               VALUE  "NOT AUTHORIZED      ".
       01  DSP-BUZZER.
           03  DISP-BUZ-J-03   PIC  X(05)  VALUE  X"1B4A03".
       01  ACP-AREA.
           03  ACP-010         PIC  X(01).
           03  ACP-020         PIC  9(06).
           03  ACP-030         PIC  X(20).
           03  ACP-041         PIC  9(02).
           03  ACP-042         PIC  9(08).
           03  ACP-043         PIC  9(09).
           03  ACP-051         PIC  9(02).
           03  ACP-052         PIC  X(01).
           03  ACP-061         PIC  9(04).
           03  ACP-062         PIC  9(04).
           03  ACP-063         PIC  9(04).
           03  ACP-071         PIC  9(08).
           03  ACP-072         PIC  9(09).
           03  ACP-090         PIC  X(01).
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       CALL "SD_Initialize" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA" " " "0" "0" "214" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-010" "X" "1" "1" "32" " " "DSP-AREA"  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-020" "X" "3" "1" "20" "DSP-010" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-030" "X" "5" "1" "16" "DSP-020" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-040" "X" "6" "1" "6" "DSP-030" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-050" "X" "8" "1" "43" "DSP-040" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-060" "X" "10" "1" "22" "DSP-050" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-070" "X" "12" "1" "37" "DSP-060" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-080" "X" "14" "1" "38" "DSP-070" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA2" " " "0" "0" "252" " " " "  RETURNING RESU.
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
            "DSP-101" "X" "22" "1" "24" "DSP-100" " "
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
            "ACP-AREA" " " "0" "0" "79" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-010" "X" "3" "15" "1" " " "ACP-AREA"  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-010" BY REFERENCE PR-ACT "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-020" "9" "5" "10" "6" "ACP-010" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-020" BY REFERENCE WK-NO "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-030" "X" "6" "7" "20" "ACP-020" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-030" BY REFERENCE WK-NAME "20" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-041" "9" "8" "6" "2" "ACP-030" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-041" BY REFERENCE WK-BUCD "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-042" "9" "8" "19" "8" "ACP-041" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-042" BY REFERENCE WK-ADATE "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-043" "9" "8" "34" "9" "ACP-042" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-043" BY REFERENCE WK-COST "9" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-051" "9" "10" "6" "2" "ACP-043" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-051" BY REFERENCE WK-LIFE "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-052" "X" "10" "21" "1" "ACP-051" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-052" BY REFERENCE WK-METH "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-061" "9" "12" "7" "4" "ACP-052" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-061" BY REFERENCE WK-AKMCD "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-062" "9" "12" "21" "4" "ACP-061" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-062" BY REFERENCE WK-EKMCD "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-063" "9" "12" "33" "4" "ACP-062" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-063" BY REFERENCE WK-DKMCD "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-071" "9" "14" "10" "8" "ACP-063" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-071" BY REFERENCE WK-DDATE "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-072" "9" "14" "29" "9" "ACP-071" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-072" BY REFERENCE WK-DAMT "9" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-090" "X" "22" "17" "1" "ACP-072" " "  RETURNING RESU.
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
                   IF  OPA-PGM (WK-AUI)  =  "PR700U"
                   OR  OPA-PGM (WK-AUI)  =  "ALL"
                       MOVE  1  TO  WK-AUTH-OK
                   END-IF
               END-PERFORM
           END-IF.
           IF  WK-AUTH-OK  =  0
               ACCEPT  WK-VIO-DATE  FROM  DATE
               MOVE  WK-VIO-DATE  TO  VIO-DATE
               MOVE  USER_ID      TO  VIO-OPR
               MOVE  "PR700U"     TO  VIO-PGM
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
           CALL "DB_F_Open" USING
            "I-O" MAUD_PNAME1 "SHARED" BY REFERENCE MAUD_IDLST "1"
            "MAUD-KEY" BY REFERENCE MAUD-KEY.
           CALL "DB_F_Open" USING
            "I-O" FAST_PNAME1 "SHARED" BY REFERENCE FAST_IDLST "1"
            "FA-KEY" BY REFERENCE FA-KEY.
           CALL "DB_F_Open" USING
            "INPUT" AM_PNAME1 "SHARED" BY REFERENCE AM_IDLST "1"
            "AM-KEY" BY REFERENCE AM-KEY.
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
            BY REFERENCE ACP-020 "ACP-020" "9" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-10
           END-IF.
           MOVE  WK-NO  TO  FA-NO.
           CALL "DB_Read" USING
            "INVALID" FAST_PNAME1 BY REFERENCE FA-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  0
               MOVE  FA-R  TO  WK-MAUDB
           ELSE
               MOVE  SPACE  TO  WK-MAUDB
           END-IF.
           IF  PR-ACT  =  "A"
               IF  RET  =  0
                   CALL "SD_Output" USING
                    "DSP-092" DSP-092 "p" RETURNING RESU
                   CALL "SD_Output" USING
                    "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
                   GO  TO  ST-20
               END-IF
               INITIALIZE  WK-AREA
               MOVE  "A"    TO  PR-ACT
               MOVE  FA-NO  TO  WK-NO
               MOVE  "S"    TO  WK-METH
               MOVE  0      TO  WK-MCNT
               GO  TO  ST-30
           END-IF.
           IF  RET  =  1
               CALL "SD_Output" USING
                "DSP-093" DSP-093 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-20
           END-IF.
           IF  FA-STAT  =  9
               CALL "SD_Output" USING
                "DSP-102" DSP-102 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-20
           END-IF.
           MOVE  FA-NAME   TO  WK-NAME.
           MOVE  FA-BUCD   TO  WK-BUCD.
           MOVE  FA-ADATE  TO  WK-ADATE.
           MOVE  FA-COST   TO  WK-COST.
           MOVE  FA-LIFE   TO  WK-LIFE.
           MOVE  FA-METH   TO  WK-METH.
           MOVE  FA-AKMCD  TO  WK-AKMCD.
           MOVE  FA-EKMCD  TO  WK-EKMCD.
           MOVE  FA-DKMCD  TO  WK-DKMCD.
           MOVE  FA-DDATE  TO  WK-DDATE.
           MOVE  FA-DAMT   TO  WK-DAMT.
           MOVE  FA-MCNT   TO  WK-MCNT.
           IF  PR-ACT  =  "D"
               IF  WK-MCNT  >  0
                   CALL "SD_Output" USING
                    "DSP-101" DSP-101 "p" RETURNING RESU
                   CALL "SD_Output" USING
                    "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
                   GO  TO  ST-20
               END-IF
               GO  TO  ST-90
           END-IF.
       ST-30.
           CALL "SD_Output" USING
            "DSP-040" DSP-040 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-030 "ACP-030" "X" "20"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-20
           END-IF.
      *        COST, DATE, LIFE AND METHOD ARE FROZEN ONCE THE
      *        ASSET HAS TAKEN DEPRECIATION.
           IF  WK-MCNT  >  0
               GO  TO  ST-60
           END-IF.
       ST-40.
           CALL "SD_Output" USING
            "DSP-050" DSP-050 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-041 "ACP-041" "9" "2"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-30
           END-IF.
       ST-42.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-042 "ACP-042" "9" "8"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-40
           END-IF.
           IF  WK-AYY  <  1900  OR  WK-AMM  <  1  OR  WK-AMM  >  12
               OR  WK-ADD  <  1  OR  WK-ADD  >  31
               CALL "SD_Output" USING
                "DSP-100" DSP-100 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-42
           END-IF.
       ST-44.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-043 "ACP-043" "9" "9"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-42
           END-IF.
           IF  WK-COST  =  0
               CALL "SD_Output" USING
                "DSP-100" DSP-100 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-44
           END-IF.
       ST-50.
           CALL "SD_Output" USING
            "DSP-060" DSP-060 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-051 "ACP-051" "9" "2"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-44
           END-IF.
           IF  WK-LIFE  =  0
               CALL "SD_Output" USING
                "DSP-100" DSP-100 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-50
           END-IF.
       ST-52.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-052 "ACP-052" "X" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-50
           END-IF.
           IF  WK-METH  NOT =  "S"  AND  "D"
               CALL "SD_Output" USING
                "DSP-100" DSP-100 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-52
           END-IF.
       ST-60.
           CALL "SD_Output" USING
            "DSP-070" DSP-070 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-061 "ACP-061" "9" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-30
           END-IF.
           MOVE  WK-AKMCD  TO  AM-KEY.
           PERFORM  AM-CHK-RTN  THRU  AM-CHK-EXT.
           IF  RET  =  1
               GO  TO  ST-60
           END-IF.
       ST-62.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-062 "ACP-062" "9" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-60
           END-IF.
           MOVE  WK-EKMCD  TO  AM-KEY.
           PERFORM  AM-CHK-RTN  THRU  AM-CHK-EXT.
           IF  RET  =  1
               GO  TO  ST-62
           END-IF.
       ST-64.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-063 "ACP-063" "9" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-62
           END-IF.
           IF  WK-DKMCD  NOT =  0
               MOVE  WK-DKMCD  TO  AM-KEY
               PERFORM  AM-CHK-RTN  THRU  AM-CHK-EXT
               IF  RET  =  1
                   GO  TO  ST-64
               END-IF
           END-IF.
           IF  PR-ACT  =  "A"
               GO  TO  ST-80
           END-IF.
       ST-70.
           CALL "SD_Output" USING
            "DSP-080" DSP-080 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-071 "ACP-071" "9" "8"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-64
           END-IF.
           IF  WK-DDATE  =  0
               MOVE  0  TO  WK-DAMT
               GO  TO  ST-80
           END-IF.
           IF  WK-DYY  <  1900  OR  WK-DMM  <  1  OR  WK-DMM  >  12
               OR  WK-DDD  <  1  OR  WK-DDD  >  31
               OR  WK-DDATE  <  WK-ADATE
               CALL "SD_Output" USING
                "DSP-100" DSP-100 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-70
           END-IF.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-072 "ACP-072" "9" "9"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-70
           END-IF.
       ST-80.
           IF  PR-ACT  =  "A"
               INITIALIZE  FA-R
               MOVE  WK-NO  TO  FA-NO
               MOVE  0      TO  FA-STAT
           END-IF.
           MOVE  WK-NAME   TO  FA-NAME.
           MOVE  WK-BUCD   TO  FA-BUCD.
           MOVE  WK-ADATE  TO  FA-ADATE.
           MOVE  WK-COST   TO  FA-COST.
           MOVE  WK-LIFE   TO  FA-LIFE.
           MOVE  WK-METH   TO  FA-METH.
           MOVE  WK-AKMCD  TO  FA-AKMCD.
           MOVE  WK-EKMCD  TO  FA-EKMCD.
           MOVE  WK-DKMCD  TO  FA-DKMCD.
           MOVE  WK-DDATE  TO  FA-DDATE.
           MOVE  WK-DAMT   TO  FA-DAMT.
           MOVE  USER_ID   TO  FA-OPR.
           IF  PR-ACT  =  "A"
               CALL "DB_Insert" USING
                FAST_PNAME1 FAST_LNAME FA-R RETURNING RET
           ELSE
               CALL "DB_Update" USING
                FAST_PNAME1 FAST_LNAME FA-R RETURNING RET
           END-IF.
           IF  RET = 1
               CALL "SD_Output" USING
                "DSP-098" DSP-098 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
           IF  PR-ACT  =  "A"
               CALL "SD_Output" USING
                "DSP-096" DSP-096 "p" RETURNING RESU
               MOVE  SPACE  TO  WK-MAUDB
               PERFORM  MAUD-WR-RTN  THRU  MAUD-WR-EXT
           ELSE
               CALL "SD_Output" USING
                "DSP-097" DSP-097 "p" RETURNING RESU
               PERFORM  MAUD-WR-RTN  THRU  MAUD-WR-EXT
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
            FAST_PNAME1 FAST_LNAME FA-R RETURNING RET.
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
      *****
      *    ACCOUNT IN AM-KEY MUST BE ON THE ACCOUNT MASTER;
      *    RET 1 (AND THE MESSAGE) WHEN IT IS NOT.
       AM-CHK-RTN.
           CALL "DB_Read" USING
            "INVALID" AM_PNAME1 BY REFERENCE AM-REC "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               CALL "SD_Output" USING
                "DSP-099" DSP-099 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
           END-IF.
       AM-CHK-EXT.
           EXIT.
       END-RTN.
           CALL "C3_Set_Jrcode" USING
            USER_ID BY REFERENCE COMPLETION_CODE 255.
           CALL "DB_F_Close" USING BY REFERENCE FAST_IDLST FAST_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE AM_IDLST AM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE MAUD_IDLST MAUD_PNAME1.
           CALL "DB_Close".
       END-EXT.
           EXIT.
      *****
      *    COMMON MAINTENANCE AUDIT -- SEE LIMAUD.  THE BEFORE
      *    IMAGE WAS CAPTURED AT THE KEY READ (SPACES FOR AN
      *    ADD); THE AFTER IMAGE IS THE RECORD JUST WRITTEN.
       MAUD-WR-RTN.
           MOVE  FA-R  TO  MAUD-AFTER.
           PERFORM  MAUD-PUT-RTN  THRU  MAUD-PUT-EXT.
       MAUD-WR-EXT.
           EXIT.
       MAUD-DEL-RTN.
           MOVE  FA-R  TO  WK-MAUDB.
           MOVE  SPACE  TO  MAUD-AFTER.
           PERFORM  MAUD-PUT-RTN  THRU  MAUD-PUT-EXT.
       MAUD-DEL-EXT.
           EXIT.
       MAUD-PUT-RTN.
           ACCEPT  MAUD-DATE  FROM  DATE.
           ACCEPT  MAUD-TIME  FROM  TIME.
           ADD  1  TO  WK-AUDSEQ.
           MOVE  WK-AUDSEQ   TO  MAUD-SEQ.
           MOVE  "FAST    "  TO  MAUD-FILE.
           MOVE  SPACE       TO  MAUD-FKEY.
           MOVE  FA-NO       TO  MAUD-FKEY (1:6).
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
