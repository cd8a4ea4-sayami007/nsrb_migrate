       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         JF930U.
      *****************************************************
      *****   DELIVERY ROUTE MASTER MAINTENANCE        *****
      *****************************************************
      *        ADD/CHANGE/DELETE FOR THE JT-RUTM ROUTES RUN BY
      *        OUR OWN TRUCKS AND CHARTERED VEHICLES.  A ROUTE IS
      *        A FOUR-CHARACTER CODE WITH ITS NAME, UP TO TEN
      *        PREFECTURES (TWO DIGITS EACH, 01-47) KEYED IN DROP
      *        ORDER -- FIRST DROP FIRST, NO GAPS, NO REPEATS --
      *        THE VEHICLE CAPACITY IN KG AND IN CARTONS, THE
      *        DEPARTURE TIME (HHMM) AND O = OWN TRUCK OR
      *        C = CHARTERED.  A PREFECTURE ALREADY ON ANOTHER
      *        ROUTE IS REFUSED, SO THE JF940R LOADING PLAN NEVER
      *        SENDS TWO TRUCKS TO THE SAME PREFECTURE.
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
       77  WK-CD           PIC  X(04)  VALUE  SPACE.
       77  TI              PIC  9(02)  VALUE  0.
       77  TJ              PIC  9(02)  VALUE  0.
       77  WK-TDNG         PIC  9(01)  VALUE  0.
       77  WK-TDGAP        PIC  9(01)  VALUE  0.
       77  WK-USED         PIC  9(01)  VALUE  0.
       01  WK-AREA.
           02  TC-ACT          PIC  X(01).
           02  TC-ANS          PIC  X(01).
       COPY    LIRUTM.
       COPY    LIMAUD.
       77  WK-AUDSEQ       PIC  9(04)  VALUE  0.
       77  WK-WRTRY        PIC  9(01)  VALUE  0.
       01  WK-MAUDB            PIC  X(300)  VALUE  SPACE.
       01  WK-RUTSV.
           02  SV-CD           PIC  X(04).
           02  FILLER          PIC  X(24).
           02  SV-TDFK   OCCURS  10  PIC  9(02).
           02  FILLER          PIC  X(52).
      *****
       01  DSP-AREA.
           03  DSP-010         PIC  X(32)
               VALUE  "DELIVERY ROUTE MASTER           ".
           03  DSP-020         PIC  X(24)
               VALUE  "ACT A=ADD,C=CHG,D=DEL( )".
           03  DSP-030         PIC  X(11)
               VALUE  "ROUTE(    )".
           03  DSP-040         PIC  X(06)
               VALUE  "NAME:".
           03  DSP-045         PIC  X(37)
               VALUE  "DROP ORDER TDFK(                    )".
           03  DSP-050         PIC  X(28)
               VALUE  "CAPACITY KG(     ) CTN(    )".
           03  DSP-055         PIC  X(31)
               VALUE  "DEPART(    ) OWN/CHARTER O/C( )".
       01  DSP-AREA2.
           03  DSP-090         PIC  X(20)
               VALUE  "INVALID ACT CODE    ".
           03  DSP-091         PIC  X(20)
               VALUE  "CODE REQUIRED       ".
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
               VALUE  "BAD PREFECTURE LIST ".
           03  DSP-101         PIC  X(20)
               VALUE  "TDFK ON OTHER ROUTE ".
           03  DSP-102         PIC  X(20)
               VALUE  "NAME REQUIRED       ".
           03  DSP-103         PIC  X(20)
               VALUE  "CAPACITY REQUIRED   ".
           03  DSP-104         PIC  X(20)
               VALUE  "BAD DEPARTURE TIME  ".
           03  DSP-105         PIC  X(20)
               VALUE  "VEHICLE O OR C      ".
       01  DSP-BUZZER.
           03  DISP-BUZ-J-03   PIC  X(05)  VALUE  X"1B4A03".
       01  ACP-AREA.
           03  ACP-010         PIC  X(01).
           03  ACP-020         PIC  X(04).
           03  ACP-030         PIC  N(12).
           03  ACP-040         PIC  9(20).
           03  ACP-042         PIC  9(05).
           03  ACP-044         PIC  9(04).
           03  ACP-046         PIC  9(04).
           03  ACP-048         PIC  X(01).
           03  ACP-090         PIC  X(01).
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       CALL "SD_Initialize" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA" " " "0" "0" "169" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-010" "X" "1" "1" "32" " " "DSP-AREA"  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-020" "X" "3" "1" "24" "DSP-010" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-030" "X" "5" "1" "11" "DSP-020" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-040" "X" "6" "1" "6" "DSP-030" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-045" "X" "8" "1" "37" "DSP-040" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-050" "X" "10" "1" "28" "DSP-045" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-055" "X" "12" "1" "31" "DSP-050" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA2" " " "0" "0" "310" " " " "  RETURNING RESU.
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
            "DSP-BUZZER" " " "24" "0" "5" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DISP-BUZ-J-03" "X" "24" "80" "5" " " "DSP-BUZZER"
            RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-AREA" " " "0" "0" "64" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-010" "X" "3" "23" "1" " " "ACP-AREA"  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-010" BY REFERENCE TC-ACT "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-020" "X" "5" "7" "4" "ACP-010" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-020" BY REFERENCE RUT-CD "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-030" "N" "6" "7" "24" "ACP-020" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-030" BY REFERENCE RUT-NAME "24" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-040" "9" "8" "17" "20" "ACP-030" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-040" BY REFERENCE RUT-TDFKS "20" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-042" "9" "10" "13" "5" "ACP-040" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-042" BY REFERENCE RUT-CAPKG "5" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-044" "9" "10" "24" "4" "ACP-042" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-044" BY REFERENCE RUT-CAPCT "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-046" "9" "12" "8" "4" "ACP-044" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-046" BY REFERENCE RUT-DEPT "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-048" "X" "12" "30" "1" "ACP-046" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-048" BY REFERENCE RUT-VEH "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-090" "X" "22" "20" "1" "ACP-048" " "  RETURNING RESU.
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
                   IF  OPA-PGM (WK-AUI)  =  "JF930U"
                   OR  OPA-PGM (WK-AUI)  =  "ALL"
                       MOVE  1  TO  WK-AUTH-OK
                   END-IF
               END-PERFORM
           END-IF.
           IF  WK-AUTH-OK  =  0
               ACCEPT  WK-VIO-DATE  FROM  DATE
               MOVE  WK-VIO-DATE  TO  VIO-DATE
               MOVE  USER_ID      TO  VIO-OPR
               MOVE  "JF930U"     TO  VIO-PGM
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
            "I-O" RUTM_PNAME1 "SHARED" BY REFERENCE RUTM_IDLST "1"
            "RUT-KEY" BY REFERENCE RUT-KEY.
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
       ST-20.
           CALL "SD_Output" USING
            "DSP-030" DSP-030 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-020 "ACP-020" "X" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-10
           END-IF.
           IF  RUT-CD  =  SPACE
               CALL "SD_Output" USING
                "DSP-091" DSP-091 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-20
           END-IF.
      *           READ   RUTM   INVALID
      *///////////////
           CALL "DB_Read" USING
            "INVALID" RUTM_PNAME1 BY REFERENCE RUT-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  0
               MOVE  RUT-R  TO  WK-MAUDB
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
               MOVE  RUT-CD  TO  WK-CD
               MOVE  SPACE   TO  RUT-R
               MOVE  WK-CD   TO  RUT-CD
               MOVE  0       TO  RUT-CAPKG  RUT-CAPCT  RUT-DEPT
               PERFORM  VARYING  TI  FROM  1  BY  1  UNTIL  TI  >  10
                   MOVE  0  TO  RUT-TDFK (TI)
               END-PERFORM
               MOVE  "O"     TO  RUT-VEH
               GO  TO  ST-30
           END-IF.
           IF  RET  =  1
               CALL "SD_Output" USING
                "DSP-093" DSP-093 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-20
           END-IF.
           IF  TC-ACT  =  "D"
               GO  TO  ST-91
           END-IF.
       ST-30.
           CALL "SD_Output" USING
            "DSP-040" DSP-040 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-030 "ACP-030" "N" "24"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-20
           END-IF.
           IF  RUT-NAME  =  SPACE
               CALL "SD_Output" USING
                "DSP-102" DSP-102 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-30
           END-IF.
       ST-32.
      *        PREFECTURES IN DROP ORDER, TWO DIGITS EACH.
           CALL "SD_Output" USING
            "DSP-045" DSP-045 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-040 "ACP-040" "9" "20"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-30
           END-IF.
           PERFORM  TDFK-VAL-RTN  THRU  TDFK-VAL-EXT.
           IF  WK-TDNG  NOT =  0
               CALL "SD_Output" USING
                "DSP-100" DSP-100 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-32
           END-IF.
           PERFORM  TDFK-CHK-RTN  THRU  TDFK-CHK-EXT.
           IF  WK-USED  NOT =  0
               CALL "SD_Output" USING
                "DSP-101" DSP-101 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-32
           END-IF.
       ST-34.
           CALL "SD_Output" USING
            "DSP-050" DSP-050 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-042 "ACP-042" "9" "5"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-32
           END-IF.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-044 "ACP-044" "9" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-34
           END-IF.
           IF  RUT-CAPKG  =  0  OR  RUT-CAPCT  =  0
               CALL "SD_Output" USING
                "DSP-103" DSP-103 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-34
           END-IF.
       ST-36.
           CALL "SD_Output" USING
            "DSP-055" DSP-055 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-046 "ACP-046" "9" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-34
           END-IF.
           IF  RUT-DEPT (1:2)  >  "23"  OR  RUT-DEPT (3:2)  >  "59"
               CALL "SD_Output" USING
                "DSP-104" DSP-104 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-36
           END-IF.
       ST-38.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-048 "ACP-048" "X" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-36
           END-IF.
           IF  RUT-VEH  NOT =  "O"  AND  "C"
               CALL "SD_Output" USING
                "DSP-105" DSP-105 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-38
           END-IF.
           MOVE  USER_ID  TO  RUT-OPR.
           IF  TC-ACT  =  "A"
      *           WRITE  RUT-R   INVALID
      *///////////////
               CALL "DB_Insert" USING
                RUTM_PNAME1 RUTM_LNAME RUT-R RETURNING RET
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
      *           REWRITE  RUT-R   INVALID
      *///////////////
               CALL "DB_Update" USING
                RUTM_PNAME1 RUTM_LNAME RUT-R RETURNING RET
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
       ST-91.
           CALL "SD_Output" USING
            "DSP-094" DSP-094 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-090 "ACP-090" "X" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  TC-ANS  NOT =  "1"  AND  "9"
               GO  TO  ST-91
           END-IF.
           IF  TC-ANS  =  "9"
               GO  TO  ST-10
           END-IF.
           MOVE  WK-MAUDB  TO  RUT-R.
           CALL "DB_Delete" USING
            RUTM_PNAME1 RUTM_LNAME RUT-R RETURNING RET.
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
           CALL "DB_F_Close" USING BY REFERENCE RUTM_IDLST RUTM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE MAUD_IDLST MAUD_PNAME1.
           CALL "DB_Close".
       END-EXT.
           EXIT.
      *****
      *    THE KEYED PREFECTURE LIST: AT LEAST ONE, EACH 01-47,
      *    NO GAP BEFORE THE LAST ONE USED AND NO REPEATS.
      *    WK-TDNG 1 = BAD.
       TDFK-VAL-RTN.
           MOVE  0  TO  WK-TDNG.
           MOVE  0  TO  WK-TDGAP.
           IF  RUT-TDFK (1)  =  0
               MOVE  1  TO  WK-TDNG
               GO  TO  TDFK-VAL-EXT
           END-IF.
           PERFORM  VARYING  TI  FROM  1  BY  1  UNTIL  TI  >  10
               IF  RUT-TDFK (TI)  =  0
                   MOVE  1  TO  WK-TDGAP
               ELSE
                   IF  WK-TDGAP  =  1  OR  RUT-TDFK (TI)  >  47
                       MOVE  1  TO  WK-TDNG
                   END-IF
                   PERFORM  VARYING  TJ  FROM  1  BY  1
                       UNTIL  TJ  NOT <  TI
                       IF  RUT-TDFK (TJ)  =  RUT-TDFK (TI)
                           MOVE  1  TO  WK-TDNG
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
       TDFK-VAL-EXT.
           EXIT.
      *****
      *    NO OTHER ROUTE MAY ALREADY COVER ONE OF THE KEYED
      *    PREFECTURES.  THE ROUTE FILE IS REOPENED FOR THE
      *    SWEEP AND THE RECORD IN HAND KEPT IN WK-RUTSV.
      *    WK-USED 1 = ONE DOES.
       TDFK-CHK-RTN.
           MOVE  0      TO  WK-USED.
           MOVE  RUT-R  TO  WK-RUTSV.
           CALL "DB_F_Close" USING BY REFERENCE RUTM_IDLST RUTM_PNAME1.
           CALL "DB_F_Open" USING
            "INPUT" RUTM_PNAME1 "SHARED" BY REFERENCE RUTM_IDLST "1"
            "RUT-KEY" BY REFERENCE RUT-KEY.
       TDFK-CHK-10.
           CALL "DB_Read" USING
            "NEXT AT END" RUTM_PNAME1 BY REFERENCE RUT-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               GO  TO  TDFK-CHK-90
           END-IF.
           IF  RUT-CD  =  SV-CD
               GO  TO  TDFK-CHK-10
           END-IF.
           PERFORM  VARYING  TI  FROM  1  BY  1  UNTIL  TI  >  10
               IF  RUT-TDFK (TI)  NOT =  0
                   PERFORM  VARYING  TJ  FROM  1  BY  1
                       UNTIL  TJ  >  10
                       IF  SV-TDFK (TJ)  =  RUT-TDFK (TI)
                           MOVE  1  TO  WK-USED
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           IF  WK-USED  =  1
               GO  TO  TDFK-CHK-90
           END-IF.
           GO  TO  TDFK-CHK-10.
       TDFK-CHK-90.
           CALL "DB_F_Close" USING BY REFERENCE RUTM_IDLST RUTM_PNAME1.
           CALL "DB_F_Open" USING
            "I-O" RUTM_PNAME1 "SHARED" BY REFERENCE RUTM_IDLST "1"
            "RUT-KEY" BY REFERENCE RUT-KEY.
           MOVE  WK-RUTSV  TO  RUT-R.
       TDFK-CHK-EXT.
           EXIT.
      *****
      *    COMMON MAINTENANCE AUDIT -- SEE LIMAUD.  THE BEFORE
      *    IMAGE WAS CAPTURED AT THE KEY READ (SPACES FOR AN
      *    ADD); THE AFTER IMAGE IS THE RECORD JUST WRITTEN.
       MAUD-WR-RTN.
           MOVE  "RUTM    "  TO  MAUD-FILE.
           MOVE  SPACE       TO  MAUD-FKEY.
           MOVE  RUT-KEY     TO  MAUD-FKEY (1:4).
           MOVE  RUT-R       TO  MAUD-AFTER.
           PERFORM  MAUD-PUT-RTN  THRU  MAUD-PUT-EXT.
       MAUD-WR-EXT.
           EXIT.
       MAUD-DEL-RTN.
           MOVE  "RUTM    "  TO  MAUD-FILE.
           MOVE  SPACE       TO  MAUD-FKEY.
           MOVE  RUT-KEY     TO  MAUD-FKEY (1:4).
           MOVE  RUT-R       TO  WK-MAUDB.
           MOVE  SPACE       TO  MAUD-AFTER.
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
