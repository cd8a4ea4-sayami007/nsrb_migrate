       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         SK900U.
      *****************************************************
      *****   PAYMENT TERMS MAINTENANCE                *****
      *****************************************************
      *        MAINTAINS THE JT-PTRM PAYMENT-TERMS MASTER THE
      *        PR830U WAY: ACTION A/C/D AND THE TERMS CODE, THEN
      *        THE DESCRIPTION AND THE TERMS THEMSELVES --
      *        NET DAYS, OR CLOSING DAY, PAYMENT MONTH OFFSET AND
      *        PAYMENT DAY -- AND THE CASH PERCENT WITH THE NOTE
      *        SIGHT FOR THE REMAINDER.  CUSTOMERS TAKE A CODE ON
      *        TT740U; A CODE STILL HELD BY A TOKMS CUSTOMER
      *        CANNOT BE DELETED.  SK730U, SK800U AND THE DUE-DATE
      *        READERS WORK THE DATES THROUGH LPDUE.  EVERY CHANGE
      *        IS WRITTEN TO THE JT-MAUD AUDIT TRAIL.
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
       77  WK-USED         PIC  9(01)  VALUE  0.
       01  WK-AREA.
           02  SK-ACT          PIC  X(01).
           02  SK-ANS          PIC  X(01).
           02  WK-CODE         PIC  9(03).
           02  WK-NAME         PIC  X(20).
           02  WK-TYPE         PIC  9(01).
           02  WK-NETD         PIC  9(03).
           02  WK-CUTDAY       PIC  9(02).
           02  WK-MOFS         PIC  9(01).
           02  WK-PDAY         PIC  9(02).
           02  WK-CASH         PIC  9(03).
           02  WK-SIGHT        PIC  9(03).
       COPY    LIPTRM.
       COPY    LITKM.
       COPY    LIMAUD.
       77  WK-AUDSEQ       PIC  9(04)  VALUE  0.
       77  WK-WRTRY        PIC  9(01)  VALUE  0.
       01  WK-MAUDB            PIC  X(300)  VALUE  SPACE.
      *****
       01  DSP-AREA.
           03  DSP-010         PIC  X(32)
               VALUE  "PAYMENT TERMS MAINTENANCE       ".
           03  DSP-020         PIC  X(20)
               VALUE  "ACTION A/C/D ( )    ".
           03  DSP-030         PIC  X(10)
               VALUE  "TERMS(   )".
           03  DSP-040         PIC  X(26)
               VALUE  "NAME(                    )".
           03  DSP-050         PIC  X(37)
               VALUE  "TYPE 0=NET 1=CUTOFF( )  NET DAYS(   )".
           03  DSP-060         PIC  X(26)
               VALUE  "CUTOFF DAY(  ) 0=MONTH-END".
           03  DSP-070         PIC  X(43)
               VALUE  "PAY AFTER MONTHS( ) PAY DAY(  ) 0=MONTH-END".
           03  DSP-080         PIC  X(32)
               VALUE  "CASH %(   ) NOTE SIGHT DAYS(   )".
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
               VALUE  "NOT AUTHORIZED      ".
           03  DSP-100         PIC  X(20)
               VALUE  "VALUE OUT OF RANGE  ".
           03  DSP-101         PIC  X(20)
               VALUE  "TERMS IN USE        ".
       01  DSP-BUZZER.
           03  DISP-BUZ-J-03   PIC  X(05)  VALUE  X"1B4A03".
       01  ACP-AREA.
           03  ACP-010         PIC  X(01).
           03  ACP-020         PIC  9(03).
           03  ACP-030         PIC  X(20).
           03  ACP-040         PIC  9(01).
           03  ACP-045         PIC  9(03).
           03  ACP-050         PIC  9(02).
           03  ACP-060         PIC  9(01).
           03  ACP-065         PIC  9(02).
           03  ACP-070         PIC  9(03).
           03  ACP-075         PIC  9(03).
           03  ACP-090         PIC  X(01).
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       CALL "SD_Initialize" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA" " " "0" "0" "226" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-010" "X" "1" "1" "32" " " "DSP-AREA"  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-020" "X" "3" "1" "20" "DSP-010" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-030" "X" "5" "1" "10" "DSP-020" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-040" "X" "7" "1" "26" "DSP-030" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-050" "X" "9" "1" "37" "DSP-040" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-060" "X" "11" "1" "26" "DSP-050" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-070" "X" "13" "1" "43" "DSP-060" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-080" "X" "15" "1" "32" "DSP-070" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA2" " " "0" "0" "208" " " " "  RETURNING RESU.
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
            "DSP-BUZZER" " " "24" "0" "5" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DISP-BUZ-J-03" "X" "24" "80" "5" " " "DSP-BUZZER"
            RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-AREA" " " "0" "0" "40" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-010" "X" "3" "15" "1" " " "ACP-AREA"  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-010" BY REFERENCE SK-ACT "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-020" "9" "5" "7" "3" "ACP-010" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-020" BY REFERENCE WK-CODE "3" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-030" "X" "7" "6" "20" "ACP-020" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-030" BY REFERENCE WK-NAME "20" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-040" "9" "9" "21" "1" "ACP-030" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-040" BY REFERENCE WK-TYPE "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-045" "9" "9" "34" "3" "ACP-040" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-045" BY REFERENCE WK-NETD "3" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-050" "9" "11" "12" "2" "ACP-045" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-050" BY REFERENCE WK-CUTDAY "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-060" "9" "13" "18" "1" "ACP-050" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-060" BY REFERENCE WK-MOFS "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-065" "9" "13" "29" "2" "ACP-060" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-065" BY REFERENCE WK-PDAY "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-070" "9" "15" "8" "3" "ACP-065" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-070" BY REFERENCE WK-CASH "3" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-075" "9" "15" "29" "3" "ACP-070" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-075" BY REFERENCE WK-SIGHT "3" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-090" "X" "22" "16" "1" "ACP-075" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-090" BY REFERENCE SK-ANS "1" "0" RETURNING RESU.
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
                   IF  OPA-PGM (WK-AUI)  =  "SK900U"
                   OR  OPA-PGM (WK-AUI)  =  "ALL"
                       MOVE  1  TO  WK-AUTH-OK
                   END-IF
               END-PERFORM
           END-IF.
           IF  WK-AUTH-OK  =  0
               ACCEPT  WK-VIO-DATE  FROM  DATE
               MOVE  WK-VIO-DATE  TO  VIO-DATE
               MOVE  USER_ID      TO  VIO-OPR
               MOVE  "SK900U"     TO  VIO-PGM
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
            "I-O" PTRM_PNAME1 "SHARED" BY REFERENCE PTRM_IDLST "1"
            "PTM-KEY" BY REFERENCE PTM-KEY.
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
           IF  SK-ACT  NOT =  "A"  AND  "C"  AND  "D"
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
            BY REFERENCE ACP-020 "ACP-020" "9" "3"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-10
           END-IF.
           IF  WK-CODE  =  0
               GO  TO  ST-20
           END-IF.
           MOVE  WK-CODE  TO  PTM-CODE.
           CALL "DB_Read" USING
            "INVALID" PTRM_PNAME1 BY REFERENCE PTM-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  0
               MOVE  PTM-R  TO  WK-MAUDB
           ELSE
               MOVE  SPACE  TO  WK-MAUDB
           END-IF.
           IF  SK-ACT  =  "A"
               IF  RET  =  0
                   CALL "SD_Output" USING
                    "DSP-092" DSP-092 "p" RETURNING RESU
                   CALL "SD_Output" USING
                    "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
                   GO  TO  ST-20
               END-IF
               MOVE  WK-CODE  TO  PTM-CODE
               INITIALIZE  WK-AREA
               MOVE  "A"       TO  SK-ACT
               MOVE  PTM-CODE  TO  WK-CODE
               MOVE  100       TO  WK-CASH
               GO  TO  ST-30
           END-IF.
           IF  RET  =  1
               CALL "SD_Output" USING
                "DSP-093" DSP-093 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-20
           END-IF.
           MOVE  PTM-NAME    TO  WK-NAME.
           MOVE  PTM-TYPE    TO  WK-TYPE.
           MOVE  PTM-NETD    TO  WK-NETD.
           MOVE  PTM-CUTDAY  TO  WK-CUTDAY.
           MOVE  PTM-MOFS    TO  WK-MOFS.
           MOVE  PTM-PDAY    TO  WK-PDAY.
           MOVE  PTM-CASH    TO  WK-CASH.
           MOVE  PTM-SIGHT   TO  WK-SIGHT.
           IF  SK-ACT  =  "D"
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
           IF  WK-NAME  =  SPACE
               GO  TO  ST-30
           END-IF.
       ST-40.
           CALL "SD_Output" USING
            "DSP-050" DSP-050 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-040 "ACP-040" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-30
           END-IF.
           IF  WK-TYPE  >  1
               PERFORM  RNG-ERR-RTN  THRU  RNG-ERR-EXT
               GO  TO  ST-40
           END-IF.
           IF  WK-TYPE  =  1
               MOVE  0  TO  WK-NETD
               GO  TO  ST-50
           END-IF.
      *        NET-DAYS TERMS -- NO CLOSING OR PAYMENT DAY.
       ST-45.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-045 "ACP-045" "9" "3"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-40
           END-IF.
           MOVE  0  TO  WK-CUTDAY.
           MOVE  0  TO  WK-MOFS.
           MOVE  0  TO  WK-PDAY.
           GO  TO  ST-70.
      *        CUTOFF TERMS.
       ST-50.
           CALL "SD_Output" USING
            "DSP-060" DSP-060 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-050 "ACP-050" "9" "2"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-40
           END-IF.
           IF  WK-CUTDAY  >  31
               PERFORM  RNG-ERR-RTN  THRU  RNG-ERR-EXT
               GO  TO  ST-50
           END-IF.
       ST-60.
           CALL "SD_Output" USING
            "DSP-070" DSP-070 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-060 "ACP-060" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-50
           END-IF.
       ST-65.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-065 "ACP-065" "9" "2"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-60
           END-IF.
           IF  WK-PDAY  >  31
               PERFORM  RNG-ERR-RTN  THRU  RNG-ERR-EXT
               GO  TO  ST-65
           END-IF.
      *        A SAME-MONTH PAYMENT DAY MUST FALL AFTER THE CLOSE.
           IF  WK-MOFS  =  0
               IF  WK-CUTDAY  =  0  OR  WK-CUTDAY  =  31
               OR  (WK-PDAY  NOT =  0  AND  WK-PDAY  NOT >  WK-CUTDAY)
                   PERFORM  RNG-ERR-RTN  THRU  RNG-ERR-EXT
                   GO  TO  ST-60
               END-IF
           END-IF.
       ST-70.
           CALL "SD_Output" USING
            "DSP-080" DSP-080 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-070 "ACP-070" "9" "3"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-40
           END-IF.
           IF  WK-CASH  >  100
               PERFORM  RNG-ERR-RTN  THRU  RNG-ERR-EXT
               GO  TO  ST-70
           END-IF.
           IF  WK-CASH  =  100
               MOVE  0  TO  WK-SIGHT
               GO  TO  ST-80
           END-IF.
       ST-75.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-075 "ACP-075" "9" "3"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-70
           END-IF.
           IF  WK-SIGHT  =  0
               PERFORM  RNG-ERR-RTN  THRU  RNG-ERR-EXT
               GO  TO  ST-75
           END-IF.
       ST-80.
           MOVE  SPACE       TO  PTM-R.
           MOVE  WK-CODE     TO  PTM-CODE.
           MOVE  WK-NAME     TO  PTM-NAME.
           MOVE  WK-TYPE     TO  PTM-TYPE.
           MOVE  WK-NETD     TO  PTM-NETD.
           MOVE  WK-CUTDAY   TO  PTM-CUTDAY.
           MOVE  WK-MOFS     TO  PTM-MOFS.
           MOVE  WK-PDAY     TO  PTM-PDAY.
           MOVE  WK-CASH     TO  PTM-CASH.
           MOVE  WK-SIGHT    TO  PTM-SIGHT.
           MOVE  USER_ID     TO  PTM-OPR.
           IF  SK-ACT  =  "A"
               CALL "DB_Insert" USING
                PTRM_PNAME1 PTRM_LNAME PTM-R RETURNING RET
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
                PTRM_PNAME1 PTRM_LNAME PTM-R RETURNING RET
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
       ST-90.
           PERFORM  USE-CHK-RTN  THRU  USE-CHK-EXT.
           IF  WK-USED  NOT =  0
               CALL "SD_Output" USING
                "DSP-101" DSP-101 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
       ST-91.
           CALL "SD_Output" USING
            "DSP-094" DSP-094 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-090 "ACP-090" "X" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  SK-ANS  NOT =  "1"  AND  "9"
               GO  TO  ST-91
           END-IF.
           IF  SK-ANS  =  "9"
               GO  TO  ST-10
           END-IF.
           MOVE  WK-MAUDB  TO  PTM-R.
           CALL "DB_Delete" USING
            PTRM_PNAME1 PTRM_LNAME PTM-R RETURNING RET.
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
       RNG-ERR-RTN.
           CALL "SD_Output" USING
            "DSP-100" DSP-100 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU.
       RNG-ERR-EXT.
           EXIT.
      *****
      *    NO TOKMS CUSTOMER MAY STILL HOLD WK-CODE.  WK-USED 1
      *    = ONE DOES.
       USE-CHK-RTN.
           MOVE  0  TO  WK-USED.
           CALL "DB_F_Open" USING
            "INPUT" TK-M_PNAME1 "SHARED" BY REFERENCE TK-M_IDLST "1"
            "TK-KEY" BY REFERENCE TK-KEY.
       USE-CHK-10.
           CALL "DB_Read" USING
            "NEXT AT END" TK-M_PNAME1 BY REFERENCE TK-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               GO  TO  USE-CHK-90
           END-IF.
           IF  TK-PTC  IS  NUMERIC  AND  TK-PTC  =  WK-CODE
               MOVE  1  TO  WK-USED
               GO  TO  USE-CHK-90
           END-IF.
           GO  TO  USE-CHK-10.
       USE-CHK-90.
           CALL "DB_F_Close" USING
            BY REFERENCE TK-M_IDLST TK-M_PNAME1.
       USE-CHK-EXT.
           EXIT.
       END-RTN.
           CALL "C3_Set_Jrcode" USING
            USER_ID BY REFERENCE COMPLETION_CODE 255.
           CALL "DB_F_Close" USING BY REFERENCE PTRM_IDLST PTRM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE MAUD_IDLST MAUD_PNAME1.
           CALL "DB_Close".
       END-EXT.
           EXIT.
      *****
      *    COMMON MAINTENANCE AUDIT -- SEE LIMAUD.  THE BEFORE
      *    IMAGE WAS CAPTURED AT THE KEY READ (SPACES FOR AN
      *    ADD); THE AFTER IMAGE IS THE RECORD JUST WRITTEN.
       MAUD-WR-RTN.
           MOVE  PTM-R  TO  MAUD-AFTER.
           PERFORM  MAUD-PUT-RTN  THRU  MAUD-PUT-EXT.
       MAUD-WR-EXT.
           EXIT.
       MAUD-DEL-RTN.
           MOVE  PTM-R  TO  WK-MAUDB.
           MOVE  SPACE  TO  MAUD-AFTER.
           PERFORM  MAUD-PUT-RTN  THRU  MAUD-PUT-EXT.
       MAUD-DEL-EXT.
           EXIT.
       MAUD-PUT-RTN.
           ACCEPT  MAUD-DATE  FROM  DATE.
           ACCEPT  MAUD-TIME  FROM  TIME.
           ADD  1  TO  WK-AUDSEQ.
           MOVE  WK-AUDSEQ   TO  MAUD-SEQ.
           MOVE  "JT-PTRM "  TO  MAUD-FILE.
           MOVE  SPACE       TO  MAUD-FKEY.
           MOVE  PTM-CODE    TO  MAUD-FKEY (1:3).
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
