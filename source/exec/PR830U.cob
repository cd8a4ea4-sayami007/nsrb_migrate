       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PR830U.
      *****************************************************
      *****   MONTH-END CLOSE TASK MAINTENANCE         *****
      *****************************************************
      *        MAINTAINS THE JT-CTSK CLOSE TASK MASTER THE PR840U
      *        CHECKLIST AND THE PR590U PERIOD LOCK RUN ON, THE
      *        PR810U WAY: ACTION A/C/D AND THE TASK CODE, THEN
      *        THE DESCRIPTION, OWNING DEPARTMENT, WHETHER THE
      *        TASK MUST BE DONE BEFORE THE PERIOD CAN BE CLOSED,
      *        UP TO FIVE PREDECESSOR TASKS AND THE PROGRAM WHOSE
      *        RUNLOG COMPLETION SATISFIES IT (SPACE = MANUAL).
      *        A PREDECESSOR MUST BE ON FILE AND CARRY A LOWER
      *        TASK CODE, SO THE CLOSE ORDER CANNOT LOOP, AND A
      *        TASK NAMED AS ANOTHER'S PREDECESSOR CANNOT BE
      *        DELETED.
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
       77  WK-I            PIC  9(01)  VALUE  0.
       77  WK-PRE-ERR      PIC  9(01)  VALUE  0.
       01  WK-AREA.
           02  PR-ACT          PIC  X(01).
           02  PR-ANS          PIC  X(01).
           02  WK-CD           PIC  X(04).
           02  WK-NAME         PIC  X(20).
           02  WK-BUCD         PIC  9(04).
           02  WK-MAND         PIC  9(01).
           02  WK-PRE          PIC  X(04)  OCCURS  5.
           02  WK-PGM          PIC  X(06).
       COPY    LICTSK.
       COPY    LIMAUD.
       77  WK-AUDSEQ       PIC  9(04)  VALUE  0.
       77  WK-WRTRY        PIC  9(01)  VALUE  0.
       01  WK-MAUDB            PIC  X(300)  VALUE  SPACE.
      *****
       01  DSP-AREA.
           03  DSP-010         PIC  X(32)
               VALUE  "CLOSE TASK MAINTENANCE          ".
           03  DSP-020         PIC  X(20)
               VALUE  "ACTION A/C/D ( )    ".
           03  DSP-030         PIC  X(10)
               VALUE  "TASK(    )".
           03  DSP-040         PIC  X(26)
               VALUE  "NAME(                    )".
           03  DSP-050         PIC  X(27)
               VALUE  "DEPT(    ) MANDATORY 1/0( )".
           03  DSP-060         PIC  X(35)
               VALUE  "AFTER(    )(    )(    )(    )(    )".
           03  DSP-070         PIC  X(28)
               VALUE  "PROGRAM(      ) SPACE=MANUAL".
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
               VALUE  "TASK NOT FOUND      ".
           03  DSP-100         PIC  X(20)
               VALUE  "TASK IS PREDECESSOR ".
           03  DSP-101         PIC  X(20)
               VALUE  "MUST BE EARLIER TASK".
           03  DSP-102         PIC  X(20)
               VALUE  "NOT AUTHORIZED      ".
       01  DSP-BUZZER.
           03  DISP-BUZ-J-03   PIC  X(05)  VALUE  X"1B4A03".
       01  ACP-AREA.
           03  ACP-010         PIC  X(01).
           03  ACP-020         PIC  X(04).
           03  ACP-030         PIC  X(20).
           03  ACP-040         PIC  9(04).
           03  ACP-045         PIC  9(01).
           03  ACP-051         PIC  X(04).
           03  ACP-052         PIC  X(04).
           03  ACP-053         PIC  X(04).
           03  ACP-054         PIC  X(04).
           03  ACP-055         PIC  X(04).
           03  ACP-060         PIC  X(06).
           03  ACP-090         PIC  X(01).
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       CALL "SD_Initialize" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA" " " "0" "0" "178" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-010" "X" "1" "1" "32" " " "DSP-AREA"  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-020" "X" "3" "1" "20" "DSP-010" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-030" "X" "5" "1" "10" "DSP-020" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-040" "X" "7" "1" "26" "DSP-030" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-050" "X" "9" "1" "27" "DSP-040" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-060" "X" "11" "1" "35" "DSP-050" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-070" "X" "13" "1" "28" "DSP-060" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA2" " " "0" "0" "228" " " " "  RETURNING RESU.
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
            "DSP-BUZZER" " " "24" "0" "5" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DISP-BUZ-J-03" "X" "24" "80" "5" " " "DSP-BUZZER"
            RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-AREA" " " "0" "0" "57" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-010" "X" "3" "15" "1" " " "ACP-AREA"  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-010" BY REFERENCE PR-ACT "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-020" "X" "5" "6" "4" "ACP-010" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-020" BY REFERENCE WK-CD "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-030" "X" "7" "6" "20" "ACP-020" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-030" BY REFERENCE WK-NAME "20" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-040" "9" "9" "6" "4" "ACP-030" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-040" BY REFERENCE WK-BUCD "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-045" "9" "9" "26" "1" "ACP-040" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-045" BY REFERENCE WK-MAND "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-051" "X" "11" "7" "4" "ACP-045" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-051" BY REFERENCE WK-PRE (1) "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-052" "X" "11" "13" "4" "ACP-051" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-052" BY REFERENCE WK-PRE (2) "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-053" "X" "11" "19" "4" "ACP-052" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-053" BY REFERENCE WK-PRE (3) "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-054" "X" "11" "25" "4" "ACP-053" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-054" BY REFERENCE WK-PRE (4) "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-055" "X" "11" "31" "4" "ACP-054" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-055" BY REFERENCE WK-PRE (5) "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-060" "X" "13" "9" "6" "ACP-055" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-060" BY REFERENCE WK-PGM "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-090" "X" "22" "16" "1" "ACP-060" " "  RETURNING RESU.
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
                   IF  OPA-PGM (WK-AUI)  =  "PR830U"
                   OR  OPA-PGM (WK-AUI)  =  "ALL"
                       MOVE  1  TO  WK-AUTH-OK
                   END-IF
               END-PERFORM
           END-IF.
           IF  WK-AUTH-OK  =  0
               ACCEPT  WK-VIO-DATE  FROM  DATE
               MOVE  WK-VIO-DATE  TO  VIO-DATE
               MOVE  USER_ID      TO  VIO-OPR
               MOVE  "PR830U"     TO  VIO-PGM
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
            "I-O" MAUD_PNAME1 "SHARED" BY REFERENCE MAUD_IDLST "1"
            "MAUD-KEY" BY REFERENCE MAUD-KEY.
           CALL "DB_F_Open" USING
            "I-O" CTSK_PNAME1 "SHARED" BY REFERENCE CTSK_IDLST "1"
            "CTK-KEY" BY REFERENCE CTK-KEY.
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
            BY REFERENCE ACP-020 "ACP-020" "X" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-10
           END-IF.
           IF  WK-CD  =  SPACE
               GO  TO  ST-20
           END-IF.
           MOVE  WK-CD  TO  CTK-CD.
           CALL "DB_Read" USING
            "INVALID" CTSK_PNAME1 BY REFERENCE CTK-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  0
               MOVE  CTK-R  TO  WK-MAUDB
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
               MOVE  WK-CD  TO  CTK-CD
               INITIALIZE  WK-AREA
               MOVE  "A"    TO  PR-ACT
               MOVE  CTK-CD TO  WK-CD
               MOVE  1      TO  WK-MAND
               GO  TO  ST-30
           END-IF.
           IF  RET  =  1
               CALL "SD_Output" USING
                "DSP-093" DSP-093 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-20
           END-IF.
           MOVE  CTK-NAME  TO  WK-NAME.
           MOVE  CTK-BUCD  TO  WK-BUCD.
           MOVE  CTK-MAND  TO  WK-MAND.
           PERFORM VARYING WK-I FROM 1 BY 1 UNTIL WK-I > 5
               MOVE  CTK-PRE (WK-I)  TO  WK-PRE (WK-I)
           END-PERFORM.
           MOVE  CTK-PGM   TO  WK-PGM.
           IF  PR-ACT  =  "D"
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
            BY REFERENCE ACP-040 "ACP-040" "9" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-30
           END-IF.
           IF  WK-BUCD  =  0
               GO  TO  ST-40
           END-IF.
       ST-45.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-045 "ACP-045" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-40
           END-IF.
           IF  WK-MAND  >  1
               GO  TO  ST-45
           END-IF.
       ST-51.
           CALL "SD_Output" USING
            "DSP-060" DSP-060 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-051 "ACP-051" "X" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-45
           END-IF.
           MOVE  1  TO  WK-I.
           PERFORM  PRE-CHK-RTN  THRU  PRE-CHK-EXT.
           IF  WK-PRE-ERR  NOT =  0
               GO  TO  ST-51
           END-IF.
       ST-52.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-052 "ACP-052" "X" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-51
           END-IF.
           MOVE  2  TO  WK-I.
           PERFORM  PRE-CHK-RTN  THRU  PRE-CHK-EXT.
           IF  WK-PRE-ERR  NOT =  0
               GO  TO  ST-52
           END-IF.
       ST-53.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-053 "ACP-053" "X" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-52
           END-IF.
           MOVE  3  TO  WK-I.
           PERFORM  PRE-CHK-RTN  THRU  PRE-CHK-EXT.
           IF  WK-PRE-ERR  NOT =  0
               GO  TO  ST-53
           END-IF.
       ST-54.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-054 "ACP-054" "X" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-53
           END-IF.
           MOVE  4  TO  WK-I.
           PERFORM  PRE-CHK-RTN  THRU  PRE-CHK-EXT.
           IF  WK-PRE-ERR  NOT =  0
               GO  TO  ST-54
           END-IF.
       ST-55.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-055 "ACP-055" "X" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-54
           END-IF.
           MOVE  5  TO  WK-I.
           PERFORM  PRE-CHK-RTN  THRU  PRE-CHK-EXT.
           IF  WK-PRE-ERR  NOT =  0
               GO  TO  ST-55
           END-IF.
       ST-60.
           CALL "SD_Output" USING
            "DSP-070" DSP-070 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-060 "ACP-060" "X" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-55
           END-IF.
           MOVE  SPACE     TO  CTK-R.
           MOVE  WK-CD     TO  CTK-CD.
           MOVE  WK-NAME   TO  CTK-NAME.
           MOVE  WK-BUCD   TO  CTK-BUCD.
           MOVE  WK-MAND   TO  CTK-MAND.
           PERFORM VARYING WK-I FROM 1 BY 1 UNTIL WK-I > 5
               MOVE  WK-PRE (WK-I)  TO  CTK-PRE (WK-I)
           END-PERFORM.
           MOVE  WK-PGM    TO  CTK-PGM.
           MOVE  USER_ID   TO  CTK-OPR.
           IF  PR-ACT  =  "A"
               CALL "DB_Insert" USING
                CTSK_PNAME1 CTSK_LNAME CTK-R RETURNING RET
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
                CTSK_PNAME1 CTSK_LNAME CTK-R RETURNING RET
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
           PERFORM  DEL-CHK-RTN  THRU  DEL-CHK-EXT.
           IF  WK-PRE-ERR  NOT =  0
               CALL "SD_Output" USING
                "DSP-100" DSP-100 "p" RETURNING RESU
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
           IF  PR-ANS  NOT =  "1"  AND  "9"
               GO  TO  ST-91
           END-IF.
           IF  PR-ANS  =  "9"
               GO  TO  ST-10
           END-IF.
           MOVE  WK-MAUDB  TO  CTK-R.
           MOVE  WK-CD  TO  CTK-CD.
           CALL "DB_Delete" USING
            CTSK_PNAME1 CTSK_LNAME CTK-R RETURNING RET.
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
      *    PREDECESSOR WK-PRE (WK-I) MUST BE SPACE, OR A TASK ON
      *    FILE WITH A LOWER CODE THAN THE ONE BEING MAINTAINED.
      *    WK-PRE-ERR 1 = NOT SO (MESSAGE ALREADY SHOWN).
       PRE-CHK-RTN.
           MOVE  0  TO  WK-PRE-ERR.
           IF  WK-PRE (WK-I)  =  SPACE
               GO  TO  PRE-CHK-EXT
           END-IF.
           IF  WK-PRE (WK-I)  NOT <  WK-CD
               MOVE  1  TO  WK-PRE-ERR
               CALL "SD_Output" USING
                "DSP-101" DSP-101 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  PRE-CHK-EXT
           END-IF.
           MOVE  WK-PRE (WK-I)  TO  CTK-CD.
           CALL "DB_Read" USING
            "INVALID" CTSK_PNAME1 BY REFERENCE CTK-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               MOVE  1  TO  WK-PRE-ERR
               CALL "SD_Output" USING
                "DSP-099" DSP-099 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
           END-IF.
       PRE-CHK-EXT.
           EXIT.
      *****
      *    NO OTHER TASK MAY NAME WK-CD AS A PREDECESSOR.
      *    WK-PRE-ERR 1 = ONE DOES.  THE FILE IS REOPENED EITHER
      *    SIDE OF THE SWEEP.
       DEL-CHK-RTN.
           MOVE  0  TO  WK-PRE-ERR.
           CALL "DB_F_Close" USING
            BY REFERENCE CTSK_IDLST CTSK_PNAME1.
           CALL "DB_F_Open" USING
            "I-O" CTSK_PNAME1 "SHARED" BY REFERENCE CTSK_IDLST "1"
            "CTK-KEY" BY REFERENCE CTK-KEY.
       DEL-CHK-10.
           CALL "DB_Read" USING
            "NEXT AT END" CTSK_PNAME1 BY REFERENCE CTK-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               GO  TO  DEL-CHK-90
           END-IF.
           PERFORM VARYING WK-I FROM 1 BY 1 UNTIL WK-I > 5
               IF  CTK-PRE (WK-I)  =  WK-CD
                   MOVE  1  TO  WK-PRE-ERR
               END-IF
           END-PERFORM.
           IF  WK-PRE-ERR  =  1
               GO  TO  DEL-CHK-90
           END-IF.
           GO  TO  DEL-CHK-10.
       DEL-CHK-90.
           CALL "DB_F_Close" USING
            BY REFERENCE CTSK_IDLST CTSK_PNAME1.
           CALL "DB_F_Open" USING
            "I-O" CTSK_PNAME1 "SHARED" BY REFERENCE CTSK_IDLST "1"
            "CTK-KEY" BY REFERENCE CTK-KEY.
       DEL-CHK-EXT.
           EXIT.
       END-RTN.
           CALL "C3_Set_Jrcode" USING
            USER_ID BY REFERENCE COMPLETION_CODE 255.
           CALL "DB_F_Close" USING BY REFERENCE CTSK_IDLST CTSK_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE MAUD_IDLST MAUD_PNAME1.
           CALL "DB_Close".
       END-EXT.
           EXIT.
      *****
      *    COMMON MAINTENANCE AUDIT -- SEE LIMAUD.  THE BEFORE
      *    IMAGE WAS CAPTURED AT THE KEY READ (SPACES FOR AN
      *    ADD); THE AFTER IMAGE IS THE RECORD JUST WRITTEN.
       MAUD-WR-RTN.
           MOVE  CTK-R  TO  MAUD-AFTER.
           PERFORM  MAUD-PUT-RTN  THRU  MAUD-PUT-EXT.
       MAUD-WR-EXT.
           EXIT.
       MAUD-DEL-RTN.
           MOVE  CTK-R  TO  WK-MAUDB.
           MOVE  SPACE  TO  MAUD-AFTER.
           PERFORM  MAUD-PUT-RTN  THRU  MAUD-PUT-EXT.
       MAUD-DEL-EXT.
           EXIT.
       MAUD-PUT-RTN.
           ACCEPT  MAUD-DATE  FROM  DATE.
           ACCEPT  MAUD-TIME  FROM  TIME.
           ADD  1  TO  WK-AUDSEQ.
           MOVE  WK-AUDSEQ   TO  MAUD-SEQ.
           MOVE  "CTSK    "  TO  MAUD-FILE.
           MOVE  SPACE       TO  MAUD-FKEY.
           MOVE  CTK-CD      TO  MAUD-FKEY (1:4).
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
