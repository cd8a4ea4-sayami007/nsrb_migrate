       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PR720U.
      *****************************************************
      *****   RECURRING VOUCHER TEMPLATE MAINTENANCE   *****
      *****************************************************
      *        MAINTAINS THE JT-JVTM TEMPLATES PR730U GENERATES
      *        THE STANDING MONTHLY VOUCHERS FROM, THE HK530U
      *        WAY: ACTION A/C/D AND TEMPLATE NUMBER, THEN NAME,
      *        FREQUENCY IN MONTHS (1-12), START AND END MONTH
      *        (YYMM, END 0000 = OPEN) AND THE REVERSING FLAG,
      *        THEN THE LINES AS ON PR640U: ACCOUNT (VALIDATED
      *        AGAINST ACCUNT), D/C, AMOUNT AND TEXT, ACCOUNT 0
      *        ENDING THE LIST.  THE TEMPLATE IS ACCEPTED ONLY
      *        WHEN DEBITS EQUAL CREDITS.  A CHANGE RE-KEYS ALL
      *        THE LINES AND KEEPS THE LAST-GENERATED MONTH.
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
       77  LI              PIC  9(02)  VALUE  0.
       77  WK-DRTOT        PIC S9(10)  VALUE  0.
       77  WK-CRTOT        PIC S9(10)  VALUE  0.
       01  WK-AREA.
           02  PR-ACT          PIC  X(01).
           02  PR-ANS          PIC  X(01).
           02  WK-NO           PIC  9(04).
           02  WK-NAME         PIC  X(20).
           02  WK-FREQ         PIC  9(02).
           02  WK-SYM          PIC  9(04).
           02  WK-SYM-R  REDEFINES  WK-SYM.
               03  WK-SYY      PIC  9(02).
               03  WK-SMM      PIC  9(02).
           02  WK-EYM          PIC  9(04).
           02  WK-EYM-R  REDEFINES  WK-EYM.
               03  WK-EYY      PIC  9(02).
               03  WK-EMM      PIC  9(02).
           02  WK-REV          PIC  9(01).
           02  WK-KMCD         PIC  9(04).
           02  WK-DRCR         PIC  9(01).
           02  WK-KIN          PIC S9(09).
           02  WK-TEXT         PIC  X(20).
      *****
      *    THE LINES ARE HELD HERE UNTIL THE BALANCE CHECK
      *    PASSES -- NOTHING TOUCHES JT-JVTM BEFORE THEN.
       01  WK-LINES.
           02  WK-LN   OCCURS  10.
               03  WK-LN-KMCD    PIC  9(04).
               03  WK-LN-DRCR    PIC  9(01).
               03  WK-LN-KIN     PIC S9(09).
               03  WK-LN-TEXT    PIC  X(20).
       COPY    LIJVTM.
       COPY    ACCUNT.
       COPY    LIMAUD.
       77  WK-AUDSEQ       PIC  9(04)  VALUE  0.
       77  WK-WRTRY        PIC  9(01)  VALUE  0.
       01  WK-MAUDB            PIC  X(300)  VALUE  SPACE.
      *****
       01  DSP-AREA.
           03  DSP-010         PIC  X(32)
               VALUE  "RECURRING VOUCHER TEMPLATES     ".
           03  DSP-020         PIC  X(20)
               VALUE  "ACTION A/C/D ( )    ".
           03  DSP-025         PIC  X(14)
               VALUE  "TEMPLATE(    )".
           03  DSP-030         PIC  X(06)
               VALUE  "NAME: ".
           03  DSP-040         PIC  X(51)  VALUE
               "EVERY(  ) MONTHS FROM(    ) TO(    ) REVERSE 1/0( )".
           03  DSP-050.
               05  FILLER      PIC  X(05)  VALUE  "LINE(".
               05  DSP-051     PIC  9(02).
               05  FILLER      PIC  X(12)  VALUE  ") ACCT(    )".
           03  DSP-055         PIC  X(20)
               VALUE  "DC( ) AMT(         )".
           03  DSP-060         PIC  X(26)
               VALUE  "TEXT(                    )".
           03  DSP-070.
               05  FILLER      PIC  X(04)  VALUE  "DR=".
               05  DSP-071     PIC  -(09)9.
               05  FILLER      PIC  X(05)  VALUE  " CR=".
               05  DSP-072     PIC  -(09)9.
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
               VALUE  "*** OUT OF BALANCE      ".
           03  DSP-102         PIC  X(20)
               VALUE  "NOT AUTHORIZED      ".
       01  DSP-BUZZER.
           03  DISP-BUZ-J-03   PIC  X(05)  VALUE  X"1B4A03".
       01  ACP-AREA.
           03  ACP-010         PIC  X(01).
           03  ACP-015         PIC  9(04).
           03  ACP-020         PIC  X(20).
           03  ACP-031         PIC  9(02).
           03  ACP-032         PIC  9(04).
           03  ACP-033         PIC  9(04).
           03  ACP-034         PIC  9(01).
           03  ACP-040         PIC  9(04).
           03  ACP-045         PIC  9(01).
           03  ACP-046         PIC  S9(09).
           03  ACP-050         PIC  X(20).
           03  ACP-090         PIC  X(01).
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       CALL "SD_Initialize" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA" " " "0" "0" "217" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-010" "X" "1" "1" "32" " " "DSP-AREA"  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-020" "X" "3" "1" "20" "DSP-010" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-025" "X" "4" "1" "14" "DSP-020" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-030" "X" "5" "1" "6" "DSP-025" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-040" "X" "6" "1" "51" "DSP-030" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-050" " " "8" "0" "19" "DSP-040" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "01DSP-050" "X" "8" "1" "5" " " "DSP-050"  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-051" "9" "8" "6" "2" "01DSP-050" " "  RETURNING RESU.
       CALL "SD_From" USING
            "DSP-051" BY REFERENCE LI "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "02DSP-050" "X" "8" "8" "12" "DSP-051" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-055" "X" "9" "1" "20" "DSP-050" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-060" "X" "10" "1" "26" "DSP-055" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-070" " " "12" "0" "29" "DSP-060" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "01DSP-070" "X" "12" "1" "4" " " "DSP-070"
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-071" "9" "12" "5" "10" "01DSP-070" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-071" BY REFERENCE WK-DRTOT "10" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "02DSP-070" "X" "12" "15" "5" "DSP-071" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-072" "9" "12" "20" "10" "02DSP-070" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-072" BY REFERENCE WK-CRTOT "10" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA2" " " "0" "0" "232" " " " "  RETURNING RESU.
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
            "DSP-BUZZER" " " "24" "0" "5" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DISP-BUZ-J-03" "X" "24" "80" "5" " " "DSP-BUZZER"
            RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-AREA" " " "0" "0" "71" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-010" "X" "3" "15" "1" " " "ACP-AREA"  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-010" BY REFERENCE PR-ACT "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-015" "9" "4" "10" "4" "ACP-010" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-015" BY REFERENCE WK-NO "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-020" "X" "5" "7" "20" "ACP-015" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-020" BY REFERENCE WK-NAME "20" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-031" "9" "6" "7" "2" "ACP-020" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-031" BY REFERENCE WK-FREQ "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-032" "9" "6" "23" "4" "ACP-031" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-032" BY REFERENCE WK-SYM "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-033" "9" "6" "32" "4" "ACP-032" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-033" BY REFERENCE WK-EYM "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-034" "9" "6" "50" "1" "ACP-033" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-034" BY REFERENCE WK-REV "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-040" "9" "8" "15" "4" "ACP-034" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-040" BY REFERENCE WK-KMCD "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-045" "9" "9" "4" "1" "ACP-040" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-045" BY REFERENCE WK-DRCR "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-046" "9" "9" "11" "9" "ACP-045" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-046" BY REFERENCE WK-KIN "9" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-050" "X" "10" "6" "20" "ACP-046" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-050" BY REFERENCE WK-TEXT "20" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-090" "X" "22" "17" "1" "ACP-050" " "  RETURNING RESU.
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
                   IF  OPA-PGM (WK-AUI)  =  "PR720U"
                   OR  OPA-PGM (WK-AUI)  =  "ALL"
                       MOVE  1  TO  WK-AUTH-OK
                   END-IF
               END-PERFORM
           END-IF.
           IF  WK-AUTH-OK  =  0
               ACCEPT  WK-VIO-DATE  FROM  DATE
               MOVE  WK-VIO-DATE  TO  VIO-DATE
               MOVE  USER_ID      TO  VIO-OPR
               MOVE  "PR720U"     TO  VIO-PGM
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
            "I-O" JVTM_PNAME1 "SHARED" BY REFERENCE JVTM_IDLST "1"
            "JVT-KEY" BY REFERENCE JVT-KEY.
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
       ST-15.
           CALL "SD_Output" USING
            "DSP-025" DSP-025 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-015 "ACP-015" "9" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-10
           END-IF.
           MOVE  WK-NO  TO  JVT-NO.
           CALL "DB_Read" USING
            "INVALID" JVTM_PNAME1 BY REFERENCE JVT-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  0
               MOVE  JVT-R  TO  WK-MAUDB
           ELSE
               MOVE  SPACE  TO  WK-MAUDB
           END-IF.
           IF  PR-ACT  =  "A"
               IF  RET  =  0
                   CALL "SD_Output" USING
                    "DSP-092" DSP-092 "p" RETURNING RESU
                   CALL "SD_Output" USING
                    "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
                   GO  TO  ST-15
               END-IF
               MOVE  SPACE  TO  WK-NAME
               MOVE  1      TO  WK-FREQ
               MOVE  0      TO  WK-SYM
               MOVE  0      TO  WK-EYM
               MOVE  0      TO  WK-REV
               GO  TO  ST-20
           END-IF.
           IF  RET  =  1
               CALL "SD_Output" USING
                "DSP-093" DSP-093 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-15
           END-IF.
           MOVE  JVT-NAME  TO  WK-NAME.
           MOVE  JVT-FREQ  TO  WK-FREQ.
           MOVE  JVT-SYM   TO  WK-SYM.
           MOVE  JVT-EYM   TO  WK-EYM.
           MOVE  JVT-REV   TO  WK-REV.
           IF  PR-ACT  =  "D"
               GO  TO  ST-90
           END-IF.
       ST-20.
           CALL "SD_Output" USING
            "DSP-030" DSP-030 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-020 "ACP-020" "X" "20"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-15
           END-IF.
       ST-30.
           CALL "SD_Output" USING
            "DSP-040" DSP-040 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-031 "ACP-031" "9" "2"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-20
           END-IF.
           IF  WK-FREQ  <  1  OR  WK-FREQ  >  12
               PERFORM  ERR-RTN  THRU  ERR-EXT
               GO  TO  ST-30
           END-IF.
       ST-32.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-032 "ACP-032" "9" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-30
           END-IF.
           IF  WK-SMM  <  1  OR  WK-SMM  >  12
               PERFORM  ERR-RTN  THRU  ERR-EXT
               GO  TO  ST-32
           END-IF.
       ST-34.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-033 "ACP-033" "9" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-32
           END-IF.
           IF  WK-EYM  NOT =  0
               IF  WK-EMM  <  1  OR  WK-EMM  >  12
                   OR  WK-EYM  <  WK-SYM
                   PERFORM  ERR-RTN  THRU  ERR-EXT
                   GO  TO  ST-34
               END-IF
           END-IF.
       ST-36.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-034 "ACP-034" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-34
           END-IF.
           IF  WK-REV  NOT =  0  AND  1
               PERFORM  ERR-RTN  THRU  ERR-EXT
               GO  TO  ST-36
           END-IF.
           MOVE  0  TO  LI.
           MOVE  0  TO  WK-DRTOT.
           MOVE  0  TO  WK-CRTOT.
           INITIALIZE  WK-LINES.
       ST-40.
           ADD  1  TO  LI.
           IF  LI  >  10
               GO  TO  ST-60
           END-IF.
           CALL "SD_Output" USING
            "DSP-050" DSP-050 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-040 "ACP-040" "9" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-36
           END-IF.
      *        ACCOUNT 0 ENDS THE TEMPLATE.
           IF  WK-KMCD  =  0
               GO  TO  ST-60
           END-IF.
           MOVE  WK-KMCD  TO  AM-KEY.
           CALL "DB_Read" USING
            "INVALID" AM_PNAME1 BY REFERENCE AM-REC "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               CALL "SD_Output" USING
                "DSP-099" DSP-099 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               SUBTRACT  1  FROM  LI
               GO  TO  ST-40
           END-IF.
       ST-45.
           CALL "SD_Output" USING
            "DSP-055" DSP-055 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-045 "ACP-045" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  WK-DRCR  NOT =  1  AND  2
               GO  TO  ST-45
           END-IF.
       ST-46.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-046 "ACP-046" "9" "9"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-45
           END-IF.
           IF  WK-KIN  NOT >  0
               PERFORM  ERR-RTN  THRU  ERR-EXT
               GO  TO  ST-46
           END-IF.
           CALL "SD_Output" USING
            "DSP-060" DSP-060 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-050 "ACP-050" "X" "20"
            BY REFERENCE ESTAT RETURNING RESU.
           MOVE  WK-KMCD  TO  WK-LN-KMCD (LI).
           MOVE  WK-DRCR  TO  WK-LN-DRCR (LI).
           MOVE  WK-KIN   TO  WK-LN-KIN  (LI).
           MOVE  WK-TEXT  TO  WK-LN-TEXT (LI).
           IF  WK-DRCR  =  1
               ADD  WK-KIN  TO  WK-DRTOT
           ELSE
               ADD  WK-KIN  TO  WK-CRTOT
           END-IF.
           CALL "SD_Output" USING
            "DSP-070" DSP-070 "p" RETURNING RESU.
           GO  TO  ST-40.
      *****
      *    BALANCE CHECK, THEN THE WRITE.
       ST-60.
           SUBTRACT  1  FROM  LI.
           IF  LI  <  2
               PERFORM  ERR-RTN  THRU  ERR-EXT
               GO  TO  ST-10
           END-IF.
           IF  WK-DRTOT  NOT =  WK-CRTOT
               CALL "SD_Output" USING
                "DSP-101" DSP-101 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
           IF  PR-ACT  =  "A"
               INITIALIZE  JVT-R
               MOVE  WK-NO  TO  JVT-NO
               MOVE  0      TO  JVT-LGYM
           ELSE
               CALL "DB_Read" USING
                "INVALID" JVTM_PNAME1 BY REFERENCE JVT-R " "
                RETURNING RET
               MOVE  JVT-R  TO  WK-MAUDB
           END-IF.
           MOVE  WK-NAME   TO  JVT-NAME.
           MOVE  WK-FREQ   TO  JVT-FREQ.
           MOVE  WK-SYM    TO  JVT-SYM.
           MOVE  WK-EYM    TO  JVT-EYM.
           MOVE  WK-REV    TO  JVT-REV.
           MOVE  LI        TO  JVT-LCNT.
           MOVE  WK-LINES  TO  JVT-LN-AREA.
           MOVE  USER_ID   TO  JVT-OPR.
           IF  PR-ACT  =  "A"
               CALL "DB_Insert" USING
                JVTM_PNAME1 JVTM_LNAME JVT-R RETURNING RET
           ELSE
               CALL "DB_Update" USING
                JVTM_PNAME1 JVTM_LNAME JVT-R RETURNING RET
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
            JVTM_PNAME1 JVTM_LNAME JVT-R RETURNING RET.
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
       ERR-RTN.
           CALL "SD_Output" USING
            "DSP-100" DSP-100 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU.
       ERR-EXT.
           EXIT.
       END-RTN.
           CALL "C3_Set_Jrcode" USING
            USER_ID BY REFERENCE COMPLETION_CODE 255.
           CALL "DB_F_Close" USING BY REFERENCE JVTM_IDLST JVTM_PNAME1.
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
           MOVE  JVT-R  TO  MAUD-AFTER.
           PERFORM  MAUD-PUT-RTN  THRU  MAUD-PUT-EXT.
       MAUD-WR-EXT.
           EXIT.
       MAUD-DEL-RTN.
           MOVE  JVT-R  TO  WK-MAUDB.
           MOVE  SPACE  TO  MAUD-AFTER.
           PERFORM  MAUD-PUT-RTN  THRU  MAUD-PUT-EXT.
       MAUD-DEL-EXT.
           EXIT.
       MAUD-PUT-RTN.
           ACCEPT  MAUD-DATE  FROM  DATE.
           ACCEPT  MAUD-TIME  FROM  TIME.
           ADD  1  TO  WK-AUDSEQ.
           MOVE  WK-AUDSEQ   TO  MAUD-SEQ.
           MOVE  "JVTM    "  TO  MAUD-FILE.
           MOVE  SPACE       TO  MAUD-FKEY.
           MOVE  JVT-NO      TO  MAUD-FKEY (1:4).
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
