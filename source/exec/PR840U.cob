       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PR840U.
      *****************************************************
      *****   MONTH-END CLOSE CHECKLIST                *****
      *****************************************************
      *        PER-PERIOD CHECKLIST OF THE JT-CTSK CLOSE TASKS.
      *        THE OPERATOR KEYS THE PERIOD YYMM; EVERY TASK ON
      *        THE MASTER GETS A JT-CCHK RECORD FOR THE PERIOD
      *        (OPEN) THE FIRST TIME, AND EACH TIME THE LIST IS
      *        SHOWN JT-RUNL IS SWEPT IN RUN ORDER FROM THE FIRST
      *        OF THE PERIOD MONTH TO THE END OF THE MONTH AFTER:
      *        A NORMAL END OF AN OPEN TASK'S PROGRAM, STARTED
      *        AFTER ITS LAST REOPEN AND AFTER ALL ITS PREDECESSOR
      *        TASKS WERE DONE, COMPLETES IT WITH THAT RUN'S
      *        OPERATOR AND END STAMP.  MANUAL TASKS ARE SIGNED
      *        OFF HERE (D) ONCE THEIR PREDECESSORS ARE DONE; ANY
      *        TASK MAY BE REOPENED (R) FOR A RERUN.  NEITHER IS
      *        ALLOWED ONCE THE FCTL "CYYMM" LOCK HAS CLOSED THE
      *        PERIOD.  THE LIST SHOWS EACH TASK'S STATUS (WAIT =
      *        OPEN WITH A PREDECESSOR STILL OPEN), WHO COMPLETED
      *        IT AND WHEN, TEN TASKS TO A PAGE, WITH THE COUNT OF
      *        MANDATORY TASKS STILL OPEN -- PR590U WILL NOT CLOSE
      *        THE PERIOD UNTIL THAT COUNT IS ZERO.  THE SCREEN
      *        SITS BEHIND THE JT-OPAU AUTHORITY GATE, AND EVERY
      *        JT-CCHK ROW WRITTEN GOES TO THE JT-MAUD AUDIT TRAIL.
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
       77  WK-I            PIC  9(02)  VALUE  0.
       77  WK-J            PIC  9(02)  VALUE  0.
       77  WK-K            PIC  9(02)  VALUE  0.
       77  WK-L            PIC  9(02)  VALUE  0.
       77  WK-TCNT         PIC  9(02)  VALUE  0.
       77  WK-OPEN-CNT     PIC  9(02)  VALUE  0.
       77  WK-PAGE         PIC  9(01)  VALUE  0.
       77  WK-PAGES        PIC  9(01)  VALUE  0.
       77  WK-PRD-OPEN     PIC  9(01)  VALUE  0.
       77  WK-CMP-DTM      PIC  9(14)  VALUE  0.
       77  WK-RUN-DTM      PIC  9(14)  VALUE  0.
       77  WK-TODAY        PIC  9(08)  VALUE  0.
       77  WK-NOW          PIC  9(06)  VALUE  0.
       01  WK-AREA.
           02  WK-YM           PIC  9(04).
           02  PR-ACT          PIC  X(01).
           02  WK-CD           PIC  X(04).
       01  WK-YMR  REDEFINES  WK-AREA.
           02  WK-YM-YY        PIC  9(02).
           02  WK-YM-MM        PIC  9(02).
           02  F               PIC  X(05).
       01  WK-NYM.
           02  WK-NYM-YY       PIC  9(02).
           02  WK-NYM-MM       PIC  9(02).
       01  WK-DTM              PIC  9(14).
       01  WK-DTMR  REDEFINES  WK-DTM.
           02  WK-DTM-D        PIC  9(08).
           02  WK-DTM-T        PIC  9(06).
      *    THE PERIOD'S TASKS, IN TASK CODE (CLOSE) ORDER.
       01  WK-TBL.
           02  WK-T            OCCURS  30.
               03  WK-T-CD         PIC  X(04).
               03  WK-T-NAME       PIC  X(20).
               03  WK-T-BUCD       PIC  9(04).
               03  WK-T-MAND       PIC  9(01).
               03  WK-T-PRE        PIC  X(04)  OCCURS  5.
               03  WK-T-PGM        PIC  X(06).
               03  WK-T-STAT       PIC  9(01).
               03  WK-T-SRC        PIC  X(01).
               03  WK-T-OPR        PIC  X(06).
               03  WK-T-DATE       PIC  9(08).
               03  WK-T-TIME       PIC  9(06).
               03  WK-T-RDTM       PIC  9(14).
               03  WK-T-CHG        PIC  9(01).
       01  WK-LINE.
           02  L-CD            PIC  X(04).
           02  F               PIC  X(01).
           02  L-NAME          PIC  X(20).
           02  F               PIC  X(01).
           02  L-BUCD          PIC  9(04).
           02  F               PIC  X(01).
           02  L-MAND          PIC  X(01).
           02  F               PIC  X(01).
           02  L-STAT          PIC  X(04).
           02  F               PIC  X(01).
           02  L-OPR           PIC  X(06).
           02  F               PIC  X(01).
           02  L-DATE.
               03  L-DATE-Y    PIC  9(04).
               03  F           PIC  X(01).
               03  L-DATE-M    PIC  9(02).
               03  F           PIC  X(01).
               03  L-DATE-D    PIC  9(02).
           02  F               PIC  X(01).
           02  L-TIME.
               03  L-TIME-H    PIC  9(02).
               03  F           PIC  X(01).
               03  L-TIME-M    PIC  9(02).
       01  WK-SUM.
           02  F               PIC  X(15)  VALUE  "OPEN MANDATORY(".
           02  S-OPEN          PIC  9(02).
           02  F               PIC  X(07)  VALUE  ") PAGE(".
           02  S-PAGE          PIC  9(01).
           02  F               PIC  X(01)  VALUE  "/".
           02  S-PAGES         PIC  9(01).
           02  F               PIC  X(01)  VALUE  ")".
       COPY    LICTSK.
       COPY    LICCHK.
       COPY    LIRUNL.
       COPY    FCTL.
       COPY    LIMAUD.
       77  WK-AUDSEQ       PIC  9(04)  VALUE  0.
       77  WK-WRTRY        PIC  9(01)  VALUE  0.
       01  WK-MAUDB            PIC  X(300)  VALUE  SPACE.
      *****
       01  DSP-AREA.
           03  DSP-010         PIC  X(32)
               VALUE  "MONTH-END CLOSE CHECKLIST       ".
           03  DSP-020         PIC  X(17)
               VALUE  "PERIOD YYMM(    )".
           03  DSP-030         PIC  X(30)
               VALUE  "TASK DESCRIPTION          DEPT".
           03  DSP-035         PIC  X(31)
               VALUE  " M STAT BY     DATE       TIME ".
           03  DSP-050         PIC  X(28).
           03  DSP-060         PIC  X(42)  VALUE
               "D=DONE,R=REOPEN,N=NEXT PAGE ( ) TASK(    )".
       01  DSP-LIST.
           03  DSP-L01         PIC  X(61).
           03  DSP-L02         PIC  X(61).
           03  DSP-L03         PIC  X(61).
           03  DSP-L04         PIC  X(61).
           03  DSP-L05         PIC  X(61).
           03  DSP-L06         PIC  X(61).
           03  DSP-L07         PIC  X(61).
           03  DSP-L08         PIC  X(61).
           03  DSP-L09         PIC  X(61).
           03  DSP-L10         PIC  X(61).
       01  DSP-LISTR  REDEFINES  DSP-LIST.
           03  DSP-LL          PIC  X(61)  OCCURS  10.
       01  DSP-AREA2.
           03  DSP-091         PIC  X(20)
               VALUE  "BAD PERIOD          ".
           03  DSP-092         PIC  X(20)
               VALUE  "BAD ACTION CODE     ".
           03  DSP-093         PIC  X(20)
               VALUE  "TASK NOT ON LIST    ".
           03  DSP-094         PIC  X(20)
               VALUE  "RUNLOG TASK         ".
           03  DSP-095         PIC  X(20)
               VALUE  "PREDECESSOR OPEN    ".
           03  DSP-096         PIC  X(20)
               VALUE  "ALREADY DONE        ".
           03  DSP-097         PIC  X(20)
               VALUE  "NOT DONE            ".
           03  DSP-098         PIC  X(20)
               VALUE  "DATABASE ERROR      ".
           03  DSP-099         PIC  X(20)
               VALUE  "PERIOD CLOSED       ".
           03  DSP-100         PIC  X(16)
               VALUE  "MARKED DONE     ".
           03  DSP-101         PIC  X(16)
               VALUE  "REOPENED        ".
           03  DSP-102         PIC  X(20)
               VALUE  "NO CLOSE TASKS      ".
           03  DSP-103         PIC  X(20)
               VALUE  "NOT AUTHORIZED      ".
       01  DSP-BUZZER.
           03  DISP-BUZ-J-03   PIC  X(05)  VALUE  X"1B4A03".
       01  ACP-AREA.
           03  ACP-010         PIC  9(04).
           03  ACP-020         PIC  X(01).
           03  ACP-030         PIC  X(04).
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       CALL "SD_Initialize" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA" " " "0" "0" "180" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-010" "X" "1" "1" "32" " " "DSP-AREA"  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-020" "X" "2" "1" "17" "DSP-010" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-030" "X" "4" "1" "30" "DSP-020" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-035" "X" "4" "31" "31" "DSP-030" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-050" "X" "16" "1" "28" "DSP-035" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-060" "X" "18" "1" "42" "DSP-050" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-LIST" " " "0" "0" "610" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-L01" "X" "5" "1" "61" " " "DSP-LIST"  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-L02" "X" "6" "1" "61" "DSP-L01" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-L03" "X" "7" "1" "61" "DSP-L02" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-L04" "X" "8" "1" "61" "DSP-L03" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-L05" "X" "9" "1" "61" "DSP-L04" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-L06" "X" "10" "1" "61" "DSP-L05" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-L07" "X" "11" "1" "61" "DSP-L06" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-L08" "X" "12" "1" "61" "DSP-L07" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-L09" "X" "13" "1" "61" "DSP-L08" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-L10" "X" "14" "1" "61" "DSP-L09" " "  RETURNING RESU.
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
            "DSP-095" "X" "22" "1" "20" "DSP-094" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-096" "X" "22" "1" "20" "DSP-095" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-097" "X" "22" "1" "20" "DSP-096" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-098" "X" "22" "1" "20" "DSP-097" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-099" "X" "22" "1" "20" "DSP-098" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-100" "X" "22" "1" "16" "DSP-099" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-101" "X" "22" "1" "16" "DSP-100" " "
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
            "ACP-AREA" " " "0" "0" "9" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-010" "9" "2" "13" "4" " " "ACP-AREA"  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-010" BY REFERENCE WK-YM "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-020" "X" "18" "30" "1" "ACP-010" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-020" BY REFERENCE PR-ACT "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-030" "X" "18" "38" "4" "ACP-020" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-030" BY REFERENCE WK-CD "4" "0" RETURNING RESU.
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
                   IF  OPA-PGM (WK-AUI)  =  "PR840U"
                   OR  OPA-PGM (WK-AUI)  =  "ALL"
                       MOVE  1  TO  WK-AUTH-OK
                   END-IF
               END-PERFORM
           END-IF.
           IF  WK-AUTH-OK  =  0
               ACCEPT  WK-VIO-DATE  FROM  DATE
               MOVE  WK-VIO-DATE  TO  VIO-DATE
               MOVE  USER_ID      TO  VIO-OPR
               MOVE  "PR840U"     TO  VIO-PGM
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
            "INPUT" CTSK_PNAME1 "SHARED" BY REFERENCE CTSK_IDLST "1"
            "CTK-KEY" BY REFERENCE CTK-KEY.
           CALL "DB_F_Open" USING
            "I-O" CCHK_PNAME1 "SHARED" BY REFERENCE CCHK_IDLST "1"
            "CCK-KEY" BY REFERENCE CCK-KEY.
           CALL "DB_F_Open" USING
            "INPUT" RUNL_PNAME1 "SHARED" BY REFERENCE RUNL_IDLST "1"
            "RUNL-KEY" BY REFERENCE RUNL-KEY.
           CALL "DB_F_Open" USING
            "INPUT" FCTL-F_PNAME1 "SHARED" BY REFERENCE FCTL-F_IDLST "1"
            "FCTL-KEY" BY REFERENCE FCTL-KEY.
           CALL "SD_Output" USING
            "DSP-010" DSP-010 "p" RETURNING RESU.
       ST-10.
           CALL "SD_Output" USING
            "DSP-020" DSP-020 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-010 "ACP-010" "9" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT    =  "P9"
               PERFORM  END-RTN  THRU  END-EXT
               STOP  RUN
           END-IF.
           IF  WK-YM-MM  <  1  OR  WK-YM-MM  >  12
               CALL "SD_Output" USING
                "DSP-091" DSP-091 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
           MOVE  WK-YM-YY  TO  WK-NYM-YY.
           COMPUTE  WK-NYM-MM  =  WK-YM-MM  +  1.
           IF  WK-NYM-MM  >  12
               MOVE  1  TO  WK-NYM-MM
               ADD   1  TO  WK-NYM-YY
           END-IF.
           MOVE  1  TO  WK-PAGE.
       ST-15.
           PERFORM  REF-RTN  THRU  REF-EXT.
           IF  WK-TCNT  =  0
               CALL "SD_Output" USING
                "DSP-102" DSP-102 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
           PERFORM  LST-RTN  THRU  LST-EXT.
       ST-20.
           CALL "SD_Output" USING
            "DSP-060" DSP-060 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-020 "ACP-020" "X" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-10
           END-IF.
           IF  ESTAT    =  "P9"
               PERFORM  END-RTN  THRU  END-EXT
               STOP  RUN
           END-IF.
           IF  PR-ACT  =  "N"
               ADD  1  TO  WK-PAGE
               IF  WK-PAGE  >  WK-PAGES
                   MOVE  1  TO  WK-PAGE
               END-IF
               PERFORM  LST-RTN  THRU  LST-EXT
               GO  TO  ST-20
           END-IF.
           IF  PR-ACT  NOT =  "D"  AND  "R"
               CALL "SD_Output" USING
                "DSP-092" DSP-092 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-20
           END-IF.
       ST-30.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-030 "ACP-030" "X" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-20
           END-IF.
           MOVE  0  TO  WK-I.
           PERFORM VARYING WK-J FROM 1 BY 1 UNTIL WK-J > WK-TCNT
               IF  WK-T-CD (WK-J)  =  WK-CD
                   MOVE  WK-J  TO  WK-I
               END-IF
           END-PERFORM.
           IF  WK-I  =  0
               CALL "SD_Output" USING
                "DSP-093" DSP-093 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-30
           END-IF.
           MOVE  "C"    TO  FCTL-KEY1 (1:1).
           MOVE  WK-YM  TO  FCTL-KEY1 (2:4).
           CALL "DB_Read" USING
            "INVALID" FCTL-F_PNAME1 BY REFERENCE FCTL-REC "UNLOCK"
            RETURNING RET.
           IF  RET  =  0  AND  FCTL-CLST  =  1
               CALL "SD_Output" USING
                "DSP-099" DSP-099 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-20
           END-IF.
           ACCEPT  WK-TODAY  FROM  DATE.
           ADD  20000000  TO  WK-TODAY.
           ACCEPT  WK-NOW  FROM  TIME.
           IF  PR-ACT  =  "R"
               GO  TO  ST-50
           END-IF.
      *        SIGN-OFF OF A MANUAL TASK.
           IF  WK-T-PGM (WK-I)  NOT =  SPACE
               CALL "SD_Output" USING
                "DSP-094" DSP-094 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-30
           END-IF.
           IF  WK-T-STAT (WK-I)  =  1
               CALL "SD_Output" USING
                "DSP-096" DSP-096 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-30
           END-IF.
           MOVE  WK-TODAY  TO  WK-DTM-D.
           MOVE  WK-NOW    TO  WK-DTM-T.
           MOVE  WK-DTM    TO  WK-CMP-DTM.
           PERFORM  PRD-CHK-RTN  THRU  PRD-CHK-EXT.
           IF  WK-PRD-OPEN  =  1
               CALL "SD_Output" USING
                "DSP-095" DSP-095 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-30
           END-IF.
           MOVE  1         TO  WK-T-STAT (WK-I).
           MOVE  "M"       TO  WK-T-SRC (WK-I).
           MOVE  USER_ID   TO  WK-T-OPR (WK-I).
           MOVE  WK-TODAY  TO  WK-T-DATE (WK-I).
           MOVE  WK-NOW    TO  WK-T-TIME (WK-I).
           PERFORM  CCK-UPD-RTN  THRU  CCK-UPD-EXT.
           IF  RET  =  1
               CALL "SD_Output" USING
                "DSP-098" DSP-098 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-15
           END-IF.
           CALL "SD_Output" USING
            "DSP-100" DSP-100 "p" RETURNING RESU.
           GO  TO  ST-15.
      *        REOPEN -- ONLY A LATER RUN OR SIGN-OFF COMPLETES IT.
       ST-50.
           IF  WK-T-STAT (WK-I)  NOT =  1
               CALL "SD_Output" USING
                "DSP-097" DSP-097 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-30
           END-IF.
           MOVE  WK-TODAY  TO  WK-DTM-D.
           MOVE  WK-NOW    TO  WK-DTM-T.
           MOVE  0         TO  WK-T-STAT (WK-I).
           MOVE  SPACE     TO  WK-T-SRC (WK-I).
           MOVE  SPACE     TO  WK-T-OPR (WK-I).
           MOVE  0         TO  WK-T-DATE (WK-I).
           MOVE  0         TO  WK-T-TIME (WK-I).
           MOVE  WK-DTM    TO  WK-T-RDTM (WK-I).
           PERFORM  CCK-UPD-RTN  THRU  CCK-UPD-EXT.
           IF  RET  =  1
               CALL "SD_Output" USING
                "DSP-098" DSP-098 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-15
           END-IF.
           CALL "SD_Output" USING
            "DSP-101" DSP-101 "p" RETURNING RESU.
           GO  TO  ST-15.
      *****
      *    BUILD THE PERIOD'S TASK TABLE FROM JT-CTSK AND JT-CCHK
      *    (ADDING AN OPEN JT-CCHK RECORD FOR ANY TASK THAT HAS
      *    NONE), COMPLETE PROGRAM TASKS FROM JT-RUNL AND COUNT
      *    THE MANDATORY TASKS STILL OPEN.
       REF-RTN.
           INITIALIZE  WK-TBL.
           MOVE  0  TO  WK-TCNT.
           CALL "DB_F_Close" USING
            BY REFERENCE CTSK_IDLST CTSK_PNAME1.
           CALL "DB_F_Open" USING
            "INPUT" CTSK_PNAME1 "SHARED" BY REFERENCE CTSK_IDLST "1"
            "CTK-KEY" BY REFERENCE CTK-KEY.
       REF-10.
           CALL "DB_Read" USING
            "NEXT AT END" CTSK_PNAME1 BY REFERENCE CTK-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               GO  TO  REF-20
           END-IF.
           IF  WK-TCNT  =  30
               GO  TO  REF-20
           END-IF.
           ADD  1  TO  WK-TCNT.
           MOVE  CTK-CD    TO  WK-T-CD (WK-TCNT).
           MOVE  CTK-NAME  TO  WK-T-NAME (WK-TCNT).
           MOVE  CTK-BUCD  TO  WK-T-BUCD (WK-TCNT).
           MOVE  CTK-MAND  TO  WK-T-MAND (WK-TCNT).
           PERFORM VARYING WK-K FROM 1 BY 1 UNTIL WK-K > 5
               MOVE  CTK-PRE (WK-K)  TO  WK-T-PRE (WK-TCNT WK-K)
           END-PERFORM.
           MOVE  CTK-PGM   TO  WK-T-PGM (WK-TCNT).
           MOVE  WK-YM     TO  CCK-YM.
           MOVE  CTK-CD    TO  CCK-CD.
           CALL "DB_Read" USING
            "INVALID" CCHK_PNAME1 BY REFERENCE CCK-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               MOVE  SPACE   TO  CCK-R
               MOVE  WK-YM   TO  CCK-YM
               MOVE  CTK-CD  TO  CCK-CD
               MOVE  0       TO  CCK-STAT
               MOVE  0       TO  CCK-DATE
               MOVE  0       TO  CCK-TIME
               MOVE  0       TO  CCK-RDTM
               CALL "DB_Insert" USING
                CCHK_PNAME1 CCHK_LNAME CCK-R RETURNING RET
               IF  RET  =  0
                   MOVE  SPACE  TO  WK-MAUDB
                   PERFORM  MAUD-WR-RTN  THRU  MAUD-WR-EXT
               END-IF
           END-IF.
           MOVE  CCK-STAT  TO  WK-T-STAT (WK-TCNT).
           MOVE  CCK-SRC   TO  WK-T-SRC (WK-TCNT).
           MOVE  CCK-OPR   TO  WK-T-OPR (WK-TCNT).
           MOVE  CCK-DATE  TO  WK-T-DATE (WK-TCNT).
           MOVE  CCK-TIME  TO  WK-T-TIME (WK-TCNT).
           MOVE  CCK-RDTM  TO  WK-T-RDTM (WK-TCNT).
           GO  TO  REF-10.
       REF-20.
           IF  WK-TCNT  =  0
               GO  TO  REF-EXT
           END-IF.
           CALL "DB_F_Close" USING
            BY REFERENCE RUNL_IDLST RUNL_PNAME1.
           CALL "DB_F_Open" USING
            "INPUT" RUNL_PNAME1 "SHARED" BY REFERENCE RUNL_IDLST "1"
            "RUNL-KEY" BY REFERENCE RUNL-KEY.
       REF-30.
           CALL "DB_Read" USING
            "NEXT AT END" RUNL_PNAME1 BY REFERENCE RUNL-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               GO  TO  REF-50
           END-IF.
           IF  RUNL-SDATE (1:4)  <  WK-YM
               GO  TO  REF-30
           END-IF.
           IF  RUNL-SDATE (1:4)  >  WK-NYM
               GO  TO  REF-50
           END-IF.
           IF  RUNL-ENDF  NOT =  1
               GO  TO  REF-30
           END-IF.
           COMPUTE  WK-DTM-D  =  RUNL-SDATE  +  20000000.
           MOVE  RUNL-STIME  TO  WK-DTM-T.
           MOVE  WK-DTM      TO  WK-RUN-DTM.
           MOVE  WK-DTM      TO  WK-CMP-DTM.
           PERFORM VARYING WK-I FROM 1 BY 1 UNTIL WK-I > WK-TCNT
               IF  WK-T-PGM (WK-I)  =  RUNL-PGM
                   AND  WK-T-PGM (WK-I)  NOT =  SPACE
                   AND  WK-T-STAT (WK-I)  =  0
                   AND  WK-RUN-DTM  >  WK-T-RDTM (WK-I)
                   PERFORM  PRD-CHK-RTN  THRU  PRD-CHK-EXT
                   IF  WK-PRD-OPEN  =  0
                       MOVE  1         TO  WK-T-STAT (WK-I)
                       MOVE  "R"       TO  WK-T-SRC (WK-I)
                       MOVE  RUNL-OPR  TO  WK-T-OPR (WK-I)
                       COMPUTE  WK-T-DATE (WK-I)  =
                                RUNL-EDATE  +  20000000
                       MOVE  RUNL-ETIME  TO  WK-T-TIME (WK-I)
                       MOVE  1         TO  WK-T-CHG (WK-I)
                   END-IF
               END-IF
           END-PERFORM.
           GO  TO  REF-30.
       REF-50.
           PERFORM VARYING WK-I FROM 1 BY 1 UNTIL WK-I > WK-TCNT
               IF  WK-T-CHG (WK-I)  =  1
                   PERFORM  CCK-UPD-RTN  THRU  CCK-UPD-EXT
               END-IF
           END-PERFORM.
       REF-EXT.
           EXIT.
      *****
      *    ARE ALL PREDECESSORS OF TASK WK-I DONE BY WK-CMP-DTM?
      *    WK-PRD-OPEN 1 = NO.  A PREDECESSOR NO LONGER ON THE
      *    MASTER DOES NOT HOLD THE TASK UP.
       PRD-CHK-RTN.
           MOVE  0  TO  WK-PRD-OPEN.
           PERFORM VARYING WK-K FROM 1 BY 1 UNTIL WK-K > 5
               IF  WK-T-PRE (WK-I WK-K)  NOT =  SPACE
                   PERFORM VARYING WK-J FROM 1 BY 1
                           UNTIL WK-J > WK-TCNT
                       IF  WK-T-CD (WK-J)  =  WK-T-PRE (WK-I WK-K)
                           MOVE  WK-T-DATE (WK-J)  TO  WK-DTM-D
                           MOVE  WK-T-TIME (WK-J)  TO  WK-DTM-T
                           IF  WK-T-STAT (WK-J)  NOT =  1
                               OR  WK-DTM  >  WK-CMP-DTM
                               MOVE  1  TO  WK-PRD-OPEN
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
       PRD-CHK-EXT.
           EXIT.
      *****
      *    REWRITE THE JT-CCHK RECORD OF TASK WK-I FROM THE TABLE.
      *    RET 1 = FAILED.
       CCK-UPD-RTN.
           MOVE  WK-YM           TO  CCK-YM.
           MOVE  WK-T-CD (WK-I)  TO  CCK-CD.
           CALL "DB_Read" USING
            "INVALID" CCHK_PNAME1 BY REFERENCE CCK-R " "
            RETURNING RET.
           IF  RET  =  1
               GO  TO  CCK-UPD-EXT
           END-IF.
           MOVE  CCK-R  TO  WK-MAUDB.
           MOVE  WK-T-STAT (WK-I)  TO  CCK-STAT.
           MOVE  WK-T-SRC (WK-I)   TO  CCK-SRC.
           MOVE  WK-T-OPR (WK-I)   TO  CCK-OPR.
           MOVE  WK-T-DATE (WK-I)  TO  CCK-DATE.
           MOVE  WK-T-TIME (WK-I)  TO  CCK-TIME.
           MOVE  WK-T-RDTM (WK-I)  TO  CCK-RDTM.
           CALL "DB_Update" USING
            CCHK_PNAME1 CCHK_LNAME CCK-R RETURNING RET.
           IF  RET  =  0
               PERFORM  MAUD-WR-RTN  THRU  MAUD-WR-EXT
      *            THE REWRITE STOOD -- A LOST AUDIT ROW IS NOT A
      *            FAILED SIGN-OFF.
               MOVE  0  TO  RET
           END-IF.
           MOVE  0  TO  WK-T-CHG (WK-I).
       CCK-UPD-EXT.
           EXIT.
      *****
      *    SHOW PAGE WK-PAGE OF THE TABLE AND THE OPEN COUNT.
       LST-RTN.
           MOVE  0  TO  WK-OPEN-CNT.
           PERFORM VARYING WK-I FROM 1 BY 1 UNTIL WK-I > WK-TCNT
               IF  WK-T-MAND (WK-I)  =  1  AND  WK-T-STAT (WK-I)  =  0
                   ADD  1  TO  WK-OPEN-CNT
               END-IF
           END-PERFORM.
           COMPUTE  WK-PAGES  =  (WK-TCNT  +  9)  /  10.
           IF  WK-PAGE  >  WK-PAGES
               MOVE  1  TO  WK-PAGE
           END-IF.
           MOVE  SPACE  TO  DSP-LIST.
           PERFORM VARYING WK-L FROM 1 BY 1 UNTIL WK-L > 10
               COMPUTE  WK-I  =  (WK-PAGE  -  1)  *  10  +  WK-L
               IF  WK-I  NOT >  WK-TCNT
                   PERFORM  LIN-RTN  THRU  LIN-EXT
                   MOVE  WK-LINE  TO  DSP-LL (WK-L)
               END-IF
           END-PERFORM.
           CALL "SD_Output" USING
            "DSP-030" DSP-030 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "DSP-035" DSP-035 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "DSP-L01" DSP-L01 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "DSP-L02" DSP-L02 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "DSP-L03" DSP-L03 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "DSP-L04" DSP-L04 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "DSP-L05" DSP-L05 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "DSP-L06" DSP-L06 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "DSP-L07" DSP-L07 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "DSP-L08" DSP-L08 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "DSP-L09" DSP-L09 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "DSP-L10" DSP-L10 "p" RETURNING RESU.
           MOVE  WK-OPEN-CNT  TO  S-OPEN.
           MOVE  WK-PAGE      TO  S-PAGE.
           MOVE  WK-PAGES     TO  S-PAGES.
           MOVE  WK-SUM       TO  DSP-050.
           CALL "SD_Output" USING
            "DSP-050" DSP-050 "p" RETURNING RESU.
       LST-EXT.
           EXIT.
      *****
      *    FORMAT TASK WK-I INTO WK-LINE.
       LIN-RTN.
           MOVE  SPACE               TO  WK-LINE.
           MOVE  WK-T-CD (WK-I)      TO  L-CD.
           MOVE  WK-T-NAME (WK-I)    TO  L-NAME.
           MOVE  WK-T-BUCD (WK-I)    TO  L-BUCD.
           IF  WK-T-MAND (WK-I)  =  1
               MOVE  "*"  TO  L-MAND
           END-IF.
           IF  WK-T-STAT (WK-I)  =  1
               MOVE  "DONE"  TO  L-STAT
               MOVE  WK-T-OPR (WK-I)  TO  L-OPR
               MOVE  WK-T-DATE (WK-I)  TO  WK-DTM-D
               MOVE  WK-T-TIME (WK-I)  TO  WK-DTM-T
               MOVE  WK-DTM-D (1:4)    TO  L-DATE-Y
               MOVE  "/"               TO  L-DATE (5:1)
               MOVE  WK-DTM-D (5:2)    TO  L-DATE-M
               MOVE  "/"               TO  L-DATE (8:1)
               MOVE  WK-DTM-D (7:2)    TO  L-DATE-D
               MOVE  WK-DTM-T (1:2)    TO  L-TIME-H
               MOVE  ":"               TO  L-TIME (3:1)
               MOVE  WK-DTM-T (3:2)    TO  L-TIME-M
               GO  TO  LIN-EXT
           END-IF.
           MOVE  99999999999999  TO  WK-CMP-DTM.
           PERFORM  PRD-CHK-RTN  THRU  PRD-CHK-EXT.
           IF  WK-PRD-OPEN  =  1
               MOVE  "WAIT"  TO  L-STAT
           ELSE
               MOVE  "OPEN"  TO  L-STAT
           END-IF.
       LIN-EXT.
           EXIT.
       END-RTN.
           CALL "C3_Set_Jrcode" USING
            USER_ID BY REFERENCE COMPLETION_CODE 255.
           CALL "DB_F_Close" USING BY REFERENCE CTSK_IDLST CTSK_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE CCHK_IDLST CCHK_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE RUNL_IDLST RUNL_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE FCTL-F_IDLST FCTL-F_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE MAUD_IDLST MAUD_PNAME1.
           CALL "DB_Close".
       END-EXT.
           EXIT.
      *****
      *    COMMON MAINTENANCE AUDIT -- SEE LIMAUD.  THE BEFORE
      *    IMAGE WAS CAPTURED AT THE LOCKED READ (SPACES FOR
      *    A NEW PERIOD ROW); THE AFTER IMAGE IS THE RECORD JUST
      *    WRITTEN.
       MAUD-WR-RTN.
           MOVE  CCK-R  TO  MAUD-AFTER.
           PERFORM  MAUD-PUT-RTN  THRU  MAUD-PUT-EXT.
       MAUD-WR-EXT.
           EXIT.
       MAUD-PUT-RTN.
           ACCEPT  MAUD-DATE  FROM  DATE.
           ACCEPT  MAUD-TIME  FROM  TIME.
           ADD  1  TO  WK-AUDSEQ.
           MOVE  WK-AUDSEQ   TO  MAUD-SEQ.
           MOVE  "CCHK    "  TO  MAUD-FILE.
           MOVE  SPACE       TO  MAUD-FKEY.
           MOVE  CCK-KEY     TO  MAUD-FKEY (1:8).
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
