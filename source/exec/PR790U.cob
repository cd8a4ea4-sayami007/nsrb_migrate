       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PR790U.
      *****************************************************
      *****   UNCOLLECTIBLE INVOICE WRITE-OFF          *****
      *****************************************************
      *        OPERATOR KEYS CUSTOMER (TT-TCD), THE INVOICE DATE
      *        AND INVOICE NUMBER OF AN OPEN SKDF INVOICE (OR
      *        SK840U INTEREST NOTE), A REASON, AND THE OPERATOR
      *        ID OF THE SUPERVISOR APPROVING THE WRITE-OFF --
      *        WHO MUST HOLD MAINTENANCE AUTHORITY ON LIOPAU AND
      *        MAY NOT BE THE OPERATOR KEYING IT.  THE CURRENT
      *        TT-TUZ BALANCE AND THE INVOICE AMOUNT (BOTH TAX-
      *        RATE ROWS, SKD-GNO 0 AND 1, AND THE SK730U FREIGHT
      *        SURCHARGE ROW, SKD-GNO 2) ARE SHOWN BEFORE
      *        CONFIRMATION.  ON CONFIRM, AS ONE UNIT OF WORK:
      *          THE SKDF ROWS ARE CLOSED (SKD-SKD = TODAY),
      *          TT-TUZ/TT-TUZZ ARE REDUCED -- A FAILED TT-M
      *          REWRITE REOPENS THE SKDF ROWS AGAIN,
      *        THEN TK-WOF IS SET SO SK810U STOPS DUNNING THE
      *        CUSTOMER, EACH ROW IS LOGGED TO JT-BDWO (NUMBERED
      *        FROM FCTL "BDWNO") WITH OPERATOR AND APPROVER, AND
      *        A BALANCED JT-JVF VOUCHER IS WRITTEN FROM THE FCTL
      *        "JVNO" COUNTER: DR BAD-DEBT LOSS (JT-GLMP "BL"),
      *        DR OUTPUT TAX ("TX" BY RATE CLASS) / CR ACCOUNTS
      *        RECEIVABLE ("AR").  A CLOSED CURRENT MONTH (FCTL
      *        "CYYMM") TAKES NO WRITE-OFFS.  EVERY WRITE-OFF
      *        PRINTS TO THE PR790U JOURNAL.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  VIO-FILE    ASSIGN  TO  "OPAVIO.LOG"
               ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT  PR-JNL-FILE  ASSIGN  TO  "PR790U"
               ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA                DIVISION.
       FILE                SECTION.
      *****
      *    Operator authority violation log -- one line per
      *    refusal, appended across runs.
       FD  VIO-FILE
           LABEL RECORD IS STANDARD.
       01  VIO-LINE            PIC  X(60).
       FD  PR-JNL-FILE
           LABEL RECORD IS STANDARD.
       01  PR-JNL-LINE         PIC  X(100).
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
       77  RX              PIC  9(01)  VALUE  0.
       77  LX              PIC  9(02)  VALUE  0.
       77  WK-TODAY        PIC  9(06)  VALUE  0.
       77  WK-TODAY8       PIC  9(08)  VALUE  0.
       77  WK-CKYM         PIC  9(04)  VALUE  0.
       77  WK-CLOSED       PIC  9(01)  VALUE  0.
       77  WK-BL-KMCD      PIC  9(04)  VALUE  0.
       77  WK-AR-KMCD      PIC  9(04)  VALUE  0.
       77  WK-JVNO         PIC  9(06)  VALUE  0.
       77  WS-WO-CNT       PIC  9(07)  VALUE  0.
       77  WS-WO-AMT       PIC S9(11)  VALUE  0.
       01  WK-AREA.
           02  WO-ANS          PIC  X(01).
           02  WK-TCD          PIC  9(04).
           02  WK-DATE         PIC  9(08).
           02  WK-DNO          PIC  9(06).
           02  WK-DTC          PIC  9(01).
           02  WK-RSN          PIC  X(20).
           02  WK-APR          PIC  X(06).
           02  WK-OKIN         PIC S9(09).
           02  WK-OSHZ         PIC S9(07).
      *****
      *    THE INVOICE'S ROWS BY TAX-RATE CLASS (SKD-GNO 0 AND 1),
      *    THE FREIGHT SURCHARGE ROW (SKD-GNO 2, STANDARD RATE) AND
      *    THE OUTPUT-TAX ACCOUNT FOR EACH.
       01  WK-ROW-TBL.
           02  WK-ROW  OCCURS  3.
               03  WK-ROW-FND       PIC  9(01).
               03  WK-ROW-KIN       PIC S9(09).
               03  WK-ROW-SHZ       PIC S9(07).
               03  WK-ROW-TX        PIC  9(04).
      *****
       01  WK-JVL-TBL.
           02  WK-JVL-CNT          PIC  9(02).
           02  WK-JVL  OCCURS  4.
               03  WK-JVL-KMCD      PIC  9(04).
               03  WK-JVL-DRCR      PIC  9(01).
               03  WK-JVL-KIN       PIC S9(09).
       COPY    LSTTM.
       COPY    LITKM.
       COPY    LISKDF.
       COPY    LIBDWO.
       COPY    LIGLMP.
       COPY    LIJVF.
       COPY    FCTL.
      *****
       01  PR-JNL-HDR.
           02  FILLER          PIC  X(26)  VALUE
               "BAD-DEBT WRITE-OFF JOURNAL".
           02  FILLER          PIC  X(08)  VALUE  " CUST".
           02  FILLER          PIC  X(10)  VALUE  "INVOICE".
           02  FILLER          PIC  X(08)  VALUE  "NO".
           02  FILLER          PIC  X(12)  VALUE  "AMOUNT".
           02  FILLER          PIC  X(09)  VALUE  "TAX".
           02  FILLER          PIC  X(07)  VALUE  "VCH".
           02  FILLER          PIC  X(07)  VALUE  "OPR".
           02  FILLER          PIC  X(07)  VALUE  "APR".
       01  PR-JNL-DET.
           02  FILLER          PIC  X(27)  VALUE  SPACE.
           02  JNL-TCD         PIC  9(04).
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  JNL-DATE        PIC  9(08).
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  JNL-DNO         PIC  9(06).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  JNL-KIN         PIC  -(09)9.
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  JNL-SHZ         PIC  -(07)9.
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  JNL-JVNO        PIC  9(06).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  JNL-OPR         PIC  X(06).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  JNL-APR         PIC  X(06).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  JNL-RSN         PIC  X(20).
       01  PR-JNL-SUM.
           02  FILLER          PIC  X(16)  VALUE  "WRITE-OFFS=".
           02  JNL-SUM-CNT     PIC  ZZZZZZ9.
           02  FILLER          PIC  X(09)  VALUE  "  VALUE=".
           02  JNL-SUM-AMT     PIC  -(10)9.
      *****
       01  DSP-AREA.
           03  DSP-010         PIC  X(32)
               VALUE  "BAD-DEBT WRITE-OFF              ".
           03  DSP-020         PIC  X(40)
               VALUE  "CUST(    ) INV DATE(        ) NO(      )".
           03  DSP-030.
               05  FILLER      PIC  X(08)  VALUE  "BALANCE=".
               05  DSP-031     PIC  -(09)9.
           03  DSP-040.
               05  FILLER      PIC  X(07)  VALUE  "AMOUNT=".
               05  DSP-041     PIC  -(09)9.
               05  FILLER      PIC  X(05)  VALUE  " TAX=".
               05  DSP-042     PIC  -(07)9.
           03  DSP-050         PIC  X(28)
               VALUE  "REASON(                    )".
           03  DSP-060         PIC  X(16)
               VALUE  "APPROVER(      )".
       01  DSP-AREA2.
           03  DSP-093         PIC  X(18)
               VALUE  "CUST NOT FOUND    ".
           03  DSP-094         PIC  X(20)
               VALUE  "INVOICE NOT OPEN    ".
           03  DSP-095         PIC  X(20)
               VALUE  "APPROVER NOT VALID  ".
           03  DSP-096         PIC  X(20)
               VALUE  "ACCOUNT NOT MAPPED  ".
           03  DSP-098         PIC  X(20)
               VALUE  "DATABASE ERROR      ".
           03  DSP-099         PIC  X(20)
               VALUE  "NOT AUTHORIZED      ".
           03  DSP-101         PIC  X(20)
               VALUE  "W/O OK Y=1,N=9( )   ".
           03  DSP-102         PIC  X(16)
               VALUE  "WRITTEN OFF     ".
           03  DSP-103         PIC  X(24)
               VALUE  "TT-M UPDATE BACKED OUT  ".
           03  DSP-104         PIC  X(20)
               VALUE  "PERIOD CLOSED       ".
       01  DSP-BUZZER.
           03  DISP-BUZ-J-03   PIC  X(05)  VALUE  X"1B4A03".
       01  ACP-AREA.
           03  ACP-010         PIC  9(04).
           03  ACP-020         PIC  9(08).
           03  ACP-030         PIC  9(06).
           03  ACP-050         PIC  X(20).
           03  ACP-060         PIC  X(06).
           03  ACP-070         PIC  X(01).
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       CALL "SD_Initialize" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA" " " "0" "0" "164" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-010" "X" "1" "1" "32" " " "DSP-AREA"  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-020" "X" "3" "1" "40" "DSP-010" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-030" " " "5" "0" "18" "DSP-020" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "01DSP-030" "X" "5" "1" "8" " " "DSP-030"  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-031" "9" "5" "9" "10" "01DSP-030" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-031" BY REFERENCE TT-TUZ "10" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-040" " " "7" "0" "30" "DSP-030" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "01DSP-040" "X" "7" "1" "7" " " "DSP-040"  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-041" "9" "7" "8" "10" "01DSP-040" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-041" BY REFERENCE WK-OKIN "10" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "02DSP-040" "X" "7" "18" "5" "DSP-041" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-042" "9" "7" "23" "8" "02DSP-040" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-042" BY REFERENCE WK-OSHZ "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-050" "X" "9" "1" "28" "DSP-040" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-060" "X" "11" "1" "16" "DSP-050" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA2" " " "0" "0" "198" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-093" "X" "22" "1" "18" " " "DSP-AREA2"
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
            "DSP-098" "X" "22" "1" "20" "DSP-096" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-099" "X" "22" "1" "20" "DSP-098" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-101" "X" "22" "1" "20" "DSP-099" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-102" "X" "22" "1" "16" "DSP-101" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-103" "X" "22" "1" "24" "DSP-102" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-104" "X" "22" "1" "20" "DSP-103" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-BUZZER" " " "24" "0" "5" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DISP-BUZ-J-03" "X" "24" "80" "5" " " "DSP-BUZZER"
            RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-AREA" " " "0" "0" "45" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-010" "9" "3" "6" "4" " " "ACP-AREA"  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-010" BY REFERENCE WK-TCD "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-020" "9" "3" "21" "8" "ACP-010" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-020" BY REFERENCE WK-DATE "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-030" "9" "3" "34" "6" "ACP-020" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-030" BY REFERENCE WK-DNO "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-050" "X" "9" "8" "20" "ACP-030" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-050" BY REFERENCE WK-RSN "20" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-060" "X" "11" "10" "6" "ACP-050" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-060" BY REFERENCE WK-APR "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-070" "X" "22" "16" "1" "ACP-060" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-070" BY REFERENCE WO-ANS "1" "0" RETURNING RESU.
      *
           ACCEPT USER_ID FROM ARGUMENT-VALUE.
           ACCEPT COMPLETION_CODE FROM ARGUMENT-VALUE.
      *
      *****
      *    OPERATOR AUTHORITY GATE -- SEE LIOPAU.  THE OPERATOR
      *    KEYING A WRITE-OFF NEEDS OPA-MNT = 1 AND THIS PROGRAM
      *    ON THE ALLOWED LIST; A REFUSAL IS LOGGED AND THE
      *    SCREEN NEVER OPENS.
           CALL "DB_F_Open" USING
            "INPUT" OPAU_PNAME1 "SHARED" BY REFERENCE OPAU_IDLST "1"
            "OPA-KEY" BY REFERENCE OPA-KEY.
           MOVE  USER_ID  TO  OPA-OPR.
           CALL "DB_Read" USING
            "INVALID" OPAU_PNAME1 BY REFERENCE OPA-R "UNLOCK"
            RETURNING RET.
           MOVE  0  TO  WK-AUTH-OK.
           IF  RET  =  0  AND  OPA-MNT  =  1
               PERFORM  VARYING  WK-AUI  FROM  1  BY  1
                   UNTIL  WK-AUI  >  10
                   IF  OPA-PGM (WK-AUI)  =  "PR790U"
                   OR  OPA-PGM (WK-AUI)  =  "ALL"
                       MOVE  1  TO  WK-AUTH-OK
                   END-IF
               END-PERFORM
           END-IF.
           IF  WK-AUTH-OK  =  0
               CALL "DB_F_Close" USING
                BY REFERENCE OPAU_IDLST OPAU_PNAME1
               ACCEPT  WK-VIO-DATE  FROM  DATE
               MOVE  WK-VIO-DATE  TO  VIO-DATE
               MOVE  USER_ID      TO  VIO-OPR
               MOVE  "PR790U"     TO  VIO-PGM
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
           MOVE  "20"      TO  WK-TODAY8 (1:2).
           MOVE  WK-TODAY  TO  WK-TODAY8 (3:6).
      *        POSTING ACCOUNTS FROM THE MAPPING TABLE.  THE
      *        REDUCED-RATE TAX CLASS FALLS BACK TO CLASS 00.
           CALL "DB_F_Open" USING
            "INPUT" GLMP_PNAME1 "SHARED" BY REFERENCE GLMP_IDLST "1"
            "GLM-KEY" BY REFERENCE GLM-KEY.
           MOVE  "BL"  TO  GLM-SRC.
           MOVE  0     TO  GLM-CLS.
           PERFORM  GLM-RD-RTN  THRU  GLM-RD-EXT.
           MOVE  GLM-KMCD  TO  WK-BL-KMCD.
           MOVE  "AR"  TO  GLM-SRC.
           MOVE  0     TO  GLM-CLS.
           PERFORM  GLM-RD-RTN  THRU  GLM-RD-EXT.
           MOVE  GLM-KMCD  TO  WK-AR-KMCD.
           MOVE  "TX"  TO  GLM-SRC.
           MOVE  0     TO  GLM-CLS.
           PERFORM  GLM-RD-RTN  THRU  GLM-RD-EXT.
           MOVE  GLM-KMCD  TO  WK-ROW-TX (1).
           MOVE  "TX"  TO  GLM-SRC.
           MOVE  1     TO  GLM-CLS.
           PERFORM  GLM-RD-RTN  THRU  GLM-RD-EXT.
           MOVE  GLM-KMCD  TO  WK-ROW-TX (2).
           IF  WK-ROW-TX (2)  =  0
               MOVE  WK-ROW-TX (1)  TO  WK-ROW-TX (2)
           END-IF.
      *        THE FREIGHT SURCHARGE IS TAXED AT THE STANDARD RATE.
           MOVE  WK-ROW-TX (1)  TO  WK-ROW-TX (3).
           CALL "DB_F_Close" USING BY REFERENCE GLMP_IDLST GLMP_PNAME1.
           CALL "DB_F_Open" USING
            "I-O" TT-M_PNAME1 "SHARED" BY REFERENCE TT-M_IDLST
            "1" "TT-KEY" BY REFERENCE TT-KEY.
           CALL "DB_F_Open" USING
            "I-O" TK-M_PNAME1 "SHARED" BY REFERENCE TK-M_IDLST
            "1" "TK-KEY" BY REFERENCE TK-KEY.
           CALL "DB_F_Open" USING
            "I-O" SKDF_PNAME1 "SHARED" BY REFERENCE SKDF_IDLST "1"
            "SKD-KEY" BY REFERENCE SKD-KEY.
           CALL "DB_F_Open" USING
            "I-O" BDWO_PNAME1 "SHARED" BY REFERENCE BDWO_IDLST "1"
            "BDW-KEY" BY REFERENCE BDW-KEY.
           CALL "DB_F_Open" USING
            "I-O" FCTL-F_PNAME1 "SHARED" BY REFERENCE FCTL-F_IDLST "1"
            "FCTL-KEY" BY REFERENCE FCTL-KEY.
           OPEN  OUTPUT  PR-JNL-FILE.
           MOVE  PR-JNL-HDR  TO  PR-JNL-LINE.
           WRITE  PR-JNL-LINE.
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
           MOVE  WK-TCD  TO  TT-TCD.
      *           READ   TT-M   INVALID
      *///////////////
           CALL "DB_Read" USING
            "INVALID" TT-M_PNAME1 BY REFERENCE TT-R " "
            RETURNING RET.
           IF  RET  =  1
               CALL "SD_Output" USING
                "DSP-093" DSP-093 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
           CALL "SD_Output" USING
            "DSP-030" DSP-030 "p" RETURNING RESU.
       ST-20.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-020 "ACP-020" "9" "8"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-10
           END-IF.
           IF  WK-DATE  =  0
               GO  TO  ST-20
           END-IF.
       ST-21.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-030 "ACP-030" "9" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-20
           END-IF.
      *        THE INVOICE MUST BE OPEN -- AN ORDINARY INVOICE
      *        (SKD-DTC 0) FIRST, ELSE AN INTEREST NOTE (5).
           MOVE  0  TO  WK-DTC.
           PERFORM  INV-RD-RTN  THRU  INV-RD-EXT.
           IF  WK-ROW-FND (1)  =  0  AND  WK-ROW-FND (2)  =  0
           AND WK-ROW-FND (3)  =  0
               MOVE  5  TO  WK-DTC
               PERFORM  INV-RD-RTN  THRU  INV-RD-EXT
           END-IF.
           IF  WK-ROW-FND (1)  =  0  AND  WK-ROW-FND (2)  =  0
           AND WK-ROW-FND (3)  =  0
               CALL "SD_Output" USING
                "DSP-094" DSP-094 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-20
           END-IF.
           CALL "SD_Output" USING
            "DSP-040" DSP-040 "p" RETURNING RESU.
       ST-30.
           CALL "SD_Output" USING
            "DSP-050" DSP-050 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-050 "ACP-050" "X" "20"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-21
           END-IF.
           IF  WK-RSN  =  SPACE
               GO  TO  ST-30
           END-IF.
       ST-31.
      *        APPROVER -- ANOTHER OPERATOR HOLDING MAINTENANCE
      *        AUTHORITY.
           CALL "SD_Output" USING
            "DSP-060" DSP-060 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-060 "ACP-060" "X" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-30
           END-IF.
           MOVE  WK-APR  TO  OPA-OPR.
           CALL "DB_Read" USING
            "INVALID" OPAU_PNAME1 BY REFERENCE OPA-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1  OR  OPA-MNT  NOT =  1
           OR  WK-APR  =  SPACE  OR  WK-APR  =  USER_ID
               CALL "SD_Output" USING
                "DSP-095" DSP-095 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-31
           END-IF.
       ST-40.
           CALL "SD_Output" USING
            "DSP-101" DSP-101 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-070 "ACP-070" "X" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  WO-ANS  NOT =  "1"  AND  "9"
               GO  TO  ST-40
           END-IF.
           IF  WO-ANS  =  "9"
               GO  TO  ST-10
           END-IF.
      *        PERIOD LOCK -- THE WRITE-OFF IS DATED TODAY, SO A
      *        CLOSED CURRENT MONTH REFUSES IT (PR590U FUNCTION L
      *        REOPENS).
           MOVE  WK-TODAY (1:4)  TO  WK-CKYM.
           PERFORM  CLCK-RTN  THRU  CLCK-EXT.
           IF  WK-CLOSED  =  1
               CALL "SD_Output" USING
                "DSP-104" DSP-104 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
           IF  WK-BL-KMCD  =  0  OR  WK-AR-KMCD  =  0
           OR  (WK-OSHZ  NOT =  0  AND  WK-ROW-TX (1)  =  0)
               CALL "SD_Output" USING
                "DSP-096" DSP-096 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
      *****
      *    One unit of work: close the SKDF rows, reduce TT-M, and
      *    reopen the SKDF rows if the TT-M side fails.
           MOVE  0  TO  RX.
       ST-50.
           ADD  1  TO  RX.
           IF  RX  >  3
               GO  TO  ST-60
           END-IF.
           IF  WK-ROW-FND (RX)  =  0
               GO  TO  ST-50
           END-IF.
           PERFORM  SKD-KEY-RTN  THRU  SKD-KEY-EXT.
           CALL "DB_Read" USING
            "INVALID" SKDF_PNAME1 BY REFERENCE SKD-R " "
            RETURNING RET.
           IF  RET  =  0
               MOVE  WK-TODAY8  TO  SKD-SKD
               CALL "DB_Update" USING
                SKDF_PNAME1 SKDF_LNAME SKD-R RETURNING RET
           END-IF.
           IF  RET  =  1
               PERFORM  SKD-BACK-RTN  THRU  SKD-BACK-EXT
               CALL "SD_Output" USING
                "DSP-098" DSP-098 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
           GO  TO  ST-50.
       ST-60.
           SUBTRACT  WK-OKIN  FROM  TT-TUZ.
           SUBTRACT  WK-OSHZ  FROM  TT-TUZZ.
      *           REWRITE  TT-R   INVALID
      *///////////////
           CALL "DB_Update" USING
            TT-M_PNAME1 TT-M_LNAME TT-R RETURNING RET.
           IF  RET = 1
               MOVE  4  TO  RX
               PERFORM  SKD-BACK-RTN  THRU  SKD-BACK-EXT
               CALL "SD_Output" USING
                "DSP-103" DSP-103 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
      *        STOP DUNNING -- SK810U PASSES OVER TK-WOF = 1.
           MOVE  WK-TCD  TO  TK-TCD.
           CALL "DB_Read" USING
            "INVALID" TK-M_PNAME1 BY REFERENCE TK-R " "
            RETURNING RET.
           IF  RET  =  0
               MOVE  1  TO  TK-WOF
               IF  TK-BDF  IS  NOT  NUMERIC
                   MOVE  0  TO  TK-BDF
               END-IF
               IF  TK-BDPCT  IS  NOT  NUMERIC
                   MOVE  0  TO  TK-BDPCT
               END-IF
               CALL "DB_Update" USING
                TK-M_PNAME1 TK-M_LNAME TK-R RETURNING RET
           END-IF.
           PERFORM  JV-WR-RTN  THRU  JV-WR-EXT.
           PERFORM  VARYING  RX  FROM  1  BY  1  UNTIL  RX  >  3
               IF  WK-ROW-FND (RX)  =  1
                   PERFORM  BDW-WR-RTN  THRU  BDW-WR-EXT
               END-IF
           END-PERFORM.
           MOVE  WK-TCD    TO  JNL-TCD.
           MOVE  WK-DATE   TO  JNL-DATE.
           MOVE  WK-DNO    TO  JNL-DNO.
           MOVE  WK-OKIN   TO  JNL-KIN.
           MOVE  WK-OSHZ   TO  JNL-SHZ.
           MOVE  WK-JVNO   TO  JNL-JVNO.
           MOVE  USER_ID   TO  JNL-OPR.
           MOVE  WK-APR    TO  JNL-APR.
           MOVE  WK-RSN    TO  JNL-RSN.
           MOVE  PR-JNL-DET  TO  PR-JNL-LINE.
           WRITE  PR-JNL-LINE.
           ADD  1  TO  WS-WO-CNT.
           COMPUTE  WS-WO-AMT  =  WS-WO-AMT  +  WK-OKIN  +  WK-OSHZ.
           CALL "SD_Output" USING
            "DSP-102" DSP-102 "p" RETURNING RESU.
           GO  TO  ST-10.
      *****
      *    READ THE INVOICE'S TWO TAX-RATE ROWS AND ITS FREIGHT
      *    SURCHARGE ROW (SKD-DTC IN WK-DTC).  A ROW COUNTS ONLY WHILE IT IS AN OPEN DEBIT;
      *    THE TOTALS SHOWN ARE OF THE OPEN ROWS.
       INV-RD-RTN.
           INITIALIZE  WK-ROW-FND (1)  WK-ROW-KIN (1)  WK-ROW-SHZ (1).
           INITIALIZE  WK-ROW-FND (2)  WK-ROW-KIN (2)  WK-ROW-SHZ (2).
           INITIALIZE  WK-ROW-FND (3)  WK-ROW-KIN (3)  WK-ROW-SHZ (3).
           MOVE  0  TO  WK-OKIN.
           MOVE  0  TO  WK-OSHZ.
           PERFORM  VARYING  RX  FROM  1  BY  1  UNTIL  RX  >  3
               PERFORM  SKD-KEY-RTN  THRU  SKD-KEY-EXT
               CALL "DB_Read" USING
                "INVALID" SKDF_PNAME1 BY REFERENCE SKD-R "UNLOCK"
                RETURNING RET
               IF  RET  =  0  AND  SKD-DC  =  0  AND  SKD-SKD  =  0
                   MOVE  1        TO  WK-ROW-FND (RX)
                   MOVE  SKD-KIN  TO  WK-ROW-KIN (RX)
                   MOVE  SKD-SHZ  TO  WK-ROW-SHZ (RX)
                   ADD   SKD-KIN  TO  WK-OKIN
                   ADD   SKD-SHZ  TO  WK-OSHZ
               END-IF
           END-PERFORM.
       INV-RD-EXT.
           EXIT.
      *****
      *    SKDF KEY OF ROW RX OF THE INVOICE IN HAND.
       SKD-KEY-RTN.
           MOVE  WK-TCD   TO  SKD-TCD.
           MOVE  WK-DATE  TO  SKD-DATE.
           MOVE  WK-DTC   TO  SKD-DTC.
           MOVE  WK-DNO   TO  SKD-DNO.
           COMPUTE  SKD-GNO  =  RX  -  1.
       SKD-KEY-EXT.
           EXIT.
      *****
      *    REOPEN THE ROWS CLOSED BEFORE ROW RX.
       SKD-BACK-RTN.
           MOVE  RX  TO  LX.
           PERFORM  VARYING  RX  FROM  1  BY  1  UNTIL  RX  NOT <  LX
               IF  WK-ROW-FND (RX)  =  1
                   PERFORM  SKD-KEY-RTN  THRU  SKD-KEY-EXT
                   CALL "DB_Read" USING
                    "INVALID" SKDF_PNAME1 BY REFERENCE SKD-R " "
                    RETURNING RET
                   IF  RET  =  0
                       MOVE  0  TO  SKD-SKD
                       CALL "DB_Update" USING
                        SKDF_PNAME1 SKDF_LNAME SKD-R RETURNING RET
                   END-IF
               END-IF
           END-PERFORM.
       SKD-BACK-EXT.
           EXIT.
      *****
      *    ONE JT-GLMP ROW (SOURCE AND CLASS IN GLM-KEY); ZERO
      *    ACCOUNT WHEN NOT ON FILE.
       GLM-RD-RTN.
           CALL "DB_Read" USING
            "INVALID" GLMP_PNAME1 BY REFERENCE GLM-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               MOVE  0  TO  GLM-KMCD
           END-IF.
       GLM-RD-EXT.
           EXIT.
      *****
      *    THE WRITE-OFF VOUCHER: DR LOSS, DR TAX PER RATE CLASS,
      *    CR RECEIVABLE.  FCTL IS OPEN I-O.
       JV-WR-RTN.
           INITIALIZE  WK-JVL-TBL.
           MOVE  1           TO  WK-JVL-CNT.
           MOVE  WK-BL-KMCD  TO  WK-JVL-KMCD (1).
           MOVE  1           TO  WK-JVL-DRCR (1).
           MOVE  WK-OKIN     TO  WK-JVL-KIN (1).
           PERFORM  VARYING  RX  FROM  1  BY  1  UNTIL  RX  >  3
               IF  WK-ROW-SHZ (RX)  NOT =  0
                   PERFORM  JV-TX-RTN  THRU  JV-TX-EXT
               END-IF
           END-PERFORM.
           ADD   1  TO  WK-JVL-CNT.
           MOVE  WK-AR-KMCD  TO  WK-JVL-KMCD (WK-JVL-CNT).
           MOVE  2           TO  WK-JVL-DRCR (WK-JVL-CNT).
           COMPUTE  WK-JVL-KIN (WK-JVL-CNT)  =  WK-OKIN  +  WK-OSHZ.
           MOVE  "JVNO "  TO  FCTL-KEY1.
           CALL "DB_Read" USING
            "INVALID" FCTL-F_PNAME1 BY REFERENCE FCTL-REC " "
            RETURNING RET.
           IF  RET  =  1
               MOVE  SPACE    TO  FCTL-REC
               MOVE  "JVNO "  TO  FCTL-IVK
               MOVE  1        TO  FCTL-IVNO
               CALL "DB_Insert" USING
                FCTL-F_PNAME1 FCTL-F_LNAME FCTL-REC RETURNING RET
           ELSE
               ADD  1  TO  FCTL-IVNO
               CALL "DB_Update" USING
                FCTL-F_PNAME1 FCTL-F_LNAME FCTL-REC RETURNING RET
           END-IF.
           MOVE  FCTL-IVNO  TO  WK-JVNO.
           CALL "DB_F_Open" USING
            "I-O" JVF_PNAME1 "SHARED" BY REFERENCE JVF_IDLST "1"
            "JV-KEY" BY REFERENCE JV-KEY.
           PERFORM  VARYING  LX  FROM  1  BY  1
               UNTIL  LX  >  WK-JVL-CNT
               IF  WK-JVL-KIN (LX)  NOT =  0
                   INITIALIZE  JV-R
                   MOVE  WK-JVNO            TO  JV-NO
                   MOVE  LX                 TO  JV-LINE
                   MOVE  WK-TODAY8          TO  JV-DATE
                   MOVE  WK-TODAY (1:4)     TO  JV-BMON
                   MOVE  WK-JVL-KMCD (LX)   TO  JV-KMCD
                   MOVE  WK-JVL-DRCR (LX)   TO  JV-DRCR
                   MOVE  WK-JVL-KIN (LX)    TO  JV-KIN
                   MOVE  "BAD DEBT WRITE-OFF"  TO  JV-TEXT
                   MOVE  0                  TO  JV-STAT
                   MOVE  USER_ID            TO  JV-OPR
                   CALL "DB_Insert" USING
                    JVF_PNAME1 JVF_LNAME JV-R RETURNING RET
               END-IF
           END-PERFORM.
           CALL "DB_F_Close" USING BY REFERENCE JVF_IDLST JVF_PNAME1.
       JV-WR-EXT.
           EXIT.
      *****
      *    ROW RX'S TAX GOES ON THE DEBIT LINE ALREADY CARRYING ITS
      *    TAX ACCOUNT, ELSE ON A NEW ONE.
       JV-TX-RTN.
           MOVE  2  TO  LX.
       JV-TX-10.
           IF  LX  >  WK-JVL-CNT
               ADD   1  TO  WK-JVL-CNT
               MOVE  WK-ROW-TX (RX)   TO  WK-JVL-KMCD (WK-JVL-CNT)
               MOVE  1                TO  WK-JVL-DRCR (WK-JVL-CNT)
               MOVE  WK-ROW-SHZ (RX)  TO  WK-JVL-KIN (WK-JVL-CNT)
               GO  TO  JV-TX-EXT
           END-IF.
           IF  WK-JVL-KMCD (LX)  =  WK-ROW-TX (RX)
               ADD  WK-ROW-SHZ (RX)  TO  WK-JVL-KIN (LX)
               GO  TO  JV-TX-EXT
           END-IF.
           ADD  1  TO  LX.
           GO  TO  JV-TX-10.
       JV-TX-EXT.
           EXIT.
      *****
      *    LOG ROW RX TO JT-BDWO, NUMBERED FROM FCTL "BDWNO".
       BDW-WR-RTN.
           MOVE  "BDWNO"        TO  FCTL-KEY1.
           CALL "DB_Read" USING
            "INVALID" FCTL-F_PNAME1 BY REFERENCE FCTL-REC " "
            RETURNING RET.
           IF  RET  =  1
               MOVE  SPACE    TO  FCTL-REC1
               MOVE  "BDWNO"  TO  FCTL-IVK
               MOVE  0        TO  FCTL-IVNO
               CALL "DB_Insert" USING
                FCTL-F_PNAME1 FCTL-F_LNAME FCTL-REC RETURNING RET
           END-IF.
           ADD  1  TO  FCTL-IVNO.
           MOVE  "BDWNO"  TO  FCTL-IVK.
           CALL "DB_Update" USING
            FCTL-F_PNAME1 FCTL-F_LNAME FCTL-REC RETURNING RET.
           INITIALIZE  BDW-R.
           MOVE  FCTL-IVNO        TO  BDW-NO.
           MOVE  WK-TCD           TO  BDW-TCD.
           MOVE  WK-TODAY8        TO  BDW-DATE.
           MOVE  WK-DATE          TO  BDW-SDATE.
           MOVE  WK-DTC           TO  BDW-SDTC.
           MOVE  WK-DNO           TO  BDW-SDNO.
           COMPUTE  BDW-SGNO  =  RX  -  1.
           MOVE  WK-ROW-KIN (RX)  TO  BDW-KIN.
           MOVE  WK-ROW-SHZ (RX)  TO  BDW-SHZ.
           MOVE  WK-RSN           TO  BDW-RSN.
           MOVE  WK-APR           TO  BDW-APR.
           MOVE  USER_ID          TO  BDW-OPR.
           MOVE  WK-JVNO          TO  BDW-JVNO.
           CALL "DB_Insert" USING
            BDWO_PNAME1 BDWO_LNAME BDW-R RETURNING RET.
       BDW-WR-EXT.
           EXIT.
      *****
      *    PERIOD LOCK CHECK -- FCTL "CYYMM" RECORD, SEE PR590U
      *    FUNCTION L.  WK-CLOSED COMES BACK 1 WHEN THE MONTH IN
      *    WK-CKYM IS CLOSED.
       CLCK-RTN.
           MOVE  0  TO  WK-CLOSED.
           MOVE  "C"      TO  FCTL-KEY1 (1:1).
           MOVE  WK-CKYM  TO  FCTL-KEY1 (2:4).
           CALL "DB_Read" USING
            "INVALID" FCTL-F_PNAME1 BY REFERENCE FCTL-REC "UNLOCK"
            RETURNING RET.
           IF  RET  =  0  AND  FCTL-CLST  =  1
               MOVE  1  TO  WK-CLOSED
           END-IF.
       CLCK-EXT.
           EXIT.
       END-RTN.
           MOVE  WS-WO-CNT  TO  JNL-SUM-CNT.
           MOVE  WS-WO-AMT  TO  JNL-SUM-AMT.
           MOVE  PR-JNL-SUM  TO  PR-JNL-LINE.
           WRITE  PR-JNL-LINE.
           CLOSE  PR-JNL-FILE.
           CALL "C3_Set_Jrcode" USING
            USER_ID BY REFERENCE COMPLETION_CODE 255.
           CALL "DB_F_Close" USING
            BY REFERENCE TT-M_IDLST TT-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE TK-M_IDLST TK-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE SKDF_IDLST SKDF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE BDWO_IDLST BDWO_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE FCTL-F_IDLST FCTL-F_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE OPAU_IDLST OPAU_PNAME1.
           CALL "DB_Close".
       END-EXT.
           EXIT.
