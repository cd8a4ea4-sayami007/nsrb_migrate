       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         SK880U.
      *****************************************************
      *****   DEDUCTION CLAIM WORKING                  *****
      *****************************************************
      *        COLLECTIONS WORK THE JT-DEDC SHORT-PAYMENT
      *        CLAIMS SK790U RAISES.  OPERATOR KEYS THE CLAIM
      *        NUMBER, ASSIGNS OR CONFIRMS THE HKBM CLASS-45
      *        DEDUCTION REASON, AND CHOOSES THE OUTCOME:
      *          0 -  RECORD THE REASON ONLY, CLAIM STAYS OPEN;
      *          1 -  APPROVE -- THE SHORTFALL IS ALLOWED AND A
      *               CREDIT MEMO IS RAISED INTO SKDF THE ST730U
      *               WAY (SKD-DC = 1, SKD-DTC = 4, NUMBER FROM
      *               THE FCTL "CRMNO" COUNTER);
      *          2 -  REJECT AND RE-BILL -- THE SHORTFALL IS
      *               CREDITED OFF AND INVOICED AGAIN AS A NEW
      *               SKDF ROW (SKD-DC = 0, SKD-DTC = 0, NUMBER
      *               FROM THE FCTL "INVNO" COUNTER, THE
      *               ORIGINAL INVOICE IN SKD-HNO2) THAT THE
      *               NORMAL MATCHING AND AGEING PICK UP;
      *          3 -  REJECT TO DUNNING -- AS 2, WITH THE RE-BILL
      *               MARKED DUE ON ISSUE (SKD-DUNF = 1) SO THE
      *               NEXT SK810U RUN CHASES IT;
      *          4 -  CHARGEBACK -- CLOSED AGAINST THE CUSTOMER'S
      *               OWN DEBIT NOTE, WHOSE REFERENCE IS KEYED.
      *        THE CREDIT MEMO OF 1-3 CARRIES THE CLAIM'S
      *        RECEIPT NUMBER IN SKD-MREF, SO SK790U NEVER TAKES
      *        IT FOR CASH.  EVERY POSTING PRINTS TO THE SK880U
      *        JOURNAL.
      *        POSTINGS MOVE MONEY, SO THE SCREEN SITS BEHIND THE
      *        JT-OPAU AUTHORITY GATE, AND THE CLAIM UPDATE AND
      *        EVERY CREDIT MEMO OR RE-BILL ARE WRITTEN TO THE
      *        JT-MAUD AUDIT TRAIL.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  VIO-FILE    ASSIGN  TO  "OPAVIO.LOG"
               ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT  SK-JNL-FILE  ASSIGN  TO  "SK880U"
               ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA                DIVISION.
       FILE                SECTION.
      *****
      *    Operator authority violation log -- one line per
      *    refusal, appended across runs.
       FD  VIO-FILE
           LABEL RECORD IS STANDARD.
       01  VIO-LINE            PIC  X(60).
       FD  SK-JNL-FILE
           LABEL RECORD IS STANDARD.
       01  SK-JNL-LINE         PIC  X(132).
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
       77  WK-TODAY8       PIC  9(08)  VALUE  0.
       77  WK-CTRK         PIC  X(05)  VALUE  SPACE.
       77  WK-CRMNO        PIC  9(06)  VALUE  0.
       77  WK-RBLNO        PIC  9(06)  VALUE  0.
       77  WS-JNL-CNT      PIC  9(07)  VALUE  0.
       01  WK-AREA.
           02  ST-ANS          PIC  X(01).
           02  WK-DEDNO        PIC  9(06).
           02  WK-RSN          PIC  9(02).
           02  WK-ACT          PIC  9(01).
           02  WK-REF          PIC  X(20).
       COPY    LIDEDC.
       COPY    LIHKBM.
       COPY    LISKDF.
       COPY    FCTL.
      *****
       01  SK-JNL-HDR.
           02  FILLER          PIC  X(24)  VALUE
               "DEDUCTION CLAIM JOURNAL ".
       01  SK-JNL-DET.
           02  FILLER          PIC  X(07)  VALUE  "CLAIM=".
           02  JNL-DEDNO       PIC  9(06).
           02  FILLER          PIC  X(06)  VALUE  " CUST=".
           02  JNL-TCD         PIC  9(04).
           02  FILLER          PIC  X(05)  VALUE  " INV=".
           02  JNL-IDNO        PIC  9(06).
           02  FILLER          PIC  X(05)  VALUE  " RSN=".
           02  JNL-RSN         PIC  9(02).
           02  FILLER          PIC  X(06)  VALUE  " STAT=".
           02  JNL-STAT        PIC  9(01).
           02  FILLER          PIC  X(05)  VALUE  " AMT=".
           02  JNL-AMT         PIC  -(09)9.
           02  FILLER          PIC  X(05)  VALUE  " CRM=".
           02  JNL-CRM         PIC  9(06).
           02  FILLER          PIC  X(07)  VALUE  " REBIL=".
           02  JNL-RBL         PIC  9(06).
           02  FILLER          PIC  X(05)  VALUE  " REF=".
           02  JNL-REF         PIC  X(20).
           02  FILLER          PIC  X(05)  VALUE  " OPR=".
           02  JNL-OPR         PIC  X(06).
       01  SK-JNL-SUM.
           02  FILLER          PIC  X(15)  VALUE  "TOTAL POSTED=".
           02  JNL-SUM-CNT     PIC  ZZZZZZ9.
       COPY    LIMAUD.
       77  WK-AUDSEQ       PIC  9(04)  VALUE  0.
       77  WK-WRTRY        PIC  9(01)  VALUE  0.
       01  WK-MAUDB            PIC  X(300)  VALUE  SPACE.
       01  DSP-AREA.
           03  DSP-010         PIC  X(32)
               VALUE  "DEDUCTION CLAIM WORKING         ".
           03  DSP-020         PIC  X(20)
               VALUE  "CLAIM NO(      )    ".
           03  DSP-022.
               05  FILLER      PIC  X(05)  VALUE  "CUST=".
               05  DSP-023     PIC  9(04).
               05  FILLER      PIC  X(05)  VALUE  " INV=".
               05  DSP-024     PIC  9(06).
               05  FILLER      PIC  X(06)  VALUE  " DATE=".
               05  DSP-025     PIC  9(08).
               05  FILLER      PIC  X(05)  VALUE  " AMT=".
               05  DSP-026     PIC  9(09).
               05  FILLER      PIC  X(06)  VALUE  " RCPT=".
               05  DSP-027     PIC  9(06).
           03  DSP-030         PIC  X(20)
               VALUE  "REASON(  ) HKBM 45  ".
           03  DSP-040         PIC  X(46)
               VALUE  "ACTION( ) 0=RSN 1=APPRV 2=REBILL 3=DUN 4=CHGBK".
           03  DSP-050         PIC  X(36)
               VALUE  "DEBIT NOTE REF(                    )".
       01  DSP-AREA2.
           03  DSP-091         PIC  X(20)
               VALUE  "CLAIM NOT ON FILE   ".
           03  DSP-092         PIC  X(20)
               VALUE  "CLAIM ALREADY CLOSED".
           03  DSP-093         PIC  X(24)
               VALUE  "REASON NOT ON HKBM 45   ".
           03  DSP-094         PIC  X(20)
               VALUE  "BAD ACTION CODE     ".
           03  DSP-095         PIC  X(20)
               VALUE  "ENTRY REQUIRED      ".
           03  DSP-098         PIC  X(20)
               VALUE  "DATABASE ERROR      ".
           03  DSP-101         PIC  X(20)
               VALUE  "POST OK Y=1,N=9( )  ".
           03  DSP-102         PIC  X(20)
               VALUE  "CLAIM UPDATED       ".
           03  DSP-103         PIC  X(20)
               VALUE  "NOT AUTHORIZED      ".
       01  DSP-BUZZER.
           03  DISP-BUZ-J-03   PIC  X(05)  VALUE  X"1B4A03".
       01  ACP-AREA.
           03  ACP-010         PIC  9(06).
           03  ACP-020         PIC  9(02).
           03  ACP-030         PIC  9(01).
           03  ACP-040         PIC  X(20).
           03  ACP-050         PIC  X(01).
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
            "DSP-022" " " "4" "0" "60" "DSP-020" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "01DSP-022" "X" "4" "1" "5" " " "DSP-022"  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-023" "9" "4" "6" "4" "01DSP-022" " "  RETURNING RESU.
       CALL "SD_From" USING
            "DSP-023" BY REFERENCE DED-TCD "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "02DSP-022" "X" "4" "10" "5" "DSP-023" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-024" "9" "4" "15" "6" "02DSP-022" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-024" BY REFERENCE DED-IDNO "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "03DSP-022" "X" "4" "21" "6" "DSP-024" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-025" "9" "4" "27" "8" "03DSP-022" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-025" BY REFERENCE DED-IDATE "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "04DSP-022" "X" "4" "35" "5" "DSP-025" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-026" "9" "4" "40" "9" "04DSP-022" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-026" BY REFERENCE DED-AMT "9" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "05DSP-022" "X" "4" "49" "6" "DSP-026" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-027" "9" "4" "55" "6" "05DSP-022" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-027" BY REFERENCE DED-RCNO "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-030" "X" "6" "1" "20" "DSP-022" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-040" "X" "8" "1" "46" "DSP-030" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-050" "X" "10" "1" "36" "DSP-040" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA2" " " "0" "0" "184" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-091" "X" "22" "1" "20" " " "DSP-AREA2"
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-092" "X" "22" "1" "20" "DSP-091" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-093" "X" "22" "1" "24" "DSP-092" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-094" "X" "22" "1" "20" "DSP-093" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-095" "X" "22" "1" "20" "DSP-094" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-098" "X" "22" "1" "20" "DSP-095" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-101" "X" "22" "1" "20" "DSP-098" " "
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
            "ACP-AREA" " " "0" "0" "30" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-010" "9" "3" "10" "6" " " "ACP-AREA"  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-010" BY REFERENCE WK-DEDNO "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-020" "9" "6" "8" "2" "ACP-010" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-020" BY REFERENCE WK-RSN "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-030" "9" "8" "8" "1" "ACP-020" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-030" BY REFERENCE WK-ACT "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-040" "X" "10" "16" "20" "ACP-030" " "
            RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-040" BY REFERENCE WK-REF "20" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-050" "X" "22" "17" "1" "ACP-040" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-050" BY REFERENCE ST-ANS "1" "0" RETURNING RESU.
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
                   IF  OPA-PGM (WK-AUI)  =  "SK880U"
                   OR  OPA-PGM (WK-AUI)  =  "ALL"
                       MOVE  1  TO  WK-AUTH-OK
                   END-IF
               END-PERFORM
           END-IF.
           IF  WK-AUTH-OK  =  0
               ACCEPT  WK-VIO-DATE  FROM  DATE
               MOVE  WK-VIO-DATE  TO  VIO-DATE
               MOVE  USER_ID      TO  VIO-OPR
               MOVE  "SK880U"     TO  VIO-PGM
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
            "I-O" DEDC_PNAME1 "SHARED" BY REFERENCE DEDC_IDLST "1"
            "DED-KEY" BY REFERENCE DED-KEY.
           CALL "DB_F_Open" USING
            "INPUT" HKBM_PNAME1 "SHARED" BY REFERENCE HKBM_IDLST "1"
            "HKB-KEY" BY REFERENCE HKB-KEY.
           CALL "DB_F_Open" USING
            "I-O" SKDF_PNAME1 "SHARED" BY REFERENCE SKDF_IDLST "1"
            "SKD-KEY" BY REFERENCE SKD-KEY.
           CALL "DB_F_Open" USING
            "I-O" FCTL-F_PNAME1 "SHARED" BY REFERENCE FCTL-F_IDLST "1"
            "FCTL-KEY" BY REFERENCE FCTL-KEY.
           OPEN  OUTPUT  SK-JNL-FILE.
           MOVE  SK-JNL-HDR  TO  SK-JNL-LINE.
           WRITE  SK-JNL-LINE.
           ACCEPT  WK-TODAY8  FROM  DATE.
           ADD  20000000  TO  WK-TODAY8.
           CALL "SD_Output" USING
            "DSP-010" DSP-010 "p" RETURNING RESU.
       ST-10.
           CALL "SD_Output" USING
            "DSP-020" DSP-020 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-010 "ACP-010" "9" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT    =  "P9"
               PERFORM  END-RTN  THRU  END-EXT
               STOP  RUN
           END-IF.
           MOVE  WK-DEDNO  TO  DED-NO.
           CALL "DB_Read" USING
            "INVALID" DEDC_PNAME1 BY REFERENCE DED-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               CALL "SD_Output" USING
                "DSP-091" DSP-091 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
           CALL "SD_Output" USING
            "DSP-022" DSP-022 "p" RETURNING RESU.
           IF  DED-STAT  NOT =  0
               CALL "SD_Output" USING
                "DSP-092" DSP-092 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
           MOVE  DED-RSN  TO  WK-RSN.
           MOVE  SPACE    TO  WK-REF.
       ST-20.
           CALL "SD_Output" USING
            "DSP-030" DSP-030 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-020 "ACP-020" "9" "2"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-10
           END-IF.
           IF  WK-RSN  =  0
               CALL "SD_Output" USING
                "DSP-095" DSP-095 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-20
           END-IF.
      *        DEDUCTION REASON -- HKBM CLASS 45.
           MOVE  45      TO  HKB-NO.
           MOVE  SPACE   TO  HKB-BC.
           MOVE  WK-RSN  TO  HKB-BC (1:2).
           CALL "DB_Read" USING
            "INVALID" HKBM_PNAME1 BY REFERENCE HKB-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               CALL "SD_Output" USING
                "DSP-093" DSP-093 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-20
           END-IF.
       ST-30.
           CALL "SD_Output" USING
            "DSP-040" DSP-040 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-030 "ACP-030" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-20
           END-IF.
           IF  WK-ACT  >  4
               CALL "SD_Output" USING
                "DSP-094" DSP-094 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-30
           END-IF.
           IF  WK-ACT  NOT =  4
               GO  TO  ST-50
           END-IF.
       ST-40.
           CALL "SD_Output" USING
            "DSP-050" DSP-050 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-040 "ACP-040" "X" "20"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-30
           END-IF.
           IF  WK-REF  =  SPACE
               CALL "SD_Output" USING
                "DSP-095" DSP-095 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-40
           END-IF.
       ST-50.
           CALL "SD_Output" USING
            "DSP-101" DSP-101 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-050 "ACP-050" "X" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ST-ANS  NOT =  "1"  AND  "9"
               GO  TO  ST-50
           END-IF.
           IF  ST-ANS  =  "9"
               GO  TO  ST-10
           END-IF.
      *****
      *    POST -- THE CLAIM IS RE-READ WITH LOCK; ANOTHER
      *    TERMINAL MAY HAVE CLOSED IT SINCE IT WAS SHOWN.
           MOVE  WK-DEDNO  TO  DED-NO.
           CALL "DB_Read" USING
            "INVALID" DEDC_PNAME1 BY REFERENCE DED-R " "
            RETURNING RET.
           IF  RET  =  1
               CALL "SD_Output" USING
                "DSP-091" DSP-091 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
           IF  DED-STAT  NOT =  0
               CALL "SD_Output" USING
                "DSP-092" DSP-092 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
           MOVE  DED-R  TO  WK-MAUDB.
           MOVE  0  TO  WK-CRMNO.
           MOVE  0  TO  WK-RBLNO.
           IF  WK-ACT  >  0  AND  WK-ACT  <  4
               PERFORM  CRM-RTN  THRU  CRM-EXT
               IF  RET  =  1
                   GO  TO  ST-90
               END-IF
               PERFORM  MAUD-SK-RTN  THRU  MAUD-SK-EXT
           END-IF.
           IF  WK-ACT  =  2  OR  3
               PERFORM  RBL-RTN  THRU  RBL-EXT
               IF  RET  =  1
                   GO  TO  ST-90
               END-IF
               PERFORM  MAUD-SK-RTN  THRU  MAUD-SK-EXT
           END-IF.
           MOVE  WK-RSN  TO  DED-RSN.
           IF  WK-ACT  >  0
               MOVE  WK-ACT     TO  DED-STAT
               MOVE  WK-TODAY8  TO  DED-CDATE
           END-IF.
           MOVE  USER_ID  TO  DED-OPR.
           IF  WK-RBLNO  NOT =  0
               MOVE  WK-RBLNO  TO  DED-DOCNO
           ELSE
               MOVE  WK-CRMNO  TO  DED-DOCNO
           END-IF.
           IF  WK-ACT  =  4
               MOVE  WK-REF  TO  DED-REF
           END-IF.
           CALL "DB_Update" USING
            DEDC_PNAME1 DEDC_LNAME DED-R RETURNING RET.
           IF  RET = 1
               GO  TO  ST-90
           END-IF.
           PERFORM  MAUD-DD-RTN  THRU  MAUD-DD-EXT.
           MOVE  DED-NO     TO  JNL-DEDNO.
           MOVE  DED-TCD    TO  JNL-TCD.
           MOVE  DED-IDNO   TO  JNL-IDNO.
           MOVE  DED-RSN    TO  JNL-RSN.
           MOVE  DED-STAT   TO  JNL-STAT.
           MOVE  DED-AMT    TO  JNL-AMT.
           MOVE  WK-CRMNO   TO  JNL-CRM.
           MOVE  WK-RBLNO   TO  JNL-RBL.
           MOVE  DED-REF    TO  JNL-REF.
           MOVE  USER_ID    TO  JNL-OPR.
           MOVE  SK-JNL-DET  TO  SK-JNL-LINE.
           WRITE  SK-JNL-LINE.
           ADD  1  TO  WS-JNL-CNT.
           CALL "SD_Output" USING
            "DSP-102" DSP-102 "p" RETURNING RESU.
           GO  TO  ST-10.
       ST-90.
           CALL "SD_Output" USING
            "DSP-098" DSP-098 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU.
           GO  TO  ST-10.
      *****
      *    CREDIT MEMO INTO SKDF FOR THE CLAIM AMOUNT.  IT IS
      *    BORN MATCHED TO THE SHORT RECEIPT (SKD-MREF).
       CRM-RTN.
           MOVE  "CRMNO"  TO  WK-CTRK.
           PERFORM  CTR-RTN  THRU  CTR-EXT.
           MOVE  FCTL-IVNO  TO  WK-CRMNO.
           INITIALIZE  SKD-R.
           MOVE  DED-TCD    TO  SKD-TCD.
           MOVE  WK-TODAY8  TO  SKD-DATE.
           MOVE  4          TO  SKD-DTC.
           MOVE  WK-CRMNO   TO  SKD-DNO.
           MOVE  0          TO  SKD-GNO.
           MOVE  DED-AMT    TO  SKD-KIN.
           MOVE  1          TO  SKD-DC.
           MOVE  DED-IDNO   TO  SKD-HNO2.
           MOVE  DED-RCNO   TO  SKD-MREF.
           CALL "DB_Insert" USING
            SKDF_PNAME1 SKDF_LNAME SKD-R RETURNING RET.
       CRM-EXT.
           EXIT.
      *****
      *    RE-BILL INTO SKDF -- A NEW OPEN INVOICE ROW FOR THE
      *    CLAIM AMOUNT (TAX WAS IN THE ORIGINAL), NUMBERED FROM
      *    "INVNO" AND CARRIED IN SKD-HNO1 AS SK730U DOES.
       RBL-RTN.
           MOVE  "INVNO"  TO  WK-CTRK.
           PERFORM  CTR-RTN  THRU  CTR-EXT.
           MOVE  FCTL-IVNO  TO  WK-RBLNO.
           INITIALIZE  SKD-R.
           MOVE  DED-TCD    TO  SKD-TCD.
           MOVE  WK-TODAY8  TO  SKD-DATE.
           MOVE  0          TO  SKD-DTC.
           MOVE  WK-RBLNO   TO  SKD-DNO.
           MOVE  0          TO  SKD-GNO.
           MOVE  DED-AMT    TO  SKD-KIN.
           MOVE  0          TO  SKD-SHZ.
           MOVE  0          TO  SKD-DC.
           MOVE  WK-RBLNO   TO  SKD-HNO1.
           MOVE  DED-IDNO   TO  SKD-HNO2.
           MOVE  0          TO  SKD-MREF.
           IF  WK-ACT  =  3
               MOVE  1  TO  SKD-DUNF
           END-IF.
           CALL "DB_Insert" USING
            SKDF_PNAME1 SKDF_LNAME SKD-R RETURNING RET.
       RBL-EXT.
           EXIT.
      *****
      *    NEXT NUMBER FROM THE FCTL COUNTER NAMED IN WK-CTRK.
       CTR-RTN.
           MOVE  WK-CTRK  TO  FCTL-KEY1.
           CALL "DB_Read" USING
            "INVALID" FCTL-F_PNAME1 BY REFERENCE FCTL-REC " "
            RETURNING RET.
           IF  RET  =  1
               MOVE  SPACE    TO  FCTL-REC
               MOVE  WK-CTRK  TO  FCTL-IVK
               MOVE  1        TO  FCTL-IVNO
               CALL "DB_Insert" USING
                FCTL-F_PNAME1 FCTL-F_LNAME FCTL-REC RETURNING RET
           ELSE
               ADD  1  TO  FCTL-IVNO
               CALL "DB_Update" USING
                FCTL-F_PNAME1 FCTL-F_LNAME FCTL-REC RETURNING RET
           END-IF.
       CTR-EXT.
           EXIT.
       END-RTN.
           MOVE  WS-JNL-CNT  TO  JNL-SUM-CNT.
           MOVE  SK-JNL-SUM  TO  SK-JNL-LINE.
           WRITE  SK-JNL-LINE.
           CLOSE  SK-JNL-FILE.
           CALL "C3_Set_Jrcode" USING
            USER_ID BY REFERENCE COMPLETION_CODE 255.
           CALL "DB_F_Close" USING BY REFERENCE DEDC_IDLST DEDC_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE HKBM_IDLST HKBM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE SKDF_IDLST SKDF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE FCTL-F_IDLST FCTL-F_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE MAUD_IDLST MAUD_PNAME1.
           CALL "DB_Close".
       END-EXT.
           EXIT.
      *****
      *    COMMON MAINTENANCE AUDIT -- SEE LIMAUD.  THE CLAIM'S
      *    BEFORE IMAGE WAS CAPTURED AT THE LOCKED RE-READ; A
      *    CREDIT MEMO OR RE-BILL IS NEW, SO ITS BEFORE IMAGE IS
      *    SPACES.
       MAUD-DD-RTN.
           MOVE  "DEDC    "  TO  MAUD-FILE.
           MOVE  SPACE       TO  MAUD-FKEY.
           MOVE  DED-NO      TO  MAUD-FKEY (1:6).
           MOVE  WK-MAUDB    TO  MAUD-BEFORE.
           MOVE  DED-R       TO  MAUD-AFTER.
           PERFORM  MAUD-PUT-RTN  THRU  MAUD-PUT-EXT.
       MAUD-DD-EXT.
           EXIT.
       MAUD-SK-RTN.
           MOVE  "SKDF    "  TO  MAUD-FILE.
           MOVE  SPACE       TO  MAUD-FKEY.
           MOVE  SKD-KEY     TO  MAUD-FKEY (1:20).
           MOVE  SPACE       TO  MAUD-BEFORE.
           MOVE  SKD-R       TO  MAUD-AFTER.
           PERFORM  MAUD-PUT-RTN  THRU  MAUD-PUT-EXT.
       MAUD-SK-EXT.
           EXIT.
       MAUD-PUT-RTN.
           ACCEPT  MAUD-DATE  FROM  DATE.
           ACCEPT  MAUD-TIME  FROM  TIME.
           ADD  1  TO  WK-AUDSEQ.
           MOVE  WK-AUDSEQ   TO  MAUD-SEQ.
           MOVE  USER_ID     TO  MAUD-OPR.
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
