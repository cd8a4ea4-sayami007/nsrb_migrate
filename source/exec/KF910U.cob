       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KF910U.
      *****************************************************
      *****   RECEIVING DIFFERENCE WORKING             *****
      *****************************************************
      *        SALES WORK THE JT-RCDF OPEN ITEMS KF900U RAISES
      *        FROM THE RETAILERS' RECEIVING CONFIRMATIONS,
      *        BEFORE THE CUSTOMER'S PAYMENT ARRIVES SHORT.
      *        OPERATOR KEYS THE DIFFERENCE NUMBER, ASSIGNS OR
      *        CONFIRMS THE HKBM CLASS-45 DEDUCTION REASON, AND
      *        CHOOSES THE OUTCOME:
      *          0 -  RECORD THE REASON ONLY, ITEM STAYS OPEN;
      *          1 -  ACCEPT -- THE CUSTOMER'S FIGURE STANDS.  A
      *               SHORTFALL (RCD-AMT ABOVE ZERO) IS CREDITED
      *               BY AN SKDF CREDIT MEMO THE SK880U WAY
      *               (SKD-DC = 1, SKD-DTC = 4, NUMBER FROM THE
      *               FCTL "CRMNO" COUNTER, THE INVOICE IN
      *               SKD-HNO2); AN EXCESS (RCD-AMT BELOW ZERO)
      *               IS INVOICED AS A FURTHER SKDF ROW (SKD-DC
      *               = 0, NUMBER FROM "INVNO" IN SKD-HNO1);
      *          2 -  DISPUTE -- WE STAND BY THE SHIPMENT AND THE
      *               INVOICE; THE CUSTOMER CONTACT IS KEYED.
      *        EVERY POSTING PRINTS TO THE KF910U JOURNAL.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  KF-JNL-FILE  ASSIGN  TO  "KF910U"
               ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA                DIVISION.
       FILE                SECTION.
       FD  KF-JNL-FILE
           LABEL RECORD IS STANDARD.
       01  KF-JNL-LINE         PIC  X(132).
       WORKING-STORAGE     SECTION.
       77  ERR-STAT        PIC  X(02).
       77  RET             PIC  9(01)  VALUE  0.
       77  USER_ID                 PIC  X(006) VALUE SPACE.
       77  COMPLETION_CODE         PIC  X(003) VALUE ZERO.
       77  ESTAT                   PIC  X(002).
       77  RESU                    PIC  9(001).
       77  WK-TODAY8       PIC  9(08)  VALUE  0.
       77  WK-CTRK         PIC  X(05)  VALUE  SPACE.
       77  WK-DOCNO        PIC  9(06)  VALUE  0.
       77  WS-JNL-CNT      PIC  9(07)  VALUE  0.
       01  WK-AREA.
           02  ST-ANS          PIC  X(01).
           02  WK-RCDNO        PIC  9(06).
           02  WK-RSN          PIC  9(02).
           02  WK-ACT          PIC  9(01).
           02  WK-REF          PIC  X(20).
      *        UNSIGNED COPIES OF THE RCDF FIGURES FOR THE SCREEN.
       01  WK-DSP.
           02  WK-DSHQ         PIC  9(05).
           02  WK-DRCQ         PIC  9(05).
           02  WK-DSGN         PIC  X(01).
           02  WK-DAMT         PIC  9(09).
       COPY    LIRCDF.
       COPY    LIHKBM.
       COPY    LISKDF.
       COPY    FCTL.
      *****
       01  KF-JNL-HDR.
           02  FILLER          PIC  X(30)  VALUE
               "RECEIVING DIFFERENCE JOURNAL  ".
       01  KF-JNL-DET.
           02  FILLER          PIC  X(05)  VALUE  "DIFF=".
           02  JNL-RCDNO       PIC  9(06).
           02  FILLER          PIC  X(06)  VALUE  " CUST=".
           02  JNL-TCD         PIC  9(04).
           02  FILLER          PIC  X(06)  VALUE  " SLIP=".
           02  JNL-SLIP        PIC  9(06).
           02  FILLER          PIC  X(06)  VALUE  " TYPE=".
           02  JNL-TYP         PIC  X(01).
           02  FILLER          PIC  X(05)  VALUE  " INV=".
           02  JNL-IVNO        PIC  9(06).
           02  FILLER          PIC  X(05)  VALUE  " RSN=".
           02  JNL-RSN         PIC  9(02).
           02  FILLER          PIC  X(06)  VALUE  " STAT=".
           02  JNL-STAT        PIC  9(01).
           02  FILLER          PIC  X(05)  VALUE  " AMT=".
           02  JNL-AMT         PIC  -(08)9.
           02  FILLER          PIC  X(05)  VALUE  " DOC=".
           02  JNL-DOC         PIC  9(06).
           02  FILLER          PIC  X(05)  VALUE  " REF=".
           02  JNL-REF         PIC  X(20).
           02  FILLER          PIC  X(05)  VALUE  " OPR=".
           02  JNL-OPR         PIC  X(06).
       01  KF-JNL-SUM.
           02  FILLER          PIC  X(15)  VALUE  "TOTAL POSTED=".
           02  JNL-SUM-CNT     PIC  ZZZZZZ9.
       01  DSP-AREA.
           03  DSP-010         PIC  X(32)
               VALUE  "RECEIVING DIFFERENCE WORKING    ".
           03  DSP-020         PIC  X(20)
               VALUE  "DIFF NO(      )     ".
           03  DSP-022.
               05  FILLER      PIC  X(05)  VALUE  "CUST=".
               05  DSP-023     PIC  9(04).
               05  FILLER      PIC  X(06)  VALUE  " SLIP=".
               05  DSP-024     PIC  9(06).
               05  FILLER      PIC  X(06)  VALUE  " ITEM=".
               05  DSP-025     PIC  9(06).
               05  FILLER      PIC  X(06)  VALUE  " SIZE=".
               05  DSP-026     PIC  9(02).
               05  FILLER      PIC  X(06)  VALUE  " TYPE=".
               05  DSP-027     PIC  X(01).
           03  DSP-032.
               05  FILLER      PIC  X(05)  VALUE  "SHIP=".
               05  DSP-033     PIC  9(05).
               05  FILLER      PIC  X(06)  VALUE  " RCVD=".
               05  DSP-034     PIC  9(05).
               05  FILLER      PIC  X(08)  VALUE  " OUR PR=".
               05  DSP-035     PIC  9(07).
               05  FILLER      PIC  X(07)  VALUE  " THEIR=".
               05  DSP-036     PIC  9(07).
               05  FILLER      PIC  X(05)  VALUE  " AMT=".
               05  DSP-037     PIC  X(01).
               05  DSP-038     PIC  9(09).
               05  FILLER      PIC  X(05)  VALUE  " INV=".
               05  DSP-039     PIC  9(06).
           03  DSP-030         PIC  X(20)
               VALUE  "REASON(  ) HKBM 45  ".
           03  DSP-040         PIC  X(34)
               VALUE  "ACTION( ) 0=RSN 1=ACCEPT 2=DISPUTE".
           03  DSP-050         PIC  X(38)
               VALUE  "CUSTOMER CONTACT(                    )".
       01  DSP-AREA2.
           03  DSP-091         PIC  X(20)
               VALUE  "DIFF NOT ON FILE    ".
           03  DSP-092         PIC  X(20)
               VALUE  "DIFF ALREADY CLOSED ".
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
               VALUE  "DIFF UPDATED        ".
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
            "DSP-AREA" " " "0" "0" "268" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-010" "X" "1" "1" "32" " " "DSP-AREA"  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-020" "X" "3" "1" "20" "DSP-010" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-022" " " "4" "0" "48" "DSP-020" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "01DSP-022" "X" "4" "1" "5" " " "DSP-022"  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-023" "9" "4" "6" "4" "01DSP-022" " "  RETURNING RESU.
       CALL "SD_From" USING
            "DSP-023" BY REFERENCE RCD-TCD "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "02DSP-022" "X" "4" "10" "6" "DSP-023" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-024" "9" "4" "16" "6" "02DSP-022" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-024" BY REFERENCE RCD-SLIP "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "03DSP-022" "X" "4" "22" "6" "DSP-024" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-025" "9" "4" "28" "6" "03DSP-022" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-025" BY REFERENCE RCD-JCD "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "04DSP-022" "X" "4" "34" "6" "DSP-025" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-026" "9" "4" "40" "2" "04DSP-022" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-026" BY REFERENCE RCD-SZ "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "05DSP-022" "X" "4" "42" "6" "DSP-026" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-027" "X" "4" "48" "1" "05DSP-022" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-027" BY REFERENCE RCD-TYP "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-032" " " "5" "0" "76" "DSP-022" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "01DSP-032" "X" "5" "1" "5" " " "DSP-032"  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-033" "9" "5" "6" "5" "01DSP-032" " "  RETURNING RESU.
       CALL "SD_From" USING
            "DSP-033" BY REFERENCE WK-DSHQ "5" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "02DSP-032" "X" "5" "11" "6" "DSP-033" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-034" "9" "5" "17" "5" "02DSP-032" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-034" BY REFERENCE WK-DRCQ "5" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "03DSP-032" "X" "5" "22" "8" "DSP-034" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-035" "9" "5" "30" "7" "03DSP-032" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-035" BY REFERENCE RCD-OPRC "7" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "04DSP-032" "X" "5" "37" "7" "DSP-035" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-036" "9" "5" "44" "7" "04DSP-032" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-036" BY REFERENCE RCD-TPRC "7" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "05DSP-032" "X" "5" "51" "5" "DSP-036" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-037" "X" "5" "56" "1" "05DSP-032" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-037" BY REFERENCE WK-DSGN "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-038" "9" "5" "57" "9" "DSP-037" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-038" BY REFERENCE WK-DAMT "9" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "06DSP-032" "X" "5" "66" "5" "DSP-038" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-039" "9" "5" "71" "6" "06DSP-032" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-039" BY REFERENCE RCD-IVNO "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-030" "X" "7" "1" "20" "DSP-032" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-040" "X" "9" "1" "34" "DSP-030" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-050" "X" "11" "1" "38" "DSP-040" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA2" " " "0" "0" "164" " " " "  RETURNING RESU.
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
            "DSP-BUZZER" " " "24" "0" "5" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DISP-BUZ-J-03" "X" "24" "80" "5" " " "DSP-BUZZER"
            RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-AREA" " " "0" "0" "30" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-010" "9" "3" "9" "6" " " "ACP-AREA"  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-010" BY REFERENCE WK-RCDNO "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-020" "9" "7" "8" "2" "ACP-010" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-020" BY REFERENCE WK-RSN "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-030" "9" "9" "8" "1" "ACP-020" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-030" BY REFERENCE WK-ACT "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-040" "X" "11" "18" "20" "ACP-030" " "
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
           CALL "DB_F_Open" USING
            "I-O" RCDF_PNAME1 "SHARED" BY REFERENCE RCDF_IDLST "1"
            "RCD-KEY" BY REFERENCE RCD-KEY.
           CALL "DB_F_Open" USING
            "INPUT" HKBM_PNAME1 "SHARED" BY REFERENCE HKBM_IDLST "1"
            "HKB-KEY" BY REFERENCE HKB-KEY.
           CALL "DB_F_Open" USING
            "I-O" SKDF_PNAME1 "SHARED" BY REFERENCE SKDF_IDLST "1"
            "SKD-KEY" BY REFERENCE SKD-KEY.
           CALL "DB_F_Open" USING
            "I-O" FCTL-F_PNAME1 "SHARED" BY REFERENCE FCTL-F_IDLST "1"
            "FCTL-KEY" BY REFERENCE FCTL-KEY.
           OPEN  OUTPUT  KF-JNL-FILE.
           MOVE  KF-JNL-HDR  TO  KF-JNL-LINE.
           WRITE  KF-JNL-LINE.
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
           MOVE  WK-RCDNO  TO  RCD-NO.
           CALL "DB_Read" USING
            "INVALID" RCDF_PNAME1 BY REFERENCE RCD-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               CALL "SD_Output" USING
                "DSP-091" DSP-091 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
           MOVE  RCD-SHQ  TO  WK-DSHQ.
           MOVE  RCD-RCQ  TO  WK-DRCQ.
           MOVE  RCD-AMT  TO  WK-DAMT.
           IF  RCD-AMT  <  0
               MOVE  "-"    TO  WK-DSGN
           ELSE
               MOVE  SPACE  TO  WK-DSGN
           END-IF.
           CALL "SD_Output" USING
            "DSP-022" DSP-022 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "DSP-032" DSP-032 "p" RETURNING RESU.
           IF  RCD-STAT  NOT =  0
               CALL "SD_Output" USING
                "DSP-092" DSP-092 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
           MOVE  RCD-RSN  TO  WK-RSN.
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
           IF  WK-ACT  >  2
               CALL "SD_Output" USING
                "DSP-094" DSP-094 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-30
           END-IF.
           IF  WK-ACT  NOT =  2
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
      *    POST -- THE ITEM IS RE-READ WITH LOCK; ANOTHER
      *    TERMINAL MAY HAVE CLOSED IT SINCE IT WAS SHOWN.
           MOVE  WK-RCDNO  TO  RCD-NO.
           CALL "DB_Read" USING
            "INVALID" RCDF_PNAME1 BY REFERENCE RCD-R " "
            RETURNING RET.
           IF  RET  =  1
               CALL "SD_Output" USING
                "DSP-091" DSP-091 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
           IF  RCD-STAT  NOT =  0
               CALL "SD_Output" USING
                "DSP-092" DSP-092 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
           MOVE  0  TO  WK-DOCNO.
           IF  WK-ACT  =  1  AND  RCD-AMT  >  0
               PERFORM  CRM-RTN  THRU  CRM-EXT
               IF  RET  =  1
                   GO  TO  ST-90
               END-IF
           END-IF.
           IF  WK-ACT  =  1  AND  RCD-AMT  <  0
               PERFORM  INV-RTN  THRU  INV-EXT
               IF  RET  =  1
                   GO  TO  ST-90
               END-IF
           END-IF.
           MOVE  WK-RSN  TO  RCD-RSN.
           IF  WK-ACT  >  0
               MOVE  WK-ACT     TO  RCD-STAT
               MOVE  WK-TODAY8  TO  RCD-CDATE
           END-IF.
           MOVE  USER_ID   TO  RCD-OPR.
           MOVE  WK-DOCNO  TO  RCD-DOCNO.
           IF  WK-ACT  =  2
               MOVE  WK-REF  TO  RCD-REF
           END-IF.
           CALL "DB_Update" USING
            RCDF_PNAME1 RCDF_LNAME RCD-R RETURNING RET.
           IF  RET = 1
               GO  TO  ST-90
           END-IF.
           MOVE  RCD-NO     TO  JNL-RCDNO.
           MOVE  RCD-TCD    TO  JNL-TCD.
           MOVE  RCD-SLIP   TO  JNL-SLIP.
           MOVE  RCD-TYP    TO  JNL-TYP.
           MOVE  RCD-IVNO   TO  JNL-IVNO.
           MOVE  RCD-RSN    TO  JNL-RSN.
           MOVE  RCD-STAT   TO  JNL-STAT.
           MOVE  RCD-AMT    TO  JNL-AMT.
           MOVE  WK-DOCNO   TO  JNL-DOC.
           MOVE  RCD-REF    TO  JNL-REF.
           MOVE  USER_ID    TO  JNL-OPR.
           MOVE  KF-JNL-DET  TO  KF-JNL-LINE.
           WRITE  KF-JNL-LINE.
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
      *    CREDIT MEMO INTO SKDF FOR THE SHORTFALL, AGAINST OUR
      *    INVOICE WHEN THE GOODS HAVE BEEN BILLED.
       CRM-RTN.
           MOVE  "CRMNO"  TO  WK-CTRK.
           PERFORM  CTR-RTN  THRU  CTR-EXT.
           MOVE  FCTL-IVNO  TO  WK-DOCNO.
           INITIALIZE  SKD-R.
           MOVE  RCD-TCD    TO  SKD-TCD.
           MOVE  WK-TODAY8  TO  SKD-DATE.
           MOVE  4          TO  SKD-DTC.
           MOVE  WK-DOCNO   TO  SKD-DNO.
           MOVE  0          TO  SKD-GNO.
           MOVE  RCD-AMT    TO  SKD-KIN.
           MOVE  1          TO  SKD-DC.
           MOVE  RCD-IVNO   TO  SKD-HNO2.
           CALL "DB_Insert" USING
            SKDF_PNAME1 SKDF_LNAME SKD-R RETURNING RET.
       CRM-EXT.
           EXIT.
      *****
      *    FURTHER INVOICE INTO SKDF FOR THE EXCESS THE CUSTOMER
      *    ACCEPTS, NUMBERED FROM "INVNO" AND CARRIED IN SKD-HNO1
      *    AS SK730U DOES.
       INV-RTN.
           MOVE  "INVNO"  TO  WK-CTRK.
           PERFORM  CTR-RTN  THRU  CTR-EXT.
           MOVE  FCTL-IVNO  TO  WK-DOCNO.
           INITIALIZE  SKD-R.
           MOVE  RCD-TCD    TO  SKD-TCD.
           MOVE  WK-TODAY8  TO  SKD-DATE.
           MOVE  0          TO  SKD-DTC.
           MOVE  WK-DOCNO   TO  SKD-DNO.
           MOVE  0          TO  SKD-GNO.
           COMPUTE  SKD-KIN  =  0  -  RCD-AMT.
           MOVE  0          TO  SKD-SHZ.
           MOVE  0          TO  SKD-DC.
           MOVE  WK-DOCNO   TO  SKD-HNO1.
           MOVE  RCD-IVNO   TO  SKD-HNO2.
           MOVE  0          TO  SKD-MREF.
           CALL "DB_Insert" USING
            SKDF_PNAME1 SKDF_LNAME SKD-R RETURNING RET.
       INV-EXT.
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
           MOVE  KF-JNL-SUM  TO  KF-JNL-LINE.
           WRITE  KF-JNL-LINE.
           CLOSE  KF-JNL-FILE.
           CALL "C3_Set_Jrcode" USING
            USER_ID BY REFERENCE COMPLETION_CODE 255.
           CALL "DB_F_Close" USING BY REFERENCE RCDF_IDLST RCDF_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE HKBM_IDLST HKBM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE SKDF_IDLST SKDF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE FCTL-F_IDLST FCTL-F_PNAME1.
           CALL "DB_Close".
       END-EXT.
           EXIT.
