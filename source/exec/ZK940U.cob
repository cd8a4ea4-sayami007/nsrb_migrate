       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         ZK940U.
      *****************************************************
      *****   MERCHANDISE PURCHASE ORDER ENTRY         *****
      *****************************************************
      *        PLACES A PURCHASE ORDER WITH A JT-VNDM SUPPLIER
      *        (THE KM780U WORK-ORDER PATTERN).  PO NUMBER 0
      *        ENTERS A NEW ORDER: SUPPLIER (ON JT-VNDM), ITEM
      *        (ON J-M), DUE DATE (DEFAULT TODAY PLUS THE
      *        SUPPLIER'S LEAD TIME), RECEIVING WAREHOUSE AND
      *        THE TEN SIZE QUANTITIES; THE NUMBER IS DRAWN FROM
      *        THE FCTL "PURNO" COUNTER.  KEYING AN EXISTING
      *        NUMBER WORKS THE ORDER ALREADY ON JT-PURF:
      *          DRAFT (FROM JM670R) -- ISSUE IT, SPLITTING THE
      *             SUGGESTED TOTAL INTO SIZE BUCKETS AND
      *             CONFIRMING THE DUE DATE, OR CANCEL IT;
      *          OPEN / PART-RECEIVED -- REPRINT THE FORM.
      *        EVERY ISSUED ORDER PRINTS TO THE ZK940U FILE FOR
      *        POSTING OR FAXING TO THE SUPPLIER.
      *        ORDERS COMMIT MONEY, SO THE SCREEN SITS BEHIND THE
      *        JT-OPAU AUTHORITY GATE, AND EVERY ORDER WRITTEN,
      *        ISSUED OR CANCELLED GOES TO THE JT-MAUD AUDIT TRAIL.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  VIO-FILE    ASSIGN  TO  "OPAVIO.LOG"
               ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT  ZK-FRM-FILE  ASSIGN  TO  "ZK940U"
               ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA                DIVISION.
       FILE                SECTION.
      *****
      *    Operator authority violation log -- one line per
      *    refusal, appended across runs.
       FD  VIO-FILE
           LABEL RECORD IS STANDARD.
       01  VIO-LINE            PIC  X(60).
       FD  ZK-FRM-FILE
           LABEL RECORD IS STANDARD.
       01  ZK-FRM-LINE         PIC  X(132).
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
       77  IX              PIC  9(02)  VALUE  0.
       77  WS-ORD-CNT      PIC  9(07)  VALUE  0.
       77  WK-DRAFT-SW     PIC  9(01)  VALUE  0.
       77  WK-TODAY        PIC  9(06)  VALUE  0.
       77  WK-TODAY8       PIC  9(08)  VALUE  0.
       77  WK-DUE-I        PIC  9(07)  VALUE  0.
       77  WK-LEAD         PIC  9(03)  VALUE  0.
       01  WK-AREA.
           02  ZK-ANS          PIC  X(01).
           02  WK-PURNO        PIC  9(06).
           02  WK-VCD          PIC  9(05).
           02  WK-ITEM         PIC  9(06).
           02  WK-DDATE        PIC  9(08).
           02  WK-SOK          PIC  9(01).
           02  WK-SZQ          PIC S9(04).
           02  WK-TOT          PIC S9(05).
           02  WK-ORD.
               03  WK-ORD1  OCCURS  10  PIC S9(04).
       COPY    LIPURF.
       COPY    LIVNDM.
       COPY    LIJM.
       COPY    LISZSC.
       COPY    LWSZS.
       77  WK-SZL          PIC  X(04)  VALUE  SPACE.
       COPY    FCTL.
      *****
       01  ZK-FRM-SEP.
           02  FILLER          PIC  X(60)  VALUE  ALL "-".
       01  ZK-FRM-HD1.
           02  FILLER          PIC  X(26)  VALUE
               "PURCHASE ORDER            ".
           02  FILLER          PIC  X(04)  VALUE  "NO=".
           02  FRM-NO          PIC  9(06).
       01  ZK-FRM-HD2.
           02  FILLER          PIC  X(10)  VALUE  "SUPPLIER=".
           02  FRM-VCD         PIC  9(05).
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  FRM-VNAME       PIC  N(24).
           02  FILLER          PIC  X(05)  VALUE  " TEL=".
           02  FRM-TEL         PIC  X(14).
       01  ZK-FRM-HD3.
           02  FILLER          PIC  X(06)  VALUE  "ITEM=".
           02  FRM-JCD         PIC  9(06).
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  FRM-JNAME       PIC  N(24).
       01  ZK-FRM-HD4.
           02  FILLER          PIC  X(08)  VALUE  "ISSUED=".
           02  FRM-ODATE       PIC  9(08).
           02  FILLER          PIC  X(06)  VALUE  " DUE=".
           02  FRM-DDATE       PIC  9(08).
           02  FILLER          PIC  X(11)  VALUE  " DELIVER TO".
           02  FILLER          PIC  X(07)  VALUE  " WHSE=".
           02  FRM-SOK         PIC  9(01).
       01  ZK-FRM-DET.
           02  FILLER          PIC  X(06)  VALUE  " SIZE ".
           02  FRM-SZ          PIC  9(02).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  FRM-SZL         PIC  X(04).
           02  FILLER          PIC  X(06)  VALUE  " QTY=".
           02  FRM-QTY         PIC  -(03)9.
       01  ZK-FRM-TOT.
           02  FILLER          PIC  X(13)  VALUE  " ORDER TOTAL=".
           02  FRM-TOT         PIC  -(04)9.
       01  ZK-FRM-SUM.
           02  FILLER          PIC  X(16)  VALUE  "ORDERS PRINTED=".
           02  FRM-SUM-CNT     PIC  ZZZZZZ9.
       COPY    LIMAUD.
       77  WK-AUDSEQ       PIC  9(04)  VALUE  0.
       77  WK-WRTRY        PIC  9(01)  VALUE  0.
       01  WK-MAUDB            PIC  X(300)  VALUE  SPACE.
       01  DSP-AREA.
           03  DSP-010         PIC  X(32)
               VALUE  "MERCHANDISE PURCHASE ORDER ENTRY".
           03  DSP-015         PIC  X(19)
               VALUE  "PO NO(      ) 0=NEW".
           03  DSP-020         PIC  X(16)
               VALUE  "SUPPLIER(     ) ".
           03  DSP-030         PIC  X(16)
               VALUE  "ITEM(      )    ".
           03  DSP-035         PIC  X(20)
               VALUE  "DUE(        ) WH( ) ".
           03  DSP-040.
               05  FILLER      PIC  X(05)  VALUE  "SIZE(".
               05  DSP-041     PIC  9(02).
               05  FILLER      PIC  X(11)  VALUE  ") QTY(    )".
               05  DSP-042     PIC  X(04).
           03  DSP-045.
               05  FILLER      PIC  X(15)  VALUE  "DRAFT SUPPLIER=".
               05  DSP-046     PIC  9(05).
               05  FILLER      PIC  X(06)  VALUE  " ITEM=".
               05  DSP-047     PIC  9(06).
               05  FILLER      PIC  X(05)  VALUE  " QTY=".
               05  DSP-048     PIC  -(04)9.
               05  FILLER      PIC  X(05)  VALUE  " DUE=".
               05  DSP-049     PIC  9(08).
       01  DSP-AREA2.
           03  DSP-091         PIC  X(20)
               VALUE  "NOT ON VNDM MASTER  ".
           03  DSP-093         PIC  X(18)
               VALUE  "ITEM NOT ON J-M   ".
           03  DSP-094         PIC  X(20)
               VALUE  "PO NOT FOUND        ".
           03  DSP-095         PIC  X(20)
               VALUE  "PO CLOSED/CANCELLED ".
           03  DSP-098         PIC  X(20)
               VALUE  "DATABASE ERROR      ".
           03  DSP-101         PIC  X(20)
               VALUE  "ISSUE OK Y=1,N=9( ) ".
           03  DSP-102.
               05  FILLER      PIC  X(13)  VALUE  "ISSUED NO=".
               05  DSP-103     PIC  9(06).
           03  DSP-104         PIC  X(20)
               VALUE  "SIZE NOT IN SCALE   ".
           03  DSP-105         PIC  X(20)
               VALUE  "NO QUANTITY KEYED   ".
           03  DSP-106         PIC  X(32)
               VALUE  "DRAFT 1=ISSUE,8=CANCEL,9=BACK( )".
           03  DSP-107         PIC  X(20)
               VALUE  "REPRINT Y=1,N=9( )  ".
           03  DSP-108         PIC  X(20)
               VALUE  "DRAFT CANCELLED     ".
           03  DSP-109         PIC  X(20)
               VALUE  "NOT AUTHORIZED      ".
       01  DSP-BUZZER.
           03  DISP-BUZ-J-03   PIC  X(05)  VALUE  X"1B4A03".
       01  ACP-AREA.
           03  ACP-005         PIC  9(06).
           03  ACP-010         PIC  9(05).
           03  ACP-020         PIC  9(06).
           03  ACP-030         PIC  9(08).
           03  ACP-035         PIC  9(01).
           03  ACP-040         PIC  S9(04).
           03  ACP-050         PIC  X(01).
           03  ACP-055         PIC  X(01).
           03  ACP-056         PIC  X(01).
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       CALL "SD_Initialize" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA" " " "0" "0" "180" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-010" "X" "1" "1" "32" " " "DSP-AREA"  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-015" "X" "2" "1" "19" "DSP-010" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-020" "X" "3" "1" "16" "DSP-015" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-030" "X" "5" "1" "16" "DSP-020" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-035" "X" "7" "1" "20" "DSP-030" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-040" " " "9" "0" "22" "DSP-035" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "01DSP-040" "X" "9" "1" "5" " " "DSP-040"  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-041" "9" "9" "6" "2" "01DSP-040" " "  RETURNING RESU.
       CALL "SD_From" USING
            "DSP-041" BY REFERENCE IX "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "02DSP-040" "X" "9" "8" "11" "DSP-041" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-042" "X" "9" "20" "4" "02DSP-040" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-042" BY REFERENCE WK-SZL "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-045" " " "11" "0" "55" "DSP-040" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "01DSP-045" "X" "11" "1" "15" " " "DSP-045"
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-046" "9" "11" "16" "5" "01DSP-045" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-046" BY REFERENCE PUR-VCD "5" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "02DSP-045" "X" "11" "21" "6" "DSP-046" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-047" "9" "11" "27" "6" "02DSP-045" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-047" BY REFERENCE PUR-JCD "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "03DSP-045" "X" "11" "33" "5" "DSP-047" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-048" "9" "11" "38" "5" "03DSP-045" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-048" BY REFERENCE PUR-OQT "5" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "04DSP-045" "X" "11" "43" "5" "DSP-048" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-049" "9" "11" "48" "8" "04DSP-045" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-049" BY REFERENCE PUR-DDATE "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA2" " " "0" "0" "269" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-091" "X" "22" "1" "20" " " "DSP-AREA2"
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-093" "X" "22" "1" "18" "DSP-091" " "
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
            "DSP-102" " " "22" "0" "19" "DSP-101" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "01DSP-102" "X" "22" "1" "13" " " "DSP-102"
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-103" "9" "22" "14" "6" "01DSP-102" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-103" BY REFERENCE PUR-NO "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-104" "X" "22" "1" "20" "DSP-102" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-105" "X" "22" "1" "20" "DSP-104" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-106" "X" "22" "1" "32" "DSP-105" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-107" "X" "22" "1" "20" "DSP-106" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-108" "X" "22" "1" "20" "DSP-107" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-109" "X" "22" "1" "20" "DSP-108" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-BUZZER" " " "24" "0" "5" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DISP-BUZ-J-03" "X" "24" "80" "5" " " "DSP-BUZZER"
            RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-AREA" " " "0" "0" "33" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-005" "9" "2" "7" "6" " " "ACP-AREA"  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-005" BY REFERENCE WK-PURNO "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-010" "9" "3" "10" "5" "ACP-005" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-010" BY REFERENCE WK-VCD "5" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-020" "9" "5" "6" "6" "ACP-010" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-020" BY REFERENCE WK-ITEM "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-030" "9" "7" "5" "8" "ACP-020" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-030" BY REFERENCE WK-DDATE "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-035" "9" "7" "18" "1" "ACP-030" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-035" BY REFERENCE WK-SOK "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-040" "9" "9" "13" "4" "ACP-035" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-040" BY REFERENCE WK-SZQ "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-050" "X" "22" "18" "1" "ACP-040" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-050" BY REFERENCE ZK-ANS "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-055" "X" "22" "31" "1" "ACP-050" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-055" BY REFERENCE ZK-ANS "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-056" "X" "22" "17" "1" "ACP-055" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-056" BY REFERENCE ZK-ANS "1" "0" RETURNING RESU.
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
                   IF  OPA-PGM (WK-AUI)  =  "ZK940U"
                   OR  OPA-PGM (WK-AUI)  =  "ALL"
                       MOVE  1  TO  WK-AUTH-OK
                   END-IF
               END-PERFORM
           END-IF.
           IF  WK-AUTH-OK  =  0
               ACCEPT  WK-VIO-DATE  FROM  DATE
               MOVE  WK-VIO-DATE  TO  VIO-DATE
               MOVE  USER_ID      TO  VIO-OPR
               MOVE  "ZK940U"     TO  VIO-PGM
               MOVE  "MAINTENANCE NOT PERMITTED"  TO  VIO-REASON
               OPEN  EXTEND  VIO-FILE
               MOVE  VIO-DET  TO  VIO-LINE
               WRITE  VIO-LINE
               CLOSE  VIO-FILE
               CALL "SD_Output" USING
                "DSP-109" DSP-109 "p" RETURNING RESU
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
           ACCEPT  WK-TODAY  FROM  DATE.
           MOVE  "20"      TO  WK-TODAY8 (1:2).
           MOVE  WK-TODAY  TO  WK-TODAY8 (3:6).
           CALL "DB_F_Open" USING
            "I-O" PURF_PNAME1 "SHARED" BY REFERENCE PURF_IDLST "1"
            "PUR-KEY" BY REFERENCE PUR-KEY.
           CALL "DB_F_Open" USING
            "INPUT" VNDM_PNAME1 "SHARED" BY REFERENCE VNDM_IDLST "1"
            "VND-KEY" BY REFERENCE VND-KEY.
           CALL "DB_F_Open" USING
            "INPUT" J-M_PNAME1 "SHARED" BY REFERENCE J-M_IDLST "1"
            "J-JCD" BY REFERENCE J-JCD.
           CALL "DB_F_Open" USING
            "INPUT" SZSC_PNAME1 "SHARED" BY REFERENCE SZSC_IDLST "1"
            "SZS-KEY" BY REFERENCE SZS-KEY.
           CALL "DB_F_Open" USING
            "I-O" FCTL-F_PNAME1 "SHARED" BY REFERENCE FCTL-F_IDLST "1"
            "FCTL-KEY" BY REFERENCE FCTL-KEY.
           OPEN  OUTPUT  ZK-FRM-FILE.
           CALL "SD_Output" USING
            "DSP-010" DSP-010 "p" RETURNING RESU.
       ST-05.
           MOVE  0  TO  WK-DRAFT-SW.
           CALL "SD_Output" USING
            "DSP-015" DSP-015 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-005 "ACP-005" "9" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT    =  "P9"
               PERFORM  END-RTN  THRU  END-EXT
               STOP  RUN
           END-IF.
           IF  WK-PURNO  =  0
               GO  TO  ST-10
           END-IF.
           MOVE  WK-PURNO  TO  PUR-NO.
           CALL "DB_Read" USING
            "INVALID" PURF_PNAME1 BY REFERENCE PUR-R " "
            RETURNING RET.
           IF  RET  =  1
               CALL "SD_Output" USING
                "DSP-094" DSP-094 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-05
           END-IF.
           IF  PUR-STAT  >  2
               CALL "SD_Output" USING
                "DSP-095" DSP-095 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-05
           END-IF.
           MOVE  PUR-R  TO  WK-MAUDB.
           PERFORM  LOAD-RTN  THRU  LOAD-EXT.
           CALL "SD_Output" USING
            "DSP-045" DSP-045 "p" RETURNING RESU.
           IF  PUR-STAT  =  0
               GO  TO  ST-07
           END-IF.
      *        OPEN OR PART-RECEIVED -- REPRINT ONLY.
       ST-06.
           CALL "SD_Output" USING
            "DSP-107" DSP-107 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-056 "ACP-056" "X" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ZK-ANS  NOT =  "1"  AND  "9"
               GO  TO  ST-06
           END-IF.
           IF  ZK-ANS  =  "1"
               PERFORM  FRM-RTN  THRU  FRM-EXT
               ADD  1  TO  WS-ORD-CNT
           END-IF.
           GO  TO  ST-05.
      *        DRAFT -- ISSUE OR CANCEL.
       ST-07.
           CALL "SD_Output" USING
            "DSP-106" DSP-106 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-055 "ACP-055" "X" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ZK-ANS  NOT =  "1"  AND  "8"  AND  "9"
               GO  TO  ST-07
           END-IF.
           IF  ZK-ANS  =  "9"
               GO  TO  ST-05
           END-IF.
           IF  ZK-ANS  =  "8"
               MOVE  9        TO  PUR-STAT
               MOVE  USER_ID  TO  PUR-OPR
               CALL "DB_Update" USING
                PURF_PNAME1 PURF_LNAME PUR-R RETURNING RET
               IF  RET = 1
                   CALL "SD_Output" USING
                    "DSP-098" DSP-098 "p" RETURNING RESU
                   CALL "SD_Output" USING
                    "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               ELSE
                   PERFORM  MAUD-WR-RTN  THRU  MAUD-WR-EXT
                   CALL "SD_Output" USING
                    "DSP-108" DSP-108 "p" RETURNING RESU
               END-IF
               GO  TO  ST-05
           END-IF.
           MOVE  1          TO  WK-DRAFT-SW.
           MOVE  PUR-VCD    TO  WK-VCD.
           MOVE  PUR-JCD    TO  WK-ITEM.
           MOVE  PUR-DDATE  TO  WK-DDATE.
           MOVE  PUR-SOK    TO  WK-SOK.
           GO  TO  ST-30.
       ST-10.
           CALL "SD_Output" USING
            "DSP-020" DSP-020 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-010 "ACP-010" "9" "5"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-05
           END-IF.
           MOVE  WK-VCD  TO  VND-CD.
           CALL "DB_Read" USING
            "INVALID" VNDM_PNAME1 BY REFERENCE VND-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
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
           MOVE  WK-ITEM  TO  J-JCD.
           CALL "DB_Read" USING
            "INVALID" J-M_PNAME1 BY REFERENCE J-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               CALL "SD_Output" USING
                "DSP-093" DSP-093 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-20
           END-IF.
           MOVE  J-SZS  TO  SZSW-CD.
           PERFORM  SZSW-GET-RTN  THRU  SZSW-GET-EXT.
      *        DEFAULT DUE DATE -- TODAY PLUS THE SUPPLIER'S
      *        QUOTED LEAD TIME, TWO WEEKS WHEN NONE IS SET.
           MOVE  VND-LEAD  TO  WK-LEAD.
           IF  WK-LEAD  =  0
               MOVE  14  TO  WK-LEAD
           END-IF.
           COMPUTE  WK-DUE-I  =
               FUNCTION INTEGER-OF-DATE (WK-TODAY8)  +  WK-LEAD.
           COMPUTE  WK-DDATE  =  FUNCTION DATE-OF-INTEGER (WK-DUE-I).
           MOVE  0  TO  WK-SOK.
       ST-30.
           CALL "SD_Output" USING
            "DSP-035" DSP-035 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-030 "ACP-030" "9" "8"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               IF  WK-DRAFT-SW  =  1
                   GO  TO  ST-05
               END-IF
               GO  TO  ST-20
           END-IF.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-035 "ACP-035" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  WK-SOK  =  0
               MOVE  1  TO  WK-SOK
           END-IF.
       ST-40.
           MOVE  0  TO  IX.
           MOVE  0  TO  WK-TOT.
       ST-41.
           ADD  1  TO  IX.
           IF  IX  >  10
               GO  TO  ST-45
           END-IF.
           MOVE  0  TO  WK-SZQ.
           MOVE  SZSW-LBL (IX)  TO  WK-SZL.
           CALL "SD_Output" USING
            "DSP-040" DSP-040 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-040 "ACP-040" "9" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-30
           END-IF.
      *        A BUCKET THE ITEM'S SIZE SCALE DOES NOT USE.
           IF  WK-SZQ  NOT =  0  AND  SZSW-LBL (IX)  =  SPACE
               CALL "SD_Output" USING
                "DSP-104" DSP-104 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               SUBTRACT  1  FROM  IX
               GO  TO  ST-41
           END-IF.
           MOVE  WK-SZQ  TO  WK-ORD1 (IX).
           ADD   WK-SZQ  TO  WK-TOT.
           GO  TO  ST-41.
       ST-45.
           IF  WK-TOT  NOT >  0
               CALL "SD_Output" USING
                "DSP-105" DSP-105 "p" RETURNING RESU
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
           IF  ZK-ANS  NOT =  "1"  AND  "9"
               GO  TO  ST-50
           END-IF.
           IF  ZK-ANS  =  "9"
               GO  TO  ST-05
           END-IF.
           IF  WK-DRAFT-SW  =  1
               GO  TO  ST-60
           END-IF.
      *        NEXT PURCHASE ORDER NUMBER FROM THE FCTL "PURNO"
      *        COUNTER -- CREATED AT 1 ON FIRST USE.
           MOVE  "PURNO"  TO  FCTL-KEY1.
           CALL "DB_Read" USING
            "INVALID" FCTL-F_PNAME1 BY REFERENCE FCTL-REC " "
            RETURNING RET.
           IF  RET  =  1
               MOVE  SPACE    TO  FCTL-REC
               MOVE  "PURNO"  TO  FCTL-IVK
               MOVE  1        TO  FCTL-IVNO
               CALL "DB_Insert" USING
                FCTL-F_PNAME1 FCTL-F_LNAME FCTL-REC RETURNING RET
           ELSE
               ADD  1  TO  FCTL-IVNO
               CALL "DB_Update" USING
                FCTL-F_PNAME1 FCTL-F_LNAME FCTL-REC RETURNING RET
           END-IF.
           INITIALIZE  PUR-R.
           MOVE  SPACE      TO  WK-MAUDB.
           MOVE  FCTL-IVNO  TO  PUR-NO.
           MOVE  WK-VCD     TO  PUR-VCD.
           MOVE  WK-ITEM    TO  PUR-JCD.
       ST-60.
      *        NEW ORDER OR ISSUED DRAFT -- THE KEYED SPLIT
      *        REPLACES THE DRAFT'S SUGGESTED TOTAL.
           MOVE  WK-TODAY8  TO  PUR-ODATE.
           MOVE  WK-DDATE   TO  PUR-DDATE.
           MOVE  0  TO  PUR-OQT.
           PERFORM  VARYING  IX  FROM  1  BY  1  UNTIL  IX  >  10
               MOVE  WK-ORD1 (IX)  TO  PUR-OQ1 (IX)
               ADD   WK-ORD1 (IX)  TO  PUR-OQT
               MOVE  0             TO  PUR-RQ1 (IX)
           END-PERFORM.
           MOVE  0          TO  PUR-RQT.
           MOVE  WK-SOK     TO  PUR-SOK.
           MOVE  1          TO  PUR-STAT.
           MOVE  USER_ID    TO  PUR-OPR.
           IF  WK-DRAFT-SW  =  1
               CALL "DB_Update" USING
                PURF_PNAME1 PURF_LNAME PUR-R RETURNING RET
           ELSE
               CALL "DB_Insert" USING
                PURF_PNAME1 PURF_LNAME PUR-R RETURNING RET
           END-IF.
           IF  RET = 1
               CALL "SD_Output" USING
                "DSP-098" DSP-098 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-05
           END-IF.
           PERFORM  MAUD-WR-RTN  THRU  MAUD-WR-EXT.
           PERFORM  FRM-RTN  THRU  FRM-EXT.
           ADD  1  TO  WS-ORD-CNT.
           CALL "SD_Output" USING
            "DSP-102" DSP-102 "p" RETURNING RESU.
           GO  TO  ST-05.
      *****
      *    SUPPLIER, ITEM AND SIZE SCALE OF THE ORDER IN PUR-R,
      *    FOR THE SIZE LABELS AND THE FORM.
       LOAD-RTN.
           MOVE  PUR-VCD  TO  VND-CD.
           CALL "DB_Read" USING
            "INVALID" VNDM_PNAME1 BY REFERENCE VND-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               MOVE  SPACE  TO  VND-NAME
               MOVE  SPACE  TO  VND-TEL
           END-IF.
           MOVE  PUR-JCD  TO  J-JCD.
           CALL "DB_Read" USING
            "INVALID" J-M_PNAME1 BY REFERENCE J-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               MOVE  SPACE  TO  J-NAME
               MOVE  0      TO  J-SZS
           END-IF.
           MOVE  J-SZS  TO  SZSW-CD.
           PERFORM  SZSW-GET-RTN  THRU  SZSW-GET-EXT.
       LOAD-EXT.
           EXIT.
      *****
      *    ORDER FORM -- ONE BLOCK PER ORDER, SUPPLIER AND ITEM
      *    NAMES FROM THE MASTERS IN HAND.
       FRM-RTN.
           MOVE  ZK-FRM-SEP  TO  ZK-FRM-LINE.
           WRITE  ZK-FRM-LINE.
           MOVE  PUR-NO   TO  FRM-NO.
           MOVE  ZK-FRM-HD1  TO  ZK-FRM-LINE.
           WRITE  ZK-FRM-LINE.
           MOVE  PUR-VCD   TO  FRM-VCD.
           MOVE  VND-NAME  TO  FRM-VNAME.
           MOVE  VND-TEL   TO  FRM-TEL.
           MOVE  ZK-FRM-HD2  TO  ZK-FRM-LINE.
           WRITE  ZK-FRM-LINE.
           MOVE  PUR-JCD  TO  FRM-JCD.
           MOVE  J-NAME   TO  FRM-JNAME.
           MOVE  ZK-FRM-HD3  TO  ZK-FRM-LINE.
           WRITE  ZK-FRM-LINE.
           MOVE  PUR-ODATE  TO  FRM-ODATE.
           MOVE  PUR-DDATE  TO  FRM-DDATE.
           MOVE  PUR-SOK    TO  FRM-SOK.
           MOVE  ZK-FRM-HD4  TO  ZK-FRM-LINE.
           WRITE  ZK-FRM-LINE.
           PERFORM  VARYING  IX  FROM  1  BY  1  UNTIL  IX  >  10
               IF  PUR-OQ1 (IX)  NOT =  0
                   MOVE  IX              TO  FRM-SZ
                   MOVE  SZSW-LBL (IX)   TO  FRM-SZL
                   MOVE  PUR-OQ1 (IX)    TO  FRM-QTY
                   MOVE  ZK-FRM-DET      TO  ZK-FRM-LINE
                   WRITE  ZK-FRM-LINE
               END-IF
           END-PERFORM.
           MOVE  PUR-OQT  TO  FRM-TOT.
           MOVE  ZK-FRM-TOT  TO  ZK-FRM-LINE.
           WRITE  ZK-FRM-LINE.
       FRM-EXT.
           EXIT.
       END-RTN.
           MOVE  WS-ORD-CNT  TO  FRM-SUM-CNT.
           MOVE  ZK-FRM-SUM  TO  ZK-FRM-LINE.
           WRITE  ZK-FRM-LINE.
           CLOSE  ZK-FRM-FILE.
           CALL "C3_Set_Jrcode" USING
            USER_ID BY REFERENCE COMPLETION_CODE 255.
           CALL "DB_F_Close" USING BY REFERENCE PURF_IDLST PURF_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE VNDM_IDLST VNDM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE J-M_IDLST J-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE SZSC_IDLST SZSC_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE FCTL-F_IDLST FCTL-F_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE MAUD_IDLST MAUD_PNAME1.
           CALL "DB_Close".
       END-EXT.
           EXIT.
      *****
      *    COMMON MAINTENANCE AUDIT -- SEE LIMAUD.  THE BEFORE
      *    IMAGE WAS CAPTURED AT THE KEY READ (SPACES FOR AN
      *    ADD); THE AFTER IMAGE IS THE RECORD JUST WRITTEN.
       MAUD-WR-RTN.
           MOVE  PUR-R  TO  MAUD-AFTER.
           PERFORM  MAUD-PUT-RTN  THRU  MAUD-PUT-EXT.
       MAUD-WR-EXT.
           EXIT.
       MAUD-PUT-RTN.
           ACCEPT  MAUD-DATE  FROM  DATE.
           ACCEPT  MAUD-TIME  FROM  TIME.
           ADD  1  TO  WK-AUDSEQ.
           MOVE  WK-AUDSEQ   TO  MAUD-SEQ.
           MOVE  "PURF    "  TO  MAUD-FILE.
           MOVE  SPACE       TO  MAUD-FKEY.
           MOVE  PUR-NO      TO  MAUD-FKEY (1:6).
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
       COPY  LPSZS.
