       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PR770R.
      *****************************************************
      *****   CONSUMPTION-TAX RETURN WORKSHEET         *****
      *****************************************************
      *        NETS THE OUTPUT TAX AGAINST THE INPUT TAX FOR A
      *        FILING PERIOD.  ARGUMENTS: FROM AND TO MONTH
      *        (YYYYMM, THE SK720R CONVENTION); FROM DEFAULTS TO
      *        THE CURRENT MONTH AND TO DEFAULTS TO FROM.
      *          PART 1  OUTPUT TAX FROM SKDF BY RATE CLASS
      *                  (SKD-GNO 1 = REDUCED WHILE ZEIMS HAS A
      *                  REDUCED RATE, AS SK720R): INVOICES (DC 0
      *                  DTC 0) LESS ST730U CREDIT MEMOS (DC 1
      *                  DTC 4).  A CREDIT MEMO CARRYING NO SKD-SHZ
      *                  IS TAXED HERE AT THE RATE ON ITS DATE.
      *          PART 2  INPUT TAX BY RATE CLASS: JT-KSIF
      *                  CONTRACTOR INVOICES (NOT THOSE STANDING IN
      *                  DISCREPANCY) AT THE STANDARD RATE, AND THE
      *                  TKEIHI-F MONTHLY EXPENSE OF EVERY ACCOUNT
      *                  WHOSE AM-ZKB NAMES A RATE CLASS.  A
      *                  CONTRACTOR NOT REGISTERED ON JT-QREG ON
      *                  THE INVOICE DATE IS AN UNQUALIFIED ISSUER:
      *                  ONLY THE TRANSITIONAL PERCENTAGE OF ITS TAX
      *                  IS CREDITABLE AND THE INVOICE IS LISTED.
      *                  GENERAL EXPENSE INVOICES (JT-EXIF, NOT
      *                  CANCELLED) ARE ALREADY IN THE TKEIHI-F
      *                  FIGURES; THEY ARE TAKEN BACK OUT THERE AND
      *                  COUNTED ON THEIR OWN TAX CLASS AND TAX AS
      *                  INVOICED -- QUALIFIED WHEN THE INVOICE
      *                  CARRIES A REGISTRATION NUMBER, OTHERWISE
      *                  AS AN UNQUALIFIED ISSUER AND LISTED.
      *          PART 3  THE NET PAYABLE IN THE ORDER OF THE
      *                  NATIONAL RETURN (GENERAL FORM, TABLE 1),
      *                  THE NATIONAL 7.8/6.24 PORTION BEING 78% OF
      *                  THE ACCUMULATED TAX AT EITHER RATE, THEN
      *                  THE LOCAL TAX AT 22/78 OF THE NATIONAL.
      *                  TAX ON BAD DEBTS IS THE TAX ON THE SKDF
      *                  ROWS PR790U WROTE OFF IN THE PERIOD
      *                  (JT-BDWO).
      *        THE TRANSITIONAL CREDIT FOR UNQUALIFIED ISSUERS IS
      *        THE STATUTORY SCHEDULE: 80% UP TO 2026-09-30, 50%
      *        UP TO 2029-09-30, NOTHING AFTER; INVOICES BEFORE
      *        2023-10-01 PRE-DATE THE QUALIFIED-INVOICE SYSTEM
      *        AND CREDIT IN FULL.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  PR-RPT-FILE  ASSIGN  TO  "PR770R"
               ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA                DIVISION.
       FILE                SECTION.
       FD  PR-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  PR-RPT-LINE         PIC  X(132).
       WORKING-STORAGE     SECTION.
       77  ERR-STAT        PIC  X(02).
       77  RET             PIC  9(01)  VALUE  0.
       77  I               PIC  9(02)  VALUE  0.
       77  CX              PIC  9(01)  VALUE  0.
       77  MX              PIC  9(02)  VALUE  0.
       77  UI              PIC  9(03)  VALUE  0.
       77  WK-TODAY        PIC  9(06)  VALUE  0.
       77  WK-FYM          PIC  9(06)  VALUE  0.
       77  WK-TYM          PIC  9(06)  VALUE  0.
       77  WK-CYM          PIC  9(06)  VALUE  0.
       77  WK-RDATE        PIC  9(08)  VALUE  0.
       77  WK-RATE         PIC  9(02)V9(01)  VALUE  0.
       77  WK-RRATE        PIC  9(02)V9(01)  VALUE  0.
       77  WK-CRATE        PIC  9(02)V9(01)  VALUE  0.
       77  WK-PCT          PIC  9(03)  VALUE  0.
       77  WK-AMT          PIC S9(11)  VALUE  0.
       77  WK-TAX          PIC S9(11)  VALUE  0.
       77  WK-ALW          PIC S9(11)  VALUE  0.
       77  WK-Q            PIC S9(12)  VALUE  0.
       77  WK-NET          PIC S9(12)  VALUE  0.
       77  WK-BDTAX        PIC S9(11)  VALUE  0.
       77  WS-RATE-CNT     PIC  9(02)  VALUE  0.
       77  WS-PM-CNT       PIC  9(02)  VALUE  0.
       77  WS-UNQ-CNT      PIC  9(03)  VALUE  0.
       77  WS-DOC-CNT      PIC  9(07)  VALUE  0.
       77  WS-HLD-CNT      PIC  9(07)  VALUE  0.
       77  WS-OVF-CNT      PIC  9(07)  VALUE  0.
       01  WK-YMG.
           02  WK-YM           PIC  9(06).
       01  WK-YMR  REDEFINES  WK-YMG.
           02  WK-YM-Y         PIC  9(04).
           02  WK-YM-M         PIC  9(02).
       01  WK-RATE-TBL.
           02  WK-RATE-ENT  OCCURS  20.
               03  WK-RATE-EFF   PIC  9(008).
               03  WK-RATE-PCT   PIC  9(002)V9(01).
               03  WK-RATE-RPCT  PIC  9(002)V9(01).
      *    THE MONTHS OF THE PERIOD WITH THEIR RATES, FOR THE
      *    TKEIHI-F CALENDAR-MONTH BUCKETS.
       01  WK-PM-TBL.
           02  WK-PM  OCCURS  12.
               03  WK-PM-M          PIC  9(02).
               03  WK-PM-RATE       PIC  9(02)V9(01).
               03  WK-PM-RRATE      PIC  9(02)V9(01).
      *    BY RATE CLASS: 1 STANDARD, 2 REDUCED.
       01  WK-OUT-TBL.
           02  WK-OUT  OCCURS  2.
               03  OT-SBASE         PIC S9(12).
               03  OT-STAX          PIC S9(12).
               03  OT-RBASE         PIC S9(12).
               03  OT-RTAX          PIC S9(12).
       01  WK-IN-TBL.
           02  WK-IN  OCCURS  2.
               03  IT-QBASE         PIC S9(12).
               03  IT-QTAX          PIC S9(12).
               03  IT-EBASE         PIC S9(12).
               03  IT-ETAX          PIC S9(12).
               03  IT-XBASE         PIC S9(12).
               03  IT-XTAX          PIC S9(12).
               03  IT-UBASE         PIC S9(12).
               03  IT-UTAX          PIC S9(12).
               03  IT-UALW          PIC S9(12).
       01  WK-FORM.
           02  WK-F01          PIC S9(12).
           02  WK-F02          PIC S9(12).
           02  WK-F03          PIC S9(12).
           02  WK-F04          PIC S9(12).
           02  WK-F05          PIC S9(12).
           02  WK-F06          PIC S9(12).
           02  WK-F07          PIC S9(12).
           02  WK-F08          PIC S9(12).
           02  WK-F09          PIC S9(12).
           02  WK-L-RFD        PIC S9(12).
           02  WK-L-PAY        PIC S9(12).
           02  WK-TOTAL        PIC S9(12).
      *    UNQUALIFIED-ISSUER INVOICES FOR THE LISTING.
       01  WK-UNQ-TBL.
           02  WK-UNQ  OCCURS  500.
               03  UQ-NO            PIC  9(06).
               03  UQ-LBL           PIC  X(05).
               03  UQ-HCD           PIC  X(06).
               03  UQ-NAME          PIC  X(20).
               03  UQ-DATE          PIC  9(08).
               03  UQ-BASE          PIC S9(09).
               03  UQ-TAX           PIC S9(09).
               03  UQ-PCT           PIC  9(03).
               03  UQ-ALW           PIC S9(09).
       COPY    LISKDF.
       COPY    LIKSIF.
       COPY    LIZHTKF.
       COPY    LIZEI.
       COPY    LIQREG.
       COPY    LIBDWO.
       COPY    LIEXIF.
       COPY    LIKHM.
       COPY    ACCUNT.
       COPY    LIRUNL.
       COPY    LWHDR.
      *****
       01  PR-RPT-HDR.
           02  FILLER          PIC  X(32)  VALUE
               "CONSUMPTION-TAX WORKSHEET  FROM=".
           02  RPT-HDR-FYM     PIC  9(06).
           02  FILLER          PIC  X(04)  VALUE  " TO=".
           02  RPT-HDR-TYM     PIC  9(06).
       01  PR-RPT-SEC.
           02  RPT-SEC-TTL     PIC  X(36).
           02  FILLER          PIC  X(16)  VALUE  "            BASE".
           02  FILLER          PIC  X(16)  VALUE  "             TAX".
       01  PR-RPT-DET.
           02  RPT-LBL         PIC  X(36).
           02  RPT-BASE        PIC  -(15)9.
           02  RPT-TAX         PIC  -(15)9.
       01  PR-RPT-FRM.
           02  RPT-F-LBL       PIC  X(52).
           02  RPT-F-AMT       PIC  -(15)9.
       01  PR-RPT-UHD.
           02  FILLER          PIC  X(40)  VALUE
               "INVOICES WITHOUT REGISTRATION NUMBER    ".
           02  FILLER          PIC  X(40)  VALUE
               "(INPUT-TAX CREDIT RESTRICTED)           ".
       01  PR-RPT-UNQ.
           02  FILLER          PIC  X(04)  VALUE  "NO=".
           02  RPT-UQ-NO       PIC  9(06).
           02  RPT-UQ-LBL      PIC  X(05).
           02  RPT-UQ-HCD      PIC  X(06).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-UQ-NAME     PIC  X(20).
           02  FILLER          PIC  X(06)  VALUE  " DATE=".
           02  RPT-UQ-DATE     PIC  9(08).
           02  FILLER          PIC  X(06)  VALUE  " BASE=".
           02  RPT-UQ-BASE     PIC  -(09)9.
           02  FILLER          PIC  X(05)  VALUE  " TAX=".
           02  RPT-UQ-TAX      PIC  -(08)9.
           02  FILLER          PIC  X(06)  VALUE  " CRED=".
           02  RPT-UQ-PCT      PIC  ZZ9.
           02  FILLER          PIC  X(02)  VALUE  "% ".
           02  RPT-UQ-ALW      PIC  -(08)9.
       01  PR-RPT-SUM.
           02  FILLER          PIC  X(10)  VALUE  "DOCUMENTS=".
           02  RPT-SUM-DOC     PIC  ZZZZZZ9.
           02  FILLER          PIC  X(13)  VALUE  " UNQUALIFIED=".
           02  RPT-SUM-UNQ     PIC  ZZZZZZ9.
           02  FILLER          PIC  X(16)  VALUE  " IN DISCREPANCY=".
           02  RPT-SUM-HLD     PIC  ZZZZZZ9.
           02  FILLER          PIC  X(14)  VALUE  " NOT LISTED=".
           02  RPT-SUM-OVF     PIC  ZZZZZZ9.
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       OPEN  OUTPUT  PR-RPT-FILE.
           ACCEPT  WK-FYM  FROM  ARGUMENT-VALUE.
           ACCEPT  WK-TYM  FROM  ARGUMENT-VALUE.
           IF  WK-FYM  =  0
               ACCEPT  WK-TODAY  FROM  DATE
               MOVE  "20"            TO  WK-FYM (1:2)
               MOVE  WK-TODAY (1:4)  TO  WK-FYM (3:4)
           END-IF.
           IF  WK-TYM  <  WK-FYM
               MOVE  WK-FYM  TO  WK-TYM
           END-IF.
       MOVE  "PR770R"  TO  HDR-PGMID.
       MOVE  "CONSUMPTION-TAX WORKSHEET"  TO  HDR-TITLE.
       PERFORM  HDR-INIT-RTN  THRU  HDR-INIT-EXT.
       MOVE  WK-FYM  TO  RPT-HDR-FYM.
       MOVE  WK-TYM  TO  RPT-HDR-TYM.
       MOVE  PR-RPT-HDR  TO  PR-RPT-LINE.
       PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
       PERFORM  RUNL-ST-RTN  THRU  RUNL-ST-EXT.
           INITIALIZE  WK-OUT-TBL.
           INITIALIZE  WK-IN-TBL.
           INITIALIZE  WK-FORM.
      *****
      *    RATE SCHEDULE FROM ZEIMS, THE SK720R WAY.
           CALL "DB_F_Open" USING
            "INPUT" ZEIMS_PNAME1 "SHARED" BY REFERENCE ZEIMS_IDLST
            "1" "ZEI-KEY" BY REFERENCE ZEI-KEY.
       RATE-10.
           CALL "DB_Read" USING
            "NEXT AT END" ZEIMS_PNAME1 BY REFERENCE ZEI-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  0  AND  WS-RATE-CNT  <  20
               ADD  1  TO  WS-RATE-CNT
               MOVE  ZEI-EFF   TO  WK-RATE-EFF (WS-RATE-CNT)
               MOVE  ZEI-RATE  TO  WK-RATE-PCT (WS-RATE-CNT)
               IF  ZEI-RRATE  IS  NUMERIC
                   MOVE  ZEI-RRATE  TO  WK-RATE-RPCT (WS-RATE-CNT)
               ELSE
                   MOVE  0          TO  WK-RATE-RPCT (WS-RATE-CNT)
               END-IF
               GO  TO  RATE-10
           END-IF.
           CALL "DB_F_Close" USING
            BY REFERENCE ZEIMS_IDLST ZEIMS_PNAME1.
           IF  WS-RATE-CNT  =  0
               MOVE  20140401  TO  WK-RATE-EFF (1)
               MOVE  008.0     TO  WK-RATE-PCT (1)
               MOVE  0         TO  WK-RATE-RPCT (1)
               MOVE  20191001  TO  WK-RATE-EFF (2)
               MOVE  010.0     TO  WK-RATE-PCT (2)
               MOVE  008.0     TO  WK-RATE-RPCT (2)
               MOVE  2         TO  WS-RATE-CNT
           END-IF.
      *        THE PERIOD'S MONTHS (TWELVE AT MOST).
           MOVE  WK-FYM  TO  WK-YM.
       PM-10.
           IF  WK-YM  >  WK-TYM  OR  WS-PM-CNT  NOT <  12
               GO  TO  PM-90
           END-IF.
           ADD  1  TO  WS-PM-CNT.
           MOVE  WK-YM-M  TO  WK-PM-M (WS-PM-CNT).
           COMPUTE  WK-RDATE  =  WK-YM  *  100  +  1.
           PERFORM  RATE-RTN  THRU  RATE-EXT.
           MOVE  WK-RATE   TO  WK-PM-RATE (WS-PM-CNT).
           MOVE  WK-RRATE  TO  WK-PM-RRATE (WS-PM-CNT).
           ADD  1  TO  WK-YM-M.
           IF  WK-YM-M  >  12
               MOVE  1  TO  WK-YM-M
               ADD  1  TO  WK-YM-Y
           END-IF.
           GO  TO  PM-10.
       PM-90.
      *        A PERIOD OVER TWELVE MONTHS STOPS AT THE TWELFTH.
           IF  WK-TYM  NOT <  WK-YM
               IF  WK-YM-M  =  1
                   SUBTRACT  1  FROM  WK-YM-Y
                   MOVE  12  TO  WK-YM-M
               ELSE
                   SUBTRACT  1  FROM  WK-YM-M
               END-IF
               MOVE  WK-YM  TO  WK-TYM
               MOVE  WK-TYM  TO  RPT-HDR-TYM
           END-IF.
      *****
      *    PART 1 SOURCE -- SKDF INVOICES AND CREDIT MEMOS.
           CALL "DB_F_Open" USING
            "INPUT" SKDF_PNAME1 "SHARED" BY REFERENCE SKDF_IDLST
            "1" "SKD-KEY" BY REFERENCE SKD-KEY.
       SK-10.
           CALL "DB_Read" USING
            "NEXT AT END" SKDF_PNAME1 BY REFERENCE SKD-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  SK-90
           END-IF.
           MOVE  SKD-DATE (1:6)  TO  WK-CYM.
           IF  WK-CYM  <  WK-FYM  OR  WK-CYM  >  WK-TYM
               GO  TO  SK-10
           END-IF.
           IF  NOT  (SKD-DC  =  0  AND  SKD-DTC  =  0)
               AND  NOT  (SKD-DC  =  1  AND  SKD-DTC  =  4)
               GO  TO  SK-10
           END-IF.
           ADD  1  TO  WS-DOC-CNT.
           MOVE  SKD-DATE  TO  WK-RDATE.
           PERFORM  RATE-RTN  THRU  RATE-EXT.
           MOVE  1  TO  CX.
           MOVE  WK-RATE  TO  WK-CRATE.
           IF  SKD-GNO  =  1  AND  WK-RRATE  NOT =  0
               MOVE  2  TO  CX
               MOVE  WK-RRATE  TO  WK-CRATE
           END-IF.
           IF  SKD-DC  =  0
               ADD  SKD-KIN  TO  OT-SBASE (CX)
               ADD  SKD-SHZ  TO  OT-STAX (CX)
               GO  TO  SK-10
           END-IF.
           MOVE  SKD-SHZ  TO  WK-TAX.
           IF  WK-TAX  =  0
               COMPUTE  WK-TAX  ROUNDED  =  SKD-KIN  *  WK-CRATE  /  100
           END-IF.
           ADD  SKD-KIN  TO  OT-RBASE (CX).
           ADD  WK-TAX   TO  OT-RTAX (CX).
           GO  TO  SK-10.
       SK-90.
           CALL "DB_F_Close" USING
            BY REFERENCE SKDF_IDLST SKDF_PNAME1.
      *****
      *    PART 3 SOURCE -- TAX ON INVOICES WRITTEN OFF IN THE
      *    PERIOD.
           CALL "DB_F_Open" USING
            "INPUT" BDWO_PNAME1 "SHARED" BY REFERENCE BDWO_IDLST "1"
            "BDW-KEY" BY REFERENCE BDW-KEY.
       BD-10.
           CALL "DB_Read" USING
            "NEXT AT END" BDWO_PNAME1 BY REFERENCE BDW-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  BD-90
           END-IF.
           MOVE  BDW-DATE (1:6)  TO  WK-CYM.
           IF  WK-CYM  <  WK-FYM  OR  WK-CYM  >  WK-TYM
               GO  TO  BD-10
           END-IF.
           ADD  BDW-SHZ  TO  WK-BDTAX.
           GO  TO  BD-10.
       BD-90.
           CALL "DB_F_Close" USING
            BY REFERENCE BDWO_IDLST BDWO_PNAME1.
      *****
      *    PART 2 SOURCE -- CONTRACTOR INVOICES.
           CALL "DB_F_Open" USING
            "INPUT" KSIF_PNAME1 "SHARED" BY REFERENCE KSIF_IDLST "1"
            "KSI-KEY" BY REFERENCE KSI-KEY.
           CALL "DB_F_Open" USING
            "INPUT" QREG_PNAME1 "SHARED" BY REFERENCE QREG_IDLST "1"
            "QRG-KEY" BY REFERENCE QRG-KEY.
           CALL "DB_F_Open" USING
            "INPUT" KHM_PNAME1 "SHARED" BY REFERENCE KHM_IDLST "1"
            "KH-HCD" BY REFERENCE KH-HCD.
       KS-10.
           CALL "DB_Read" USING
            "NEXT AT END" KSIF_PNAME1 BY REFERENCE KSI-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  KS-90
           END-IF.
           MOVE  KSI-IDATE (1:6)  TO  WK-CYM.
           IF  WK-CYM  <  WK-FYM  OR  WK-CYM  >  WK-TYM
               GO  TO  KS-10
           END-IF.
           IF  KSI-STAT  =  1
               ADD  1  TO  WS-HLD-CNT
               GO  TO  KS-10
           END-IF.
           ADD  1  TO  WS-DOC-CNT.
           MOVE  KSI-IDATE  TO  WK-RDATE.
           PERFORM  RATE-RTN  THRU  RATE-EXT.
           COMPUTE  WK-TAX  ROUNDED  =  KSI-KIN  *  WK-RATE  /  100.
           MOVE  "KH"     TO  QRG-KND.
           MOVE  SPACE    TO  QRG-CD.
           MOVE  KSI-HCD  TO  QRG-CD (1:5).
           CALL "DB_Read" USING
            "INVALID" QREG_PNAME1 BY REFERENCE QRG-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  0  AND  QRG-EDATE  NOT >  KSI-IDATE
               AND  (QRG-XDATE  =  0  OR  QRG-XDATE  >  KSI-IDATE)
               ADD  KSI-KIN  TO  IT-QBASE (1)
               ADD  WK-TAX   TO  IT-QTAX (1)
               GO  TO  KS-10
           END-IF.
           MOVE  KSI-IDATE  TO  WK-RDATE.
           PERFORM  PCT-RTN  THRU  PCT-EXT.
           COMPUTE  WK-ALW  =  WK-TAX  *  WK-PCT  /  100.
           ADD  KSI-KIN  TO  IT-UBASE (1).
           ADD  WK-TAX   TO  IT-UTAX (1).
           ADD  WK-ALW   TO  IT-UALW (1).
           IF  WS-UNQ-CNT  NOT <  500
               ADD  1  TO  WS-OVF-CNT
               GO  TO  KS-10
           END-IF.
           ADD  1  TO  WS-UNQ-CNT.
           MOVE  KSI-HCD  TO  KH-HCD.
           CALL "DB_Read" USING
            "INVALID" KHM_PNAME1 BY REFERENCE KH-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               MOVE  SPACE  TO  KH-NAME
           END-IF.
           MOVE  KSI-NO     TO  UQ-NO (WS-UNQ-CNT).
           MOVE  " CTR="    TO  UQ-LBL (WS-UNQ-CNT).
           MOVE  KSI-HCD    TO  UQ-HCD (WS-UNQ-CNT).
           MOVE  KH-NAME    TO  UQ-NAME (WS-UNQ-CNT).
           MOVE  KSI-IDATE  TO  UQ-DATE (WS-UNQ-CNT).
           MOVE  KSI-KIN    TO  UQ-BASE (WS-UNQ-CNT).
           MOVE  WK-TAX     TO  UQ-TAX (WS-UNQ-CNT).
           MOVE  WK-PCT     TO  UQ-PCT (WS-UNQ-CNT).
           MOVE  WK-ALW     TO  UQ-ALW (WS-UNQ-CNT).
           GO  TO  KS-10.
       KS-90.
           CALL "DB_F_Close" USING
            BY REFERENCE KSIF_IDLST KSIF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE QREG_IDLST QREG_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE KHM_IDLST KHM_PNAME1.
      *****
      *    PART 2 SOURCE -- TAXABLE EXPENSE ACCOUNTS, MONTH BY
      *    MONTH AT THAT MONTH'S RATE.
           CALL "DB_F_Open" USING
            "INPUT" TKEIHI-F_PNAME1 "SHARED" BY REFERENCE
            TKEIHI-F_IDLST "1" "TKF-KEY" BY REFERENCE TKF-KEY.
           CALL "DB_F_Open" USING
            "INPUT" AM_PNAME1 "SHARED" BY REFERENCE AM_IDLST "1"
            "AM-KEY" BY REFERENCE AM-KEY.
       TK-10.
           CALL "DB_Read" USING
            "NEXT AT END" TKEIHI-F_PNAME1 BY REFERENCE TKF-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  TK-90
           END-IF.
           MOVE  TKF-02  TO  AM-KEY.
           CALL "DB_Read" USING
            "INVALID" AM_PNAME1 BY REFERENCE AM-REC "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               GO  TO  TK-10
           END-IF.
           IF  AM-ZKB  NOT NUMERIC
               GO  TO  TK-10
           END-IF.
           IF  AM-ZKB  NOT =  1  AND  2
               GO  TO  TK-10
           END-IF.
           PERFORM  VARYING  MX  FROM  1  BY  1  UNTIL  MX  >  WS-PM-CNT
               MOVE  TKF-041 (WK-PM-M (MX))  TO  WK-AMT
               IF  WK-AMT  NOT =  0
                   MOVE  1  TO  CX
                   MOVE  WK-PM-RATE (MX)  TO  WK-CRATE
                   IF  AM-ZKB  =  2  AND  WK-PM-RRATE (MX)  NOT =  0
                       MOVE  2  TO  CX
                       MOVE  WK-PM-RRATE (MX)  TO  WK-CRATE
                   END-IF
                   COMPUTE  WK-TAX  ROUNDED  =
                       WK-AMT  *  WK-CRATE  /  100
                   ADD  WK-AMT  TO  IT-EBASE (CX)
                   ADD  WK-TAX  TO  IT-ETAX (CX)
               END-IF
           END-PERFORM.
           GO  TO  TK-10.
       TK-90.
           CALL "DB_F_Close" USING
            BY REFERENCE TKEIHI-F_IDLST TKEIHI-F_PNAME1.
      *****
      *    PART 2 SOURCE -- GENERAL EXPENSE INVOICES.  EACH IS
      *    FIRST TAKEN OUT OF THE EXPENSE FIGURES THE WAY THE
      *    TKEIHI-F PASS PUT IT IN, THEN COUNTED ON ITS OWN TERMS.
           CALL "DB_F_Open" USING
            "INPUT" EXIF_PNAME1 "SHARED" BY REFERENCE EXIF_IDLST "1"
            "EXI-KEY" BY REFERENCE EXI-KEY.
       EX-10.
           CALL "DB_Read" USING
            "NEXT AT END" EXIF_PNAME1 BY REFERENCE EXI-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  EX-90
           END-IF.
           IF  EXI-STAT  =  9
               GO  TO  EX-10
           END-IF.
           MOVE  EXI-IDATE (1:6)  TO  WK-CYM.
           IF  WK-CYM  <  WK-FYM  OR  WK-CYM  >  WK-TYM
               GO  TO  EX-10
           END-IF.
           ADD  1  TO  WS-DOC-CNT.
           MOVE  EXI-IDATE  TO  WK-RDATE.
           PERFORM  RATE-RTN  THRU  RATE-EXT.
           MOVE  EXI-KMCD  TO  AM-KEY.
           CALL "DB_Read" USING
            "INVALID" AM_PNAME1 BY REFERENCE AM-REC "UNLOCK"
            RETURNING RET.
           IF  RET  =  0  AND  AM-ZKB  NUMERIC
               AND  (AM-ZKB  =  1  OR  AM-ZKB  =  2)
               MOVE  1  TO  CX
               MOVE  WK-RATE  TO  WK-CRATE
               IF  AM-ZKB  =  2  AND  WK-RRATE  NOT =  0
                   MOVE  2  TO  CX
                   MOVE  WK-RRATE  TO  WK-CRATE
               END-IF
               COMPUTE  WK-TAX  ROUNDED  =  EXI-KIN  *  WK-CRATE  /  100
               SUBTRACT  EXI-KIN  FROM  IT-EBASE (CX)
               SUBTRACT  WK-TAX   FROM  IT-ETAX (CX)
           END-IF.
           IF  EXI-ZKB  NOT =  1  AND  2
               GO  TO  EX-10
           END-IF.
           MOVE  1  TO  CX.
           MOVE  WK-RATE  TO  WK-CRATE.
           IF  EXI-ZKB  =  2  AND  WK-RRATE  NOT =  0
               MOVE  2  TO  CX
               MOVE  WK-RRATE  TO  WK-CRATE
           END-IF.
           MOVE  EXI-SHZ  TO  WK-TAX.
           IF  WK-TAX  =  0
               COMPUTE  WK-TAX  ROUNDED  =  EXI-KIN  *  WK-CRATE  /  100
           END-IF.
           IF  EXI-TNO  NOT =  SPACE
               ADD  EXI-KIN  TO  IT-XBASE (CX)
               ADD  WK-TAX   TO  IT-XTAX (CX)
               GO  TO  EX-10
           END-IF.
           PERFORM  PCT-RTN  THRU  PCT-EXT.
           COMPUTE  WK-ALW  =  WK-TAX  *  WK-PCT  /  100.
           ADD  EXI-KIN  TO  IT-UBASE (CX).
           ADD  WK-TAX   TO  IT-UTAX (CX).
           ADD  WK-ALW   TO  IT-UALW (CX).
           IF  WS-UNQ-CNT  NOT <  500
               ADD  1  TO  WS-OVF-CNT
               GO  TO  EX-10
           END-IF.
           ADD  1  TO  WS-UNQ-CNT.
           MOVE  EXI-NO     TO  UQ-NO (WS-UNQ-CNT).
           MOVE  " PAY="    TO  UQ-LBL (WS-UNQ-CNT).
           MOVE  EXI-PAYEE  TO  UQ-HCD (WS-UNQ-CNT).
           MOVE  EXI-PNAME  TO  UQ-NAME (WS-UNQ-CNT).
           MOVE  EXI-IDATE  TO  UQ-DATE (WS-UNQ-CNT).
           MOVE  EXI-KIN    TO  UQ-BASE (WS-UNQ-CNT).
           MOVE  WK-TAX     TO  UQ-TAX (WS-UNQ-CNT).
           MOVE  WK-PCT     TO  UQ-PCT (WS-UNQ-CNT).
           MOVE  WK-ALW     TO  UQ-ALW (WS-UNQ-CNT).
           GO  TO  EX-10.
       EX-90.
           CALL "DB_F_Close" USING
            BY REFERENCE EXIF_IDLST EXIF_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE AM_IDLST AM_PNAME1.
      *****
      *    PART 1 -- OUTPUT TAX.
           MOVE  "1. OUTPUT TAX"  TO  RPT-SEC-TTL.
           MOVE  PR-RPT-SEC  TO  PR-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           PERFORM  VARYING  CX  FROM  1  BY  1  UNTIL  CX  >  2
               PERFORM  OUT-PRT-RTN  THRU  OUT-PRT-EXT
           END-PERFORM.
           MOVE  "   TOTAL OUTPUT TAX, NET"  TO  RPT-LBL.
           COMPUTE  WK-Q  =  OT-SBASE (1)  -  OT-RBASE (1)
               +  OT-SBASE (2)  -  OT-RBASE (2).
           MOVE  WK-Q  TO  RPT-BASE.
           COMPUTE  WK-Q  =  OT-STAX (1)  -  OT-RTAX (1)
               +  OT-STAX (2)  -  OT-RTAX (2).
           MOVE  WK-Q  TO  RPT-TAX.
           MOVE  PR-RPT-DET  TO  PR-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
      *****
      *    PART 2 -- INPUT TAX.
           MOVE  SPACE  TO  PR-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  "2. INPUT TAX"  TO  RPT-SEC-TTL.
           MOVE  PR-RPT-SEC  TO  PR-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           PERFORM  VARYING  CX  FROM  1  BY  1  UNTIL  CX  >  2
               PERFORM  IN-PRT-RTN  THRU  IN-PRT-EXT
           END-PERFORM.
           MOVE  "   TOTAL DEDUCTIBLE INPUT TAX"  TO  RPT-LBL.
           COMPUTE  WK-Q  =  IT-QBASE (1)  +  IT-EBASE (1)
               +  IT-XBASE (1)  +  IT-UBASE (1)  +  IT-QBASE (2)
               +  IT-EBASE (2)  +  IT-XBASE (2)  +  IT-UBASE (2).
           MOVE  WK-Q  TO  RPT-BASE.
           COMPUTE  WK-Q  =  IT-QTAX (1)  +  IT-ETAX (1)
               +  IT-XTAX (1)  +  IT-UALW (1)  +  IT-QTAX (2)
               +  IT-ETAX (2)  +  IT-XTAX (2)  +  IT-UALW (2).
           MOVE  WK-Q  TO  RPT-TAX.
           MOVE  PR-RPT-DET  TO  PR-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
      *****
      *    PART 3 -- THE RETURN.  NATIONAL TAX IS 78% OF THE
      *    ACCUMULATED TAX; THE BASE IS CUT TO THE THOUSAND YEN
      *    AND THE TAX DUE TO THE HUNDRED.
           COMPUTE  WK-Q  =  (OT-SBASE (1)  +  OT-SBASE (2))  /  1000.
           COMPUTE  WK-F01  =  WK-Q  *  1000.
           COMPUTE  WK-F02  =  (OT-STAX (1)  +  OT-STAX (2))  *  78
               /  100.
           MOVE  0  TO  WK-F03.
           COMPUTE  WK-F04  =  (IT-QTAX (1)  +  IT-ETAX (1)
               +  IT-XTAX (1)  +  IT-UALW (1)  +  IT-QTAX (2)
               +  IT-ETAX (2)  +  IT-XTAX (2)  +  IT-UALW (2))
               *  78  /  100.
           COMPUTE  WK-F05  =  (OT-RTAX (1)  +  OT-RTAX (2))  *  78
               /  100.
           COMPUTE  WK-F06  =  WK-BDTAX  *  78  /  100.
           COMPUTE  WK-F07  =  WK-F04  +  WK-F05  +  WK-F06.
           COMPUTE  WK-NET  =  WK-F02  +  WK-F03  -  WK-F07.
           IF  WK-NET  <  0
               COMPUTE  WK-F08  =  0  -  WK-NET
               MOVE  0  TO  WK-F09
           ELSE
               MOVE  0  TO  WK-F08
               COMPUTE  WK-Q  =  WK-NET  /  100
               COMPUTE  WK-F09  =  WK-Q  *  100
           END-IF.
           COMPUTE  WK-L-RFD  =  WK-F08  *  22  /  78.
           COMPUTE  WK-Q  =  WK-F09  *  22  /  78  /  100.
           COMPUTE  WK-L-PAY  =  WK-Q  *  100.
           COMPUTE  WK-TOTAL  =  WK-F09  +  WK-L-PAY
               -  WK-F08  -  WK-L-RFD.
           MOVE  SPACE  TO  PR-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  "3. RETURN (NATIONAL TAX, THEN LOCAL TAX)"
               TO  PR-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  "   (1) TAXABLE BASE"  TO  RPT-F-LBL.
           MOVE  WK-F01  TO  RPT-F-AMT.
           PERFORM  FRM-WRT-RTN  THRU  FRM-WRT-EXT.
           MOVE  "   (2) CONSUMPTION TAX"  TO  RPT-F-LBL.
           MOVE  WK-F02  TO  RPT-F-AMT.
           PERFORM  FRM-WRT-RTN  THRU  FRM-WRT-EXT.
           MOVE  "   (3) EXCESS DEDUCTION ADJUSTMENT"  TO  RPT-F-LBL.
           MOVE  WK-F03  TO  RPT-F-AMT.
           PERFORM  FRM-WRT-RTN  THRU  FRM-WRT-EXT.
           MOVE  "   (4) DEDUCTIBLE INPUT TAX"  TO  RPT-F-LBL.
           MOVE  WK-F04  TO  RPT-F-AMT.
           PERFORM  FRM-WRT-RTN  THRU  FRM-WRT-EXT.
           MOVE  "   (5) TAX ON SALES RETURNS"  TO  RPT-F-LBL.
           MOVE  WK-F05  TO  RPT-F-AMT.
           PERFORM  FRM-WRT-RTN  THRU  FRM-WRT-EXT.
           MOVE  "   (6) TAX ON BAD DEBTS"  TO  RPT-F-LBL.
           MOVE  WK-F06  TO  RPT-F-AMT.
           PERFORM  FRM-WRT-RTN  THRU  FRM-WRT-EXT.
           MOVE  "   (7) DEDUCTIONS SUBTOTAL (4)+(5)+(6)"
               TO  RPT-F-LBL.
           MOVE  WK-F07  TO  RPT-F-AMT.
           PERFORM  FRM-WRT-RTN  THRU  FRM-WRT-EXT.
           MOVE  "   (8) DEDUCTION SHORTFALL REFUND"  TO  RPT-F-LBL.
           MOVE  WK-F08  TO  RPT-F-AMT.
           PERFORM  FRM-WRT-RTN  THRU  FRM-WRT-EXT.
           MOVE  "   (9) NET NATIONAL TAX"  TO  RPT-F-LBL.
           MOVE  WK-F09  TO  RPT-F-AMT.
           PERFORM  FRM-WRT-RTN  THRU  FRM-WRT-EXT.
           MOVE  "       LOCAL TAX REFUND"  TO  RPT-F-LBL.
           MOVE  WK-L-RFD  TO  RPT-F-AMT.
           PERFORM  FRM-WRT-RTN  THRU  FRM-WRT-EXT.
           MOVE  "       LOCAL TAX DUE"  TO  RPT-F-LBL.
           MOVE  WK-L-PAY  TO  RPT-F-AMT.
           PERFORM  FRM-WRT-RTN  THRU  FRM-WRT-EXT.
           MOVE  "       TOTAL PAYABLE (REFUND NEGATIVE)"
               TO  RPT-F-LBL.
           MOVE  WK-TOTAL  TO  RPT-F-AMT.
           PERFORM  FRM-WRT-RTN  THRU  FRM-WRT-EXT.
      *****
      *    UNQUALIFIED-ISSUER INVOICES.
           MOVE  SPACE  TO  PR-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  PR-RPT-UHD  TO  PR-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           PERFORM  VARYING  UI  FROM  1  BY  1
               UNTIL  UI  >  WS-UNQ-CNT
               MOVE  UQ-NO (UI)    TO  RPT-UQ-NO
               MOVE  UQ-LBL (UI)   TO  RPT-UQ-LBL
               MOVE  UQ-HCD (UI)   TO  RPT-UQ-HCD
               MOVE  UQ-NAME (UI)  TO  RPT-UQ-NAME
               MOVE  UQ-DATE (UI)  TO  RPT-UQ-DATE
               MOVE  UQ-BASE (UI)  TO  RPT-UQ-BASE
               MOVE  UQ-TAX (UI)   TO  RPT-UQ-TAX
               MOVE  UQ-PCT (UI)   TO  RPT-UQ-PCT
               MOVE  UQ-ALW (UI)   TO  RPT-UQ-ALW
               MOVE  PR-RPT-UNQ  TO  PR-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
           END-PERFORM.
       END-RTN.
           MOVE  WS-DOC-CNT  TO  RPT-SUM-DOC.
           COMPUTE  RPT-SUM-UNQ  =  WS-UNQ-CNT  +  WS-OVF-CNT.
           MOVE  WS-HLD-CNT  TO  RPT-SUM-HLD.
           MOVE  WS-OVF-CNT  TO  RPT-SUM-OVF.
           MOVE  PR-RPT-SUM  TO  PR-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           PERFORM  HDR-TRL-RTN  THRU  HDR-TRL-EXT.
           CLOSE  PR-RPT-FILE.
           PERFORM  RUNL-EN-RTN  THRU  RUNL-EN-EXT.
           CALL "DB_Close".
           STOP  RUN.
      *****
      *    ONE RATE CLASS OF PART 1.
       OUT-PRT-RTN.
           IF  CX  =  1
               MOVE  "   STANDARD RATE SALES"    TO  RPT-LBL
           ELSE
               MOVE  "   REDUCED RATE SALES"     TO  RPT-LBL
           END-IF.
           MOVE  OT-SBASE (CX)  TO  RPT-BASE.
           MOVE  OT-STAX (CX)   TO  RPT-TAX.
           MOVE  PR-RPT-DET  TO  PR-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  "     LESS CREDIT MEMOS"  TO  RPT-LBL.
           MOVE  OT-RBASE (CX)  TO  RPT-BASE.
           MOVE  OT-RTAX (CX)   TO  RPT-TAX.
           MOVE  PR-RPT-DET  TO  PR-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  "     NET"  TO  RPT-LBL.
           COMPUTE  WK-Q  =  OT-SBASE (CX)  -  OT-RBASE (CX).
           MOVE  WK-Q  TO  RPT-BASE.
           COMPUTE  WK-Q  =  OT-STAX (CX)  -  OT-RTAX (CX).
           MOVE  WK-Q  TO  RPT-TAX.
           MOVE  PR-RPT-DET  TO  PR-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
       OUT-PRT-EXT.
           EXIT.
      *****
      *    ONE RATE CLASS OF PART 2.
       IN-PRT-RTN.
           IF  CX  =  1
               MOVE  "   STANDARD RATE"  TO  PR-RPT-LINE
           ELSE
               MOVE  "   REDUCED RATE"   TO  PR-RPT-LINE
           END-IF.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  "     CONTRACTOR INVOICES, QUALIFIED"  TO  RPT-LBL.
           MOVE  IT-QBASE (CX)  TO  RPT-BASE.
           MOVE  IT-QTAX (CX)   TO  RPT-TAX.
           MOVE  PR-RPT-DET  TO  PR-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  "     EXPENSES"  TO  RPT-LBL.
           MOVE  IT-EBASE (CX)  TO  RPT-BASE.
           MOVE  IT-ETAX (CX)   TO  RPT-TAX.
           MOVE  PR-RPT-DET  TO  PR-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  "     EXPENSE INVOICES, QUALIFIED"  TO  RPT-LBL.
           MOVE  IT-XBASE (CX)  TO  RPT-BASE.
           MOVE  IT-XTAX (CX)   TO  RPT-TAX.
           MOVE  PR-RPT-DET  TO  PR-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  "     UNQUALIFIED ISSUERS, FULL TAX"  TO  RPT-LBL.
           MOVE  IT-UBASE (CX)  TO  RPT-BASE.
           MOVE  IT-UTAX (CX)   TO  RPT-TAX.
           MOVE  PR-RPT-DET  TO  PR-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  "       CREDITABLE PART"  TO  RPT-LBL.
           MOVE  0              TO  RPT-BASE.
           MOVE  IT-UALW (CX)   TO  RPT-TAX.
           MOVE  PR-RPT-DET  TO  PR-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
       IN-PRT-EXT.
           EXIT.
       FRM-WRT-RTN.
           MOVE  PR-RPT-FRM  TO  PR-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
       FRM-WRT-EXT.
           EXIT.
      *****
      *    RATES IN EFFECT ON WK-RDATE.
       RATE-RTN.
           MOVE  WK-RATE-PCT (1)   TO  WK-RATE.
           MOVE  WK-RATE-RPCT (1)  TO  WK-RRATE.
           PERFORM  VARYING  I  FROM  1  BY  1
               UNTIL  I  >  WS-RATE-CNT
               IF  WK-RDATE  >=  WK-RATE-EFF (I)
                   MOVE  WK-RATE-PCT (I)   TO  WK-RATE
                   MOVE  WK-RATE-RPCT (I)  TO  WK-RRATE
               END-IF
           END-PERFORM.
       RATE-EXT.
           EXIT.
      *****
      *    CREDITABLE PERCENTAGE OF AN UNQUALIFIED ISSUER'S TAX
      *    ON WK-RDATE -- THE TRANSITIONAL SCHEDULE.
       PCT-RTN.
           MOVE  0  TO  WK-PCT.
           IF  WK-RDATE  <  20231001
               MOVE  100  TO  WK-PCT
               GO  TO  PCT-EXT
           END-IF.
           IF  WK-RDATE  NOT >  20260930
               MOVE  80  TO  WK-PCT
               GO  TO  PCT-EXT
           END-IF.
           IF  WK-RDATE  NOT >  20290930
               MOVE  50  TO  WK-PCT
           END-IF.
       PCT-EXT.
           EXIT.
      *****
      *    RUNLOG START/END -- SEE LIRUNL.
       RUNL-ST-RTN.
           CALL "DB_F_Open" USING
            "I-O" RUNL_PNAME1 "SHARED" BY REFERENCE RUNL_IDLST "1"
            "RUNL-KEY" BY REFERENCE RUNL-KEY.
           ACCEPT  RUNL-SDATE  FROM  DATE.
           ACCEPT  RUNL-STIME  FROM  TIME.
           MOVE  "PR770R"  TO  RUNL-PGM.
           MOVE  SPACE     TO  RUNL-OPR.
           MOVE  0         TO  RUNL-EDATE.
           MOVE  0         TO  RUNL-ETIME.
           MOVE  0         TO  RUNL-READ.
           MOVE  0         TO  RUNL-WRIT.
           MOVE  0         TO  RUNL-UPDT.
           MOVE  SPACE     TO  RUNL-CC.
           MOVE  0         TO  RUNL-ENDF.
           CALL "DB_Insert" USING
            RUNL_PNAME1 RUNL_LNAME RUNL-R RETURNING RET.
       RUNL-ST-EXT.
           EXIT.
       RUNL-EN-RTN.
           ACCEPT  RUNL-EDATE  FROM  DATE.
           ACCEPT  RUNL-ETIME  FROM  TIME.
           MOVE  WS-DOC-CNT  TO  RUNL-READ.
           MOVE  0           TO  RUNL-WRIT.
           MOVE  0           TO  RUNL-UPDT.
           MOVE  "000"       TO  RUNL-CC.
           MOVE  1           TO  RUNL-ENDF.
           CALL "DB_Update" USING
            RUNL_PNAME1 RUNL_LNAME RUNL-R RETURNING RET.
           CALL "DB_F_Close" USING BY REFERENCE RUNL_IDLST RUNL_PNAME1.
       RUNL-EN-EXT.
           EXIT.
       COPY  LPHDR  REPLACING  ==RPT-LINE==  BY  ==PR-RPT-LINE==.
