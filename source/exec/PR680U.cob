       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PR680U.
      *****************************************************
      *****   SUB-LEDGER TO GENERAL LEDGER INTERFACE   *****
      *****************************************************
      *        BUILDS BALANCED JT-JVF VOUCHERS FOR THE ARGUMENT
      *        MONTH (YYMM) STRAIGHT FROM THE SUB-LEDGERS, SO THE
      *        MONTH'S TOTALS ARE NO LONGER RE-KEYED THROUGH
      *        PR640U.  ONE SUMMARY VOUCHER IS WRITTEN PER SOURCE,
      *        ONE LINE PER ACCOUNT AND SIDE, NUMBERED FROM THE
      *        FCTL "JVNO" COUNTER AND LEFT AT JV-STAT 0 FOR THE
      *        NORMAL PR650U POSTING:
      *          1  SKDF INVOICES (SK730U, DC 0 DTC 0) AND
      *             INTEREST NOTES (SK840U, DC 0 DTC 5) --
      *             DR AR / CR SALES BY STRN-151 CLASS, CR TAX BY
      *             RATE CLASS (SKD-GNO), CR INTEREST,
      *          2  SKDF CREDIT MEMOS (ST730U/TT780U, DC 1
      *             DTC 4) -- DR RETURNS, DR TAX / CR AR,
      *          3  SKDF RECEIPTS (SK740U/SK820U, DC 1 DTC 1-3,
      *             MATCHED BY SK790U) -- DR CASH BY SETTLEMENT
      *             TYPE / CR AR,
      *          4  JT-KSIF CONTRACTOR INVOICES (KM810U) --
      *             DR PROCESSING COST / CR AP; ITEMS STANDING
      *             IN DISCREPANCY (KSI-STAT 1) WAIT,
      *          5  THE ZK770U VALUATION MOVEMENT IN THE FCTL
      *             "ZKVAL" RECORD -- DR/CR INVENTORY AGAINST
      *             INVENTORY CHANGE.
      *        ACCOUNTS COME FROM THE JT-GLMP MAPPING TABLE
      *        (PR690U).  SALES SPLIT BY CLASS THROUGH THE SOURCE
      *        STRAN VOUCHERS SK730U CARRIES IN SKD-HNO2-6; ANY
      *        PART OF THE INVOICE THOSE DO NOT EXPLAIN GOES TO
      *        THE CLASS 00 SALES ACCOUNT.  EVERY DOCUMENT TAKEN
      *        IS MARKED INTERFACED (SKD-GLIF / KSI-GLIF /
      *        FCTL-VALGYM) SO NOTHING REACHES BZM-F TWICE -- BUT
      *        ONLY ONCE ITS GROUP'S VOUCHER IS WHOLLY ON JT-JVF:
      *        THE FIRST PASS HOLDS A TAKEN ROW AT GLIF 2 AND A
      *        SECOND PASS AFTER THE VOUCHERS TURNS IT TO 1, OR
      *        BACK TO 0 WHEN THE VOUCHER COULD NOT BE WRITTEN; A
      *        DOCUMENT WITH AN UNMAPPED ACCOUNT IS LISTED AND
      *        LEFT FOR THE NEXT RUN.  A CLOSED MONTH (FCTL
      *        "CYYMM") IS REFUSED BEFORE ANYTHING IS TOUCHED.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  PR-RPT-FILE  ASSIGN  TO  "PR680U"
               ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA                DIVISION.
       FILE                SECTION.
       FD  PR-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  PR-RPT-LINE         PIC  X(132).
       WORKING-STORAGE     SECTION.
       77  ERR-STAT        PIC  X(02).
       77  RET             PIC  9(01)  VALUE  0.
       77  GX              PIC  9(01)  VALUE  0.
       77  LX              PIC  9(02)  VALUE  0.
       77  DX              PIC  9(02)  VALUE  0.
       77  RI              PIC  9(02)  VALUE  0.
       77  HX              PIC  9(01)  VALUE  0.
       77  WK-BMON         PIC  9(04)  VALUE  0.
       77  WK-TODAY        PIC  9(06)  VALUE  0.
       77  WK-TODAY8       PIC  9(08)  VALUE  0.
       77  WK-CLOSED       PIC  9(01)  VALUE  0.
       77  WK-HNO          PIC  9(06)  VALUE  0.
       77  WK-EXPL         PIC S9(11)  VALUE  0.
       77  WK-DELTA        PIC S9(11)  VALUE  0.
       77  WK-MOVE         PIC S9(11)  VALUE  0.
       77  WK-M-SRC        PIC  X(02)  VALUE  SPACE.
       77  WK-M-CLS        PIC  9(02)  VALUE  0.
       77  WK-M-DRCR       PIC  9(01)  VALUE  0.
       77  WK-M-KIN        PIC S9(11)  VALUE  0.
       77  WK-DOC-ERR      PIC  9(01)  VALUE  0.
       77  WK-DOC-CNT      PIC  9(02)  VALUE  0.
       77  WS-DOC-CNT      PIC  9(07)  VALUE  0.
       77  WS-EXC-CNT      PIC  9(07)  VALUE  0.
       77  WS-JV-CNT       PIC  9(07)  VALUE  0.
       77  WS-LN-CNT       PIC  9(07)  VALUE  0.
       77  WK-JV-ERR       PIC  9(01)  VALUE  0.
       77  WK-VAL-TKN      PIC  9(01)  VALUE  0.
       77  WK-VAL-YM       PIC  9(04)  VALUE  0.
       77  WK-VAL-MOVE     PIC S9(11)  VALUE  0.
       COPY    LISKDF.
       COPY    LIKSIF.
       COPY    LNSTRN.
       COPY    LIJM.
       COPY    LIGLMP.
       COPY    LIJVF.
       COPY    FCTL.
       COPY    LIRUNL.
       COPY    LWILCK.
       COPY    LWHDR.
      *****
      *    VOUCHER TEXT PER SOURCE GROUP.
       01  WK-GTXT-V.
           02  FILLER      PIC  X(20)  VALUE  "IF SKDF INVOICES    ".
           02  FILLER      PIC  X(20)  VALUE  "IF SKDF CREDIT MEMOS".
           02  FILLER      PIC  X(20)  VALUE  "IF SKDF RECEIPTS    ".
           02  FILLER      PIC  X(20)  VALUE  "IF CONTRACTOR INV   ".
           02  FILLER      PIC  X(20)  VALUE  "IF INVENTORY VALUATN".
       01  WK-GTXT-T  REDEFINES  WK-GTXT-V.
           02  WK-GTXT     PIC  X(20)  OCCURS  5.
      *****
      *    SUMMARY LINES PER SOURCE GROUP, ONE PER ACCOUNT/SIDE.
       01  WK-GRP-TBL.
           02  WK-GRP  OCCURS  5.
               03  WK-GRP-LCNT      PIC  9(02).
               03  WK-GRP-DOCS      PIC  9(07).
               03  WK-GRP-WOK       PIC  9(01).
               03  WK-GRP-LN  OCCURS  99.
                   04  WK-GL-KMCD   PIC  9(04).
                   04  WK-GL-DRCR   PIC  9(01).
                   04  WK-GL-KIN    PIC S9(11).
      *****
      *    LINES OF THE ONE DOCUMENT IN HAND.
       01  WK-DOC-TBL.
           02  WK-DOC-LN  OCCURS  12.
               03  WK-DL-KMCD       PIC  9(04).
               03  WK-DL-DRCR       PIC  9(01).
               03  WK-DL-KIN        PIC S9(11).
      *****
       01  PR-RPT-HDR.
           02  FILLER          PIC  X(30)  VALUE
               "SUB-LEDGER GL INTERFACE       ".
           02  FILLER          PIC  X(07)  VALUE  "MONTH=".
           02  RPT-HDR-YM      PIC  9(04).
       01  PR-RPT-EXC.
           02  FILLER          PIC  X(22)  VALUE
               "*** NOT MAPPED  SRC=".
           02  RPT-EXC-SRC     PIC  X(02).
           02  FILLER          PIC  X(05)  VALUE  " CLS=".
           02  RPT-EXC-CLS     PIC  9(02).
           02  FILLER          PIC  X(06)  VALUE  " DOC=".
           02  RPT-EXC-DOC     PIC  X(20).
       01  PR-RPT-OVF.
           02  FILLER          PIC  X(32)  VALUE
               "*** VOUCHER LINES FULL  DOC=    ".
           02  RPT-OVF-DOC     PIC  X(20).
       01  WK-DOC-ID.
           02  WK-DOC-KND      PIC  X(04).
           02  WK-DOC-TCD      PIC  9(04).
           02  FILLER          PIC  X(01)  VALUE  "-".
           02  WK-DOC-NO       PIC  9(06).
           02  FILLER          PIC  X(01)  VALUE  "-".
           02  WK-DOC-GNO      PIC  9(01).
           02  FILLER          PIC  X(03)  VALUE  SPACE.
       01  PR-RPT-JVE.
           02  FILLER          PIC  X(40)  VALUE
               "*** VOUCHER NOT WRITTEN, DOCS LEFT OPEN ".
           02  RPT-JVE-TXT     PIC  X(20).
       01  PR-RPT-MRK.
           02  FILLER          PIC  X(32)  VALUE
               "*** MARK NOT SAVED  DOC=        ".
           02  RPT-MRK-DOC     PIC  X(20).
       01  PR-RPT-VCH.
           02  FILLER          PIC  X(05)  VALUE  "VCH=".
           02  RPT-VCH-NO      PIC  9(06).
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-VCH-TXT     PIC  X(20).
           02  FILLER          PIC  X(07)  VALUE  " DOCS=".
           02  RPT-VCH-DOCS    PIC  ZZZZZZ9.
       01  PR-RPT-DET.
           02  FILLER          PIC  X(05)  VALUE  SPACE.
           02  RPT-LN          PIC  9(02).
           02  FILLER          PIC  X(07)  VALUE  " ACCT=".
           02  RPT-KMCD        PIC  9(04).
           02  FILLER          PIC  X(05)  VALUE  " DC=".
           02  RPT-DRCR        PIC  9(01).
           02  FILLER          PIC  X(06)  VALUE  " AMT=".
           02  RPT-KIN         PIC  -(10)9.
       01  PR-RPT-SUM.
           02  FILLER          PIC  X(11)  VALUE  "DOCUMENTS=".
           02  RPT-SUM-DOC     PIC  ZZZZZZ9.
           02  FILLER          PIC  X(11)  VALUE  " VOUCHERS=".
           02  RPT-SUM-JV      PIC  ZZZZZZ9.
           02  FILLER          PIC  X(08)  VALUE  " LINES=".
           02  RPT-SUM-LN      PIC  ZZZZZZ9.
           02  FILLER          PIC  X(12)  VALUE  " EXCEPTIONS=".
           02  RPT-SUM-EXC     PIC  ZZZZZZ9.
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       OPEN  OUTPUT  PR-RPT-FILE.
       ACCEPT  WK-BMON  FROM  ARGUMENT-VALUE.
       ACCEPT  WK-TODAY  FROM  DATE.
       MOVE  "20"      TO  WK-TODAY8 (1:2).
       MOVE  WK-TODAY  TO  WK-TODAY8 (3:6).
       IF  WK-BMON  =  0
           MOVE  WK-TODAY (1:4)  TO  WK-BMON
           END-IF.
       MOVE  "PR680U"  TO  HDR-PGMID.
       MOVE  "SUB-LEDGER GL INTERFACE"  TO  HDR-TITLE.
       PERFORM  HDR-INIT-RTN  THRU  HDR-INIT-EXT.
       MOVE  WK-BMON  TO  RPT-HDR-YM.
       MOVE  PR-RPT-HDR  TO  PR-RPT-LINE.
       PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
      *        PERIOD LOCK -- A CLOSED MONTH (FCTL "CYYMM",
      *        PR590U FUNCTION L) TAKES NO VOUCHERS.
           MOVE  0  TO  WK-CLOSED.
           CALL "DB_F_Open" USING
            "INPUT" FCTL-F_PNAME1 "SHARED" BY REFERENCE FCTL-F_IDLST
            "1" "FCTL-KEY" BY REFERENCE FCTL-KEY.
           MOVE  "C"      TO  FCTL-KEY1 (1:1).
           MOVE  WK-BMON  TO  FCTL-KEY1 (2:4).
           CALL "DB_Read" USING
            "INVALID" FCTL-F_PNAME1 BY REFERENCE FCTL-REC "UNLOCK"
            RETURNING RET.
           IF  RET  =  0  AND  FCTL-CLST  =  1
               MOVE  1  TO  WK-CLOSED
           END-IF.
           CALL "DB_F_Close" USING
            BY REFERENCE FCTL-F_IDLST FCTL-F_PNAME1.
           IF  WK-CLOSED  =  1
               MOVE  "*** MONTH IS CLOSED, RUN ENDED"  TO  PR-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
               PERFORM  HDR-TRL-RTN  THRU  HDR-TRL-EXT
               CLOSE  PR-RPT-FILE
               CALL "DB_Close"
               STOP  RUN
           END-IF.
      *****
      *    RUN INTERLOCK -- SEE LPILCK.
           ACCEPT  ILCK-OVR  FROM  ARGUMENT-VALUE.
           PERFORM  ILCK-RTN  THRU  ILCK-EXT.
           IF  ILCK-FND  =  1
               MOVE  "*** ALREADY RUNNING, START REFUSED"
                TO  PR-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
               PERFORM  HDR-TRL-RTN  THRU  HDR-TRL-EXT
               CLOSE  PR-RPT-FILE
               CALL "DB_Close"
               STOP  RUN
           END-IF.
           PERFORM  RUNL-ST-RTN  THRU  RUNL-ST-EXT.
           INITIALIZE  WK-GRP-TBL.
           CALL "DB_F_Open" USING
            "INPUT" GLMP_PNAME1 "SHARED" BY REFERENCE GLMP_IDLST "1"
            "GLM-KEY" BY REFERENCE GLM-KEY.
      *****
      *    SKDF -- INVOICES, CREDIT MEMOS AND RECEIPTS.
           CALL "DB_F_Open" USING
            "INPUT" HN-STRN_PNAME1 "SHARED" BY REFERENCE
            HN-STRN_IDLST "1" "STRN-20" BY REFERENCE STRN-20.
           CALL "DB_F_Open" USING
            "INPUT" J-M_PNAME1 "SHARED" BY REFERENCE J-M_IDLST "1"
            "J-JCD" BY REFERENCE J-JCD.
           CALL "DB_F_Open" USING
            "I-O" SKDF_PNAME1 "SHARED" BY REFERENCE SKDF_IDLST "1"
            "SKD-KEY" BY REFERENCE SKD-KEY.
       SK-10.
           CALL "DB_Read" USING
            "NEXT AT END" SKDF_PNAME1 BY REFERENCE SKD-R " "
            RETURNING RET.
           IF  RET = 1
               GO  TO  SK-90
           END-IF.
           IF  SKD-DATE (3:4)  NOT =  WK-BMON
               GO  TO  SK-10
           END-IF.
           IF  SKD-GLIF  =  1
               GO  TO  SK-10
           END-IF.
           MOVE  0  TO  GX.
           IF  SKD-DC  =  0  AND  (SKD-DTC  =  0  OR  5)
               MOVE  1  TO  GX
           END-IF.
           IF  SKD-DC  =  1  AND  SKD-DTC  =  4
               MOVE  2  TO  GX
           END-IF.
           IF  SKD-DC  =  1  AND  SKD-DTC  >  0  AND  SKD-DTC  <  4
               MOVE  3  TO  GX
           END-IF.
           IF  GX  =  0
               GO  TO  SK-10
           END-IF.
           MOVE  0         TO  WK-DOC-ERR.
           MOVE  0         TO  WK-DOC-CNT.
           MOVE  "SKDF"    TO  WK-DOC-KND.
           MOVE  SKD-TCD   TO  WK-DOC-TCD.
           MOVE  SKD-DNO   TO  WK-DOC-NO.
           MOVE  SKD-GNO   TO  WK-DOC-GNO.
           IF  GX  =  1
               PERFORM  INV-RTN  THRU  INV-EXT
           END-IF.
           IF  GX  =  2
      *        CREDIT MEMO -- DR RETURNS, DR TAX / CR AR.
               MOVE  "RT"     TO  WK-M-SRC
               MOVE  0        TO  WK-M-CLS
               MOVE  1        TO  WK-M-DRCR
               MOVE  SKD-KIN  TO  WK-M-KIN
               PERFORM  DOC-ADD-RTN  THRU  DOC-ADD-EXT
               MOVE  "TX"     TO  WK-M-SRC
               MOVE  SKD-GNO  TO  WK-M-CLS
               MOVE  SKD-SHZ  TO  WK-M-KIN
               PERFORM  DOC-ADD-RTN  THRU  DOC-ADD-EXT
               MOVE  "AR"     TO  WK-M-SRC
               MOVE  0        TO  WK-M-CLS
               MOVE  2        TO  WK-M-DRCR
               COMPUTE  WK-M-KIN  =  SKD-KIN  +  SKD-SHZ
               PERFORM  DOC-ADD-RTN  THRU  DOC-ADD-EXT
           END-IF.
           IF  GX  =  3
      *        RECEIPT -- DR CASH BY SETTLEMENT TYPE / CR AR.
               MOVE  "CA"     TO  WK-M-SRC
               MOVE  SKD-DTC  TO  WK-M-CLS
               MOVE  1        TO  WK-M-DRCR
               MOVE  SKD-KIN  TO  WK-M-KIN
               PERFORM  DOC-ADD-RTN  THRU  DOC-ADD-EXT
               MOVE  "AR"     TO  WK-M-SRC
               MOVE  0        TO  WK-M-CLS
               MOVE  2        TO  WK-M-DRCR
               PERFORM  DOC-ADD-RTN  THRU  DOC-ADD-EXT
           END-IF.
           PERFORM  DOC-POST-RTN  THRU  DOC-POST-EXT.
           IF  WK-DOC-ERR  NOT =  0
               GO  TO  SK-10
           END-IF.
      *        TAKEN, VOUCHER STILL TO BE WRITTEN -- SEE SK-50.
           MOVE  2  TO  SKD-GLIF.
           CALL "DB_Update" USING
            SKDF_PNAME1 SKDF_LNAME SKD-R RETURNING RET.
           GO  TO  SK-10.
       SK-90.
           CALL "DB_F_Close" USING
            BY REFERENCE SKDF_IDLST SKDF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE HN-STRN_IDLST HN-STRN_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE J-M_IDLST J-M_PNAME1.
      *****
      *    JT-KSIF -- CONTRACTOR INVOICES OF THE MONTH.
           CALL "DB_F_Open" USING
            "I-O" KSIF_PNAME1 "SHARED" BY REFERENCE KSIF_IDLST "1"
            "KSI-KEY" BY REFERENCE KSI-KEY.
       KS-10.
           CALL "DB_Read" USING
            "NEXT AT END" KSIF_PNAME1 BY REFERENCE KSI-R " "
            RETURNING RET.
           IF  RET = 1
               GO  TO  KS-90
           END-IF.
           IF  KSI-IDATE (3:4)  NOT =  WK-BMON
               OR  KSI-GLIF  =  1  OR  KSI-STAT  =  1
               GO  TO  KS-10
           END-IF.
           MOVE  4         TO  GX.
           MOVE  0         TO  WK-DOC-ERR.
           MOVE  0         TO  WK-DOC-CNT.
           MOVE  "KSIF"    TO  WK-DOC-KND.
           MOVE  0         TO  WK-DOC-TCD.
           MOVE  KSI-NO    TO  WK-DOC-NO.
           MOVE  0         TO  WK-DOC-GNO.
           MOVE  "PU"      TO  WK-M-SRC.
           MOVE  0         TO  WK-M-CLS.
           MOVE  1         TO  WK-M-DRCR.
           MOVE  KSI-KIN   TO  WK-M-KIN.
           PERFORM  DOC-ADD-RTN  THRU  DOC-ADD-EXT.
           MOVE  "AP"      TO  WK-M-SRC.
           MOVE  2         TO  WK-M-DRCR.
           PERFORM  DOC-ADD-RTN  THRU  DOC-ADD-EXT.
           PERFORM  DOC-POST-RTN  THRU  DOC-POST-EXT.
           IF  WK-DOC-ERR  NOT =  0
               GO  TO  KS-10
           END-IF.
           MOVE  2  TO  KSI-GLIF.
           CALL "DB_Update" USING
            KSIF_PNAME1 KSIF_LNAME KSI-R RETURNING RET.
           GO  TO  KS-10.
       KS-90.
           CALL "DB_F_Close" USING
            BY REFERENCE KSIF_IDLST KSIF_PNAME1.
      *****
      *    FCTL "ZKVAL" -- THE MONTH'S VALUATION MOVEMENT, LESS
      *    WHATEVER AN EARLIER RUN ALREADY INTERFACED.
           CALL "DB_F_Open" USING
            "I-O" FCTL-F_PNAME1 "SHARED" BY REFERENCE FCTL-F_IDLST "1"
            "FCTL-KEY" BY REFERENCE FCTL-KEY.
           MOVE  "ZKVAL"  TO  FCTL-KEY1.
           CALL "DB_Read" USING
            "INVALID" FCTL-F_PNAME1 BY REFERENCE FCTL-REC " "
            RETURNING RET.
           IF  RET  =  0  AND  FCTL-VALYM  =  WK-BMON
               PERFORM  VAL-RTN  THRU  VAL-EXT
           END-IF.
      *****
      *    WRITE ONE VOUCHER PER GROUP HOLDING LINES.
           PERFORM  VARYING  GX  FROM  1  BY  1  UNTIL  GX  >  5
               IF  WK-GRP-LCNT (GX)  >  0
                   PERFORM  JV-WR-RTN  THRU  JV-WR-EXT
               END-IF
           END-PERFORM.
      *****
      *    SECOND PASS -- WITH THE VOUCHERS ON JT-JVF, MARK WHAT
      *    THEY CARRY: GLIF 2 BECOMES 1 WHERE THE GROUP'S VOUCHER
      *    WENT IN WHOLE, 0 WHERE IT DID NOT (TAKEN AGAIN NEXT
      *    RUN).
           IF  WK-VAL-TKN  =  1  AND  WK-GRP-WOK (5)  =  1
               MOVE  "ZKVAL"  TO  FCTL-KEY1
               CALL "DB_Read" USING
                "INVALID" FCTL-F_PNAME1 BY REFERENCE FCTL-REC " "
                RETURNING RET
               IF  RET  =  0
                   MOVE  WK-VAL-YM    TO  FCTL-VALGYM
                   MOVE  WK-VAL-MOVE  TO  FCTL-VALGAM
                   CALL "DB_Update" USING
                    FCTL-F_PNAME1 FCTL-F_LNAME FCTL-REC RETURNING RET
               END-IF
               IF  RET  =  1
                   MOVE  "ZKVL"     TO  WK-DOC-KND
                   MOVE  0          TO  WK-DOC-TCD
                   MOVE  WK-BMON    TO  WK-DOC-NO
                   MOVE  0          TO  WK-DOC-GNO
                   MOVE  WK-DOC-ID  TO  RPT-MRK-DOC
                   MOVE  PR-RPT-MRK  TO  PR-RPT-LINE
                   PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
               END-IF
           END-IF.
           CALL "DB_F_Close" USING
            BY REFERENCE FCTL-F_IDLST FCTL-F_PNAME1.
           CALL "DB_F_Open" USING
            "I-O" SKDF_PNAME1 "SHARED" BY REFERENCE SKDF_IDLST "1"
            "SKD-KEY" BY REFERENCE SKD-KEY.
       SK-50.
           CALL "DB_Read" USING
            "NEXT AT END" SKDF_PNAME1 BY REFERENCE SKD-R " "
            RETURNING RET.
           IF  RET = 1
               GO  TO  SK-60
           END-IF.
           IF  SKD-GLIF  NOT =  2
               OR  SKD-DATE (3:4)  NOT =  WK-BMON
               GO  TO  SK-50
           END-IF.
           MOVE  3  TO  GX.
           IF  SKD-DC  =  0
               MOVE  1  TO  GX
           END-IF.
           IF  SKD-DC  =  1  AND  SKD-DTC  =  4
               MOVE  2  TO  GX
           END-IF.
           IF  WK-GRP-WOK (GX)  =  1
               MOVE  1  TO  SKD-GLIF
           ELSE
               MOVE  0  TO  SKD-GLIF
           END-IF.
           CALL "DB_Update" USING
            SKDF_PNAME1 SKDF_LNAME SKD-R RETURNING RET.
           IF  RET  =  1
               MOVE  "SKDF"    TO  WK-DOC-KND
               MOVE  SKD-TCD   TO  WK-DOC-TCD
               MOVE  SKD-DNO   TO  WK-DOC-NO
               MOVE  SKD-GNO   TO  WK-DOC-GNO
               MOVE  WK-DOC-ID  TO  RPT-MRK-DOC
               MOVE  PR-RPT-MRK  TO  PR-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
           END-IF.
           GO  TO  SK-50.
       SK-60.
           CALL "DB_F_Close" USING
            BY REFERENCE SKDF_IDLST SKDF_PNAME1.
           CALL "DB_F_Open" USING
            "I-O" KSIF_PNAME1 "SHARED" BY REFERENCE KSIF_IDLST "1"
            "KSI-KEY" BY REFERENCE KSI-KEY.
       KS-50.
           CALL "DB_Read" USING
            "NEXT AT END" KSIF_PNAME1 BY REFERENCE KSI-R " "
            RETURNING RET.
           IF  RET = 1
               GO  TO  KS-60
           END-IF.
           IF  KSI-GLIF  NOT =  2
               OR  KSI-IDATE (3:4)  NOT =  WK-BMON
               GO  TO  KS-50
           END-IF.
           IF  WK-GRP-WOK (4)  =  1
               MOVE  1  TO  KSI-GLIF
           ELSE
               MOVE  0  TO  KSI-GLIF
           END-IF.
           CALL "DB_Update" USING
            KSIF_PNAME1 KSIF_LNAME KSI-R RETURNING RET.
           IF  RET  =  1
               MOVE  "KSIF"    TO  WK-DOC-KND
               MOVE  0         TO  WK-DOC-TCD
               MOVE  KSI-NO    TO  WK-DOC-NO
               MOVE  0         TO  WK-DOC-GNO
               MOVE  WK-DOC-ID  TO  RPT-MRK-DOC
               MOVE  PR-RPT-MRK  TO  PR-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
           END-IF.
           GO  TO  KS-50.
       KS-60.
           CALL "DB_F_Close" USING
            BY REFERENCE KSIF_IDLST KSIF_PNAME1.
       END-RTN.
           CALL "DB_F_Close" USING BY REFERENCE GLMP_IDLST GLMP_PNAME1.
           MOVE  WS-DOC-CNT  TO  RPT-SUM-DOC.
           MOVE  WS-JV-CNT   TO  RPT-SUM-JV.
           MOVE  WS-LN-CNT   TO  RPT-SUM-LN.
           MOVE  WS-EXC-CNT  TO  RPT-SUM-EXC.
           MOVE  PR-RPT-SUM  TO  PR-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           PERFORM  HDR-TRL-RTN  THRU  HDR-TRL-EXT.
           CLOSE  PR-RPT-FILE.
           PERFORM  RUNL-EN-RTN  THRU  RUNL-EN-EXT.
           CALL "DB_Close".
           STOP  RUN.
      *****
      *    INVOICE OR INTEREST NOTE -- DR AR FOR THE GROSS, CR
      *    SALES SPLIT BY CLASS (INTEREST FOR A DTC 5 NOTE) AND
      *    CR TAX AT THE ROW'S RATE CLASS.
       INV-RTN.
           MOVE  "AR"  TO  WK-M-SRC.
           MOVE  0     TO  WK-M-CLS.
           MOVE  1     TO  WK-M-DRCR.
           COMPUTE  WK-M-KIN  =  SKD-KIN  +  SKD-SHZ.
           PERFORM  DOC-ADD-RTN  THRU  DOC-ADD-EXT.
           MOVE  2     TO  WK-M-DRCR.
           MOVE  "TX"     TO  WK-M-SRC.
           MOVE  SKD-GNO  TO  WK-M-CLS.
           MOVE  SKD-SHZ  TO  WK-M-KIN.
           PERFORM  DOC-ADD-RTN  THRU  DOC-ADD-EXT.
           IF  SKD-DTC  =  5
               MOVE  "IN"     TO  WK-M-SRC
               MOVE  0        TO  WK-M-CLS
               MOVE  SKD-KIN  TO  WK-M-KIN
               PERFORM  DOC-ADD-RTN  THRU  DOC-ADD-EXT
               GO  TO  INV-EXT
           END-IF.
           MOVE  0  TO  WK-EXPL.
           PERFORM  VARYING  HX  FROM  1  BY  1  UNTIL  HX  >  5
               EVALUATE  HX
                   WHEN  1  MOVE  SKD-HNO2  TO  WK-HNO
                   WHEN  2  MOVE  SKD-HNO3  TO  WK-HNO
                   WHEN  3  MOVE  SKD-HNO4  TO  WK-HNO
                   WHEN  4  MOVE  SKD-HNO5  TO  WK-HNO
                   WHEN  5  MOVE  SKD-HNO6  TO  WK-HNO
               END-EVALUATE
               IF  WK-HNO  NOT =  0
                   PERFORM  INV-STRN-RTN  THRU  INV-STRN-EXT
               END-IF
           END-PERFORM.
      *        WHAT THE SOURCE VOUCHERS DO NOT EXPLAIN GOES TO THE
      *        DEFAULT SALES ACCOUNT, SO THE VOUCHER STILL BALANCES.
           COMPUTE  WK-M-KIN  =  SKD-KIN  -  WK-EXPL.
           MOVE  "SA"  TO  WK-M-SRC.
           MOVE  0     TO  WK-M-CLS.
           MOVE  2     TO  WK-M-DRCR.
           PERFORM  DOC-ADD-RTN  THRU  DOC-ADD-EXT.
       INV-EXT.
           EXIT.
      *    ONE SOURCE STRAN VOUCHER -- ONLY LINES OF THE SAME
      *    CUSTOMER AND RATE CLASS AS THIS SKDF ROW COUNT.
       INV-STRN-RTN.
           MOVE  WK-HNO  TO  STRN-20.
           CALL "DB_Read" USING
            "INVALID" HN-STRN_PNAME1 BY REFERENCE STRN-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1  OR  STRN-02  NOT =  SKD-TCD
               GO  TO  INV-STRN-EXT
           END-IF.
           MOVE  STRN-03  TO  J-JCD.
           CALL "DB_Read" USING
            "INVALID" J-M_PNAME1 BY REFERENCE J-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               MOVE  0  TO  J-ZKB
           END-IF.
           IF  J-ZKB  IS  NOT  NUMERIC
               MOVE  0  TO  J-ZKB
           END-IF.
           IF  J-ZKB  NOT =  SKD-GNO
               GO  TO  INV-STRN-EXT
           END-IF.
           IF  STRN-09  =  1
               COMPUTE  WK-M-KIN  =  0  -  STRN-08
           ELSE
               MOVE  STRN-08  TO  WK-M-KIN
           END-IF.
           ADD  WK-M-KIN  TO  WK-EXPL.
           MOVE  "SA"      TO  WK-M-SRC.
           MOVE  STRN-151  TO  WK-M-CLS.
           MOVE  2         TO  WK-M-DRCR.
           PERFORM  DOC-ADD-RTN  THRU  DOC-ADD-EXT.
       INV-STRN-EXT.
           EXIT.
      *****
      *    INVENTORY VALUATION MOVEMENT (FCTL RECORD IN HAND,
      *    READ FOR UPDATE).
       VAL-RTN.
           COMPUTE  WK-MOVE  =  FCTL-VALAMT  -  FCTL-VALOPN.
           IF  FCTL-VALGYM  =  FCTL-VALYM
               COMPUTE  WK-DELTA  =  WK-MOVE  -  FCTL-VALGAM
           ELSE
               MOVE  WK-MOVE  TO  WK-DELTA
           END-IF.
           IF  WK-DELTA  =  0
               GO  TO  VAL-EXT
           END-IF.
           MOVE  5         TO  GX.
           MOVE  0         TO  WK-DOC-ERR.
           MOVE  0         TO  WK-DOC-CNT.
           MOVE  "ZKVL"    TO  WK-DOC-KND.
           MOVE  0         TO  WK-DOC-TCD.
           MOVE  WK-BMON   TO  WK-DOC-NO.
           MOVE  0         TO  WK-DOC-GNO.
           MOVE  "IV"      TO  WK-M-SRC.
           MOVE  0         TO  WK-M-CLS.
           MOVE  1         TO  WK-M-DRCR.
           MOVE  WK-DELTA  TO  WK-M-KIN.
           PERFORM  DOC-ADD-RTN  THRU  DOC-ADD-EXT.
           MOVE  "IC"      TO  WK-M-SRC.
           MOVE  2         TO  WK-M-DRCR.
           PERFORM  DOC-ADD-RTN  THRU  DOC-ADD-EXT.
           PERFORM  DOC-POST-RTN  THRU  DOC-POST-EXT.
           IF  WK-DOC-ERR  NOT =  0
               GO  TO  VAL-EXT
           END-IF.
      *        FCTL-VALGYM/VALGAM ARE SET IN THE SECOND PASS.
           MOVE  1           TO  WK-VAL-TKN.
           MOVE  FCTL-VALYM  TO  WK-VAL-YM.
           MOVE  WK-MOVE     TO  WK-VAL-MOVE.
       VAL-EXT.
           EXIT.
      *****
      *    ADD ONE AMOUNT TO THE DOCUMENT IN HAND.  THE ACCOUNT IS
      *    THE JT-GLMP ROW FOR WK-M-SRC/WK-M-CLS, FALLING BACK TO
      *    CLASS 00; NEITHER ON FILE FLAGS THE DOCUMENT.
       DOC-ADD-RTN.
           IF  WK-M-KIN  =  0
               GO  TO  DOC-ADD-EXT
           END-IF.
           MOVE  WK-M-SRC  TO  GLM-SRC.
           MOVE  WK-M-CLS  TO  GLM-CLS.
           CALL "DB_Read" USING
            "INVALID" GLMP_PNAME1 BY REFERENCE GLM-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               MOVE  0  TO  GLM-CLS
               CALL "DB_Read" USING
                "INVALID" GLMP_PNAME1 BY REFERENCE GLM-R "UNLOCK"
                RETURNING RET
           END-IF.
           IF  RET  =  1
               MOVE  1          TO  WK-DOC-ERR
               MOVE  WK-M-SRC   TO  RPT-EXC-SRC
               MOVE  WK-M-CLS   TO  RPT-EXC-CLS
               MOVE  WK-DOC-ID  TO  RPT-EXC-DOC
               MOVE  PR-RPT-EXC  TO  PR-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
               GO  TO  DOC-ADD-EXT
           END-IF.
           MOVE  0  TO  DX.
           PERFORM  VARYING  LX  FROM  1  BY  1
               UNTIL  LX  >  WK-DOC-CNT  OR  DX  NOT =  0
               IF  WK-DL-KMCD (LX)  =  GLM-KMCD
                   AND  WK-DL-DRCR (LX)  =  WK-M-DRCR
                   MOVE  LX  TO  DX
               END-IF
           END-PERFORM.
           IF  DX  =  0
               IF  WK-DOC-CNT  NOT <  12
                   MOVE  2  TO  WK-DOC-ERR
                   GO  TO  DOC-ADD-EXT
               END-IF
               ADD  1  TO  WK-DOC-CNT
               MOVE  WK-DOC-CNT  TO  DX
               MOVE  GLM-KMCD   TO  WK-DL-KMCD (DX)
               MOVE  WK-M-DRCR  TO  WK-DL-DRCR (DX)
               MOVE  0          TO  WK-DL-KIN (DX)
           END-IF.
           ADD  WK-M-KIN  TO  WK-DL-KIN (DX).
       DOC-ADD-EXT.
           EXIT.
      *****
      *    MERGE THE DOCUMENT INTO ITS GROUP'S VOUCHER LINES.  A
      *    FLAGGED DOCUMENT, OR ONE THE LINE TABLE CANNOT HOLD, IS
      *    COUNTED AS AN EXCEPTION AND STAYS UNMARKED.
       DOC-POST-RTN.
           IF  WK-DOC-ERR  =  0
               AND  WK-GRP-LCNT (GX)  +  WK-DOC-CNT  >  99
               MOVE  3  TO  WK-DOC-ERR
               MOVE  WK-DOC-ID  TO  RPT-OVF-DOC
               MOVE  PR-RPT-OVF  TO  PR-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
           END-IF.
           IF  WK-DOC-ERR  NOT =  0
               ADD  1  TO  WS-EXC-CNT
               GO  TO  DOC-POST-EXT
           END-IF.
           PERFORM  VARYING  LX  FROM  1  BY  1
               UNTIL  LX  >  WK-DOC-CNT
               MOVE  0  TO  DX
               PERFORM  VARYING  RI  FROM  1  BY  1
                   UNTIL  RI  >  WK-GRP-LCNT (GX)  OR  DX  NOT =  0
                   IF  WK-GL-KMCD (GX RI)  =  WK-DL-KMCD (LX)
                       AND  WK-GL-DRCR (GX RI)  =  WK-DL-DRCR (LX)
                       MOVE  RI  TO  DX
                   END-IF
               END-PERFORM
               IF  DX  =  0
                   ADD  1  TO  WK-GRP-LCNT (GX)
                   MOVE  WK-GRP-LCNT (GX)  TO  DX
                   MOVE  WK-DL-KMCD (LX)  TO  WK-GL-KMCD (GX DX)
                   MOVE  WK-DL-DRCR (LX)  TO  WK-GL-DRCR (GX DX)
                   MOVE  0                TO  WK-GL-KIN (GX DX)
               END-IF
               ADD  WK-DL-KIN (LX)  TO  WK-GL-KIN (GX DX)
           END-PERFORM.
           ADD  1  TO  WK-GRP-DOCS (GX).
           ADD  1  TO  WS-DOC-CNT.
       DOC-POST-EXT.
           EXIT.
      *****
      *    WRITE GROUP GX AS ONE VOUCHER.  A LINE WHOSE NET CAME
      *    OUT NEGATIVE IS TURNED TO THE OTHER SIDE; A NIL LINE
      *    IS DROPPED.  FCTL IS OPEN I-O.  WK-GRP-WOK GOES TO 1
      *    ONLY WHEN EVERY LINE WENT IN; A LINE THAT WILL NOT GO
      *    IN TAKES THE ONES ALREADY WRITTEN BACK OUT, SO PR650U
      *    NEVER SEES HALF A VOUCHER, AND THE GROUP'S DOCUMENTS
      *    ARE LEFT FOR THE NEXT RUN.
       JV-WR-RTN.
           MOVE  0  TO  WK-GRP-WOK (GX).
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
           IF  RET  =  1
               GO  TO  JV-WR-90
           END-IF.
           MOVE  FCTL-IVNO          TO  RPT-VCH-NO.
           MOVE  WK-GTXT (GX)       TO  RPT-VCH-TXT.
           MOVE  WK-GRP-DOCS (GX)   TO  RPT-VCH-DOCS.
           MOVE  PR-RPT-VCH  TO  PR-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           CALL "DB_F_Open" USING
            "I-O" JVF_PNAME1 "SHARED" BY REFERENCE JVF_IDLST "1"
            "JV-KEY" BY REFERENCE JV-KEY.
           MOVE  0  TO  DX.
           MOVE  0  TO  WK-JV-ERR.
           PERFORM  VARYING  LX  FROM  1  BY  1
               UNTIL  LX  >  WK-GRP-LCNT (GX)  OR  WK-JV-ERR  =  1
               IF  WK-GL-KIN (GX LX)  NOT =  0
                   ADD  1  TO  DX
                   INITIALIZE  JV-R
                   MOVE  FCTL-IVNO           TO  JV-NO
                   MOVE  DX                  TO  JV-LINE
                   MOVE  WK-TODAY8           TO  JV-DATE
                   MOVE  WK-BMON             TO  JV-BMON
                   MOVE  WK-GL-KMCD (GX LX)  TO  JV-KMCD
                   IF  WK-GL-KIN (GX LX)  <  0
                       COMPUTE  JV-DRCR  =  3  -  WK-GL-DRCR (GX LX)
                       COMPUTE  JV-KIN   =  0  -  WK-GL-KIN (GX LX)
                   ELSE
                       MOVE  WK-GL-DRCR (GX LX)  TO  JV-DRCR
                       MOVE  WK-GL-KIN (GX LX)   TO  JV-KIN
                   END-IF
                   MOVE  WK-GTXT (GX)        TO  JV-TEXT
                   MOVE  0                   TO  JV-STAT
                   MOVE  "PR680U"            TO  JV-OPR
                   CALL "DB_Insert" USING
                    JVF_PNAME1 JVF_LNAME JV-R RETURNING RET
                   IF  RET  =  1
                       MOVE  1  TO  WK-JV-ERR
                   ELSE
                       MOVE  JV-LINE  TO  RPT-LN
                       MOVE  JV-KMCD  TO  RPT-KMCD
                       MOVE  JV-DRCR  TO  RPT-DRCR
                       MOVE  JV-KIN   TO  RPT-KIN
                       MOVE  PR-RPT-DET  TO  PR-RPT-LINE
                       PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
                       ADD  1  TO  WS-LN-CNT
                   END-IF
               END-IF
           END-PERFORM.
           IF  WK-JV-ERR  =  1
               SUBTRACT  1  FROM  DX
               PERFORM  VARYING  LX  FROM  1  BY  1  UNTIL  LX  >  DX
                   MOVE  FCTL-IVNO  TO  JV-NO
                   MOVE  LX         TO  JV-LINE
                   CALL "DB_Delete" USING
                    JVF_PNAME1 JVF_LNAME JV-R RETURNING RET
               END-PERFORM
               SUBTRACT  DX  FROM  WS-LN-CNT
           END-IF.
           CALL "DB_F_Close" USING BY REFERENCE JVF_IDLST JVF_PNAME1.
           IF  WK-JV-ERR  =  1
               GO  TO  JV-WR-90
           END-IF.
           MOVE  1  TO  WK-GRP-WOK (GX).
           ADD  1  TO  WS-JV-CNT.
           GO  TO  JV-WR-EXT.
       JV-WR-90.
           MOVE  WK-GTXT (GX)  TO  RPT-JVE-TXT.
           MOVE  PR-RPT-JVE  TO  PR-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           SUBTRACT  WK-GRP-DOCS (GX)  FROM  WS-DOC-CNT.
           ADD  WK-GRP-DOCS (GX)  TO  WS-EXC-CNT.
       JV-WR-EXT.
           EXIT.
      *****
      *    RUNLOG START/END -- SEE LIRUNL.
       RUNL-ST-RTN.
           CALL "DB_F_Open" USING
            "I-O" RUNL_PNAME1 "SHARED" BY REFERENCE RUNL_IDLST "1"
            "RUNL-KEY" BY REFERENCE RUNL-KEY.
           ACCEPT  RUNL-SDATE  FROM  DATE.
           ACCEPT  RUNL-STIME  FROM  TIME.
           MOVE  "PR680U"  TO  RUNL-PGM.
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
           MOVE  0           TO  RUNL-READ.
           MOVE  WS-LN-CNT   TO  RUNL-WRIT.
           MOVE  WS-DOC-CNT  TO  RUNL-UPDT.
           MOVE  "000"       TO  RUNL-CC.
           MOVE  1           TO  RUNL-ENDF.
           CALL "DB_Update" USING
            RUNL_PNAME1 RUNL_LNAME RUNL-R RETURNING RET.
           CALL "DB_F_Close" USING BY REFERENCE RUNL_IDLST RUNL_PNAME1.
       RUNL-EN-EXT.
           EXIT.
       COPY  LPILCK  REPLACING  ==ILCK-PGM==  BY  =="PR680U"==.
       COPY  LPHDR  REPLACING  ==RPT-LINE==  BY  ==PR-RPT-LINE==.
