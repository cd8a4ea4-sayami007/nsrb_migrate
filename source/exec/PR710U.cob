       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PR710U.
      *****************************************************
      *****   FIXED ASSET MONTHLY DEPRECIATION RUN     *****
      *****************************************************
      *        DEPRECIATES EVERY JT-FAST ASSET IN USE FOR THE
      *        ARGUMENT MONTH (YYMM, DEFAULT THE CURRENT MONTH)
      *        AND BOOKS THE DISPOSALS KEYED ON PR700U, WRITING
      *        TWO BALANCED JT-JVF VOUCHERS NUMBERED FROM THE
      *        FCTL "JVNO" COUNTER AND LEFT AT JV-STAT 0 FOR THE
      *        NORMAL PR650U POSTING:
      *          1  DEPRECIATION -- DR EACH ASSET'S EXPENSE
      *             ACCOUNT / CR ITS ACCUMULATED DEPRECIATION
      *             ACCOUNT (THE ASSET ACCOUNT UNDER THE DIRECT
      *             METHOD),
      *          2  DISPOSALS -- DR ACCUMULATED DEPRECIATION, DR
      *             PROCEEDS (JT-GLMP "FP"), DR LOSS ("FL") OR
      *             CR GAIN ("FG") / CR THE ASSET AT COST (AT
      *             BOOK VALUE UNDER THE DIRECT METHOD).
      *        AN ASSET STARTS IN ITS ACQUISITION MONTH, IS
      *        DEPRECIATED IN ITS DISPOSAL MONTH, AND STOPS AT A
      *        MEMORANDUM VALUE OF ONE YEN.  FA-LDYM STOPS A RERUN
      *        OF THE SAME MONTH CHARGING AN ASSET TWICE.  THE
      *        REGISTER LISTS EVERY ASSET WITH ITS CHARGE,
      *        ACCUMULATED DEPRECIATION AND BOOK VALUE, FLAGGING
      *        THE MONTH'S ACQUISITIONS AND DISPOSALS.  A CLOSED
      *        MONTH (FCTL "CYYMM") IS REFUSED.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  PR-RPT-FILE  ASSIGN  TO  "PR710U"
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
       77  WK-BMON         PIC  9(04)  VALUE  0.
       77  WK-TODAY        PIC  9(06)  VALUE  0.
       77  WK-TODAY8       PIC  9(08)  VALUE  0.
       77  WK-CLOSED       PIC  9(01)  VALUE  0.
       77  WK-AYM          PIC  9(04)  VALUE  0.
       77  WK-DYM          PIC  9(04)  VALUE  0.
       77  WK-NBV          PIC S9(09)  VALUE  0.
       77  WK-DEP          PIC S9(09)  VALUE  0.
       77  WK-SL           PIC S9(09)  VALUE  0.
       77  WK-GL           PIC S9(09)  VALUE  0.
       77  WK-MTOT         PIC  9(03)  VALUE  0.
       77  WK-REM          PIC S9(03)  VALUE  0.
       77  WK-DSPF         PIC  9(01)  VALUE  0.
       77  WK-M-KMCD       PIC  9(04)  VALUE  0.
       77  WK-M-DRCR       PIC  9(01)  VALUE  0.
       77  WK-M-KIN        PIC S9(11)  VALUE  0.
       77  WK-FP-KMCD      PIC  9(04)  VALUE  0.
       77  WK-FG-KMCD      PIC  9(04)  VALUE  0.
       77  WK-FL-KMCD      PIC  9(04)  VALUE  0.
       77  WS-FA-CNT       PIC  9(07)  VALUE  0.
       77  WS-DEP-CNT      PIC  9(07)  VALUE  0.
       77  WS-DSP-CNT      PIC  9(07)  VALUE  0.
       77  WS-EXC-CNT      PIC  9(07)  VALUE  0.
       77  WS-JV-CNT       PIC  9(07)  VALUE  0.
       77  WS-LN-CNT       PIC  9(07)  VALUE  0.
       77  WS-DEP-TOT      PIC S9(11)  VALUE  0.
       COPY    LIFAST.
       COPY    LIGLMP.
       COPY    LIJVF.
       COPY    FCTL.
       COPY    LIRUNL.
       COPY    LWILCK.
       COPY    LWHDR.
      *****
      *    VOUCHER TEXT PER GROUP.
       01  WK-GTXT-V.
           02  FILLER      PIC  X(20)  VALUE  "FA DEPRECIATION     ".
           02  FILLER      PIC  X(20)  VALUE  "FA DISPOSALS        ".
       01  WK-GTXT-T  REDEFINES  WK-GTXT-V.
           02  WK-GTXT     PIC  X(20)  OCCURS  2.
      *****
      *    SUMMARY LINES PER VOUCHER, ONE PER ACCOUNT/SIDE.
       01  WK-GRP-TBL.
           02  WK-GRP  OCCURS  2.
               03  WK-GRP-LCNT      PIC  9(02).
               03  WK-GRP-DOCS      PIC  9(07).
               03  WK-GRP-LN  OCCURS  99.
                   04  WK-GL-KMCD   PIC  9(04).
                   04  WK-GL-DRCR   PIC  9(01).
                   04  WK-GL-KIN    PIC S9(11).
      *****
       01  PR-RPT-HDR.
           02  FILLER          PIC  X(30)  VALUE
               "FIXED ASSET DEPRECIATION      ".
           02  FILLER          PIC  X(07)  VALUE  "MONTH=".
           02  RPT-HDR-YM      PIC  9(04).
       01  PR-RPT-MID.
           02  FILLER          PIC  X(07)  VALUE
               "ASSET  ".
           02  FILLER          PIC  X(21)  VALUE
               "NAME                 ".
           02  FILLER          PIC  X(04)  VALUE
               "DP  ".
           02  FILLER          PIC  X(04)  VALUE
               "M   ".
           02  FILLER          PIC  X(09)  VALUE
               "ACQUIRED ".
           02  FILLER          PIC  X(12)  VALUE
               "       COST ".
           02  FILLER          PIC  X(12)  VALUE
               " THIS MONTH ".
           02  FILLER          PIC  X(16)  VALUE
               "    ACCUMULATED ".
           02  FILLER          PIC  X(12)  VALUE
               " BOOK VALUE ".
           02  FILLER          PIC  X(12)  VALUE
               "  GAIN/LOSS ".
           02  FILLER          PIC  X(06)  VALUE
               "STATUS".
       01  PR-RPT-DET.
           02  RPT-NO          PIC  9(06).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-NAME        PIC  X(20).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-BUCD        PIC  9(02).
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-METH        PIC  X(01).
           02  FILLER          PIC  X(03)  VALUE  SPACE.
           02  RPT-ADATE       PIC  9(08).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-COST        PIC  -(10)9.
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-DEP         PIC  -(10)9.
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-ACCUM       PIC  -(14)9.
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-NBV         PIC  -(10)9.
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-GL          PIC  -(10)9.
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-MARK        PIC  X(10).
       01  PR-RPT-EXC.
           02  FILLER          PIC  X(22)  VALUE
               "*** NOT MAPPED  SRC=".
           02  RPT-EXC-SRC     PIC  X(02).
           02  FILLER          PIC  X(11)  VALUE  " CLS=00 FA=".
           02  RPT-EXC-NO      PIC  9(06).
       01  PR-RPT-OVF.
           02  FILLER          PIC  X(32)  VALUE
               "*** VOUCHER LINES FULL  FA=     ".
           02  RPT-OVF-NO      PIC  9(06).
       01  PR-RPT-VCH.
           02  FILLER          PIC  X(05)  VALUE  "VCH=".
           02  RPT-VCH-NO      PIC  9(06).
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-VCH-TXT     PIC  X(20).
           02  FILLER          PIC  X(09)  VALUE  " ASSETS=".
           02  RPT-VCH-DOCS    PIC  ZZZZZZ9.
       01  PR-RPT-VLN.
           02  FILLER          PIC  X(05)  VALUE  SPACE.
           02  RPT-LN          PIC  9(02).
           02  FILLER          PIC  X(07)  VALUE  " ACCT=".
           02  RPT-KMCD        PIC  9(04).
           02  FILLER          PIC  X(05)  VALUE  " DC=".
           02  RPT-DRCR        PIC  9(01).
           02  FILLER          PIC  X(06)  VALUE  " AMT=".
           02  RPT-KIN         PIC  -(10)9.
       01  PR-RPT-SUM.
           02  FILLER          PIC  X(08)  VALUE  "ASSETS=".
           02  RPT-SUM-FA      PIC  ZZZZZZ9.
           02  FILLER          PIC  X(14)  VALUE  " DEPRECIATED=".
           02  RPT-SUM-DEP     PIC  ZZZZZZ9.
           02  FILLER          PIC  X(11)  VALUE  " DISPOSED=".
           02  RPT-SUM-DSP     PIC  ZZZZZZ9.
           02  FILLER          PIC  X(08)  VALUE  " CHARGE=".
           02  RPT-SUM-AMT     PIC  -(12)9.
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
       MOVE  "PR710U"  TO  HDR-PGMID.
       MOVE  "FIXED ASSET DEPRECIATION"  TO  HDR-TITLE.
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
      *        DISPOSAL ACCOUNTS FROM THE MAPPING TABLE; ZERO WHEN
      *        NOT MAPPED, WHICH HOLDS BACK ANY DISPOSAL NEEDING IT.
           CALL "DB_F_Open" USING
            "INPUT" GLMP_PNAME1 "SHARED" BY REFERENCE GLMP_IDLST "1"
            "GLM-KEY" BY REFERENCE GLM-KEY.
           MOVE  "FP"  TO  GLM-SRC.
           PERFORM  GLM-RD-RTN  THRU  GLM-RD-EXT.
           MOVE  GLM-KMCD  TO  WK-FP-KMCD.
           MOVE  "FG"  TO  GLM-SRC.
           PERFORM  GLM-RD-RTN  THRU  GLM-RD-EXT.
           MOVE  GLM-KMCD  TO  WK-FG-KMCD.
           MOVE  "FL"  TO  GLM-SRC.
           PERFORM  GLM-RD-RTN  THRU  GLM-RD-EXT.
           MOVE  GLM-KMCD  TO  WK-FL-KMCD.
           CALL "DB_F_Close" USING BY REFERENCE GLMP_IDLST GLMP_PNAME1.
           MOVE  PR-RPT-MID  TO  PR-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           CALL "DB_F_Open" USING
            "I-O" FAST_PNAME1 "SHARED" BY REFERENCE FAST_IDLST "1"
            "FA-KEY" BY REFERENCE FA-KEY.
       FA-10.
           CALL "DB_Read" USING
            "NEXT AT END" FAST_PNAME1 BY REFERENCE FA-R " "
            RETURNING RET.
           IF  RET = 1
               GO  TO  FA-90
           END-IF.
           IF  FA-STAT  =  9
               GO  TO  FA-10
           END-IF.
           MOVE  FA-ADATE (3:4)  TO  WK-AYM.
           IF  WK-AYM  >  WK-BMON
               GO  TO  FA-10
           END-IF.
           ADD  1  TO  WS-FA-CNT.
           MOVE  0  TO  WK-DYM.
           IF  FA-DDATE  NOT =  0
               MOVE  FA-DDATE (3:4)  TO  WK-DYM
           END-IF.
           MOVE  0      TO  WK-DSPF.
           MOVE  0      TO  WK-DEP.
           MOVE  0      TO  WK-GL.
           MOVE  SPACE  TO  RPT-MARK.
           IF  WK-AYM  =  WK-BMON
               MOVE  "ACQUIRED"  TO  RPT-MARK
           END-IF.
      *        ROOM FOR THIS ASSET'S LINES IN BOTH VOUCHERS.
           IF  WK-GRP-LCNT (1)  >  97  OR  WK-GRP-LCNT (2)  >  95
               MOVE  FA-NO  TO  RPT-OVF-NO
               MOVE  PR-RPT-OVF  TO  PR-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
               ADD  1  TO  WS-EXC-CNT
               GO  TO  FA-10
           END-IF.
      *        DEPRECIATION -- NOT FOR A DISPOSAL OF AN EARLIER
      *        MONTH STILL WAITING TO BE BOOKED.
           IF  FA-STAT  =  0  AND  FA-LDYM  NOT =  WK-BMON
               AND  (WK-DYM  =  0  OR  NOT  <  WK-BMON)
               PERFORM  DEP-RTN  THRU  DEP-EXT
           END-IF.
           IF  WK-DYM  NOT =  0  AND  NOT  >  WK-BMON
               PERFORM  DSP-RTN  THRU  DSP-EXT
           END-IF.
           CALL "DB_Update" USING
            FAST_PNAME1 FAST_LNAME FA-R RETURNING RET.
           MOVE  FA-NO     TO  RPT-NO.
           MOVE  FA-NAME   TO  RPT-NAME.
           MOVE  FA-BUCD   TO  RPT-BUCD.
           MOVE  FA-METH   TO  RPT-METH.
           MOVE  FA-ADATE  TO  RPT-ADATE.
           MOVE  FA-COST   TO  RPT-COST.
           MOVE  WK-DEP    TO  RPT-DEP.
           MOVE  FA-ACCUM  TO  RPT-ACCUM.
           COMPUTE  RPT-NBV  =  FA-COST  -  FA-ACCUM.
           MOVE  WK-GL     TO  RPT-GL.
           IF  WK-DSPF  =  1
               MOVE  0  TO  RPT-NBV
           END-IF.
           MOVE  PR-RPT-DET  TO  PR-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           GO  TO  FA-10.
       FA-90.
           CALL "DB_F_Close" USING BY REFERENCE FAST_IDLST FAST_PNAME1.
      *****
      *    WRITE ONE VOUCHER PER GROUP HOLDING LINES.
           CALL "DB_F_Open" USING
            "I-O" FCTL-F_PNAME1 "SHARED" BY REFERENCE FCTL-F_IDLST "1"
            "FCTL-KEY" BY REFERENCE FCTL-KEY.
           PERFORM  VARYING  GX  FROM  1  BY  1  UNTIL  GX  >  2
               IF  WK-GRP-LCNT (GX)  >  0
                   PERFORM  JV-WR-RTN  THRU  JV-WR-EXT
               END-IF
           END-PERFORM.
           CALL "DB_F_Close" USING
            BY REFERENCE FCTL-F_IDLST FCTL-F_PNAME1.
       END-RTN.
           MOVE  WS-FA-CNT   TO  RPT-SUM-FA.
           MOVE  WS-DEP-CNT  TO  RPT-SUM-DEP.
           MOVE  WS-DSP-CNT  TO  RPT-SUM-DSP.
           MOVE  WS-DEP-TOT  TO  RPT-SUM-AMT.
           MOVE  WS-EXC-CNT  TO  RPT-SUM-EXC.
           MOVE  PR-RPT-SUM  TO  PR-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           PERFORM  HDR-TRL-RTN  THRU  HDR-TRL-EXT.
           CLOSE  PR-RPT-FILE.
           PERFORM  RUNL-EN-RTN  THRU  RUNL-EN-EXT.
           CALL "DB_Close".
           STOP  RUN.
      *****
      *    THE MONTH'S CHARGE FOR THE ASSET IN HAND.  STRAIGHT
      *    LINE TAKES COST OVER THE LIFE IN MONTHS; DECLINING
      *    BALANCE TAKES TWICE THE STRAIGHT-LINE RATE ON BOOK
      *    VALUE, OR BOOK VALUE SPREAD OVER THE MONTHS LEFT WHEN
      *    THAT IS MORE.  EITHER WAY THE LAST MONTH, AND ANY
      *    CHARGE REACHING IT, LEAVES BOOK VALUE AT ONE YEN.
       DEP-RTN.
           COMPUTE  WK-NBV  =  FA-COST  -  FA-ACCUM.
           IF  WK-NBV  NOT >  1
               MOVE  1  TO  FA-STAT
               GO  TO  DEP-EXT
           END-IF.
           COMPUTE  WK-MTOT  =  FA-LIFE  *  12.
           COMPUTE  WK-REM   =  WK-MTOT  -  FA-MCNT.
           IF  FA-METH  =  "D"
               COMPUTE  WK-DEP  =  WK-NBV  *  2  /  WK-MTOT
               IF  WK-REM  >  0
                   COMPUTE  WK-SL  =  (WK-NBV  -  1)  /  WK-REM
                   IF  WK-SL  >  WK-DEP
                       MOVE  WK-SL  TO  WK-DEP
                   END-IF
               END-IF
           ELSE
               COMPUTE  WK-DEP  =  FA-COST  /  WK-MTOT
           END-IF.
           IF  WK-REM  NOT >  1  OR  WK-DEP  >  WK-NBV  -  1
               COMPUTE  WK-DEP  =  WK-NBV  -  1
           END-IF.
           IF  WK-DEP  NOT >  0
               MOVE  0  TO  WK-DEP
               GO  TO  DEP-EXT
           END-IF.
           MOVE  1          TO  GX.
           MOVE  FA-EKMCD   TO  WK-M-KMCD.
           MOVE  1          TO  WK-M-DRCR.
           MOVE  WK-DEP     TO  WK-M-KIN.
           PERFORM  LN-ADD-RTN  THRU  LN-ADD-EXT.
           IF  FA-DKMCD  =  0
               MOVE  FA-AKMCD  TO  WK-M-KMCD
           ELSE
               MOVE  FA-DKMCD  TO  WK-M-KMCD
           END-IF.
           MOVE  2          TO  WK-M-DRCR.
           PERFORM  LN-ADD-RTN  THRU  LN-ADD-EXT.
           ADD  1  TO  WK-GRP-DOCS (1).
           ADD  WK-DEP  TO  FA-ACCUM.
           ADD  1       TO  FA-MCNT.
           MOVE  WK-BMON  TO  FA-LDYM.
           IF  FA-COST  -  FA-ACCUM  NOT >  1
               MOVE  1  TO  FA-STAT
           END-IF.
           ADD  1       TO  WS-DEP-CNT.
           ADD  WK-DEP  TO  WS-DEP-TOT.
       DEP-EXT.
           EXIT.
      *****
      *    BOOK THE DISPOSAL OF THE ASSET IN HAND.  PROCEEDS LESS
      *    BOOK VALUE IS THE GAIN (LOSS WHEN NEGATIVE).  A MAPPING
      *    THE ENTRY NEEDS BUT DOES NOT HAVE LEAVES THE DISPOSAL
      *    FOR A LATER RUN.
       DSP-RTN.
           COMPUTE  WK-NBV  =  FA-COST  -  FA-ACCUM.
           COMPUTE  WK-GL   =  FA-DAMT  -  WK-NBV.
           MOVE  SPACE  TO  RPT-EXC-SRC.
           IF  FA-DAMT  NOT =  0  AND  WK-FP-KMCD  =  0
               MOVE  "FP"  TO  RPT-EXC-SRC
           END-IF.
           IF  WK-GL  >  0  AND  WK-FG-KMCD  =  0
               MOVE  "FG"  TO  RPT-EXC-SRC
           END-IF.
           IF  WK-GL  <  0  AND  WK-FL-KMCD  =  0
               MOVE  "FL"  TO  RPT-EXC-SRC
           END-IF.
           IF  RPT-EXC-SRC  NOT =  SPACE
               MOVE  0      TO  WK-GL
               MOVE  FA-NO  TO  RPT-EXC-NO
               MOVE  PR-RPT-EXC  TO  PR-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
               ADD  1  TO  WS-EXC-CNT
               GO  TO  DSP-EXT
           END-IF.
           MOVE  2  TO  GX.
           IF  FA-DKMCD  =  0
               MOVE  FA-AKMCD  TO  WK-M-KMCD
               MOVE  2         TO  WK-M-DRCR
               MOVE  WK-NBV    TO  WK-M-KIN
               PERFORM  LN-ADD-RTN  THRU  LN-ADD-EXT
           ELSE
               MOVE  FA-DKMCD  TO  WK-M-KMCD
               MOVE  1         TO  WK-M-DRCR
               MOVE  FA-ACCUM  TO  WK-M-KIN
               PERFORM  LN-ADD-RTN  THRU  LN-ADD-EXT
               MOVE  FA-AKMCD  TO  WK-M-KMCD
               MOVE  2         TO  WK-M-DRCR
               MOVE  FA-COST   TO  WK-M-KIN
               PERFORM  LN-ADD-RTN  THRU  LN-ADD-EXT
           END-IF.
           MOVE  WK-FP-KMCD  TO  WK-M-KMCD.
           MOVE  1           TO  WK-M-DRCR.
           MOVE  FA-DAMT     TO  WK-M-KIN.
           PERFORM  LN-ADD-RTN  THRU  LN-ADD-EXT.
           IF  WK-GL  >  0
               MOVE  WK-FG-KMCD  TO  WK-M-KMCD
               MOVE  2           TO  WK-M-DRCR
               MOVE  WK-GL       TO  WK-M-KIN
           ELSE
               MOVE  WK-FL-KMCD  TO  WK-M-KMCD
               MOVE  1           TO  WK-M-DRCR
               COMPUTE  WK-M-KIN  =  0  -  WK-GL
           END-IF.
           PERFORM  LN-ADD-RTN  THRU  LN-ADD-EXT.
           ADD  1  TO  WK-GRP-DOCS (2).
           MOVE  9  TO  FA-STAT.
           MOVE  1  TO  WK-DSPF.
           MOVE  "DISPOSED"  TO  RPT-MARK.
           ADD  1  TO  WS-DSP-CNT.
       DSP-EXT.
           EXIT.
      *****
      *    ADD ONE AMOUNT TO VOUCHER GX, MERGING BY ACCOUNT/SIDE.
       LN-ADD-RTN.
           IF  WK-M-KIN  =  0
               GO  TO  LN-ADD-EXT
           END-IF.
           MOVE  0  TO  DX.
           PERFORM  VARYING  LX  FROM  1  BY  1
               UNTIL  LX  >  WK-GRP-LCNT (GX)  OR  DX  NOT =  0
               IF  WK-GL-KMCD (GX LX)  =  WK-M-KMCD
                   AND  WK-GL-DRCR (GX LX)  =  WK-M-DRCR
                   MOVE  LX  TO  DX
               END-IF
           END-PERFORM.
           IF  DX  =  0
               ADD  1  TO  WK-GRP-LCNT (GX)
               MOVE  WK-GRP-LCNT (GX)  TO  DX
               MOVE  WK-M-KMCD  TO  WK-GL-KMCD (GX DX)
               MOVE  WK-M-DRCR  TO  WK-GL-DRCR (GX DX)
               MOVE  0          TO  WK-GL-KIN (GX DX)
           END-IF.
           ADD  WK-M-KIN  TO  WK-GL-KIN (GX DX).
       LN-ADD-EXT.
           EXIT.
      *****
      *    ONE JT-GLMP ROW (SOURCE IN GLM-SRC, CLASS 00); ZERO
      *    ACCOUNT WHEN NOT ON FILE.
       GLM-RD-RTN.
           MOVE  0  TO  GLM-CLS.
           CALL "DB_Read" USING
            "INVALID" GLMP_PNAME1 BY REFERENCE GLM-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               MOVE  0  TO  GLM-KMCD
           END-IF.
       GLM-RD-EXT.
           EXIT.
      *****
      *    WRITE GROUP GX AS ONE VOUCHER.  FCTL IS OPEN I-O.
       JV-WR-RTN.
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
           MOVE  FCTL-IVNO          TO  RPT-VCH-NO.
           MOVE  WK-GTXT (GX)       TO  RPT-VCH-TXT.
           MOVE  WK-GRP-DOCS (GX)   TO  RPT-VCH-DOCS.
           MOVE  PR-RPT-VCH  TO  PR-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           CALL "DB_F_Open" USING
            "I-O" JVF_PNAME1 "SHARED" BY REFERENCE JVF_IDLST "1"
            "JV-KEY" BY REFERENCE JV-KEY.
           MOVE  0  TO  DX.
           PERFORM  VARYING  LX  FROM  1  BY  1
               UNTIL  LX  >  WK-GRP-LCNT (GX)
               IF  WK-GL-KIN (GX LX)  NOT =  0
                   ADD  1  TO  DX
                   INITIALIZE  JV-R
                   MOVE  FCTL-IVNO           TO  JV-NO
                   MOVE  DX                  TO  JV-LINE
                   MOVE  WK-TODAY8           TO  JV-DATE
                   MOVE  WK-BMON             TO  JV-BMON
                   MOVE  WK-GL-KMCD (GX LX)  TO  JV-KMCD
                   MOVE  WK-GL-DRCR (GX LX)  TO  JV-DRCR
                   MOVE  WK-GL-KIN (GX LX)   TO  JV-KIN
                   MOVE  WK-GTXT (GX)        TO  JV-TEXT
                   MOVE  0                   TO  JV-STAT
                   MOVE  "PR710U"            TO  JV-OPR
                   CALL "DB_Insert" USING
                    JVF_PNAME1 JVF_LNAME JV-R RETURNING RET
                   MOVE  JV-LINE  TO  RPT-LN
                   MOVE  JV-KMCD  TO  RPT-KMCD
                   MOVE  JV-DRCR  TO  RPT-DRCR
                   MOVE  JV-KIN   TO  RPT-KIN
                   MOVE  PR-RPT-VLN  TO  PR-RPT-LINE
                   PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
                   ADD  1  TO  WS-LN-CNT
               END-IF
           END-PERFORM.
           CALL "DB_F_Close" USING BY REFERENCE JVF_IDLST JVF_PNAME1.
           ADD  1  TO  WS-JV-CNT.
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
           MOVE  "PR710U"  TO  RUNL-PGM.
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
           MOVE  WS-FA-CNT   TO  RUNL-READ.
           MOVE  WS-LN-CNT   TO  RUNL-WRIT.
           COMPUTE  RUNL-UPDT  =  WS-DEP-CNT  +  WS-DSP-CNT.
           MOVE  "000"       TO  RUNL-CC.
           MOVE  1           TO  RUNL-ENDF.
           CALL "DB_Update" USING
            RUNL_PNAME1 RUNL_LNAME RUNL-R RETURNING RET.
           CALL "DB_F_Close" USING BY REFERENCE RUNL_IDLST RUNL_PNAME1.
       RUNL-EN-EXT.
           EXIT.
       COPY  LPILCK  REPLACING  ==ILCK-PGM==  BY  =="PR710U"==.
       COPY  LPHDR  REPLACING  ==RPT-LINE==  BY  ==PR-RPT-LINE==.
