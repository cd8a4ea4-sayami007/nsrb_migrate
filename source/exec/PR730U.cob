       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PR730U.
      *****************************************************
      *****   RECURRING VOUCHER GENERATION             *****
      *****************************************************
      *        WRITES THE ARGUMENT MONTH'S (YYMM, DEFAULT THE
      *        CURRENT MONTH) STANDING VOUCHERS FROM THE JT-JVTM
      *        TEMPLATES (PR720U) THAT FALL DUE IN IT, EACH UNDER
      *        ITS OWN NUMBER FROM THE FCTL "JVNO" COUNTER AND
      *        LEFT AT JV-STAT 0 FOR THE NORMAL PR650U POSTING.
      *        A REVERSING TEMPLATE ALSO GETS ITS MIRROR VOUCHER
      *        (EVERY DEBIT A CREDIT AND THE OTHER WAY ROUND) IN
      *        THE NEXT MONTH, DATED THAT MONTH'S FIRST BUSINESS
      *        DAY BY THE JT-CALM CALENDAR (LPCAL).  JVT-LGYM
      *        STOPS A RERUN GENERATING A TEMPLATE TWICE.  A
      *        CLOSED MONTH (FCTL "CYYMM") IS REFUSED; WHEN ONLY
      *        THE NEXT MONTH IS CLOSED THE REVERSING TEMPLATES
      *        ARE LISTED AND LEFT.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  PR-RPT-FILE  ASSIGN  TO  "PR730U"
               ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA                DIVISION.
       FILE                SECTION.
       FD  PR-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  PR-RPT-LINE         PIC  X(132).
       WORKING-STORAGE     SECTION.
       77  ERR-STAT        PIC  X(02).
       77  RET             PIC  9(01)  VALUE  0.
       77  LX              PIC  9(02)  VALUE  0.
       77  WK-BMON         PIC  9(04)  VALUE  0.
       77  WK-NMON         PIC  9(04)  VALUE  0.
       77  WK-TODAY        PIC  9(06)  VALUE  0.
       77  WK-TODAY8       PIC  9(08)  VALUE  0.
       77  WK-NDATE        PIC  9(08)  VALUE  0.
       77  WK-CLOSED       PIC  9(01)  VALUE  0.
       77  WK-NCLOSED      PIC  9(01)  VALUE  0.
       77  WK-BIDX         PIC S9(05)  VALUE  0.
       77  WK-SIDX         PIC S9(05)  VALUE  0.
       77  WK-DIFF         PIC S9(05)  VALUE  0.
       77  WK-QUOT         PIC S9(05)  VALUE  0.
       77  WK-REMN         PIC S9(05)  VALUE  0.
       77  WK-MIRR         PIC  9(01)  VALUE  0.
       77  WS-TPL-CNT      PIC  9(07)  VALUE  0.
       77  WS-EXC-CNT      PIC  9(07)  VALUE  0.
       77  WS-JV-CNT       PIC  9(07)  VALUE  0.
       77  WS-LN-CNT       PIC  9(07)  VALUE  0.
       01  WK-YM-AREA.
           02  WK-YM           PIC  9(04).
           02  WK-YM-R  REDEFINES  WK-YM.
               03  WK-YY       PIC  9(02).
               03  WK-MM       PIC  9(02).
       COPY    LIJVTM.
       COPY    LIJVF.
       COPY    LICALM.
       COPY    FCTL.
       COPY    LIRUNL.
       COPY    LWCAL.
       COPY    LWILCK.
       COPY    LWHDR.
      *****
       01  PR-RPT-HDR.
           02  FILLER          PIC  X(30)  VALUE
               "RECURRING VOUCHER GENERATION  ".
           02  FILLER          PIC  X(07)  VALUE  "MONTH=".
           02  RPT-HDR-YM      PIC  9(04).
       01  PR-RPT-VCH.
           02  FILLER          PIC  X(05)  VALUE  "TPL=".
           02  RPT-TPL         PIC  9(04).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-NAME        PIC  X(20).
           02  FILLER          PIC  X(05)  VALUE  " VCH=".
           02  RPT-VCH-NO      PIC  9(06).
           02  FILLER          PIC  X(06)  VALUE  " MON=".
           02  RPT-VCH-YM      PIC  9(04).
           02  FILLER          PIC  X(07)  VALUE  " DATE=".
           02  RPT-VCH-DATE    PIC  9(08).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-VCH-KND     PIC  X(10).
       01  PR-RPT-DET.
           02  FILLER          PIC  X(05)  VALUE  SPACE.
           02  RPT-LN          PIC  9(02).
           02  FILLER          PIC  X(07)  VALUE  " ACCT=".
           02  RPT-KMCD        PIC  9(04).
           02  FILLER          PIC  X(05)  VALUE  " DC=".
           02  RPT-DRCR        PIC  9(01).
           02  FILLER          PIC  X(06)  VALUE  " AMT=".
           02  RPT-KIN         PIC  -(10)9.
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-TEXT        PIC  X(20).
       01  PR-RPT-EXC.
           02  FILLER          PIC  X(35)  VALUE
               "*** NEXT MONTH CLOSED, NOT RUN TPL=".
           02  RPT-EXC-TPL     PIC  9(04).
       01  PR-RPT-SUM.
           02  FILLER          PIC  X(11)  VALUE  "TEMPLATES=".
           02  RPT-SUM-TPL     PIC  ZZZZZZ9.
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
       MOVE  "PR730U"  TO  HDR-PGMID.
       MOVE  "RECURRING VOUCHER GENERATION"  TO  HDR-TITLE.
       PERFORM  HDR-INIT-RTN  THRU  HDR-INIT-EXT.
       MOVE  WK-BMON  TO  RPT-HDR-YM.
       MOVE  PR-RPT-HDR  TO  PR-RPT-LINE.
       PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
      *        THE NEXT MONTH, WHERE THE REVERSALS GO.
           MOVE  WK-BMON  TO  WK-YM.
           COMPUTE  WK-BIDX  =  WK-YY  *  12  +  WK-MM.
           ADD  1  TO  WK-MM.
           IF  WK-MM  >  12
               MOVE  1  TO  WK-MM
               IF  WK-YY  =  99
                   MOVE  0  TO  WK-YY
               ELSE
                   ADD  1  TO  WK-YY
               END-IF
           END-IF.
           MOVE  WK-YM  TO  WK-NMON.
      *        PERIOD LOCK -- A CLOSED MONTH (FCTL "CYYMM",
      *        PR590U FUNCTION L) TAKES NO VOUCHERS.
           MOVE  0  TO  WK-CLOSED.
           MOVE  0  TO  WK-NCLOSED.
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
           MOVE  "C"      TO  FCTL-KEY1 (1:1).
           MOVE  WK-NMON  TO  FCTL-KEY1 (2:4).
           CALL "DB_Read" USING
            "INVALID" FCTL-F_PNAME1 BY REFERENCE FCTL-REC "UNLOCK"
            RETURNING RET.
           IF  RET  =  0  AND  FCTL-CLST  =  1
               MOVE  1  TO  WK-NCLOSED
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
      *        FIRST BUSINESS DAY OF THE NEXT MONTH.
           CALL "DB_F_Open" USING
            "INPUT" CALM_PNAME1 "SHARED" BY REFERENCE CALM_IDLST "1"
            "CAL-KEY" BY REFERENCE CAL-KEY.
           MOVE  "20"     TO  WCAL-IN (1:2).
           MOVE  WK-NMON  TO  WCAL-IN (3:4).
           MOVE  "01"     TO  WCAL-IN (7:2).
           PERFORM  CAL-ROLL-RTN  THRU  CAL-ROLL-EXT.
           MOVE  WCAL-OUT  TO  WK-NDATE.
           CALL "DB_F_Close" USING BY REFERENCE CALM_IDLST CALM_PNAME1.
           CALL "DB_F_Open" USING
            "I-O" FCTL-F_PNAME1 "SHARED" BY REFERENCE FCTL-F_IDLST "1"
            "FCTL-KEY" BY REFERENCE FCTL-KEY.
           CALL "DB_F_Open" USING
            "I-O" JVF_PNAME1 "SHARED" BY REFERENCE JVF_IDLST "1"
            "JV-KEY" BY REFERENCE JV-KEY.
           CALL "DB_F_Open" USING
            "I-O" JVTM_PNAME1 "SHARED" BY REFERENCE JVTM_IDLST "1"
            "JVT-KEY" BY REFERENCE JVT-KEY.
       TP-10.
           CALL "DB_Read" USING
            "NEXT AT END" JVTM_PNAME1 BY REFERENCE JVT-R " "
            RETURNING RET.
           IF  RET = 1
               GO  TO  TP-90
           END-IF.
           IF  JVT-LGYM  =  WK-BMON  OR  JVT-LCNT  =  0
               GO  TO  TP-10
           END-IF.
           IF  JVT-EYM  NOT =  0  AND  JVT-EYM  <  WK-BMON
               GO  TO  TP-10
           END-IF.
      *        DUE EVERY JVT-FREQ'TH MONTH COUNTING FROM THE START.
           MOVE  JVT-SYM  TO  WK-YM.
           COMPUTE  WK-SIDX  =  WK-YY  *  12  +  WK-MM.
           COMPUTE  WK-DIFF  =  WK-BIDX  -  WK-SIDX.
           IF  WK-DIFF  <  0
               GO  TO  TP-10
           END-IF.
           IF  JVT-FREQ  >  1
               DIVIDE  WK-DIFF  BY  JVT-FREQ  GIVING  WK-QUOT
                   REMAINDER  WK-REMN
               IF  WK-REMN  NOT =  0
                   GO  TO  TP-10
               END-IF
           END-IF.
           IF  JVT-REV  =  1  AND  WK-NCLOSED  =  1
               MOVE  JVT-NO  TO  RPT-EXC-TPL
               MOVE  PR-RPT-EXC  TO  PR-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
               ADD  1  TO  WS-EXC-CNT
               GO  TO  TP-10
           END-IF.
           MOVE  0  TO  WK-MIRR.
           PERFORM  JV-WR-RTN  THRU  JV-WR-EXT.
           IF  JVT-REV  =  1
               MOVE  1  TO  WK-MIRR
               PERFORM  JV-WR-RTN  THRU  JV-WR-EXT
           END-IF.
           MOVE  WK-BMON  TO  JVT-LGYM.
           CALL "DB_Update" USING
            JVTM_PNAME1 JVTM_LNAME JVT-R RETURNING RET.
           ADD  1  TO  WS-TPL-CNT.
           GO  TO  TP-10.
       TP-90.
           CALL "DB_F_Close" USING BY REFERENCE JVTM_IDLST JVTM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE JVF_IDLST JVF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE FCTL-F_IDLST FCTL-F_PNAME1.
       END-RTN.
           MOVE  WS-TPL-CNT  TO  RPT-SUM-TPL.
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
      *    WRITE THE TEMPLATE IN HAND AS ONE VOUCHER -- AS KEYED
      *    INTO THIS MONTH (WK-MIRR 0), OR SIDES TURNED OVER INTO
      *    THE NEXT MONTH ON ITS FIRST BUSINESS DAY (WK-MIRR 1).
      *    FCTL AND JT-JVF ARE OPEN I-O.
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
           MOVE  JVT-NO     TO  RPT-TPL.
           MOVE  JVT-NAME   TO  RPT-NAME.
           MOVE  FCTL-IVNO  TO  RPT-VCH-NO.
           IF  WK-MIRR  =  1
               MOVE  WK-NMON     TO  RPT-VCH-YM
               MOVE  WK-NDATE    TO  RPT-VCH-DATE
               MOVE  "REVERSAL"  TO  RPT-VCH-KND
           ELSE
               MOVE  WK-BMON     TO  RPT-VCH-YM
               MOVE  WK-TODAY8   TO  RPT-VCH-DATE
               MOVE  SPACE       TO  RPT-VCH-KND
           END-IF.
           MOVE  PR-RPT-VCH  TO  PR-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           PERFORM  VARYING  LX  FROM  1  BY  1
               UNTIL  LX  >  JVT-LCNT
               INITIALIZE  JV-R
               MOVE  FCTL-IVNO        TO  JV-NO
               MOVE  LX               TO  JV-LINE
               MOVE  JVT-KMCD (LX)    TO  JV-KMCD
               MOVE  JVT-KIN (LX)     TO  JV-KIN
               IF  WK-MIRR  =  1
                   MOVE  WK-NDATE     TO  JV-DATE
                   MOVE  WK-NMON      TO  JV-BMON
                   COMPUTE  JV-DRCR  =  3  -  JVT-DRCR (LX)
               ELSE
                   MOVE  WK-TODAY8    TO  JV-DATE
                   MOVE  WK-BMON      TO  JV-BMON
                   MOVE  JVT-DRCR (LX)  TO  JV-DRCR
               END-IF
               IF  JVT-TEXT (LX)  =  SPACE
                   MOVE  JVT-NAME       TO  JV-TEXT
               ELSE
                   MOVE  JVT-TEXT (LX)  TO  JV-TEXT
               END-IF
               MOVE  0                TO  JV-STAT
               MOVE  "PR730U"         TO  JV-OPR
               CALL "DB_Insert" USING
                JVF_PNAME1 JVF_LNAME JV-R RETURNING RET
               MOVE  JV-LINE  TO  RPT-LN
               MOVE  JV-KMCD  TO  RPT-KMCD
               MOVE  JV-DRCR  TO  RPT-DRCR
               MOVE  JV-KIN   TO  RPT-KIN
               MOVE  JV-TEXT  TO  RPT-TEXT
               MOVE  PR-RPT-DET  TO  PR-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
               ADD  1  TO  WS-LN-CNT
           END-PERFORM.
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
           MOVE  "PR730U"  TO  RUNL-PGM.
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
           MOVE  WS-TPL-CNT  TO  RUNL-UPDT.
           MOVE  "000"       TO  RUNL-CC.
           MOVE  1           TO  RUNL-ENDF.
           CALL "DB_Update" USING
            RUNL_PNAME1 RUNL_LNAME RUNL-R RETURNING RET.
           CALL "DB_F_Close" USING BY REFERENCE RUNL_IDLST RUNL_PNAME1.
       RUNL-EN-EXT.
           EXIT.
       COPY  LPCAL.
       COPY  LPILCK  REPLACING  ==ILCK-PGM==  BY  =="PR730U"==.
       COPY  LPHDR  REPLACING  ==RPT-LINE==  BY  ==PR-RPT-LINE==.
