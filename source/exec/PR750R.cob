       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PR750R.
      *****************************************************
      *****   BALANCE SHEET FROM BZM-F                 *****
      *****************************************************
      *        PRINTS THE MONTH-END BALANCE SHEET IN THE JT-BSLM
      *        LINE ORDER (PR740U).  ARGUMENTS AS PR660R: BZM-BMON
      *        (YYMM) AND THE FISCAL MONTH INDEX (1-15, DEFAULT =
      *        CALENDAR MONTH).  PER ACCOUNT THE BALANCE IS THE
      *        TERM BUCKETS BZM-TJKR/BZM-TJKS 1 UP TO THE INDEX,
      *        AND THE PRIOR FISCAL YEAR-END THE WHOLE PRIOR TERM
      *        BZM-ZJKR/BZM-ZJKS 1-15, BOTH SIGNED PER AM-DRCR AND
      *        TURNED NEGATIVE WHERE THE ACCOUNT'S SIDE IS AGAINST
      *        ITS SECTION (A CONTRA ACCOUNT SUCH AS ACCUMULATED
      *        DEPRECIATION UNDER ASSETS).  DETAIL LINES PRINT
      *        THEIR ACCOUNTS' SUM; TOTAL LINES CASCADE AS ON
      *        PR560R.  WHEN ASSETS DO NOT EQUAL LIABILITIES PLUS
      *        NET ASSETS THE STATEMENT IS NOT PRINTED -- ONLY THE
      *        SECTION TOTALS AND THE DIFFERENCE.  EVERY ACCOUNT
      *        WITH A BALANCE THAT NO DETAIL LINE CARRIES IS
      *        LISTED EITHER WAY.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  PR-RPT-FILE  ASSIGN  TO  "PR750R"
               ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA                DIVISION.
       FILE                SECTION.
       FD  PR-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  PR-RPT-LINE         PIC  X(132).
       WORKING-STORAGE     SECTION.
       77  ERR-STAT        PIC  X(02).
       77  RET             PIC  9(01)  VALUE  0.
       77  MI              PIC  9(02)  VALUE  0.
       77  BI              PIC  9(03)  VALUE  0.
       77  BX              PIC  9(03)  VALUE  0.
       77  GI              PIC  9(02)  VALUE  0.
       77  UI              PIC  9(03)  VALUE  0.
       77  WK-BMON         PIC  9(04)  VALUE  0.
       77  WK-MIX          PIC  9(02)  VALUE  0.
       77  WK-CUR          PIC S9(12)  VALUE  0.
       77  WK-PRV          PIC S9(12)  VALUE  0.
       77  WK-HITS         PIC  9(02)  VALUE  0.
       77  WK-DIFF         PIC S9(12)  VALUE  0.
       77  WS-BSL-CNT      PIC  9(03)  VALUE  0.
       77  WS-UNM-CNT      PIC  9(03)  VALUE  0.
       77  WS-ACC-CNT      PIC  9(07)  VALUE  0.
       77  WS-EXC-CNT      PIC  9(07)  VALUE  0.
       77  WS-PRT-CNT      PIC  9(07)  VALUE  0.
       COPY    LBUZAN.
       COPY    ACCUNT.
       COPY    LIBSLM.
       COPY    LIRUNL.
       COPY    LWHDR.
      *****
      *    THE LINE MASTER IN PRINT ORDER, WITH ITS TWO COLUMNS.
       01  WK-BSL-TBL.
           02  WK-BSL  OCCURS  300.
               03  WK-BL-LIN        PIC  9(03).
               03  WK-BL-SEC        PIC  9(01).
               03  WK-BL-GKB        PIC  9(01).
               03  WK-BL-NAME       PIC  X(30).
               03  WK-BL-FKMCD      PIC  9(04).
               03  WK-BL-TKMCD      PIC  9(04).
               03  WK-BL-CUR        PIC S9(12).
               03  WK-BL-PRV        PIC S9(12).
      *    SECTION TOTALS: 1 ASSETS, 2 LIABILITIES, 3 NET ASSETS.
       01  WK-SEC-TBL.
           02  WK-SEC  OCCURS  3.
               03  WK-SEC-CUR       PIC S9(12).
               03  WK-SEC-PRV       PIC S9(12).
       01  WK-GOK-TBL.
           02  WK-GOK-ENT  OCCURS  9.
               03  WK-GOK-CUR       PIC S9(12).
               03  WK-GOK-PRV       PIC S9(12).
      *    ACCOUNTS WITH A BALANCE BUT NO LINE.
       01  WK-UNM-TBL.
           02  WK-UNM  OCCURS  200.
               03  WK-UN-KMCD       PIC  9(04).
               03  WK-UN-CUR        PIC S9(12).
               03  WK-UN-PRV        PIC S9(12).
               03  WK-UN-FLAG       PIC  X(14).
      *****
       01  PR-RPT-HDR.
           02  FILLER          PIC  X(24)  VALUE
               "BALANCE SHEET (BZM-F)   ".
           02  FILLER          PIC  X(07)  VALUE  "MONTH=".
           02  RPT-HDR-YM      PIC  9(04).
       01  PR-RPT-HDR2.
           02  FILLER          PIC  X(32)  VALUE  SPACE.
           02  FILLER          PIC  X(16)  VALUE  "      THIS MONTH".
           02  FILLER          PIC  X(18)  VALUE  "  PRIOR YEAR-END".
       01  PR-RPT-DET.
           02  RPT-NAME        PIC  X(30).
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-CUR         PIC  -(14)9.
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-PRV         PIC  -(14)9.
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-GMARK       PIC  X(01).
       01  PR-RPT-UNM.
           02  FILLER          PIC  X(16)  VALUE  "*** NOT ON LINE ".
           02  FILLER          PIC  X(06)  VALUE  "ACCT=".
           02  RPT-UN-KMCD     PIC  9(04).
           02  FILLER          PIC  X(06)  VALUE  " CUR=".
           02  RPT-UN-CUR      PIC  -(14)9.
           02  FILLER          PIC  X(06)  VALUE  " PRV=".
           02  RPT-UN-PRV      PIC  -(14)9.
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-UN-FLAG     PIC  X(14).
       01  PR-RPT-CHK.
           02  FILLER          PIC  X(08)  VALUE  "ASSETS=".
           02  CHK-AST         PIC  -(14)9.
           02  FILLER          PIC  X(14)  VALUE  " LIABILITIES=".
           02  CHK-LIA         PIC  -(14)9.
           02  FILLER          PIC  X(13)  VALUE  " NET ASSETS=".
           02  CHK-NET         PIC  -(14)9.
           02  FILLER          PIC  X(07)  VALUE  " DIFF=".
           02  CHK-DIF         PIC  -(14)9.
       01  PR-RPT-SUM.
           02  FILLER          PIC  X(10)  VALUE  "ACCOUNTS=".
           02  RPT-SUM-ACC     PIC  ZZZZZZ9.
           02  FILLER          PIC  X(08)  VALUE  " LINES=".
           02  RPT-SUM-PRT     PIC  ZZZZZZ9.
           02  FILLER          PIC  X(12)  VALUE  " EXCEPTIONS=".
           02  RPT-SUM-EXC     PIC  ZZZZZZ9.
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       OPEN  OUTPUT  PR-RPT-FILE.
           ACCEPT  WK-BMON  FROM  ARGUMENT-VALUE.
           ACCEPT  WK-MIX   FROM  ARGUMENT-VALUE.
       IF  WK-MIX  =  0  OR  WK-MIX  >  15
           MOVE  WK-BMON (3:2)  TO  WK-MIX
           END-IF.
       MOVE  "PR750R"  TO  HDR-PGMID.
       MOVE  "BALANCE SHEET"  TO  HDR-TITLE.
       PERFORM  HDR-INIT-RTN  THRU  HDR-INIT-EXT.
       MOVE  WK-BMON  TO  RPT-HDR-YM.
       MOVE  PR-RPT-HDR  TO  PR-RPT-LINE.
       PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
       PERFORM  RUNL-ST-RTN  THRU  RUNL-ST-EXT.
           INITIALIZE  WK-BSL-TBL.
           INITIALIZE  WK-SEC-TBL.
           INITIALIZE  WK-UNM-TBL.
      *****
      *    LOAD THE LINE MASTER (KEY ORDER IS PRINT ORDER).
           CALL "DB_F_Open" USING
            "INPUT" BSLM_PNAME1 "SHARED" BY REFERENCE BSLM_IDLST "1"
            "BSL-KEY" BY REFERENCE BSL-KEY.
       BL-10.
           CALL "DB_Read" USING
            "NEXT AT END" BSLM_PNAME1 BY REFERENCE BSL-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1  OR  WS-BSL-CNT  NOT <  300
               GO  TO  BL-90
           END-IF.
           ADD  1  TO  WS-BSL-CNT.
           MOVE  BSL-LIN    TO  WK-BL-LIN (WS-BSL-CNT).
           MOVE  BSL-SEC    TO  WK-BL-SEC (WS-BSL-CNT).
           MOVE  BSL-GKB    TO  WK-BL-GKB (WS-BSL-CNT).
           MOVE  BSL-NAME   TO  WK-BL-NAME (WS-BSL-CNT).
           MOVE  BSL-FKMCD  TO  WK-BL-FKMCD (WS-BSL-CNT).
           MOVE  BSL-TKMCD  TO  WK-BL-TKMCD (WS-BSL-CNT).
           GO  TO  BL-10.
       BL-90.
           CALL "DB_F_Close" USING BY REFERENCE BSLM_IDLST BSLM_PNAME1.
      *****
      *    EVERY ACCOUNT OF THE MONTH ONTO ITS LINE.
           CALL "DB_F_Open" USING
            "INPUT" BZM-F_PNAME1 "SHARED" BY REFERENCE BZM-F_IDLST
            "1" "BZM-KEY" BY REFERENCE BZM-KEY.
           CALL "DB_F_Open" USING
            "INPUT" AM_PNAME1 "SHARED" BY REFERENCE AM_IDLST "1"
            "AM-KEY" BY REFERENCE AM-KEY.
       BZ-10.
           CALL "DB_Read" USING
            "NEXT AT END" BZM-F_PNAME1 BY REFERENCE BZM-REC "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  BZ-90
           END-IF.
           IF  BZM-BMON  NOT =  WK-BMON
               GO  TO  BZ-10
           END-IF.
           MOVE  0  TO  WK-CUR.
           MOVE  0  TO  WK-PRV.
           PERFORM  VARYING  MI  FROM  1  BY  1  UNTIL  MI  >  WK-MIX
               ADD  BZM-TJKR (MI)  TO  WK-CUR
               SUBTRACT  BZM-TJKS (MI)  FROM  WK-CUR
           END-PERFORM.
           PERFORM  VARYING  MI  FROM  1  BY  1  UNTIL  MI  >  15
               ADD  BZM-ZJKR (MI)  TO  WK-PRV
               SUBTRACT  BZM-ZJKS (MI)  FROM  WK-PRV
           END-PERFORM.
           IF  WK-CUR  =  0  AND  WK-PRV  =  0
               GO  TO  BZ-10
           END-IF.
           ADD  1  TO  WS-ACC-CNT.
           MOVE  BZM-KMCD  TO  AM-KEY.
           CALL "DB_Read" USING
            "INVALID" AM_PNAME1 BY REFERENCE AM-REC "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               MOVE  1  TO  AM-DRCR
           END-IF.
      *        BALANCE SIGNED PER THE ACCOUNT'S NORMAL SIDE.
           IF  AM-DRCR  NOT =  1
               COMPUTE  WK-CUR  =  0  -  WK-CUR
               COMPUTE  WK-PRV  =  0  -  WK-PRV
           END-IF.
           MOVE  0  TO  BX.
           MOVE  0  TO  WK-HITS.
           PERFORM  VARYING  BI  FROM  1  BY  1
               UNTIL  BI  >  WS-BSL-CNT
               IF  WK-BL-GKB (BI)  =  0
                   AND  BZM-KMCD  NOT <  WK-BL-FKMCD (BI)
                   AND  BZM-KMCD  NOT >  WK-BL-TKMCD (BI)
                   ADD  1  TO  WK-HITS
                   IF  BX  =  0
                       MOVE  BI  TO  BX
                   END-IF
               END-IF
           END-PERFORM.
           IF  BX  =  0
               PERFORM  UNM-RTN  THRU  UNM-EXT
               GO  TO  BZ-10
           END-IF.
      *        ASSETS ARE DEBIT-SIDE, THE OTHER SECTIONS CREDIT;
      *        AN ACCOUNT AGAINST ITS SECTION COUNTS NEGATIVE.
           IF  (WK-BL-SEC (BX)  =  1  AND  AM-DRCR  NOT =  1)
               OR  (WK-BL-SEC (BX)  NOT =  1  AND  AM-DRCR  =  1)
               COMPUTE  WK-CUR  =  0  -  WK-CUR
               COMPUTE  WK-PRV  =  0  -  WK-PRV
           END-IF.
           ADD  WK-CUR  TO  WK-BL-CUR (BX).
           ADD  WK-PRV  TO  WK-BL-PRV (BX).
           ADD  WK-CUR  TO  WK-SEC-CUR (WK-BL-SEC (BX)).
           ADD  WK-PRV  TO  WK-SEC-PRV (WK-BL-SEC (BX)).
      *        ONE ACCOUNT IN TWO RANGES GOES TO THE FIRST AND IS
      *        LISTED SO THE LINE MASTER CAN BE PUT RIGHT.
           IF  WK-HITS  >  1
               PERFORM  UNM-RTN  THRU  UNM-EXT
           END-IF.
           GO  TO  BZ-10.
       BZ-90.
           CALL "DB_F_Close" USING
            BY REFERENCE BZM-F_IDLST BZM-F_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE AM_IDLST AM_PNAME1.
      *****
      *    THE PROOF -- NO STATEMENT UNLESS IT BALANCES.
           COMPUTE  WK-DIFF  =  WK-SEC-CUR (1)
               -  WK-SEC-CUR (2)  -  WK-SEC-CUR (3).
           IF  WK-DIFF  NOT =  0
               MOVE  "*** ASSETS NOT EQUAL TO LIABILITIES PLUS NET ASSET
      -            "S, NOT PRINTED"  TO  PR-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
               ADD  1  TO  WS-EXC-CNT
               GO  TO  END-10
           END-IF.
           MOVE  PR-RPT-HDR2  TO  PR-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           INITIALIZE  WK-GOK-TBL.
           PERFORM  VARYING  BI  FROM  1  BY  1
               UNTIL  BI  >  WS-BSL-CNT
               PERFORM  PRT-RTN  THRU  PRT-EXT
           END-PERFORM.
       END-10.
           MOVE  WK-SEC-CUR (1)  TO  CHK-AST.
           MOVE  WK-SEC-CUR (2)  TO  CHK-LIA.
           MOVE  WK-SEC-CUR (3)  TO  CHK-NET.
           MOVE  WK-DIFF         TO  CHK-DIF.
           MOVE  PR-RPT-CHK  TO  PR-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           PERFORM  VARYING  UI  FROM  1  BY  1
               UNTIL  UI  >  WS-UNM-CNT
               MOVE  WK-UN-KMCD (UI)  TO  RPT-UN-KMCD
               MOVE  WK-UN-CUR (UI)   TO  RPT-UN-CUR
               MOVE  WK-UN-PRV (UI)   TO  RPT-UN-PRV
               MOVE  WK-UN-FLAG (UI)  TO  RPT-UN-FLAG
               MOVE  PR-RPT-UNM  TO  PR-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
           END-PERFORM.
       END-RTN.
           MOVE  WS-ACC-CNT  TO  RPT-SUM-ACC.
           MOVE  WS-PRT-CNT  TO  RPT-SUM-PRT.
           MOVE  WS-EXC-CNT  TO  RPT-SUM-EXC.
           MOVE  PR-RPT-SUM  TO  PR-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           PERFORM  HDR-TRL-RTN  THRU  HDR-TRL-EXT.
           CLOSE  PR-RPT-FILE.
           PERFORM  RUNL-EN-RTN  THRU  RUNL-EN-EXT.
           CALL "DB_Close".
           STOP  RUN.
      *****
      *    ONE LINE OF THE STATEMENT.  A DETAIL LINE PRINTS ITS
      *    OWN SUM AND FEEDS EVERY TOTAL LEVEL; A LEVEL-G TOTAL
      *    PRINTS LEVEL G AND CLEARS LEVELS 1 TO G.
       PRT-RTN.
           MOVE  WK-BL-NAME (BI)  TO  RPT-NAME.
           IF  WK-BL-GKB (BI)  =  0
               MOVE  WK-BL-CUR (BI)  TO  RPT-CUR
               MOVE  WK-BL-PRV (BI)  TO  RPT-PRV
               MOVE  SPACE           TO  RPT-GMARK
               PERFORM  VARYING  GI  FROM  1  BY  1  UNTIL  GI  >  9
                   ADD  WK-BL-CUR (BI)  TO  WK-GOK-CUR (GI)
                   ADD  WK-BL-PRV (BI)  TO  WK-GOK-PRV (GI)
               END-PERFORM
           ELSE
               MOVE  WK-GOK-CUR (WK-BL-GKB (BI))  TO  RPT-CUR
               MOVE  WK-GOK-PRV (WK-BL-GKB (BI))  TO  RPT-PRV
               MOVE  "*"                          TO  RPT-GMARK
               PERFORM  VARYING  GI  FROM  1  BY  1
                   UNTIL  GI  >  WK-BL-GKB (BI)
                   MOVE  0  TO  WK-GOK-CUR (GI)
                   MOVE  0  TO  WK-GOK-PRV (GI)
               END-PERFORM
           END-IF.
           MOVE  PR-RPT-DET  TO  PR-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           ADD  1  TO  WS-PRT-CNT.
       PRT-EXT.
           EXIT.
      *****
      *    HOLD THE ACCOUNT IN HAND FOR THE EXCEPTION LIST.
       UNM-RTN.
           ADD  1  TO  WS-EXC-CNT.
           IF  WS-UNM-CNT  NOT <  200
               GO  TO  UNM-EXT
           END-IF.
           ADD  1  TO  WS-UNM-CNT.
           MOVE  BZM-KMCD  TO  WK-UN-KMCD (WS-UNM-CNT).
           MOVE  WK-CUR    TO  WK-UN-CUR (WS-UNM-CNT).
           MOVE  WK-PRV    TO  WK-UN-PRV (WS-UNM-CNT).
           IF  BX  =  0
               MOVE  "NO LINE"       TO  WK-UN-FLAG (WS-UNM-CNT)
           ELSE
               MOVE  "IN TWO RANGES" TO  WK-UN-FLAG (WS-UNM-CNT)
           END-IF.
       UNM-EXT.
           EXIT.
      *****
      *    RUNLOG START/END -- SEE LIRUNL.
       RUNL-ST-RTN.
           CALL "DB_F_Open" USING
            "I-O" RUNL_PNAME1 "SHARED" BY REFERENCE RUNL_IDLST "1"
            "RUNL-KEY" BY REFERENCE RUNL-KEY.
           ACCEPT  RUNL-SDATE  FROM  DATE.
           ACCEPT  RUNL-STIME  FROM  TIME.
           MOVE  "PR750R"  TO  RUNL-PGM.
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
           MOVE  WS-ACC-CNT  TO  RUNL-READ.
           MOVE  WS-PRT-CNT  TO  RUNL-WRIT.
           MOVE  0           TO  RUNL-UPDT.
           MOVE  "000"       TO  RUNL-CC.
           MOVE  1           TO  RUNL-ENDF.
           CALL "DB_Update" USING
            RUNL_PNAME1 RUNL_LNAME RUNL-R RETURNING RET.
           CALL "DB_F_Close" USING BY REFERENCE RUNL_IDLST RUNL_PNAME1.
       RUNL-EN-EXT.
           EXIT.
       COPY  LPHDR  REPLACING  ==RPT-LINE==  BY  ==PR-RPT-LINE==.
