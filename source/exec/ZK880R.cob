       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         ZK880R.
      *****************************************************
      *****   OPEN QUALITY HOLDS                         *****
      *****************************************************
      *        LISTS EVERY OPEN JT-QHLD HOLD (QH-STAT 0) -- HOLD
      *        NUMBER, WAREHOUSE, ITEM, THE HKBM CLASS-46 REASON,
      *        THE WORK ORDER OR RECEIPT THE GOODS CAME IN ON AND
      *        THE CONTRACTOR, THE DATE THE HOLD WAS PLACED AND THE
      *        DAYS IT HAS BEEN WAITING FOR A DECISION, WITH THE
      *        SIZES STILL HELD UNDER THE ITEM'S SCALE LABELS.
      *        AN AGE IN DAYS AS THE ARGUMENT LISTS ONLY HOLDS
      *        THAT HAVE WAITED AT LEAST THAT LONG (DEFAULT ALL).
      *        CLEARED HOLDS ARE LEFT OUT; ZK870U CLEARS THEM.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  ZK-RPT-FILE  ASSIGN  TO  "ZK880R"
               ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA                DIVISION.
       FILE                SECTION.
       FD  ZK-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  ZK-RPT-LINE         PIC  X(132).
       WORKING-STORAGE     SECTION.
       77  ERR-STAT        PIC  X(02).
       77  RET             PIC  9(01)  VALUE  0.
       77  I               PIC  9(02)  VALUE  0.
       77  WK-ARG          PIC  X(04)  VALUE  SPACE.
       77  WK-MIN-AGE      PIC  9(04)  VALUE  0.
       77  WK-TODAY8       PIC  9(08)  VALUE  0.
       77  WK-AGE          PIC S9(05)  VALUE  0.
       77  WS-RD-CNT       PIC  9(07)  VALUE  0.
       77  WS-PR-CNT       PIC  9(07)  VALUE  0.
       77  WS-GT-QTY       PIC S9(09)  VALUE  0.
       77  WS-OLD-AGE      PIC S9(05)  VALUE  0.
       COPY    LIQHLD.
       COPY    LIHKBM.
       COPY    LIJM.
       COPY    LIRUNL.
       COPY    LISZSC.
       COPY    LWSZS.
      *****
       01  ZK-RPT-HDR.
           02  FILLER          PIC  X(40)  VALUE
               "OPEN QUALITY HOLDS                      ".
       01  ZK-RPT-SEP.
           02  FILLER          PIC  X(100) VALUE  ALL "-".
       01  ZK-RPT-HLD.
           02  FILLER          PIC  X(05)  VALUE  "HOLD=".
           02  RPT-HNO         PIC  9(06).
           02  FILLER          PIC  X(07)  VALUE  "  WHSE=".
           02  RPT-SOK         PIC  9(01).
           02  FILLER          PIC  X(07)  VALUE  "  ITEM=".
           02  RPT-ITEM        PIC  9(06).
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-NAME        PIC  N(24).
           02  FILLER          PIC  X(06)  VALUE  "  QTY=".
           02  RPT-QTY         PIC  -(06)9.
       01  ZK-RPT-SRC.
           02  FILLER          PIC  X(09)  VALUE  "  REASON=".
           02  RPT-RSN         PIC  9(02).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-RNAME       PIC  X(20).
           02  FILLER          PIC  X(06)  VALUE  "  SRC=".
           02  RPT-SRCT        PIC  X(01).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-SRCN        PIC  9(06).
           02  FILLER          PIC  X(07)  VALUE  "  CONT=".
           02  RPT-HCD         PIC  X(05).
           02  FILLER          PIC  X(09)  VALUE  "  PLACED=".
           02  RPT-HDATE       PIC  9(08).
           02  FILLER          PIC  X(09)  VALUE  "  WAITED=".
           02  RPT-AGE         PIC  ZZZZ9.
           02  FILLER          PIC  X(05)  VALUE  " DAYS".
       01  ZK-RPT-SZL.
           02  FILLER          PIC  X(12)  VALUE  SPACE.
           02  RPT-SZL-ENT     OCCURS  10.
               03  RPT-SZL-LBL PIC  X(07).
               03  FILLER      PIC  X(01).
       01  ZK-RPT-QTY.
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-Q-TTL       PIC  X(10).
           02  RPT-Q-ENT       OCCURS  10.
               03  RPT-Q-NO    PIC  -(06)9.
               03  FILLER      PIC  X(01).
           02  RPT-Q-TOT       PIC  -(07)9.
       01  ZK-RPT-GTOT.
           02  FILLER          PIC  X(15)  VALUE  "GRAND TOTAL".
           02  FILLER          PIC  X(07)  VALUE  " HOLDS=".
           02  RPT-G-CNT       PIC  ZZZZZZ9.
           02  FILLER          PIC  X(07)  VALUE  "  HELD=".
           02  RPT-G-QTY       PIC  -(08)9.
           02  FILLER          PIC  X(10)  VALUE  "  OLDEST=".
           02  RPT-G-OLD       PIC  ZZZZ9.
           02  FILLER          PIC  X(05)  VALUE  " DAYS".
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       OPEN  OUTPUT  ZK-RPT-FILE.
       MOVE  ZK-RPT-HDR  TO  ZK-RPT-LINE.
       WRITE  ZK-RPT-LINE.
       PERFORM  RUNL-ST-RTN  THRU  RUNL-ST-EXT.
           ACCEPT  WK-ARG  FROM  ARGUMENT-VALUE.
           IF  WK-ARG  IS  NUMERIC
               MOVE  WK-ARG  TO  WK-MIN-AGE
           END-IF.
           ACCEPT  WK-TODAY8  FROM  DATE.
           ADD  20000000  TO  WK-TODAY8.
      *
           CALL "DB_F_Open" USING
            "INPUT" QHLD_PNAME1 "SHARED" BY REFERENCE QHLD_IDLST "1"
            "QH-KEY" BY REFERENCE QH-KEY.
           CALL "DB_F_Open" USING
            "INPUT" HKBM_PNAME1 "SHARED" BY REFERENCE HKBM_IDLST "1"
            "HKB-KEY" BY REFERENCE HKB-KEY.
           CALL "DB_F_Open" USING
            "INPUT" J-M_PNAME1 "SHARED" BY REFERENCE J-M_IDLST "1"
            "J-JCD" BY REFERENCE J-JCD.
           CALL "DB_F_Open" USING
            "INPUT" SZSC_PNAME1 "SHARED" BY REFERENCE SZSC_IDLST "1"
            "SZS-KEY" BY REFERENCE SZS-KEY.
           MOVE  ZK-RPT-SEP  TO  ZK-RPT-LINE.
           WRITE  ZK-RPT-LINE.
       ST-10.
           CALL "DB_Read" USING
            "NEXT AT END" QHLD_PNAME1 BY REFERENCE QH-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  END-RTN
           END-IF.
           ADD  1  TO  WS-RD-CNT.
           IF  QH-STAT  NOT =  0
               GO  TO  ST-10
           END-IF.
      *        DAYS THE HOLD HAS WAITED FOR A DECISION.
           MOVE  0  TO  WK-AGE.
           IF  QH-HDATE  >  19000000
               COMPUTE  WK-AGE  =
                   FUNCTION INTEGER-OF-DATE (WK-TODAY8) -
                   FUNCTION INTEGER-OF-DATE (QH-HDATE)
           END-IF.
           IF  WK-AGE  <  WK-MIN-AGE
               GO  TO  ST-10
           END-IF.
           ADD  1  TO  WS-PR-CNT.
           IF  WK-AGE  >  WS-OLD-AGE
               MOVE  WK-AGE  TO  WS-OLD-AGE
           END-IF.
           MOVE  QH-JCD  TO  J-JCD.
           CALL "DB_Read" USING
            "INVALID" J-M_PNAME1 BY REFERENCE J-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  0
               MOVE  J-NAME  TO  RPT-NAME
           ELSE
               MOVE  SPACE   TO  RPT-NAME
               MOVE  0       TO  J-SZS
           END-IF.
           MOVE  J-SZS  TO  SZSW-CD.
           PERFORM  SZSW-GET-RTN  THRU  SZSW-GET-EXT.
           MOVE  QH-NO   TO  RPT-HNO.
           MOVE  QH-SOK  TO  RPT-SOK.
           MOVE  QH-JCD  TO  RPT-ITEM.
           MOVE  QH-OQT  TO  RPT-QTY.
           MOVE  ZK-RPT-HLD  TO  ZK-RPT-LINE.
           WRITE  ZK-RPT-LINE.
      *        HOLD REASON NAME -- HKBM CLASS 46.
           MOVE  46      TO  HKB-NO.
           MOVE  SPACE   TO  HKB-BC.
           MOVE  QH-RSN  TO  HKB-BC (1:2).
           CALL "DB_Read" USING
            "INVALID" HKBM_PNAME1 BY REFERENCE HKB-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  0
               MOVE  HKB-NAME (1:20)  TO  RPT-RNAME
           ELSE
               MOVE  SPACE            TO  RPT-RNAME
           END-IF.
           MOVE  QH-RSN    TO  RPT-RSN.
           MOVE  QH-SRCT   TO  RPT-SRCT.
           MOVE  QH-SRCN   TO  RPT-SRCN.
           MOVE  QH-HCD    TO  RPT-HCD.
           MOVE  QH-HDATE  TO  RPT-HDATE.
           MOVE  WK-AGE    TO  RPT-AGE.
           MOVE  ZK-RPT-SRC  TO  ZK-RPT-LINE.
           WRITE  ZK-RPT-LINE.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  10
               MOVE  SZSW-LBL (I)  TO  RPT-SZL-LBL (I)
           END-PERFORM.
           MOVE  ZK-RPT-SZL  TO  ZK-RPT-LINE.
           WRITE  ZK-RPT-LINE.
           MOVE  "HELD"  TO  RPT-Q-TTL.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  10
               MOVE  QH-OQ1 (I)  TO  RPT-Q-NO (I)
           END-PERFORM.
           MOVE  QH-OQT  TO  RPT-Q-TOT.
           MOVE  ZK-RPT-QTY  TO  ZK-RPT-LINE.
           WRITE  ZK-RPT-LINE.
           ADD  QH-OQT  TO  WS-GT-QTY.
           GO  TO  ST-10.
       END-RTN.
           CALL "DB_F_Close" USING BY REFERENCE QHLD_IDLST QHLD_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE HKBM_IDLST HKBM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE J-M_IDLST J-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE SZSC_IDLST SZSC_PNAME1.
           MOVE  ZK-RPT-SEP  TO  ZK-RPT-LINE.
           WRITE  ZK-RPT-LINE.
           MOVE  WS-PR-CNT   TO  RPT-G-CNT.
           MOVE  WS-GT-QTY   TO  RPT-G-QTY.
           MOVE  WS-OLD-AGE  TO  RPT-G-OLD.
           MOVE  ZK-RPT-GTOT  TO  ZK-RPT-LINE.
           WRITE  ZK-RPT-LINE.
           CLOSE  ZK-RPT-FILE.
           PERFORM  RUNL-EN-RTN  THRU  RUNL-EN-EXT.
           CALL "DB_Close".
           STOP  RUN.
      *****
      *    RUNLOG START/END -- SEE LIRUNL.
       RUNL-ST-RTN.
           CALL "DB_F_Open" USING
            "I-O" RUNL_PNAME1 "SHARED" BY REFERENCE RUNL_IDLST "1"
            "RUNL-KEY" BY REFERENCE RUNL-KEY.
           ACCEPT  RUNL-SDATE  FROM  DATE.
           ACCEPT  RUNL-STIME  FROM  TIME.
           MOVE  "ZK880R"  TO  RUNL-PGM.
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
           MOVE  WS-RD-CNT   TO  RUNL-READ.
           MOVE  WS-PR-CNT   TO  RUNL-WRIT.
           MOVE  0           TO  RUNL-UPDT.
           MOVE  "000"       TO  RUNL-CC.
           MOVE  1           TO  RUNL-ENDF.
           CALL "DB_Update" USING
            RUNL_PNAME1 RUNL_LNAME RUNL-R RETURNING RET.
           CALL "DB_F_Close" USING BY REFERENCE RUNL_IDLST RUNL_PNAME1.
       RUNL-EN-EXT.
           EXIT.
       COPY  LPSZS.
