      *        COMBINED PICK-LIST BLOCK PER CONSOLIDATION;
      *        UNCONSOLIDATED WORK (CONS 0) LISTS FIRST AS
      *        BEFORE.
      *        WITHIN A BLOCK THE LINES RUN IN THE WAREHOUSE'S
      *        WALK SEQUENCE: EACH ITEM PRINTS WITH THE BIN TO
      *        PICK FROM (FIRST JT-BINA BIN HOLDING STOCK, SEE
      *        LWBIN) AND SORTS BY THAT BIN'S BIN-WALK; ITEMS
      *        WITH NO BIN FOLLOW IN ITEM ORDER.
      *        THE SIZE COLUMNS ARE HEADED BY THE LABELS OF THE
      *        ITEM'S SIZE SCALE (J-SZS, JT-SZSC), REPEATED AT
      *        EACH CONSOLIDATION AND WHEREVER THE SCALE CHANGES.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       SD  JF-SORT-WORK.
       01  SRT-REC.
           02  SRT-CONS        PIC  9(06).
           02  SRT-SOK         PIC  9(01).
           02  SRT-WALK        PIC  9(05).
           02  SRT-BIN         PIC  X(08).
           02  SRT-ITEM        PIC  9(06).
           02  SRT-LOT         PIC  9(06).
           02  SRT-SEQ         PIC  9(01).
           02  SRT-OUT         OCCURS  10  PIC  S9(04).
           02  SRT-SZS         PIC  9(02).
           02  SRT-LBLS        PIC  X(40).
       WORKING-STORAGE     SECTION.
       77  ERR-STAT        PIC  X(02).
       77  RET             PIC  9(01)  VALUE  0.
       77  I               PIC  9(02)  VALUE  0.
       77  WK-CUR-CONS     PIC  9(06)  VALUE  0.
       77  WK-1ST-SW       PIC  9(01)  VALUE  1.
       77  WK-CUR-SZS      PIC  9(02)  VALUE  0.
       77  WK-LBL-SW       PIC  9(01)  VALUE  1.
       COPY    LIJSJD.
       COPY    LIBINM.
       COPY    LIBINA.
       COPY    LWBIN.
       COPY    LIJM.
       COPY    LISZSC.
       COPY    LWSZS.
      *****
       01  JF-RPT-HDR.
           02  FILLER          PIC  X(30)  VALUE
               "WAREHOUSE PICK LIST          ".
           02  FILLER          PIC  X(10)  VALUE  "BIN".
           02  FILLER          PIC  X(10)  VALUE  "ITEM".
           02  FILLER          PIC  X(10)  VALUE  "LOT".
           02  FILLER          PIC  X(40)  VALUE
               "OUTSTANDING QUANTITY BY SIZE".
       01  JF-RPT-CNS.
           02  FILLER          PIC  X(24)  VALUE
               "-- CONSOLIDATED DLV NO= ".
           02  RPT-CNS         PIC  9(06).
           02  FILLER          PIC  X(03)  VALUE  " --".
       01  JF-RPT-DET.
           02  RPT-BIN         PIC  X(08).
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-ITEM        PIC  9(06).
           02  FILLER          PIC  X(04)  VALUE  SPACE.
           02  RPT-LOT         PIC  9(06).
           02  FILLER          PIC  X(01)  VALUE  "-".
           02  RPT-SEQ         PIC  9(01).
           02  FILLER          PIC  X(04)  VALUE  SPACE.
           02  RPT-OUT         OCCURS  10  PIC  ----9.
       01  JF-RPT-LBL.
           02  FILLER          PIC  X(32)  VALUE  SPACE.
           02  RPT-LBE         OCCURS  10.
               03  FILLER      PIC  X(01).
               03  RPT-LB      PIC  X(04).
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       WRITE  JF-RPT-LINE.
      *
           SORT  JF-SORT-WORK
               ASCENDING  KEY  SRT-CONS  SRT-SOK  SRT-WALK  SRT-BIN
                               SRT-ITEM  SRT-LOT  SRT-SEQ
               INPUT  PROCEDURE  IS  INP-RTN  THRU  INP-EXT
               OUTPUT  PROCEDURE  IS  OUT-RTN  THRU  OUT-EXT.
           CLOSE  JF-RPT-FILE.
           CALL "DB_F_Open" USING
            "INPUT" JSJD_PNAME1 "SHARED" BY REFERENCE JSJD_IDLST "1"
            "JSJD-KEY" BY REFERENCE JSJD-KEY.
           CALL "DB_F_Open" USING
            "INPUT" BINM_PNAME1 "SHARED" BY REFERENCE BINM_IDLST "1"
            "BIN-KEY" BY REFERENCE BIN-KEY.
           CALL "DB_F_Open" USING
            "INPUT" BINA_PNAME1 "SHARED" BY REFERENCE BINA_IDLST "1"
            "BNA-KEY" BY REFERENCE BNA-KEY.
           CALL "DB_F_Open" USING
            "INPUT" J-M_PNAME1 "SHARED" BY REFERENCE J-M_IDLST "1"
            "J-JCD" BY REFERENCE J-JCD.
           CALL "DB_F_Open" USING
            "INPUT" SZSC_PNAME1 "SHARED" BY REFERENCE SZSC_IDLST "1"
            "SZS-KEY" BY REFERENCE SZS-KEY.
       INP-10.
      *           READ   JSJD   NEXT  AT  END
      *///////////////
           MOVE  JSJD-09     TO  SRT-ITEM.
           MOVE  JSJD-081    TO  SRT-LOT.
           MOVE  JSJD-082    TO  SRT-SEQ.
      *        PRE-DEPOT INSTRUCTIONS CARRY NO WAREHOUSE -- THE
      *        MAIN WAREHOUSE (1).
           IF  JSJD-SOK  IS  NUMERIC  AND  JSJD-SOK  NOT =  0
               MOVE  JSJD-SOK  TO  BINW-SOK
           ELSE
               MOVE  1         TO  BINW-SOK
           END-IF.
           MOVE  JSJD-09     TO  BINW-JCD.
           PERFORM  BINW-PCK-RTN  THRU  BINW-PCK-EXT.
           MOVE  BINW-SOK    TO  SRT-SOK.
           MOVE  BINW-WALK   TO  SRT-WALK.
           MOVE  BINW-BIN    TO  SRT-BIN.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  10
               COMPUTE  SRT-OUT (I)  =
                   JSJD-1111 (I)  -  JSJD-1211 (I)
           END-PERFORM.
           MOVE  JSJD-09  TO  J-JCD.
           CALL "DB_Read" USING
            "INVALID" J-M_PNAME1 BY REFERENCE J-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               MOVE  0  TO  J-SZS
           END-IF.
           MOVE  J-SZS  TO  SZSW-CD.
           PERFORM  SZSW-GET-RTN  THRU  SZSW-GET-EXT.
           MOVE  J-SZS      TO  SRT-SZS.
           MOVE  SZSW-LBLS  TO  SRT-LBLS.
           RELEASE  SRT-REC.
           GO  TO  INP-10.
       INP-EXT.
           CALL "DB_F_Close" USING BY REFERENCE JSJD_IDLST JSJD_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE BINM_IDLST BINM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE BINA_IDLST BINA_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE J-M_IDLST J-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE SZSC_IDLST SZSC_PNAME1.
           EXIT.
       OUT-RTN.
       OUT-10.
                   MOVE  JF-RPT-CNS  TO  JF-RPT-LINE
                   WRITE  JF-RPT-LINE
               END-IF
               MOVE  1         TO  WK-LBL-SW
           END-IF.
      *        SIZE LABELS AGAIN WHENEVER THE SCALE CHANGES.
           IF  SRT-SZS  NOT =  WK-CUR-SZS  OR  WK-LBL-SW  =  1
               MOVE  0         TO  WK-LBL-SW
               MOVE  SRT-SZS   TO  WK-CUR-SZS
               MOVE  SRT-LBLS  TO  SZSW-LBLS
               PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  10
                   MOVE  SPACE         TO  RPT-LBE (I)
                   MOVE  SZSW-LBL (I)  TO  RPT-LB (I)
               END-PERFORM
               MOVE  JF-RPT-LBL  TO  JF-RPT-LINE
               WRITE  JF-RPT-LINE
           END-IF.
           MOVE  SRT-BIN   TO  RPT-BIN.
           MOVE  SRT-ITEM  TO  RPT-ITEM.
           MOVE  SRT-LOT   TO  RPT-LOT.
           MOVE  SRT-SEQ   TO  RPT-SEQ.
           GO  TO  OUT-10.
       OUT-EXT.
           EXIT.
       COPY  LPBIN.
       COPY  LPSZS.
