      *        CANNOT DISTORT IT.  AN ITEM ALREADY FROZEN UNDER
      *        THE SAME DATE IS REPORTED AND LEFT ALONE, SO A
      *        RERUN CANNOT WIPE COUNTS ALREADY KEYED.
      *        RUN WITH THE ARGUMENT "BIN" THE SHEETS PRINT BY
      *        BIN INSTEAD: ONE BLOCK PER WAREHOUSE ZONE AND
      *        AISLE (ONE COUNTER EACH), BINS IN WALK SEQUENCE,
      *        EVERY ITEM IN THE BIN WITH ITS JT-BINA QUANTITY
      *        AND A COUNT BOX PER SIZE; ITEMS FROZEN AND STILL
      *        AWAITING COUNT BUT WITH NO BIN FOLLOW IN A
      *        "NO BIN" BLOCK PER WAREHOUSE.
      *        SIZES PRINT UNDER THE LABELS OF THE ITEM'S SIZE
      *        SCALE (J-SZS, JT-SZSC); A BUCKET THE SCALE DOES
      *        NOT USE GETS NO COUNT BOX UNLESS BOOK STOCK SITS
      *        IN IT.  THE CONSIGNMENT LOCATION (ZKM-SOK 9) IS
      *        NOT FROZEN -- IT IS COUNTED BY THE CUSTOMERS AND
      *        RECONCILED ON ZK860R.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       FILE-CONTROL.
           SELECT  ZK-RPT-FILE  ASSIGN  TO  "ZK730R"
               ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT  ZK-SORT-WORK  ASSIGN  TO  "ZK730R.SRT".
       DATA                DIVISION.
       FILE                SECTION.
       FD  ZK-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  ZK-RPT-LINE         PIC  X(132).
       SD  ZK-SORT-WORK.
       01  SRT-REC.
           02  SRT-NOBIN       PIC  9(01).
           02  SRT-SOK         PIC  9(01).
           02  SRT-ZONE        PIC  X(02).
           02  SRT-AISLE       PIC  9(02).
           02  SRT-WALK        PIC  9(05).
           02  SRT-BIN         PIC  X(08).
           02  SRT-ITEM        PIC  9(06).
           02  SRT-QTY         PIC S9(07).
       WORKING-STORAGE     SECTION.
       77  ERR-STAT        PIC  X(02).
       77  RET             PIC  9(01)  VALUE  0.
       77  WK-FDATE        PIC  9(06)  VALUE  0.
       77  WS-RD-CNT       PIC  9(07)  VALUE  0.
       77  WS-FRZ-CNT      PIC  9(07)  VALUE  0.
       77  WK-MODE         PIC  X(03)  VALUE  SPACE.
       77  WK-SQ           PIC  9(02)  VALUE  0.
       77  WK-HASBIN       PIC  9(01)  VALUE  0.
       77  WK-1ST-SW       PIC  9(01)  VALUE  1.
       01  WK-BRK.
           02  WK-BRK-NOBIN    PIC  9(01).
           02  WK-BRK-SOK      PIC  9(01).
           02  WK-BRK-ZONE     PIC  X(02).
           02  WK-BRK-AISLE    PIC  9(02).
       COPY    LIZAIK.
       COPY    LISTTK.
       COPY    LIJM.
       COPY    LIRUNL.
       COPY    LIBINM.
       COPY    LIBINA.
       COPY    LISZSC.
       COPY    LWSZS.
      *****
       01  ZK-RPT-HDR.
           02  FILLER          PIC  X(30)  VALUE
       01  ZK-RPT-DET.
           02  FILLER          PIC  X(06)  VALUE  " SIZE ".
           02  RPT-SZ          PIC  9(02).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-SZL         PIC  X(04).
           02  FILLER          PIC  X(07)  VALUE  "  BOOK=".
           02  RPT-BOOK        PIC  -(05)9.
           02  FILLER          PIC  X(12)  VALUE  "  COUNT(".
           02  FILLER          PIC  X(08)  VALUE  ")       ".
       01  ZK-RPT-AIS.
           02  FILLER          PIC  X(06)  VALUE  "WHSE=".
           02  RPT-A-SOK       PIC  9(01).
           02  FILLER          PIC  X(07)  VALUE  "  ZONE=".
           02  RPT-A-ZONE      PIC  X(02).
           02  FILLER          PIC  X(08)  VALUE  "  AISLE=".
           02  RPT-A-AISLE     PIC  9(02).
           02  FILLER          PIC  X(24)  VALUE
               "    COUNTED BY(        )".
       01  ZK-RPT-NOB.
           02  FILLER          PIC  X(06)  VALUE  "WHSE=".
           02  RPT-N-SOK       PIC  9(01).
           02  FILLER          PIC  X(40)  VALUE
               "  NO BIN -- COUNT WHERE FOUND".
       01  ZK-RPT-BIN.
           02  FILLER          PIC  X(05)  VALUE  "BIN=".
           02  RPT-B-BIN       PIC  X(08).
           02  FILLER          PIC  X(07)  VALUE  "  ITEM=".
           02  RPT-B-ITEM      PIC  9(06).
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-B-NAME      PIC  N(24).
           02  FILLER          PIC  X(06)  VALUE  "  QTY=".
           02  RPT-B-QTY       PIC  -(06)9.
       01  ZK-RPT-CNT.
           02  FILLER          PIC  X(05)  VALUE  SPACE.
           02  RPT-C-SZ        OCCURS  10.
               03  RPT-C-NO    PIC  X(04).
               03  RPT-C-BOX   PIC  X(07).
       01  ZK-RPT-MSG.
           02  FILLER          PIC  X(06)  VALUE  "ITEM=".
           02  RPT-MSG-ITEM    PIC  9(06).
       MOVE  ZK-RPT-HDR  TO  ZK-RPT-LINE.
       WRITE  ZK-RPT-LINE.
       PERFORM  RUNL-ST-RTN  THRU  RUNL-ST-EXT.
       ACCEPT  WK-MODE  FROM  ARGUMENT-VALUE.
      *
           CALL "DB_F_Open" USING
            "INPUT" ZKM_PNAME1 "SHARED" BY REFERENCE ZKM_IDLST "1"
           CALL "DB_F_Open" USING
            "INPUT" J-M_PNAME1 "SHARED" BY REFERENCE J-M_IDLST "1"
            "J-JCD" BY REFERENCE J-JCD.
           CALL "DB_F_Open" USING
            "INPUT" SZSC_PNAME1 "SHARED" BY REFERENCE SZSC_IDLST "1"
            "SZS-KEY" BY REFERENCE SZS-KEY.
       ST-10.
           CALL "DB_Read" USING
            "NEXT AT END" ZKM_PNAME1 BY REFERENCE ZKM-R "UNLOCK"
               GO  TO  END-RTN
           END-IF.
           ADD  1  TO  WS-RD-CNT.
           IF  ZKM-SOK  =  9
               GO  TO  ST-10
           END-IF.
      *        FREEZE THE BOOK FIGURES UNDER TODAY'S CYCLE.
           INITIALIZE  STK-R.
           MOVE  WK-FDATE  TO  STK-FDATE.
               GO  TO  ST-10
           END-IF.
           ADD  1  TO  WS-FRZ-CNT.
           IF  WK-MODE  =  "BIN"
               GO  TO  ST-10
           END-IF.
      *        ONE COUNT SHEET BLOCK PER ITEM.
           MOVE  ZK-RPT-SEP  TO  ZK-RPT-LINE.
           WRITE  ZK-RPT-LINE.
               MOVE  J-NAME  TO  RPT-NAME
           ELSE
               MOVE  SPACE   TO  RPT-NAME
               MOVE  0       TO  J-SZS
           END-IF.
           MOVE  J-SZS  TO  SZSW-CD.
           PERFORM  SZSW-GET-RTN  THRU  SZSW-GET-EXT.
           MOVE  ZK-RPT-ITM  TO  ZK-RPT-LINE.
           WRITE  ZK-RPT-LINE.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  10
               IF  SZSW-LBL (I)  NOT =  SPACE
               OR  STK-BK1 (I)   NOT =  0
                   MOVE  I             TO  RPT-SZ
                   MOVE  SZSW-LBL (I)  TO  RPT-SZL
                   MOVE  STK-BK1 (I)   TO  RPT-BOOK
                   MOVE  ZK-RPT-DET    TO  ZK-RPT-LINE
                   WRITE  ZK-RPT-LINE
               END-IF
           END-PERFORM.
           GO  TO  ST-10.
       END-RTN.
           CALL "DB_F_Close" USING BY REFERENCE ZKM_IDLST ZKM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE STTK_IDLST STTK_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE J-M_IDLST J-M_PNAME1.
           IF  WK-MODE  =  "BIN"
               PERFORM  BIN-SHT-RTN  THRU  BIN-SHT-EXT
           END-IF.
           CALL "DB_F_Close" USING BY REFERENCE SZSC_IDLST SZSC_PNAME1.
           MOVE  WS-FRZ-CNT  TO  RPT-SUM-CNT.
           MOVE  ZK-RPT-SUM  TO  ZK-RPT-LINE.
           WRITE  ZK-RPT-LINE.
           CALL "DB_Close".
           STOP  RUN.
      *****
      *    COUNT SHEETS BY BIN -- EVERY ITEM OF TODAY'S CYCLE
      *    STILL AWAITING COUNT (STK-STAT 0), UNDER EACH BIN
      *    IT IS ASSIGNED TO, THEN THE ITEMS WITH NO BIN.
       BIN-SHT-RTN.
           CALL "DB_F_Open" USING
            "INPUT" BINM_PNAME1 "SHARED" BY REFERENCE BINM_IDLST "1"
            "BIN-KEY" BY REFERENCE BIN-KEY.
           CALL "DB_F_Open" USING
            "INPUT" BINA_PNAME1 "SHARED" BY REFERENCE BINA_IDLST "1"
            "BNA-KEY" BY REFERENCE BNA-KEY.
           CALL "DB_F_Open" USING
            "INPUT" J-M_PNAME1 "SHARED" BY REFERENCE J-M_IDLST "1"
            "J-JCD" BY REFERENCE J-JCD.
           SORT  ZK-SORT-WORK
               ASCENDING  KEY  SRT-NOBIN  SRT-SOK  SRT-ZONE  SRT-AISLE
                               SRT-WALK  SRT-BIN  SRT-ITEM
               INPUT  PROCEDURE  IS  BIN-INP-RTN  THRU  BIN-INP-EXT
               OUTPUT  PROCEDURE  IS  BIN-OUT-RTN  THRU  BIN-OUT-EXT.
           CALL "DB_F_Close" USING BY REFERENCE BINM_IDLST BINM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE BINA_IDLST BINA_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE J-M_IDLST J-M_PNAME1.
       BIN-SHT-EXT.
           EXIT.
       BIN-INP-RTN.
           CALL "DB_F_Open" USING
            "INPUT" STTK_PNAME1 "SHARED" BY REFERENCE STTK_IDLST "1"
            "STK-KEY" BY REFERENCE STK-KEY.
       BIN-INP-10.
           CALL "DB_Read" USING
            "NEXT AT END" BINA_PNAME1 BY REFERENCE BNA-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  BIN-INP-20
           END-IF.
           MOVE  WK-FDATE  TO  STK-FDATE.
           MOVE  BNA-SOK   TO  STK-SOK.
           MOVE  BNA-JCD   TO  STK-JCD.
           CALL "DB_Read" USING
            "INVALID" STTK_PNAME1 BY REFERENCE STK-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1  OR  STK-STAT  NOT =  0
               GO  TO  BIN-INP-10
           END-IF.
           MOVE  BNA-SOK  TO  BIN-SOK.
           MOVE  BNA-BIN  TO  BIN-CD.
           CALL "DB_Read" USING
            "INVALID" BINM_PNAME1 BY REFERENCE BIN-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               MOVE  SPACE  TO  BIN-ZONE
               MOVE  0      TO  BIN-AISLE
               MOVE  99999  TO  BIN-WALK
           END-IF.
           MOVE  0          TO  SRT-NOBIN.
           MOVE  BNA-SOK    TO  SRT-SOK.
           MOVE  BIN-ZONE   TO  SRT-ZONE.
           MOVE  BIN-AISLE  TO  SRT-AISLE.
           MOVE  BIN-WALK   TO  SRT-WALK.
           MOVE  BNA-BIN    TO  SRT-BIN.
           MOVE  BNA-JCD    TO  SRT-ITEM.
           MOVE  BNA-QTY    TO  SRT-QTY.
           RELEASE  SRT-REC.
           GO  TO  BIN-INP-10.
      *        SECOND PASS -- FROZEN ITEMS WITH NO BIN AT ALL.
       BIN-INP-20.
           CALL "DB_F_Close" USING BY REFERENCE STTK_IDLST STTK_PNAME1.
           CALL "DB_F_Open" USING
            "INPUT" STTK_PNAME1 "SHARED" BY REFERENCE STTK_IDLST "1"
            "STK-KEY" BY REFERENCE STK-KEY.
       BIN-INP-30.
           CALL "DB_Read" USING
            "NEXT AT END" STTK_PNAME1 BY REFERENCE STK-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  BIN-INP-90
           END-IF.
           IF  STK-FDATE  NOT =  WK-FDATE  OR  STK-STAT  NOT =  0
               GO  TO  BIN-INP-30
           END-IF.
           MOVE  0  TO  WK-HASBIN.
           PERFORM  VARYING  WK-SQ  FROM  1  BY  1
               UNTIL  WK-SQ  >  9  OR  WK-HASBIN  =  1
               MOVE  STK-SOK  TO  BNA-SOK
               MOVE  STK-JCD  TO  BNA-JCD
               MOVE  WK-SQ    TO  BNA-SEQ
               CALL "DB_Read" USING
                "INVALID" BINA_PNAME1 BY REFERENCE BNA-R "UNLOCK"
                RETURNING RET
               IF  RET  =  0
                   MOVE  1  TO  WK-HASBIN
               END-IF
           END-PERFORM.
           IF  WK-HASBIN  =  1
               GO  TO  BIN-INP-30
           END-IF.
           MOVE  1        TO  SRT-NOBIN.
           MOVE  STK-SOK  TO  SRT-SOK.
           MOVE  SPACE    TO  SRT-ZONE.
           MOVE  0        TO  SRT-AISLE.
           MOVE  99999    TO  SRT-WALK.
           MOVE  SPACE    TO  SRT-BIN.
           MOVE  STK-JCD  TO  SRT-ITEM.
           MOVE  STK-BKT  TO  SRT-QTY.
           RELEASE  SRT-REC.
           GO  TO  BIN-INP-30.
       BIN-INP-90.
           CALL "DB_F_Close" USING BY REFERENCE STTK_IDLST STTK_PNAME1.
       BIN-INP-EXT.
           EXIT.
       BIN-OUT-RTN.
           MOVE  1  TO  WK-1ST-SW.
       BIN-OUT-10.
           RETURN  ZK-SORT-WORK  AT  END  GO  TO  BIN-OUT-EXT.
      *        A NEW COUNTER BLOCK ON EVERY CHANGE OF AISLE.
           IF  WK-1ST-SW  =  1
               OR  SRT-NOBIN  NOT =  WK-BRK-NOBIN
               OR  SRT-SOK    NOT =  WK-BRK-SOK
               OR  SRT-ZONE   NOT =  WK-BRK-ZONE
               OR  SRT-AISLE  NOT =  WK-BRK-AISLE
               MOVE  0          TO  WK-1ST-SW
               MOVE  SRT-NOBIN  TO  WK-BRK-NOBIN
               MOVE  SRT-SOK    TO  WK-BRK-SOK
               MOVE  SRT-ZONE   TO  WK-BRK-ZONE
               MOVE  SRT-AISLE  TO  WK-BRK-AISLE
               MOVE  ZK-RPT-SEP  TO  ZK-RPT-LINE
               WRITE  ZK-RPT-LINE
               IF  SRT-NOBIN  =  0
                   MOVE  SRT-SOK     TO  RPT-A-SOK
                   MOVE  SRT-ZONE    TO  RPT-A-ZONE
                   MOVE  SRT-AISLE   TO  RPT-A-AISLE
                   MOVE  ZK-RPT-AIS  TO  ZK-RPT-LINE
               ELSE
                   MOVE  SRT-SOK     TO  RPT-N-SOK
                   MOVE  ZK-RPT-NOB  TO  ZK-RPT-LINE
               END-IF
               WRITE  ZK-RPT-LINE
           END-IF.
           MOVE  SRT-BIN   TO  RPT-B-BIN.
           MOVE  SRT-ITEM  TO  RPT-B-ITEM.
           MOVE  SRT-ITEM  TO  J-JCD.
           CALL "DB_Read" USING
            "INVALID" J-M_PNAME1 BY REFERENCE J-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  0
               MOVE  J-NAME  TO  RPT-B-NAME
           ELSE
               MOVE  SPACE   TO  RPT-B-NAME
               MOVE  0       TO  J-SZS
           END-IF.
           MOVE  J-SZS  TO  SZSW-CD.
           PERFORM  SZSW-GET-RTN  THRU  SZSW-GET-EXT.
           MOVE  SRT-QTY   TO  RPT-B-QTY.
           MOVE  ZK-RPT-BIN  TO  ZK-RPT-LINE.
           WRITE  ZK-RPT-LINE.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  10
               MOVE  SZSW-LBL (I)  TO  RPT-C-NO (I)
               IF  SZSW-LBL (I)  =  SPACE
                   MOVE  SPACE      TO  RPT-C-BOX (I)
               ELSE
                   MOVE  "(    ) "  TO  RPT-C-BOX (I)
               END-IF
           END-PERFORM.
           MOVE  ZK-RPT-CNT  TO  ZK-RPT-LINE.
           WRITE  ZK-RPT-LINE.
           GO  TO  BIN-OUT-10.
       BIN-OUT-EXT.
           EXIT.
      *****
      *    RUNLOG START/END -- SEE LIRUNL.
       RUNL-ST-RTN.
           CALL "DB_F_Open" USING
           CALL "DB_F_Close" USING BY REFERENCE RUNL_IDLST RUNL_PNAME1.
       RUNL-EN-EXT.
           EXIT.
       COPY  LPSZS.
