       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KM910R.
      *****************************************************
      *****   BILL-OF-MATERIALS STANDARD COST ROLL-UP  *****
      *****************************************************
      *        ROLLS THE STANDARD COST OF EVERY ITEM WITH A
      *        JT-BOMF BILL UP FROM ITS COMPONENTS, ALL LEVELS:
      *        A COMPONENT WITHOUT A BILL OF ITS OWN (A BOUGHT
      *        MATERIAL) COSTS ITS J-ST, ELSE J-YT (THE ZK770U
      *        VALUATION RULE); A COMPONENT WITH A BILL COSTS ITS
      *        OWN ROLLED-UP STANDARD, SO THE LOWEST LEVELS ARE
      *        COSTED FIRST AND EACH PASS CLIMBS ONE LEVEL.  AN
      *        ITEM'S MATERIAL COST IS THE SUM OF ITS COMPONENTS'
      *        UNIT COST X BOM-USU; ITS PROCESSING COST IS J-KT
      *        (AS KM770U REVALUES IT), ELSE THE KHM RATE TOTAL OF
      *        ITS J-MCD PROCESS.  EVERY ROLLED-UP ITEM IS STORED
      *        ON JT-STDC WITH TODAY'S DATE AND PRINTS A COST
      *        SHEET (KM910R); THE COMPARISON (KM910R.CMP) LISTS
      *        THE ITEMS WHOSE ROLLED-UP COST DIFFERS FROM J-ST BY
      *        MORE THAN THE 2-DIGIT ARGUMENT % (DEFAULT 10), ITEMS
      *        WITH NO J-ST, AND ANY BILL THAT LOOPS BACK ON
      *        ITSELF AND SO CANNOT BE COSTED.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  KM-RPT-FILE  ASSIGN  TO  "KM910R"
               ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT  KM-CMP-FILE  ASSIGN  TO  "KM910R.CMP"
               ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT  KM-SORT-WORK  ASSIGN  TO  "KM910R.SRT".
       DATA                DIVISION.
       FILE                SECTION.
       FD  KM-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  KM-RPT-LINE         PIC  X(132).
       FD  KM-CMP-FILE
           LABEL RECORD IS STANDARD.
       01  KM-CMP-LINE         PIC  X(132).
       SD  KM-SORT-WORK.
       01  SRT-REC.
           02  SRT-JCD         PIC  9(006).
           02  SRT-IX          PIC  9(004).
       WORKING-STORAGE     SECTION.
       77  ERR-STAT        PIC  X(02).
       77  RET             PIC  9(01)  VALUE  0.
       77  I               PIC  9(04)  VALUE  0.
       77  L               PIC  9(04)  VALUE  0.
       77  P               PIC  9(04)  VALUE  0.
       77  C               PIC  9(04)  VALUE  0.
       77  WK-ITM-CNT      PIC  9(04)  VALUE  0.
       77  WK-LNK-CNT      PIC  9(04)  VALUE  0.
       77  WK-PASS         PIC  9(02)  VALUE  0.
       77  WK-PROG         PIC  9(01)  VALUE  0.
       77  WK-PCT          PIC  9(02)  VALUE  10.
       77  WK-DIFP         PIC S9(05)V9(01)  VALUE  0.
       77  WK-ABSP         PIC  9(05)V9(01)  VALUE  0.
       77  WK-EXT          PIC S9(09)V9(02)  VALUE  0.
       77  WK-MCDX         PIC  X(06)  VALUE  SPACE.
       77  WK-JCD          PIC  9(06)  VALUE  0.
       77  WK-TODAY        PIC  9(08)  VALUE  0.
       77  WK-NEW-SW       PIC  9(01)  VALUE  0.
       77  WS-SHT-CNT      PIC  9(07)  VALUE  0.
       77  WS-CMP-CNT      PIC  9(07)  VALUE  0.
       77  WS-LOOP-CNT     PIC  9(07)  VALUE  0.
       77  WS-OVF-CNT      PIC  9(07)  VALUE  0.
       01  WK-ARG          PIC  X(02).
       01  WK-ARGN  REDEFINES  WK-ARG   PIC  9(02).
      *        EVERY ITEM ON A BILL, PARENT OR COMPONENT.
       01  ITM-TBL.
           02  ITM-ENT         OCCURS  3000.
               03  ITM-JCD         PIC  9(06).
               03  ITM-PAR         PIC  9(01).
               03  ITM-RES         PIC  9(01).
               03  ITM-BLK         PIC  9(01).
               03  ITM-LVL         PIC  9(02).
               03  ITM-JST         PIC S9(06)V9(02).
               03  ITM-MAT         PIC S9(09)V9(02).
               03  ITM-PRC         PIC S9(07)V9(02).
               03  ITM-COST        PIC S9(09)V9(02).
               03  ITM-ACC         PIC S9(09)V9(02).
      *        EVERY JT-BOMF LINK AS PARENT / COMPONENT SUBSCRIPTS.
       01  LNK-TBL.
           02  LNK-ENT         OCCURS  5000.
               03  LNK-PI          PIC  9(04).
               03  LNK-CI          PIC  9(04).
               03  LNK-USU         PIC  9(04)V9(02).
       COPY    LIBOMF.
       COPY    LIJM.
       COPY    LIKHM.
       COPY    LISTDC.
       COPY    LIRUNL.
      *****
       01  KM-RPT-HDR.
           02  FILLER          PIC  X(30)  VALUE
               "STANDARD COST SHEETS         ".
           02  FILLER          PIC  X(06)  VALUE  "DATE=".
           02  RPT-HDR-DATE    PIC  9(08).
       01  KM-RPT-ITM.
           02  FILLER          PIC  X(05)  VALUE  "ITEM ".
           02  ITH-JCD         PIC  9(06).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  ITH-NAME        PIC  N(24).
           02  FILLER          PIC  X(08)  VALUE  "  LEVEL ".
           02  ITH-LVL         PIC  Z9.
       01  KM-RPT-CMP.
           02  FILLER          PIC  X(06)  VALUE  "  MAT ".
           02  CMR-JCD         PIC  9(06).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  CMR-NAME        PIC  N(24).
           02  FILLER          PIC  X(07)  VALUE  " USAGE=".
           02  CMR-USU         PIC  ZZZ9.99.
           02  FILLER          PIC  X(06)  VALUE  " UNIT=".
           02  CMR-UNIT        PIC  ZZZZZZ9.99.
           02  FILLER          PIC  X(06)  VALUE  " COST=".
           02  CMR-EXT         PIC  ZZZZZZZ9.99.
       01  KM-RPT-TOT.
           02  FILLER          PIC  X(11)  VALUE  "  MATERIAL=".
           02  TOT-MAT         PIC  ZZZZZZ9.99.
           02  FILLER          PIC  X(12)  VALUE  " PROCESSING=".
           02  TOT-PRC         PIC  ZZZZZZ9.99.
           02  FILLER          PIC  X(10)  VALUE  " STANDARD=".
           02  TOT-STD         PIC  ZZZZZZ9.99.
           02  FILLER          PIC  X(06)  VALUE  " J-ST=".
           02  TOT-JST         PIC  ZZZZZ9.99.
           02  FILLER          PIC  X(07)  VALUE  " DIFF%=".
           02  TOT-DIFP        PIC  -(04)9.9.
       01  KM-CMP-HDR.
           02  FILLER          PIC  X(38)  VALUE
               "ROLLED-UP COST VS J-ST  TOLERANCE %= ".
           02  CMH-PCT         PIC  Z9.
           02  FILLER          PIC  X(07)  VALUE  "  DATE=".
           02  CMH-DATE        PIC  9(08).
       01  KM-CMP-DET.
           02  FILLER          PIC  X(05)  VALUE  "ITEM=".
           02  CMP-JCD         PIC  9(06).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  CMP-NAME        PIC  N(24).
           02  FILLER          PIC  X(10)  VALUE  " STANDARD=".
           02  CMP-STD         PIC  ZZZZZZ9.99.
           02  FILLER          PIC  X(06)  VALUE  " J-ST=".
           02  CMP-JST         PIC  ZZZZZ9.99.
           02  FILLER          PIC  X(07)  VALUE  " DIFF%=".
           02  CMP-DIFP        PIC  -(04)9.9.
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  CMP-MSG         PIC  X(20).
       01  KM-CMP-SUM.
           02  FILLER          PIC  X(13)  VALUE  "ITEMS COSTED=".
           02  CMS-SHT         PIC  ZZZZZZ9.
           02  FILLER          PIC  X(11)  VALUE  " OUTSIDE %=".
           02  CMS-CMP         PIC  ZZZZZZ9.
           02  FILLER          PIC  X(12)  VALUE  " BOM LOOPS=".
           02  CMS-LOOP        PIC  ZZZZZZ9.
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       MOVE  SPACE  TO  WK-ARG.
       ACCEPT  WK-ARG  FROM  ARGUMENT-VALUE.
       IF  WK-ARG  IS  NUMERIC  AND  WK-ARGN  >  0
           MOVE  WK-ARGN  TO  WK-PCT
       END-IF.
       ACCEPT  WK-TODAY  FROM  DATE.
       ADD  20000000  TO  WK-TODAY.
       OPEN  OUTPUT  KM-RPT-FILE.
       OPEN  OUTPUT  KM-CMP-FILE.
       MOVE  WK-TODAY  TO  RPT-HDR-DATE.
       MOVE  KM-RPT-HDR  TO  KM-RPT-LINE.
       WRITE  KM-RPT-LINE.
       MOVE  WK-PCT    TO  CMH-PCT.
       MOVE  WK-TODAY  TO  CMH-DATE.
       MOVE  KM-CMP-HDR  TO  KM-CMP-LINE.
       WRITE  KM-CMP-LINE.
       PERFORM  RUNL-ST-RTN  THRU  RUNL-ST-EXT.
           INITIALIZE  ITM-TBL.
           CALL "DB_F_Open" USING
            "INPUT" J-M_PNAME1 "SHARED" BY REFERENCE J-M_IDLST "1"
            "J-JCD" BY REFERENCE J-JCD.
           CALL "DB_F_Open" USING
            "INPUT" KHM_PNAME1 "SHARED" BY REFERENCE KHM_IDLST "1"
            "KH-HCD" BY REFERENCE KH-HCD.
           CALL "DB_F_Open" USING
            "I-O" STDC_PNAME1 "SHARED" BY REFERENCE STDC_IDLST "1"
            "SDC-KEY" BY REFERENCE SDC-KEY.
           PERFORM  LNK-RTN  THRU  LNK-EXT.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  WK-ITM-CNT
               PERFORM  ITM-RTN  THRU  ITM-EXT
           END-PERFORM.
           MOVE  0  TO  WK-PASS.
           MOVE  1  TO  WK-PROG.
           PERFORM  PAS-RTN  THRU  PAS-EXT
               UNTIL  WK-PROG  =  0  OR  WK-PASS  >  50.
           SORT  KM-SORT-WORK
               ASCENDING  KEY  SRT-JCD
               INPUT  PROCEDURE  IS  INP-RTN  THRU  INP-EXT
               OUTPUT  PROCEDURE  IS  OUT-RTN  THRU  OUT-EXT.
           CALL "DB_F_Close" USING BY REFERENCE J-M_IDLST J-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE KHM_IDLST KHM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE STDC_IDLST STDC_PNAME1.
           MOVE  WS-SHT-CNT   TO  CMS-SHT.
           MOVE  WS-CMP-CNT   TO  CMS-CMP.
           MOVE  WS-LOOP-CNT  TO  CMS-LOOP.
           MOVE  KM-CMP-SUM  TO  KM-CMP-LINE.
           WRITE  KM-CMP-LINE.
           CLOSE  KM-RPT-FILE.
           CLOSE  KM-CMP-FILE.
           IF  WS-OVF-CNT  >  0
               DISPLAY  "DSP-001 BOM TABLE FULL, LINKS SKIPPED="
                   WS-OVF-CNT
           END-IF.
           PERFORM  RUNL-EN-RTN  THRU  RUNL-EN-EXT.
           CALL "DB_Close".
           STOP  RUN.
      *****
      *    LOAD EVERY BOM LINK, ADDING BOTH ENDS TO THE ITEMS.
       LNK-RTN.
           CALL "DB_F_Open" USING
            "INPUT" BOMF_PNAME1 "SHARED" BY REFERENCE BOMF_IDLST "1"
            "BOM-KEY" BY REFERENCE BOM-KEY.
       LNK-10.
           CALL "DB_Read" USING
            "NEXT AT END" BOMF_PNAME1 BY REFERENCE BOM-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  LNK-90
           END-IF.
           IF  WK-LNK-CNT  NOT <  5000
               ADD  1  TO  WS-OVF-CNT
               GO  TO  LNK-10
           END-IF.
           MOVE  BOM-PJCD  TO  WK-JCD.
           PERFORM  ITF-RTN  THRU  ITF-EXT.
           MOVE  I  TO  P.
           MOVE  BOM-CJCD  TO  WK-JCD.
           PERFORM  ITF-RTN  THRU  ITF-EXT.
           MOVE  I  TO  C.
           IF  P  =  0  OR  C  =  0
               ADD  1  TO  WS-OVF-CNT
               GO  TO  LNK-10
           END-IF.
           MOVE  1  TO  ITM-PAR (P).
           ADD  1  TO  WK-LNK-CNT.
           MOVE  P        TO  LNK-PI (WK-LNK-CNT).
           MOVE  C        TO  LNK-CI (WK-LNK-CNT).
           MOVE  BOM-USU  TO  LNK-USU (WK-LNK-CNT).
           GO  TO  LNK-10.
       LNK-90.
           CALL "DB_F_Close" USING BY REFERENCE BOMF_IDLST BOMF_PNAME1.
       LNK-EXT.
           EXIT.
      *****
      *    FIND OR ADD WK-JCD IN THE ITEM TABLE (I = 0 WHEN FULL).
       ITF-RTN.
           MOVE  0  TO  I.
       ITF-10.
           ADD  1  TO  I.
           IF  I  >  WK-ITM-CNT
               GO  TO  ITF-20
           END-IF.
           IF  ITM-JCD (I)  =  WK-JCD
               GO  TO  ITF-EXT
           END-IF.
           GO  TO  ITF-10.
       ITF-20.
           IF  WK-ITM-CNT  NOT <  3000
               MOVE  0  TO  I
               GO  TO  ITF-EXT
           END-IF.
           ADD  1  TO  WK-ITM-CNT.
           MOVE  WK-ITM-CNT  TO  I.
           MOVE  WK-JCD      TO  ITM-JCD (I).
       ITF-EXT.
           EXIT.
      *****
      *    ITEM I'S OWN PRICE / PROCESSING COST FROM J-M AND KHM.
      *    A BOUGHT MATERIAL IS COSTED HERE AND NOW.
       ITM-RTN.
           MOVE  ITM-JCD (I)  TO  J-JCD.
           CALL "DB_Read" USING
            "INVALID" J-M_PNAME1 BY REFERENCE J-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               MOVE  0  TO  J-ST  J-YT  J-KT  J-MCD
           END-IF.
           MOVE  J-ST  TO  ITM-JST (I).
           IF  ITM-PAR (I)  =  0
               IF  J-ST  NOT =  0
                   MOVE  J-ST  TO  ITM-COST (I)
               ELSE
                   MOVE  J-YT  TO  ITM-COST (I)
               END-IF
               MOVE  ITM-COST (I)  TO  ITM-MAT (I)
               MOVE  1  TO  ITM-RES (I)
               GO  TO  ITM-EXT
           END-IF.
           IF  J-KT  NOT =  0  OR  J-MCD  =  0
               MOVE  J-KT  TO  ITM-PRC (I)
               GO  TO  ITM-EXT
           END-IF.
           MOVE  J-MCD          TO  WK-MCDX.
           MOVE  WK-MCDX (2:5)  TO  KH-HCD.
           CALL "DB_Read" USING
            "INVALID" KHM_PNAME1 BY REFERENCE KH-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               GO  TO  ITM-EXT
           END-IF.
           ADD  KH-TGM  KH-TKN  KH-TSZ  KH-SBB  KH-STS  KH-SNE
               KH-SKP  KH-SKY  KH-SMK  KH-SPK  KH-SKG  KH-SAN
               KH-SET  KH-SST  KH-DRH  KH-KPS  KH-SKH  KH-SHY
               TO  ITM-PRC (I).
       ITM-EXT.
           EXIT.
      *****
      *    ONE PASS: EVERY PARENT WHOSE COMPONENTS ARE ALL COSTED
      *    IS COSTED.  A PASS THAT COSTS NOTHING ENDS THE ROLL-UP;
      *    WHATEVER IS LEFT LOOPS.
       PAS-RTN.
           ADD  1  TO  WK-PASS.
           MOVE  0  TO  WK-PROG.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  WK-ITM-CNT
               IF  ITM-RES (I)  =  0
                   MOVE  0  TO  ITM-ACC (I)
                   MOVE  0  TO  ITM-BLK (I)
                   MOVE  0  TO  ITM-LVL (I)
               END-IF
           END-PERFORM.
           PERFORM  VARYING  L  FROM  1  BY  1  UNTIL  L  >  WK-LNK-CNT
               MOVE  LNK-PI (L)  TO  P
               MOVE  LNK-CI (L)  TO  C
               IF  ITM-RES (P)  =  0
                   IF  ITM-RES (C)  =  0
                       MOVE  1  TO  ITM-BLK (P)
                   ELSE
                       COMPUTE  WK-EXT  ROUNDED  =
                                LNK-USU (L)  *  ITM-COST (C)
                       ADD  WK-EXT  TO  ITM-ACC (P)
                       IF  ITM-LVL (C)  NOT <  ITM-LVL (P)
                           COMPUTE  ITM-LVL (P)  =  ITM-LVL (C)  +  1
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  WK-ITM-CNT
               IF  ITM-RES (I)  =  0  AND  ITM-BLK (I)  =  0
                   MOVE  ITM-ACC (I)  TO  ITM-MAT (I)
                   COMPUTE  ITM-COST (I)  =  ITM-MAT (I)
                                          +  ITM-PRC (I)
                   MOVE  1  TO  ITM-RES (I)
                   MOVE  1  TO  WK-PROG
               END-IF
           END-PERFORM.
       PAS-EXT.
           EXIT.
       INP-RTN.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  WK-ITM-CNT
               IF  ITM-PAR (I)  =  1
                   MOVE  ITM-JCD (I)  TO  SRT-JCD
                   MOVE  I            TO  SRT-IX
                   RELEASE  SRT-REC
               END-IF
           END-PERFORM.
       INP-EXT.
           EXIT.
       OUT-RTN.
       OUT-10.
           RETURN  KM-SORT-WORK  AT  END
               GO  TO  OUT-EXT.
           MOVE  SRT-IX  TO  I.
           MOVE  ITM-JCD (I)  TO  J-JCD.
           CALL "DB_Read" USING
            "INVALID" J-M_PNAME1 BY REFERENCE J-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               MOVE  SPACE  TO  J-NAME
           END-IF.
           IF  ITM-RES (I)  =  0
               MOVE  ITM-JCD (I)  TO  CMP-JCD
               MOVE  J-NAME       TO  CMP-NAME
               MOVE  0            TO  CMP-STD
               MOVE  ITM-JST (I)  TO  CMP-JST
               MOVE  0            TO  CMP-DIFP
               MOVE  "BOM LOOP - NO COST"  TO  CMP-MSG
               MOVE  KM-CMP-DET  TO  KM-CMP-LINE
               WRITE  KM-CMP-LINE
               ADD  1  TO  WS-LOOP-CNT
               GO  TO  OUT-10
           END-IF.
           MOVE  0  TO  WK-DIFP.
           IF  ITM-JST (I)  NOT =  0
               COMPUTE  WK-DIFP  ROUNDED  =
                   ( ITM-COST (I)  -  ITM-JST (I) )  *  100
                                  /  ITM-JST (I)
           END-IF.
      *        COST SHEET.
           MOVE  SPACE  TO  KM-RPT-LINE.
           WRITE  KM-RPT-LINE.
           MOVE  ITM-JCD (I)  TO  ITH-JCD.
           MOVE  J-NAME       TO  ITH-NAME.
           MOVE  ITM-LVL (I)  TO  ITH-LVL.
           MOVE  KM-RPT-ITM  TO  KM-RPT-LINE.
           WRITE  KM-RPT-LINE.
           PERFORM  VARYING  L  FROM  1  BY  1  UNTIL  L  >  WK-LNK-CNT
               IF  LNK-PI (L)  =  I
                   PERFORM  SHT-RTN  THRU  SHT-EXT
               END-IF
           END-PERFORM.
           MOVE  ITM-MAT (I)   TO  TOT-MAT.
           MOVE  ITM-PRC (I)   TO  TOT-PRC.
           MOVE  ITM-COST (I)  TO  TOT-STD.
           MOVE  ITM-JST (I)   TO  TOT-JST.
           MOVE  WK-DIFP       TO  TOT-DIFP.
           MOVE  KM-RPT-TOT  TO  KM-RPT-LINE.
           WRITE  KM-RPT-LINE.
           ADD  1  TO  WS-SHT-CNT.
      *        STORE THE STANDARD WITH ITS CALCULATION DATE.
           MOVE  ITM-JCD (I)  TO  SDC-JCD.
           MOVE  0  TO  WK-NEW-SW.
           CALL "DB_Read" USING
            "INVALID" STDC_PNAME1 BY REFERENCE SDC-R " "
            RETURNING RET.
           IF  RET  =  1
               MOVE  1  TO  WK-NEW-SW
               INITIALIZE  SDC-R
               MOVE  ITM-JCD (I)  TO  SDC-JCD
           END-IF.
           MOVE  ITM-MAT (I)   TO  SDC-MAT.
           MOVE  ITM-PRC (I)   TO  SDC-PRC.
           MOVE  ITM-COST (I)  TO  SDC-TOT.
           MOVE  ITM-JST (I)   TO  SDC-JST.
           MOVE  ITM-LVL (I)   TO  SDC-LVL.
           MOVE  WK-TODAY      TO  SDC-CDATE.
           IF  WK-NEW-SW  =  1
               CALL "DB_Insert" USING
                STDC_PNAME1 STDC_LNAME SDC-R RETURNING RET
           ELSE
               CALL "DB_Update" USING
                STDC_PNAME1 STDC_LNAME SDC-R RETURNING RET
           END-IF.
           IF  RET  =  1
               DISPLAY  "DSP-001 STDC WRITE FAILED ITEM="  SDC-JCD
           END-IF.
      *        COMPARISON WITH J-ST.
           IF  WK-DIFP  <  0
               COMPUTE  WK-ABSP  =  0  -  WK-DIFP
           ELSE
               MOVE  WK-DIFP  TO  WK-ABSP
           END-IF.
           IF  ITM-JST (I)  NOT =  0  AND  WK-ABSP  NOT >  WK-PCT
               GO  TO  OUT-10
           END-IF.
           MOVE  ITM-JCD (I)   TO  CMP-JCD.
           MOVE  J-NAME        TO  CMP-NAME.
           MOVE  ITM-COST (I)  TO  CMP-STD.
           MOVE  ITM-JST (I)   TO  CMP-JST.
           MOVE  WK-DIFP       TO  CMP-DIFP.
           IF  ITM-JST (I)  =  0
               MOVE  "NO J-ST"  TO  CMP-MSG
           ELSE
               IF  WK-DIFP  >  0
                   MOVE  "COST ABOVE J-ST"  TO  CMP-MSG
               ELSE
                   MOVE  "COST BELOW J-ST"  TO  CMP-MSG
               END-IF
           END-IF.
           MOVE  KM-CMP-DET  TO  KM-CMP-LINE.
           WRITE  KM-CMP-LINE.
           ADD  1  TO  WS-CMP-CNT.
           GO  TO  OUT-10.
       OUT-EXT.
           EXIT.
      *        ONE COMPONENT LINE OF THE COST SHEET.
       SHT-RTN.
           MOVE  LNK-CI (L)  TO  C.
           MOVE  ITM-JCD (C)  TO  J-JCD.
           CALL "DB_Read" USING
            "INVALID" J-M_PNAME1 BY REFERENCE J-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               MOVE  SPACE  TO  J-NAME
           END-IF.
           MOVE  ITM-JCD (C)   TO  CMR-JCD.
           MOVE  J-NAME        TO  CMR-NAME.
           MOVE  LNK-USU (L)   TO  CMR-USU.
           MOVE  ITM-COST (C)  TO  CMR-UNIT.
           COMPUTE  WK-EXT  ROUNDED  =  LNK-USU (L)  *  ITM-COST (C).
           MOVE  WK-EXT        TO  CMR-EXT.
           MOVE  KM-RPT-CMP  TO  KM-RPT-LINE.
           WRITE  KM-RPT-LINE.
       SHT-EXT.
           EXIT.
      *****
      *    RUNLOG START/END -- SEE LIRUNL.
       RUNL-ST-RTN.
           CALL "DB_F_Open" USING
            "I-O" RUNL_PNAME1 "SHARED" BY REFERENCE RUNL_IDLST "1"
            "RUNL-KEY" BY REFERENCE RUNL-KEY.
           ACCEPT  RUNL-SDATE  FROM  DATE.
           ACCEPT  RUNL-STIME  FROM  TIME.
           MOVE  "KM910R"  TO  RUNL-PGM.
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
           MOVE  WK-LNK-CNT  TO  RUNL-READ.
           COMPUTE  RUNL-WRIT  =  WS-SHT-CNT  +  WS-CMP-CNT.
           MOVE  WS-SHT-CNT  TO  RUNL-UPDT.
           MOVE  "000"       TO  RUNL-CC.
           MOVE  1           TO  RUNL-ENDF.
           CALL "DB_Update" USING
            RUNL_PNAME1 RUNL_LNAME RUNL-R RETURNING RET.
           CALL "DB_F_Close" USING BY REFERENCE RUNL_IDLST RUNL_PNAME1.
       RUNL-EN-EXT.
           EXIT.
