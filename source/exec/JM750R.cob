       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         JM750R.
      *****************************************************
      *****   CUSTOMER ASSORTMENT LISTING              *****
      *****************************************************
      *        PRINTS FOR THE SALES REP, ONE PAGE PER CUSTOMER,
      *        WHAT THE CUSTOMER MAY AND MAY NOT BE SOLD: ITS
      *        JT-ASGM GROUP AND AGREED-RANGE FLAG, THEN EVERY
      *        JT-ASRT RULE THAT REACHES IT -- ITS OWN, ITS
      *        GROUP'S AND THE ALL-CUSTOMER RULES, IN THAT
      *        (PRECEDENCE) ORDER -- WITH THE ITEM NAME, ALLOWED
      *        OR BLOCKED, THE DATES AND WHETHER THE RULE IS IN
      *        FORCE, NOT YET IN FORCE OR EXPIRED ON THE AS-OF
      *        DATE.
      *        ARGUMENTS:  [CUSTOMER] [STAFF] [AS-OF YYMMDD].
      *        CUSTOMER 0000 = EVERY TT-M CUSTOMER, STAFF 00 =
      *        EVERY STAFF MEMBER, AS-OF DEFAULTS TO TODAY.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  JM-RPT-FILE  ASSIGN  TO  "JM750R"
               ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA                DIVISION.
       FILE                SECTION.
       FD  JM-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  JM-RPT-LINE         PIC  X(132).
       WORKING-STORAGE     SECTION.
       77  ERR-STAT        PIC  X(02).
       77  RET             PIC  9(01)  VALUE  0.
       77  USER_ID                 PIC  X(006) VALUE SPACE.
       77  COMPLETION_CODE         PIC  X(003) VALUE ZERO.
       77  I               PIC  9(04)  VALUE  0.
       77  WK-TCD          PIC  9(04)  VALUE  0.
       77  WK-TNC          PIC  9(02)  VALUE  0.
       77  WK-ARG          PIC  9(06)  VALUE  0.
       77  WK-ASOF         PIC  9(08)  VALUE  0.
       77  WK-GRP          PIC  9(03)  VALUE  0.
       77  WK-LVL          PIC  X(01)  VALUE  SPACE.
       77  WK-LCNT         PIC  9(04)  VALUE  0.
       77  WS-RD-CNT       PIC  9(07)  VALUE  0.
       77  WS-OUT-CNT      PIC  9(07)  VALUE  0.
      *    THE WHOLE OF JT-ASRT, IN KEY ORDER.
       77  AR-CNT          PIC  9(04)  VALUE  0.
       01  AR-TBL.
           02  AR-ENT   OCCURS  3000.
               03  AR-TCD        PIC  9(04).
               03  AR-GRP        PIC  9(03).
               03  AR-JCD        PIC  9(06).
               03  AR-BR1        PIC  9(02).
               03  AR-KBN        PIC  9(01).
               03  AR-FROM       PIC  9(08).
               03  AR-TO         PIC  9(08).
       COPY    LSTTM.
       COPY    LIJM.
       COPY    LIASRT.
       COPY    LIASGM.
       COPY    LIRUNL.
       COPY    LWHDR.
      *****
       01  JM-RPT-B1.
           02  FILLER          PIC  X(09)  VALUE  "CUSTOMER ".
           02  B1-TCD          PIC  9(04).
           02  FILLER          PIC  X(08)  VALUE  "  STAFF ".
           02  B1-TNC          PIC  9(02).
           02  FILLER          PIC  X(08)  VALUE  "  GROUP ".
           02  B1-GRP          PIC  X(03).
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  B1-RNG          PIC  X(36).
           02  FILLER          PIC  X(08)  VALUE  "  AS OF ".
           02  B1-ASOF         PIC  9(08).
       01  JM-RPT-COL.
           02  FILLER          PIC  X(40)  VALUE
               "RULE FOR  ITEM      NAME                ".
           02  FILLER          PIC  X(39)  VALUE
               "                              SALE     ".
           02  FILLER          PIC  X(25)  VALUE
               "FROM      TO        STATE".
       01  JM-RPT-DET.
           02  RPT-LVL         PIC  X(08).
           02  FILLER          PIC  X(02).
           02  RPT-ITEM        PIC  X(08).
           02  FILLER          PIC  X(02).
           02  RPT-NAME        PIC  N(24).
           02  FILLER          PIC  X(02).
           02  RPT-KBN         PIC  X(07).
           02  FILLER          PIC  X(02).
           02  RPT-FROM        PIC  9(08).
           02  FILLER          PIC  X(02).
           02  RPT-TO          PIC  X(08).
           02  FILLER          PIC  X(02).
           02  RPT-ST          PIC  X(14).
       01  JM-RPT-NON.
           02  FILLER          PIC  X(44)  VALUE
               "NO ASSORTMENT RULES REACH THIS CUSTOMER     ".
       01  JM-RPT-SUM.
           02  FILLER          PIC  X(11)  VALUE  "CUSTOMERS=".
           02  RPT-SUM-CNT     PIC  ZZZZ9.
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       ACCEPT USER_ID FROM ARGUMENT-VALUE.
       ACCEPT COMPLETION_CODE FROM ARGUMENT-VALUE.
           ACCEPT  WK-TCD  FROM  ARGUMENT-VALUE.
           ACCEPT  WK-TNC  FROM  ARGUMENT-VALUE.
           ACCEPT  WK-ARG  FROM  ARGUMENT-VALUE.
       OPEN  OUTPUT  JM-RPT-FILE.
       MOVE  "JM750R"  TO  HDR-PGMID.
       MOVE  "CUSTOMER ASSORTMENT LISTING"  TO  HDR-TITLE.
       MOVE  USER_ID   TO  HDR-OPR.
       PERFORM  HDR-INIT-RTN  THRU  HDR-INIT-EXT.
       PERFORM  RUNL-ST-RTN  THRU  RUNL-ST-EXT.
           IF  WK-ARG  =  0
               ACCEPT  WK-ARG  FROM  DATE
           END-IF.
           COMPUTE  WK-ASOF  =  20000000  +  WK-ARG.
      *****
      *    PASS 1 -- LOAD THE RULES.
           INITIALIZE  AR-TBL.
           CALL "DB_F_Open" USING
            "INPUT" ASRT_PNAME1 "SHARED" BY REFERENCE ASRT_IDLST "1"
            "ASR-KEY" BY REFERENCE ASR-KEY.
       AR-10.
           CALL "DB_Read" USING
            "NEXT AT END" ASRT_PNAME1 BY REFERENCE ASR-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  AR-90
           END-IF.
           ADD  1  TO  WS-RD-CNT.
           IF  AR-CNT  NOT <  3000
               DISPLAY  "DSP-001 AR-TBL FULL, ENTRY DROPPED"
               GO  TO  AR-10
           END-IF.
           ADD  1  TO  AR-CNT.
           MOVE  ASR-TCD   TO  AR-TCD (AR-CNT).
           MOVE  ASR-GRP   TO  AR-GRP (AR-CNT).
           MOVE  ASR-JCD   TO  AR-JCD (AR-CNT).
           MOVE  ASR-BR1   TO  AR-BR1 (AR-CNT).
           MOVE  ASR-KBN   TO  AR-KBN (AR-CNT).
           MOVE  ASR-FROM  TO  AR-FROM (AR-CNT).
           MOVE  ASR-TO    TO  AR-TO (AR-CNT).
           GO  TO  AR-10.
       AR-90.
           CALL "DB_F_Close" USING BY REFERENCE ASRT_IDLST ASRT_PNAME1.
      *****
      *    PASS 2 -- ONE PAGE PER CUSTOMER.
           CALL "DB_F_Open" USING
            "INPUT" TT-M_PNAME1 "SHARED" BY REFERENCE TT-M_IDLST
            "1" "TT-KEY" BY REFERENCE TT-KEY.
           CALL "DB_F_Open" USING
            "INPUT" ASGM_PNAME1 "SHARED" BY REFERENCE ASGM_IDLST "1"
            "AGM-KEY" BY REFERENCE AGM-KEY.
           CALL "DB_F_Open" USING
            "INPUT" J-M_PNAME1 "SHARED" BY REFERENCE J-M_IDLST "1"
            "J-JCD" BY REFERENCE J-JCD.
           IF  WK-TCD  NOT =  0
               MOVE  WK-TCD  TO  TT-TCD
               CALL "DB_Read" USING
                "INVALID" TT-M_PNAME1 BY REFERENCE TT-R "UNLOCK"
                RETURNING RET
               IF  RET  =  0
                   PERFORM  CU-RTN  THRU  CU-EXT
               END-IF
               GO  TO  CU-90
           END-IF.
       CU-10.
           CALL "DB_Read" USING
            "NEXT AT END" TT-M_PNAME1 BY REFERENCE TT-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  CU-90
           END-IF.
           IF  WK-TNC  NOT =  0  AND  TT-TNC  NOT =  WK-TNC
               GO  TO  CU-10
           END-IF.
           PERFORM  CU-RTN  THRU  CU-EXT.
           GO  TO  CU-10.
       CU-90.
           CALL "DB_F_Close" USING BY REFERENCE TT-M_IDLST TT-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE ASGM_IDLST ASGM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE J-M_IDLST J-M_PNAME1.
           MOVE  SPACE       TO  JM-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  WS-OUT-CNT  TO  RPT-SUM-CNT.
           MOVE  JM-RPT-SUM  TO  JM-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           PERFORM  HDR-TRL-RTN  THRU  HDR-TRL-EXT.
           CLOSE  JM-RPT-FILE.
           PERFORM  RUNL-EN-RTN  THRU  RUNL-EN-EXT.
           CALL "DB_Close".
           STOP  RUN.
      *****
      *    ONE CUSTOMER -- PROFILE, THEN ITS OWN, ITS GROUP'S AND
      *    THE ALL-CUSTOMER RULES.
       CU-RTN.
           ADD  1  TO  WS-OUT-CNT.
           MOVE  TT-TCD  TO  AGM-TCD.
           CALL "DB_Read" USING
            "INVALID" ASGM_PNAME1 BY REFERENCE AGM-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               MOVE  0  TO  AGM-GRP  AGM-RNG
           END-IF.
           MOVE  AGM-GRP  TO  WK-GRP.
           MOVE  TT-TCD   TO  B1-TCD.
           MOVE  TT-TNC   TO  B1-TNC.
           IF  WK-GRP  =  0
               MOVE  "-"     TO  B1-GRP
           ELSE
               MOVE  WK-GRP  TO  B1-GRP
           END-IF.
           IF  AGM-RNG  =  1
               MOVE  "AGREED RANGE ONLY"  TO  B1-RNG
           ELSE
               MOVE  "ANY ITEM NOT BLOCKED"  TO  B1-RNG
           END-IF.
           MOVE  WK-ASOF  TO  B1-ASOF.
           MOVE  HDR-DEPTH  TO  HDR-LINECNT.
           MOVE  JM-RPT-B1   TO  JM-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  SPACE       TO  JM-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  JM-RPT-COL  TO  JM-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  0    TO  WK-LCNT.
           MOVE  "C"  TO  WK-LVL.
           PERFORM  DT-RTN  THRU  DT-EXT
               VARYING  I  FROM  1  BY  1  UNTIL  I  >  AR-CNT.
           IF  WK-GRP  NOT =  0
               MOVE  "G"  TO  WK-LVL
               PERFORM  DT-RTN  THRU  DT-EXT
                   VARYING  I  FROM  1  BY  1  UNTIL  I  >  AR-CNT
           END-IF.
           MOVE  "A"  TO  WK-LVL.
           PERFORM  DT-RTN  THRU  DT-EXT
               VARYING  I  FROM  1  BY  1  UNTIL  I  >  AR-CNT.
           IF  WK-LCNT  =  0
               MOVE  JM-RPT-NON  TO  JM-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
           END-IF.
       CU-EXT.
           EXIT.
      *****
      *    ONE RULE LINE, IF RULE I IS AT LEVEL WK-LVL FOR THIS
      *    CUSTOMER.
       DT-RTN.
           IF  WK-LVL  =  "C"
               IF  AR-TCD (I)  NOT =  TT-TCD
                   GO  TO  DT-EXT
               END-IF
               MOVE  "CUSTOMER"  TO  RPT-LVL
           END-IF.
           IF  WK-LVL  =  "G"
               IF  AR-TCD (I)  NOT =  0
               OR  AR-GRP (I)  NOT =  WK-GRP
                   GO  TO  DT-EXT
               END-IF
               MOVE  "GROUP"     TO  RPT-LVL
           END-IF.
           IF  WK-LVL  =  "A"
               IF  AR-TCD (I)  NOT =  0  OR  AR-GRP (I)  NOT =  0
                   GO  TO  DT-EXT
               END-IF
               MOVE  "ALL"       TO  RPT-LVL
           END-IF.
           ADD  1  TO  WK-LCNT.
           MOVE  SPACE  TO  RPT-ITEM  RPT-NAME.
           IF  AR-JCD (I)  NOT =  0
               MOVE  AR-JCD (I)  TO  RPT-ITEM
               MOVE  AR-JCD (I)  TO  J-JCD
               CALL "DB_Read" USING
                "INVALID" J-M_PNAME1 BY REFERENCE J-R "UNLOCK"
                RETURNING RET
               IF  RET  =  0
                   MOVE  J-NAME  TO  RPT-NAME
               END-IF
           ELSE
               MOVE  "CLASS"     TO  RPT-ITEM
               MOVE  AR-BR1 (I)  TO  RPT-ITEM (7:2)
           END-IF.
           IF  AR-KBN (I)  =  2
               MOVE  "BLOCKED"  TO  RPT-KBN
           ELSE
               MOVE  "ALLOWED"  TO  RPT-KBN
           END-IF.
           MOVE  AR-FROM (I)  TO  RPT-FROM.
           IF  AR-TO (I)  =  0
               MOVE  "OPEN"      TO  RPT-TO
           ELSE
               MOVE  AR-TO (I)   TO  RPT-TO
           END-IF.
           IF  AR-FROM (I)  >  WK-ASOF
               MOVE  "NOT YET"   TO  RPT-ST
           ELSE
               IF  AR-TO (I)  NOT =  0  AND  AR-TO (I)  <  WK-ASOF
                   MOVE  "EXPIRED"   TO  RPT-ST
               ELSE
                   MOVE  "IN FORCE"  TO  RPT-ST
               END-IF
           END-IF.
           MOVE  JM-RPT-DET  TO  JM-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
       DT-EXT.
           EXIT.
      *****
      *    RUNLOG START/END -- SEE LIRUNL.
       RUNL-ST-RTN.
           CALL "DB_F_Open" USING
            "I-O" RUNL_PNAME1 "SHARED" BY REFERENCE RUNL_IDLST "1"
            "RUNL-KEY" BY REFERENCE RUNL-KEY.
           ACCEPT  RUNL-SDATE  FROM  DATE.
           ACCEPT  RUNL-STIME  FROM  TIME.
           MOVE  "JM750R"  TO  RUNL-PGM.
           MOVE  USER_ID   TO  RUNL-OPR.
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
           MOVE  WS-OUT-CNT  TO  RUNL-WRIT.
           MOVE  0           TO  RUNL-UPDT.
           MOVE  "000"       TO  RUNL-CC.
           MOVE  1           TO  RUNL-ENDF.
           CALL "DB_Update" USING
            RUNL_PNAME1 RUNL_LNAME RUNL-R RETURNING RET.
           CALL "DB_F_Close" USING BY REFERENCE RUNL_IDLST RUNL_PNAME1.
       RUNL-EN-EXT.
           EXIT.
       COPY  LPHDR  REPLACING  ==RPT-LINE==  BY  ==JM-RPT-LINE==.
