       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         ST820R.
      *****************************************************
      *****   RETURNS RATE ANALYSIS                    *****
      *****************************************************
      *        MONTHLY QUALITY / SALES REPORT.  ARGUMENTS: THE
      *        MONTH (YYMM, DEFAULT THE CURRENT MONTH) AND THE JUMP
      *        THRESHOLD IN PERCENTAGE POINTS (DEFAULT 05).
      *        RETURNS ARE THE STRAN RECORDS WITH STRN-09 = 1; THE
      *        REASON IS THE HKBM CLASS-44 CODE ST730U CARRIES IN
      *        STRN-25 ("RTN " + REASON + ORIGINAL STRN-20).  OLDER
      *        RETURNS AND CREDITS WITHOUT ONE FALL UNDER REASON 00.
      *        SHIPPED SALES ARE THE OTHER STRAN RECORDS.
      *        FOR THE MONTH AND FOR THE ROLLING TWELVE MONTHS
      *        ENDING WITH IT, RETURN QUANTITY AND VALUE ARE SHOWN
      *        AS A PERCENTAGE OF SHIPPED QUANTITY AND VALUE, BY
      *        ITEM (STRN-03), BY STRN-151 CLASS, BY CUSTOMER AND
      *        BY REASON (REASON RATES ARE AGAINST ALL SHIPPED
      *        SALES).  EACH PART IS RANKED WORST FIRST ON THE
      *        TWELVE-MONTH VALUE RATE; ONLY ENTRIES WITH RETURNS
      *        IN THE TWELVE MONTHS ARE LISTED.  AN ITEM WHOSE
      *        MONTH VALUE RATE EXCEEDS THE PRIOR MONTH'S BY THE
      *        THRESHOLD OR MORE IS FLAGGED "JUMP" AND LISTED
      *        AGAIN AT THE END.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  ST-RPT-FILE  ASSIGN  TO  "ST820R"
               ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA                DIVISION.
       FILE                SECTION.
       FD  ST-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  ST-RPT-LINE         PIC  X(132).
       WORKING-STORAGE     SECTION.
       77  ERR-STAT        PIC  X(02).
       77  RET             PIC  9(01)  VALUE  0.
       77  I               PIC  9(04)  VALUE  0.
       77  WK-TYP          PIC  9(01)  VALUE  0.
       77  WK-CODE         PIC  9(06)  VALUE  0.
       77  WK-RSN          PIC  9(02)  VALUE  0.
       77  WK-TODAY        PIC  9(06)  VALUE  0.
       77  WK-JMP          PIC  9(02)  VALUE  0.
       77  WK-CYM          PIC  9(06)  VALUE  0.
       77  WK-PYM          PIC  9(06)  VALUE  0.
       77  WK-RYM          PIC  9(06)  VALUE  0.
       77  WK-TYM          PIC  9(06)  VALUE  0.
       77  WK-MAXIX        PIC  9(04)  VALUE  0.
       77  WK-RANK         PIC  9(04)  VALUE  0.
       77  WK-PCT          PIC S9(05)V9(01)  VALUE  0.
       77  WK-MPCT         PIC S9(05)V9(01)  VALUE  0.
       77  WK-PPCT         PIC S9(05)V9(01)  VALUE  0.
       77  WS-TBL-CNT      PIC  9(04)  VALUE  0.
       77  WS-TBL-OVF      PIC  9(05)  VALUE  0.
       77  WS-JMP-CNT      PIC  9(04)  VALUE  0.
       77  WS-RD-CNT       PIC  9(07)  VALUE  0.
       01  WK-YM           PIC  9(04)  VALUE  0.
       01  WK-YMR  REDEFINES  WK-YM.
           02  WK-YM-Y         PIC  9(02).
           02  WK-YM-M         PIC  9(02).
      *    ONE ENTRY PER ITEM (TYPE 1), CLASS (2), CUSTOMER (3)
      *    AND REASON (4).  M = THE MONTH, Y = TWELVE MONTHS,
      *    P = THE PRIOR MONTH; S = SHIPPED, R = RETURNED.
       01  RT-TBL.
           02  RT-ENT   OCCURS  4000.
               03  RT-TYP        PIC  9(01).
               03  RT-CODE       PIC  9(06).
               03  RT-FIG.
                   04  RT-MSQ    PIC S9(09).
                   04  RT-MSA    PIC S9(11).
                   04  RT-MRQ    PIC S9(09).
                   04  RT-MRA    PIC S9(11).
                   04  RT-YSQ    PIC S9(09).
                   04  RT-YSA    PIC S9(11).
                   04  RT-YRQ    PIC S9(09).
                   04  RT-YRA    PIC S9(11).
                   04  RT-PSA    PIC S9(11).
                   04  RT-PRA    PIC S9(11).
               03  RT-RKEY       PIC S9(05)V9(01).
               03  RT-JMP        PIC  9(01).
               03  RT-DONE       PIC  9(01).
      *    FIGURES OF THE LINE BEING PRINTED, AND THE GRAND TOTAL.
       01  CF-FIG.
           02  CF-MSQ          PIC S9(09).
           02  CF-MSA          PIC S9(11).
           02  CF-MRQ          PIC S9(09).
           02  CF-MRA          PIC S9(11).
           02  CF-YSQ          PIC S9(09).
           02  CF-YSA          PIC S9(11).
           02  CF-YRQ          PIC S9(09).
           02  CF-YRA          PIC S9(11).
           02  CF-PSA          PIC S9(11).
           02  CF-PRA          PIC S9(11).
       01  GT-FIG.
           02  GT-MSQ          PIC S9(09).
           02  GT-MSA          PIC S9(11).
           02  GT-MRQ          PIC S9(09).
           02  GT-MRA          PIC S9(11).
           02  GT-YSQ          PIC S9(09).
           02  GT-YSA          PIC S9(11).
           02  GT-YRQ          PIC S9(09).
           02  GT-YRA          PIC S9(11).
           02  GT-PSA          PIC S9(11).
           02  GT-PRA          PIC S9(11).
       COPY    LNSTRN.
       COPY    LIHKBM.
       COPY    LITKM.
       COPY    LWMSG_PR.
       COPY    LIRUNL.
       COPY    LWHDR.
      *****
       01  ST-RPT-HDR.
           02  FILLER          PIC  X(06)  VALUE  "MONTH=".
           02  RPT-HDR-YM      PIC  9(04).
           02  FILLER          PIC  X(17)  VALUE
               "  12 MONTHS FROM=".
           02  RPT-HDR-RYM     PIC  9(06).
           02  FILLER          PIC  X(13)  VALUE
               "  PRIOR=".
           02  RPT-HDR-PYM     PIC  9(06).
           02  FILLER          PIC  X(17)  VALUE
               "  JUMP THRESHOLD=".
           02  RPT-HDR-JMP     PIC  Z9.
           02  FILLER          PIC  X(07)  VALUE  " POINTS".
       01  ST-RPT-SEC.
           02  RPT-SEC         PIC  X(40).
       01  ST-RPT-CL0.
           02  FILLER          PIC  X(33)  VALUE  SPACE.
           02  FILLER          PIC  X(43)  VALUE
               " ------------- THE MONTH ---------------".
           02  FILLER          PIC  X(42)  VALUE
               " ------------ TWELVE MONTHS ------------".
           02  FILLER          PIC  X(07)  VALUE  "  PRIOR".
       01  ST-RPT-COL.
           02  FILLER          PIC  X(33)  VALUE
               "RANK CODE   NAME".
           02  FILLER          PIC  X(43)  VALUE
               " RTNQTY   QTY%   SHIP-AMT   RTN-AMT   AMT%".
           02  FILLER          PIC  X(42)  VALUE
               " RTNQTY   QTY%   SHIP-AMT   RTN-AMT   AMT%".
           02  FILLER          PIC  X(07)  VALUE  "   AMT%".
       01  ST-RPT-DET.
           02  RPT-RANK        PIC  ZZZ9.
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-CODE        PIC  X(06).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-NAME        PIC  N(10).
           02  RPT-NAMEX  REDEFINES  RPT-NAME  PIC  X(20).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-FIG.
               03  RPT-MRQ     PIC  -(06)9.
               03  RPT-MQP     PIC  -(04)9.9.
               03  RPT-MQPX    REDEFINES  RPT-MQP  PIC  X(07).
               03  RPT-MSA     PIC  -(10)9.
               03  RPT-MRA     PIC  -(09)9.
               03  RPT-MAP     PIC  -(04)9.9.
               03  RPT-MAPX    REDEFINES  RPT-MAP  PIC  X(07).
               03  FILLER      PIC  X(01)  VALUE  SPACE.
               03  RPT-YRQ     PIC  -(06)9.
               03  RPT-YQP     PIC  -(04)9.9.
               03  RPT-YQPX    REDEFINES  RPT-YQP  PIC  X(07).
               03  RPT-YSA     PIC  -(10)9.
               03  RPT-YRA     PIC  -(09)9.
               03  RPT-YAP     PIC  -(04)9.9.
               03  RPT-YAPX    REDEFINES  RPT-YAP  PIC  X(07).
               03  RPT-PAP     PIC  -(04)9.9.
               03  RPT-PAPX    REDEFINES  RPT-PAP  PIC  X(07).
               03  FILLER      PIC  X(01)  VALUE  SPACE.
               03  RPT-FLG     PIC  X(04).
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       OPEN  OUTPUT  ST-RPT-FILE.
           ACCEPT  WK-YM   FROM  ARGUMENT-VALUE.
           ACCEPT  WK-JMP  FROM  ARGUMENT-VALUE.
       ACCEPT  WK-TODAY  FROM  DATE.
       IF  WK-YM  =  0
           MOVE  WK-TODAY (1:4)  TO  WK-YM
           END-IF.
       IF  WK-JMP  =  0
           MOVE  5  TO  WK-JMP
           END-IF.
       MOVE  "ST820R"  TO  HDR-PGMID.
       MOVE  "RETURNS RATE ANALYSIS"  TO  HDR-TITLE.
       PERFORM  HDR-INIT-RTN  THRU  HDR-INIT-EXT.
           IF  WK-YM-M  <  1  OR  WK-YM-M  >  12
               MOVE  "*** MONTH INVALID, RUN ENDED"  TO  ST-RPT-LINE
               GO  TO  ERR-END
           END-IF.
      *****
      *    THE MONTH, THE PRIOR MONTH AND THE FIRST OF THE TWELVE.
           COMPUTE  WK-CYM  =  200000  +  WK-YM.
           IF  WK-YM-M  =  1
               COMPUTE  WK-PYM  =  (2000  +  WK-YM-Y  -  1)  *  100
                   +  12
           ELSE
               COMPUTE  WK-PYM  =  WK-CYM  -  1
           END-IF.
           IF  WK-YM-M  =  12
               COMPUTE  WK-RYM  =  (2000  +  WK-YM-Y)  *  100  +  1
           ELSE
               COMPUTE  WK-RYM  =  (2000  +  WK-YM-Y  -  1)  *  100
                   +  WK-YM-M  +  1
           END-IF.
           MOVE  WK-YM   TO  RPT-HDR-YM.
           MOVE  WK-RYM  TO  RPT-HDR-RYM.
           MOVE  WK-PYM  TO  RPT-HDR-PYM.
           MOVE  WK-JMP  TO  RPT-HDR-JMP.
           MOVE  ST-RPT-HDR  TO  ST-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           PERFORM  RUNL-ST-RTN  THRU  RUNL-ST-EXT.
           INITIALIZE  RT-TBL  GT-FIG.
      *****
      *    SALES AND RETURNS FOR THE TWELVE MONTHS.
           CALL "DB_F_Open" USING
            "INPUT" HN-STRN_PNAME1 "SHARED" BY REFERENCE
            HN-STRN_IDLST "1" "STRN-20" BY REFERENCE STRN-20.
       SL-10.
           CALL "DB_Read" USING
            "NEXT AT END" HN-STRN_PNAME1 BY REFERENCE STRN-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  SL-90
           END-IF.
           MOVE  STRN-01 (1:6)  TO  WK-TYM.
           IF  WK-TYM  <  WK-RYM  OR  WK-TYM  >  WK-CYM
               GO  TO  SL-10
           END-IF.
           ADD  1  TO  WS-RD-CNT.
           MOVE  0  TO  WK-TYP.
           PERFORM  ACC-RTN  THRU  ACC-EXT.
           MOVE  1        TO  WK-TYP.
           MOVE  STRN-03  TO  WK-CODE.
           PERFORM  ACC-RTN  THRU  ACC-EXT.
           MOVE  2        TO  WK-TYP.
           MOVE  STRN-151 TO  WK-CODE.
           PERFORM  ACC-RTN  THRU  ACC-EXT.
           MOVE  3        TO  WK-TYP.
           MOVE  STRN-02  TO  WK-CODE.
           PERFORM  ACC-RTN  THRU  ACC-EXT.
           IF  STRN-09  =  1
               MOVE  0  TO  WK-RSN
               IF  STRN-25 (1:4)  =  "RTN "
               AND  STRN-25 (5:2)  IS  NUMERIC
                   MOVE  STRN-25 (5:2)  TO  WK-RSN
               END-IF
               MOVE  4       TO  WK-TYP
               MOVE  WK-RSN  TO  WK-CODE
               PERFORM  ACC-RTN  THRU  ACC-EXT
           END-IF.
           GO  TO  SL-10.
       SL-90.
           CALL "DB_F_Close" USING
            BY REFERENCE HN-STRN_IDLST HN-STRN_PNAME1.
      *****
      *    RANKING KEY (TWELVE-MONTH VALUE RATE) AND JUMP FLAG.
      *    REASON LINES ARE RATED AGAINST ALL SHIPPED SALES.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  WS-TBL-CNT
               IF  RT-TYP (I)  =  4
                   MOVE  GT-MSQ  TO  RT-MSQ (I)
                   MOVE  GT-MSA  TO  RT-MSA (I)
                   MOVE  GT-YSQ  TO  RT-YSQ (I)
                   MOVE  GT-YSA  TO  RT-YSA (I)
                   MOVE  GT-PSA  TO  RT-PSA (I)
               END-IF
               PERFORM  KEY-RTN  THRU  KEY-EXT
           END-PERFORM.
           CALL "DB_F_Open" USING
            "INPUT" HKBM_PNAME1 "SHARED" BY REFERENCE HKBM_IDLST "1"
            "HKB-KEY" BY REFERENCE HKB-KEY.
           CALL "DB_F_Open" USING
            "INPUT" TK-M_PNAME1 "SHARED" BY REFERENCE TK-M_IDLST "1"
            "TK-KEY" BY REFERENCE TK-KEY.
      *****
      *    ALL SALES, THEN ONE RANKED PART PER TYPE.
           MOVE  SPACE   TO  ST-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  ST-RPT-CL0  TO  ST-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  ST-RPT-COL  TO  ST-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  SPACE   TO  ST-RPT-DET.
           MOVE  GT-FIG  TO  CF-FIG.
           PERFORM  FIG-RTN  THRU  FIG-EXT.
           MOVE  ST-RPT-DET  TO  ST-RPT-LINE.
           MOVE  "ALL SALES"  TO  ST-RPT-LINE (1:33).
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  0  TO  WK-TYP.
       RK-00.
           ADD  1  TO  WK-TYP.
           IF  WK-TYP  >  4
               GO  TO  JP-00
           END-IF.
           MOVE  SPACE  TO  ST-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           IF  WK-TYP  =  1
               MOVE  "RETURNS BY ITEM, WORST FIRST"  TO  RPT-SEC
           END-IF.
           IF  WK-TYP  =  2
               MOVE  "RETURNS BY CLASS, WORST FIRST"  TO  RPT-SEC
           END-IF.
           IF  WK-TYP  =  3
               MOVE  "RETURNS BY CUSTOMER, WORST FIRST"  TO  RPT-SEC
           END-IF.
           IF  WK-TYP  =  4
               MOVE  "RETURNS BY REASON, WORST FIRST"  TO  RPT-SEC
           END-IF.
           MOVE  ST-RPT-SEC  TO  ST-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  ST-RPT-CL0  TO  ST-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  ST-RPT-COL  TO  ST-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  0  TO  WK-RANK.
       RK-10.
           MOVE  0  TO  WK-MAXIX.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  WS-TBL-CNT
               IF  RT-TYP (I)  =  WK-TYP
               AND  RT-DONE (I)  =  0
               AND  (RT-YRA (I)  NOT =  0  OR  RT-YRQ (I)  NOT =  0)
                   IF  WK-MAXIX  =  0
                       MOVE  I  TO  WK-MAXIX
                   ELSE
                       IF  RT-RKEY (I)  >  RT-RKEY (WK-MAXIX)
                           MOVE  I  TO  WK-MAXIX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF  WK-MAXIX  =  0
               GO  TO  RK-00
           END-IF.
           MOVE  1  TO  RT-DONE (WK-MAXIX).
           ADD  1  TO  WK-RANK.
           PERFORM  DET-RTN  THRU  DET-EXT.
           GO  TO  RK-10.
      *****
      *    ITEMS FLAGGED FOR A RATE JUMP, IN ITEM ORDER OF ENTRY.
       JP-00.
           MOVE  SPACE  TO  ST-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  "ITEMS WITH A RETURN RATE JUMP"  TO  RPT-SEC.
           MOVE  ST-RPT-SEC  TO  ST-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  ST-RPT-CL0  TO  ST-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  ST-RPT-COL  TO  ST-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  0  TO  WK-RANK.
           MOVE  1  TO  WK-TYP.
           PERFORM  VARYING  WK-MAXIX  FROM  1  BY  1
               UNTIL  WK-MAXIX  >  WS-TBL-CNT
               IF  RT-TYP (WK-MAXIX)  =  1
               AND  RT-JMP (WK-MAXIX)  =  1
                   ADD  1  TO  WK-RANK
                   PERFORM  DET-RTN  THRU  DET-EXT
               END-IF
           END-PERFORM.
           IF  WS-JMP-CNT  =  0
               MOVE  "    NONE"  TO  ST-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
           END-IF.
           IF  WS-TBL-OVF  >  0
               MOVE  "*** ANALYSIS TABLE FULL, ENTRIES OMITTED"
                TO  ST-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
           END-IF.
           CALL "DB_F_Close" USING BY REFERENCE HKBM_IDLST HKBM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE TK-M_IDLST TK-M_PNAME1.
           PERFORM  HDR-TRL-RTN  THRU  HDR-TRL-EXT.
           CLOSE  ST-RPT-FILE.
           PERFORM  RUNL-EN-RTN  THRU  RUNL-EN-EXT.
           CALL "DB_Close".
           STOP  RUN.
       ERR-END.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           PERFORM  HDR-TRL-RTN  THRU  HDR-TRL-EXT.
           CLOSE  ST-RPT-FILE.
           CALL "DB_Close".
           STOP  RUN.
      *****
      *    ADD THE STRAN RECORD TO THE ENTRY FOR WK-TYP / WK-CODE
      *    (WK-TYP 0 = THE GRAND TOTAL).  RETURNS ARE STORED
      *    POSITIVE, SO STRN-06 AND STRN-08 ADD AS THEY STAND.
       ACC-RTN.
           IF  WK-TYP  =  0
               MOVE  GT-FIG  TO  CF-FIG
               GO  TO  ACC-20
           END-IF.
           PERFORM  VARYING  I  FROM  1  BY  1
               UNTIL  I  >  WS-TBL-CNT
               OR  (RT-TYP (I)  =  WK-TYP  AND  RT-CODE (I)  =  WK-CODE)
               CONTINUE
           END-PERFORM.
           IF  I  >  WS-TBL-CNT
               IF  WS-TBL-CNT  NOT <  4000
                   ADD  1  TO  WS-TBL-OVF
                   GO  TO  ACC-EXT
               END-IF
               ADD  1  TO  WS-TBL-CNT
               MOVE  WS-TBL-CNT  TO  I
               MOVE  WK-TYP   TO  RT-TYP  (I)
               MOVE  WK-CODE  TO  RT-CODE (I)
           END-IF.
           MOVE  RT-FIG (I)  TO  CF-FIG.
       ACC-20.
           IF  STRN-09  =  1
               ADD  STRN-06  TO  CF-YRQ
               ADD  STRN-08  TO  CF-YRA
               IF  WK-TYM  =  WK-CYM
                   ADD  STRN-06  TO  CF-MRQ
                   ADD  STRN-08  TO  CF-MRA
               END-IF
               IF  WK-TYM  =  WK-PYM
                   ADD  STRN-08  TO  CF-PRA
               END-IF
           ELSE
               ADD  STRN-06  TO  CF-YSQ
               ADD  STRN-08  TO  CF-YSA
               IF  WK-TYM  =  WK-CYM
                   ADD  STRN-06  TO  CF-MSQ
                   ADD  STRN-08  TO  CF-MSA
               END-IF
               IF  WK-TYM  =  WK-PYM
                   ADD  STRN-08  TO  CF-PSA
               END-IF
           END-IF.
           IF  WK-TYP  =  0
               MOVE  CF-FIG  TO  GT-FIG
           ELSE
               MOVE  CF-FIG  TO  RT-FIG (I)
           END-IF.
       ACC-EXT.
           EXIT.
      *****
      *    RT-RKEY AND RT-JMP FOR RT-ENT (I).  RETURNS WITH NO
      *    SHIPPED SALES RATE 9999.9, WORST OF ALL.
       KEY-RTN.
           IF  RT-YSA (I)  >  0
               COMPUTE  RT-RKEY (I)  ROUNDED  =
                   RT-YRA (I)  *  100  /  RT-YSA (I)
                   ON  SIZE  ERROR
                       MOVE  9999.9  TO  RT-RKEY (I)
               END-COMPUTE
           ELSE
               IF  RT-YRA (I)  >  0
                   MOVE  9999.9  TO  RT-RKEY (I)
               ELSE
                   MOVE  0       TO  RT-RKEY (I)
               END-IF
           END-IF.
           IF  RT-TYP (I)  NOT =  1
           OR  RT-MRA (I)  NOT >  0
               GO  TO  KEY-EXT
           END-IF.
           IF  RT-MSA (I)  >  0
               COMPUTE  WK-MPCT  ROUNDED  =
                   RT-MRA (I)  *  100  /  RT-MSA (I)
                   ON  SIZE  ERROR
                       MOVE  9999.9  TO  WK-MPCT
               END-COMPUTE
           ELSE
               MOVE  9999.9  TO  WK-MPCT
           END-IF.
           MOVE  0  TO  WK-PPCT.
           IF  RT-PSA (I)  >  0
               COMPUTE  WK-PPCT  ROUNDED  =
                   RT-PRA (I)  *  100  /  RT-PSA (I)
                   ON  SIZE  ERROR
                       MOVE  9999.9  TO  WK-PPCT
               END-COMPUTE
           END-IF.
           IF  WK-MPCT  -  WK-PPCT  NOT <  WK-JMP
               MOVE  1  TO  RT-JMP (I)
               ADD   1  TO  WS-JMP-CNT
           END-IF.
       KEY-EXT.
           EXIT.
      *****
      *    ONE RANKED LINE FOR RT-ENT (WK-MAXIX), NAME BY TYPE:
      *    CLASS FROM HKBM 11, CUSTOMER FROM TOKMS, REASON FROM
      *    HKBM 44.
       DET-RTN.
           MOVE  SPACE    TO  ST-RPT-DET.
           MOVE  WK-RANK  TO  RPT-RANK.
           MOVE  RT-CODE (WK-MAXIX)  TO  WK-CODE.
           IF  WK-TYP  =  1
               MOVE  WK-CODE  TO  RPT-CODE
           END-IF.
           IF  WK-TYP  =  2
               MOVE  WK-CODE (5:2)  TO  RPT-CODE
               MOVE  11      TO  HKB-NO
               MOVE  SPACE   TO  HKB-BC
               MOVE  WK-CODE  TO  HKB-BR1
               CALL "DB_Read" USING
                "INVALID" HKBM_PNAME1 BY REFERENCE HKB-R "UNLOCK"
                RETURNING RET
               IF  RET  =  0
                   MOVE  HKB-BRN1  TO  RPT-NAME
               END-IF
           END-IF.
           IF  WK-TYP  =  3
               MOVE  WK-CODE (3:4)  TO  RPT-CODE
               MOVE  WK-CODE  TO  TK-TCD
               CALL "DB_Read" USING
                "INVALID" TK-M_PNAME1 BY REFERENCE TK-R "UNLOCK"
                RETURNING RET
               IF  RET  =  0
                   MOVE  TK-NAME  TO  RPT-NAME
               END-IF
           END-IF.
           IF  WK-TYP  =  4
               MOVE  WK-CODE (5:2)  TO  RPT-CODE
               MOVE  "NO REASON RECORDED"  TO  RPT-NAMEX
               IF  WK-CODE  >  0
                   MOVE  44      TO  HKB-NO
                   MOVE  SPACE   TO  HKB-BC
                   MOVE  WK-CODE (5:2)  TO  HKB-BC (1:2)
                   CALL "DB_Read" USING
                    "INVALID" HKBM_PNAME1 BY REFERENCE HKB-R "UNLOCK"
                    RETURNING RET
                   IF  RET  =  0
                       MOVE  HKB-NAME (1:20)  TO  RPT-NAMEX
                   ELSE
                       MOVE  SPACE  TO  RPT-NAMEX
                   END-IF
               END-IF
           END-IF.
           MOVE  RT-FIG (WK-MAXIX)  TO  CF-FIG.
           PERFORM  FIG-RTN  THRU  FIG-EXT.
           IF  WK-TYP  =  1
           AND  RT-JMP (WK-MAXIX)  =  1
               MOVE  "JUMP"  TO  RPT-FLG
           END-IF.
           MOVE  ST-RPT-DET  TO  ST-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
       DET-EXT.
           EXIT.
      *****
      *    CF-FIG INTO RPT-FIG.  A RATE WITH NOTHING SHIPPED
      *    PRINTS "---".
       FIG-RTN.
           MOVE  CF-MRQ  TO  RPT-MRQ.
           MOVE  CF-MSA  TO  RPT-MSA.
           MOVE  CF-MRA  TO  RPT-MRA.
           IF  CF-MSQ  >  0
               COMPUTE  WK-PCT  ROUNDED  =  CF-MRQ  *  100  /  CF-MSQ
                   ON  SIZE  ERROR
                       MOVE  9999.9  TO  WK-PCT
               END-COMPUTE
               MOVE  WK-PCT  TO  RPT-MQP
           ELSE
               MOVE  "    ---"  TO  RPT-MQPX
           END-IF.
           IF  CF-MSA  >  0
               COMPUTE  WK-PCT  ROUNDED  =  CF-MRA  *  100  /  CF-MSA
                   ON  SIZE  ERROR
                       MOVE  9999.9  TO  WK-PCT
               END-COMPUTE
               MOVE  WK-PCT  TO  RPT-MAP
           ELSE
               MOVE  "    ---"  TO  RPT-MAPX
           END-IF.
           MOVE  CF-YRQ  TO  RPT-YRQ.
           MOVE  CF-YSA  TO  RPT-YSA.
           MOVE  CF-YRA  TO  RPT-YRA.
           IF  CF-YSQ  >  0
               COMPUTE  WK-PCT  ROUNDED  =  CF-YRQ  *  100  /  CF-YSQ
                   ON  SIZE  ERROR
                       MOVE  9999.9  TO  WK-PCT
               END-COMPUTE
               MOVE  WK-PCT  TO  RPT-YQP
           ELSE
               MOVE  "    ---"  TO  RPT-YQPX
           END-IF.
           IF  CF-YSA  >  0
               COMPUTE  WK-PCT  ROUNDED  =  CF-YRA  *  100  /  CF-YSA
                   ON  SIZE  ERROR
                       MOVE  9999.9  TO  WK-PCT
               END-COMPUTE
               MOVE  WK-PCT  TO  RPT-YAP
           ELSE
               MOVE  "    ---"  TO  RPT-YAPX
           END-IF.
           IF  CF-PSA  >  0
               COMPUTE  WK-PCT  ROUNDED  =  CF-PRA  *  100  /  CF-PSA
                   ON  SIZE  ERROR
                       MOVE  9999.9  TO  WK-PCT
               END-COMPUTE
               MOVE  WK-PCT  TO  RPT-PAP
           ELSE
               MOVE  "    ---"  TO  RPT-PAPX
           END-IF.
       FIG-EXT.
           EXIT.
      *****
      *    RUNLOG START/END -- SEE LIRUNL.
       RUNL-ST-RTN.
           CALL "DB_F_Open" USING
            "I-O" RUNL_PNAME1 "SHARED" BY REFERENCE RUNL_IDLST "1"
            "RUNL-KEY" BY REFERENCE RUNL-KEY.
           ACCEPT  RUNL-SDATE  FROM  DATE.
           ACCEPT  RUNL-STIME  FROM  TIME.
           MOVE  "ST820R"  TO  RUNL-PGM.
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
           MOVE  HDR-WCNT    TO  RUNL-WRIT.
           MOVE  0           TO  RUNL-UPDT.
           MOVE  "000"       TO  RUNL-CC.
           MOVE  1           TO  RUNL-ENDF.
           CALL "DB_Update" USING
            RUNL_PNAME1 RUNL_LNAME RUNL-R RETURNING RET.
           CALL "DB_F_Close" USING BY REFERENCE RUNL_IDLST RUNL_PNAME1.
       RUNL-EN-EXT.
           EXIT.
       COPY  LPHDR  REPLACING  ==RPT-LINE==  BY  ==ST-RPT-LINE==.
