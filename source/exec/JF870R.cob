       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         JF870R.
      *****************************************************
      *****   SEASON SELL-THROUGH AND MARKDOWN REPORT  *****
      *****************************************************
      *        WEEKLY.  ARGUMENTS: A JT-SEAS SEASON CODE, THEN
      *        THE RUN DATE (YYMMDD, DEFAULT TODAY).  FOR EVERY
      *        J-M ITEM OF THE SEASON (J-SEA) IT SHOWS THE
      *        QUANTITY ORDERED (JOLJF11 ORDER LINES DATED IN
      *        THE SEASON), SHIPPED AND RETURNED (STRAN SALES AND
      *        RETURNS FROM THE SEASON START TO THE RUN DATE),
      *        THE STOCK ON HAND ACROSS EVERY WAREHOUSE AND THE
      *        CONSIGNMENT LOCATION (ZKM, ALL SOK), AND THE
      *        SELL-THROUGH -- NET SHIPPED OVER NET SHIPPED PLUS
      *        ON HAND -- BY STRN-151 ITEM CLASS (J-BR1) WITH
      *        CLASS AND SEASON TOTALS.
      *        FROM SEA-MDW DAYS BEFORE THE SEASON END TO THE END
      *        ITSELF, AN ITEM STILL HOLDING STOCK BELOW THE
      *        SEA-TGT TARGET IS PROPOSED A MARKDOWN OF SEA-MDP
      *        PERCENT OFF ITS J-M PRICE, WRITTEN TO JT-MDPR FOR
      *        MERCHANDISING TO ACCEPT OR REJECT ON JF880U.  A
      *        RERUN REFRESHES OPEN PROPOSALS ONLY; ACCEPTED AND
      *        REJECTED ONES STAND AND PRINT WITH THEIR STATUS.
      *        OUTSIDE THE WINDOW AN ITEM BELOW TARGET IS FLAGGED.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  JF-RPT-FILE  ASSIGN  TO  "JF870R"
               ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT  JF-SORT-WORK  ASSIGN  TO  "JF870R.SRT".
       DATA                DIVISION.
       FILE                SECTION.
       FD  JF-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  JF-RPT-LINE         PIC  X(132).
       SD  JF-SORT-WORK.
       01  SRT-REC.
           02  SRT-BR1         PIC  9(02).
           02  SRT-JCD         PIC  9(06).
           02  SRT-IX          PIC  9(04).
       WORKING-STORAGE     SECTION.
       77  ERR-STAT        PIC  X(02).
       77  RET             PIC  9(01)  VALUE  0.
       77  I               PIC  9(04)  VALUE  0.
       77  WK-SOK          PIC  9(02)  VALUE  0.
       77  TX              PIC  9(01)  VALUE  0.
       77  WK-SEA          PIC  X(04)  VALUE  SPACE.
       77  WK-RDATE        PIC  9(06)  VALUE  0.
       77  WK-RDATE8       PIC  9(08)  VALUE  0.
       77  WK-MDFR         PIC  9(08)  VALUE  0.
       77  WK-INWIN        PIC  9(01)  VALUE  0.
       77  WK-JCD          PIC  9(06)  VALUE  0.
       77  WK-BR1          PIC  9(02)  VALUE  0.
       77  WK-FIRST        PIC  9(01)  VALUE  1.
       77  WK-NET          PIC S9(09)  VALUE  0.
       77  WK-STP          PIC  9(03)V9(01)  VALUE  0.
       77  WK-NEW          PIC  9(06)  VALUE  0.
       77  WK-STAT         PIC  X(09)  VALUE  SPACE.
       77  WS-SE-CNT       PIC  9(04)  VALUE  0.
       77  WS-RD-CNT       PIC  9(07)  VALUE  0.
       77  WS-UPD-CNT      PIC  9(07)  VALUE  0.
       77  WS-PRP-CNT      PIC  9(05)  VALUE  0.
      *****
      *    THE SEASON'S ITEMS AND THEIR QUANTITIES.
       01  SE-TBL.
           02  SE-ENT   OCCURS  2000.
               03  SE-JCD        PIC  9(06).
               03  SE-BR1        PIC  9(02).
               03  SE-NAME       PIC  N(12).
               03  SE-ST         PIC S9(06)V9(02).
               03  SE-ORD        PIC S9(09).
               03  SE-SHP        PIC S9(09).
               03  SE-RET        PIC S9(09).
               03  SE-OH         PIC S9(09).
      *        QUANTITIES FOR A CLASS (1) AND THE SEASON (2).
       01  WK-TOT-TBL.
           02  WK-TOT   OCCURS  2.
               03  TT-ORD        PIC S9(09).
               03  TT-SHP        PIC S9(09).
               03  TT-RET        PIC S9(09).
               03  TT-OH         PIC S9(09).
       COPY    LISEAS.
       COPY    LIMDPR.
       COPY    LIJM.
       COPY    LIZAIK.
       COPY    LJOLJF.
       COPY    LNSTRN.
       COPY    LIRUNL.
       COPY    LWHDR.
      *****
       01  JF-RPT-SEA.
           02  FILLER          PIC  X(07)  VALUE  "SEASON ".
           02  RPT-SEA-CD      PIC  X(04).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-SEA-NAME    PIC  N(12).
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-SEA-FROM    PIC  9(08).
           02  FILLER          PIC  X(01)  VALUE  "-".
           02  RPT-SEA-TO      PIC  9(08).
           02  FILLER          PIC  X(09)  VALUE  "  TARGET=".
           02  RPT-SEA-TGT     PIC  ZZ9.
           02  FILLER          PIC  X(12)  VALUE  "%  MARKDOWN=".
           02  RPT-SEA-MDP     PIC  Z9.9.
           02  FILLER          PIC  X(09)  VALUE  "% FROM   ".
           02  RPT-SEA-MDFR    PIC  9(08).
           02  FILLER          PIC  X(07)  VALUE  "  RUN= ".
           02  RPT-SEA-RUN     PIC  9(08).
       01  JF-RPT-COL.
           02  FILLER          PIC  X(35)  VALUE
               "ITEM   NAME                     CLS".
           02  FILLER          PIC  X(41)  VALUE
               "   ORDERED   SHIPPED  RETURNED    ON HAND".
           02  FILLER          PIC  X(21)  VALUE
               "    ST%  PRICE MARKDN".
       01  JF-RPT-DET.
           02  RPT-JCD         PIC  9(06).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-NAME        PIC  N(12).
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-BR1         PIC  9(02).
           02  RPT-ORD         PIC  -(09)9.
           02  RPT-SHP         PIC  -(09)9.
           02  RPT-RET         PIC  -(09)9.
           02  RPT-OH          PIC  -(10)9.
           02  RPT-STP         PIC  ZZZZ9.9.
           02  RPT-PRC         PIC  ZZZZZZ9.
           02  RPT-NEW         PIC  ZZZZZZ9.
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-STAT        PIC  X(09).
       01  JF-RPT-TOT.
           02  RPT-TOT-LBL     PIC  X(12).
           02  RPT-TOT-BR1     PIC  Z9.
           02  FILLER          PIC  X(21)  VALUE  SPACE.
           02  RPT-TOT-ORD     PIC  -(09)9.
           02  RPT-TOT-SHP     PIC  -(09)9.
           02  RPT-TOT-RET     PIC  -(09)9.
           02  RPT-TOT-OH      PIC  -(10)9.
           02  RPT-TOT-STP     PIC  ZZZZ9.9.
       01  JF-RPT-SUM.
           02  FILLER          PIC  X(07)  VALUE  "ITEMS=".
           02  RPT-SUM-CNT     PIC  ZZZ9.
           02  FILLER          PIC  X(13)  VALUE  "  PROPOSALS=".
           02  RPT-SUM-PRP     PIC  ZZZZ9.
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       OPEN  OUTPUT  JF-RPT-FILE.
           ACCEPT  WK-SEA  FROM  ARGUMENT-VALUE.
           ACCEPT  WK-RDATE  FROM  ARGUMENT-VALUE.
           IF  WK-RDATE  =  0
               ACCEPT  WK-RDATE  FROM  DATE
           END-IF.
           COMPUTE  WK-RDATE8  =  20000000  +  WK-RDATE.
       MOVE  "JF870R"  TO  HDR-PGMID.
       MOVE  "SEASON SELL-THROUGH"  TO  HDR-TITLE.
       PERFORM  HDR-INIT-RTN  THRU  HDR-INIT-EXT.
           PERFORM  RUNL-ST-RTN  THRU  RUNL-ST-EXT.
           INITIALIZE  SE-TBL  WK-TOT-TBL.
      *****
      *    THE SEASON -- NOTHING TO REPORT WITHOUT IT.
           CALL "DB_F_Open" USING
            "INPUT" SEAS_PNAME1 "SHARED" BY REFERENCE SEAS_IDLST "1"
            "SEA-KEY" BY REFERENCE SEA-KEY.
           MOVE  WK-SEA  TO  SEA-CD.
           CALL "DB_Read" USING
            "INVALID" SEAS_PNAME1 BY REFERENCE SEA-R "UNLOCK"
            RETURNING RET.
           CALL "DB_F_Close" USING BY REFERENCE SEAS_IDLST SEAS_PNAME1.
           IF  WK-SEA  =  SPACE  OR  RET  =  1
               MOVE  "*** SEASON NOT ON JT-SEAS, NOTHING REPORTED"
                TO  JF-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
               GO  TO  END-RTN
           END-IF.
      *        THE MARKDOWN WINDOW OPENS SEA-MDW DAYS BEFORE THE
      *        SEASON END AND CLOSES AT THE END.
           COMPUTE  WK-MDFR  =  FUNCTION DATE-OF-INTEGER
               ( FUNCTION INTEGER-OF-DATE (SEA-TO)  -  SEA-MDW ).
           MOVE  0  TO  WK-INWIN.
           IF  WK-RDATE8  NOT <  WK-MDFR  AND  WK-RDATE8  NOT >  SEA-TO
               MOVE  1  TO  WK-INWIN
           END-IF.
           MOVE  SEA-CD     TO  RPT-SEA-CD.
           MOVE  SEA-NAME   TO  RPT-SEA-NAME.
           MOVE  SEA-FROM   TO  RPT-SEA-FROM.
           MOVE  SEA-TO     TO  RPT-SEA-TO.
           MOVE  SEA-TGT    TO  RPT-SEA-TGT.
           MOVE  SEA-MDP    TO  RPT-SEA-MDP.
           MOVE  WK-MDFR    TO  RPT-SEA-MDFR.
           MOVE  WK-RDATE8  TO  RPT-SEA-RUN.
           MOVE  JF-RPT-SEA  TO  JF-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
      *****
      *    THE SEASON'S ITEMS, WITH STOCK ON HAND IN EVERY
      *    LOCATION.
           CALL "DB_F_Open" USING
            "INPUT" J-M_PNAME1 "SHARED" BY REFERENCE J-M_IDLST "1"
            "J-JCD" BY REFERENCE J-JCD.
           CALL "DB_F_Open" USING
            "INPUT" ZKM_PNAME1 "SHARED" BY REFERENCE ZKM_IDLST "1"
            "ZKM-KEY" BY REFERENCE ZKM-KEY.
       IT-10.
           CALL "DB_Read" USING
            "NEXT AT END" J-M_PNAME1 BY REFERENCE J-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  IT-90
           END-IF.
           ADD  1  TO  WS-RD-CNT.
           IF  J-SEA  NOT =  WK-SEA
               GO  TO  IT-10
           END-IF.
           IF  WS-SE-CNT  NOT <  2000
               DISPLAY  "DSP-001 SE-TBL FULL, ITEM DROPPED"
               GO  TO  IT-10
           END-IF.
           ADD  1  TO  WS-SE-CNT.
           MOVE  WS-SE-CNT  TO  I.
           MOVE  J-JCD   TO  SE-JCD (I).
           MOVE  J-BR1   TO  SE-BR1 (I).
           MOVE  J-NAME  TO  SE-NAME (I).
           MOVE  J-ST    TO  SE-ST (I).
           PERFORM  VARYING  WK-SOK  FROM  0  BY  1  UNTIL  WK-SOK  >  9
               MOVE  WK-SOK  TO  ZKM-SOK
               MOVE  J-JCD   TO  ZKM-JCD
               CALL "DB_Read" USING
                "INVALID" ZKM_PNAME1 BY REFERENCE ZKM-R "UNLOCK"
                RETURNING RET
               IF  RET  =  0
                   ADD  ZKM-OHT  TO  SE-OH (I)
               END-IF
           END-PERFORM.
           GO  TO  IT-10.
       IT-90.
           CALL "DB_F_Close" USING BY REFERENCE J-M_IDLST J-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE ZKM_IDLST ZKM_PNAME1.
      *****
      *    ORDERED -- ORDER LINES DATED WITHIN THE SEASON.
           CALL "DB_F_Open" USING
            "INPUT" JOLJF_PNAME1 "SHARED" BY REFERENCE JOLJF_IDLST
            "1" "JOLJF11-KEYW" BY REFERENCE JOLJF11-KEYW.
       OL-10.
           CALL "DB_Read" USING
            "NEXT AT END" JOLJF_PNAME1 BY REFERENCE JOLJF11-REC
            "UNLOCK" RETURNING RET.
           IF  RET = 1
               GO  TO  OL-90
           END-IF.
           ADD  1  TO  WS-RD-CNT.
           IF  JOLJF11-01  NOT =  11
           OR  JOLJF11-05  <  SEA-FROM  OR  JOLJF11-05  >  SEA-TO
               GO  TO  OL-10
           END-IF.
           MOVE  JOLJF11-10  TO  WK-JCD.
           PERFORM  SEX-RTN  THRU  SEX-EXT.
           IF  I  NOT =  0
               ADD  JOLJF11-122  TO  SE-ORD (I)
           END-IF.
           GO  TO  OL-10.
       OL-90.
           CALL "DB_F_Close" USING
            BY REFERENCE JOLJF_IDLST JOLJF_PNAME1.
      *****
      *    SHIPPED AND RETURNED -- STRAN FROM THE SEASON START
      *    TO THE RUN DATE.
           CALL "DB_F_Open" USING
            "INPUT" HN-STRN_PNAME1 "SHARED" BY REFERENCE
            HN-STRN_IDLST "1" "STRN-20" BY REFERENCE STRN-20.
       TR-10.
           CALL "DB_Read" USING
            "NEXT AT END" HN-STRN_PNAME1 BY REFERENCE STRN-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  TR-90
           END-IF.
           ADD  1  TO  WS-RD-CNT.
           IF  STRN-01  <  SEA-FROM  OR  STRN-01  >  WK-RDATE8
               GO  TO  TR-10
           END-IF.
           MOVE  STRN-03  TO  WK-JCD.
           PERFORM  SEX-RTN  THRU  SEX-EXT.
           IF  I  =  0
               GO  TO  TR-10
           END-IF.
           IF  STRN-09  =  1
               ADD  STRN-06  TO  SE-RET (I)
           ELSE
               ADD  STRN-06  TO  SE-SHP (I)
           END-IF.
           GO  TO  TR-10.
       TR-90.
           CALL "DB_F_Close" USING
            BY REFERENCE HN-STRN_IDLST HN-STRN_PNAME1.
      *****
      *    PRINT BY CLASS AND ITEM, PROPOSING MARKDOWNS AS IT
      *    GOES.
           MOVE  JF-RPT-COL  TO  JF-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           CALL "DB_F_Open" USING
            "I-O" MDPR_PNAME1 "SHARED" BY REFERENCE MDPR_IDLST "1"
            "MDP-KEY" BY REFERENCE MDP-KEY.
           SORT  JF-SORT-WORK
               ASCENDING  KEY  SRT-BR1  SRT-JCD
               INPUT  PROCEDURE  IS  PR-INP-RTN  THRU  PR-INP-EXT
               OUTPUT  PROCEDURE  IS  PR-OUT-RTN  THRU  PR-OUT-EXT.
           CALL "DB_F_Close" USING BY REFERENCE MDPR_IDLST MDPR_PNAME1.
           IF  WK-FIRST  =  0
               MOVE  1  TO  I
               PERFORM  TOT-PRT-RTN  THRU  TOT-PRT-EXT
           END-IF.
           MOVE  2  TO  I.
           PERFORM  TOT-PRT-RTN  THRU  TOT-PRT-EXT.
           MOVE  WS-SE-CNT   TO  RPT-SUM-CNT.
           MOVE  WS-PRP-CNT  TO  RPT-SUM-PRP.
           MOVE  JF-RPT-SUM  TO  JF-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
       END-RTN.
           PERFORM  HDR-TRL-RTN  THRU  HDR-TRL-EXT.
           CLOSE  JF-RPT-FILE.
           PERFORM  RUNL-EN-RTN  THRU  RUNL-EN-EXT.
           CALL "DB_Close".
           STOP  RUN.
      *****
      *    TABLE ENTRY FOR ITEM WK-JCD -- I = 0 WHEN THE ITEM IS
      *    NOT IN THE SEASON.
       SEX-RTN.
           PERFORM  VARYING  I  FROM  1  BY  1
               UNTIL  I  >  WS-SE-CNT  OR  SE-JCD (I)  =  WK-JCD
               CONTINUE
           END-PERFORM.
           IF  I  >  WS-SE-CNT
               MOVE  0  TO  I
           END-IF.
       SEX-EXT.
           EXIT.
       PR-INP-RTN.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  WS-SE-CNT
               MOVE  SE-BR1 (I)  TO  SRT-BR1
               MOVE  SE-JCD (I)  TO  SRT-JCD
               MOVE  I           TO  SRT-IX
               RELEASE  SRT-REC
           END-PERFORM.
       PR-INP-EXT.
           EXIT.
       PR-OUT-RTN.
           RETURN  JF-SORT-WORK  AT  END  GO  TO  PR-OUT-EXT.
           IF  WK-FIRST  =  0  AND  SRT-BR1  NOT =  WK-BR1
               MOVE  1  TO  I
               PERFORM  TOT-PRT-RTN  THRU  TOT-PRT-EXT
           END-IF.
           MOVE  0        TO  WK-FIRST.
           MOVE  SRT-BR1  TO  WK-BR1.
           MOVE  SRT-IX   TO  I.
           PERFORM  STP-RTN  THRU  STP-EXT.
           MOVE  SE-JCD (I)   TO  RPT-JCD.
           MOVE  SE-NAME (I)  TO  RPT-NAME.
           MOVE  SE-BR1 (I)   TO  RPT-BR1.
           MOVE  SE-ORD (I)   TO  RPT-ORD.
           MOVE  SE-SHP (I)   TO  RPT-SHP.
           MOVE  SE-RET (I)   TO  RPT-RET.
           MOVE  SE-OH (I)    TO  RPT-OH.
           MOVE  WK-STP       TO  RPT-STP.
           MOVE  SE-ST (I)    TO  RPT-PRC.
           MOVE  0            TO  RPT-NEW.
           MOVE  SPACE        TO  WK-STAT.
           IF  WK-STP  <  SEA-TGT  AND  SE-OH (I)  >  0
               IF  WK-INWIN  =  1
                   PERFORM  MDP-RTN  THRU  MDP-EXT
               ELSE
                   MOVE  "BELOW TGT"  TO  WK-STAT
               END-IF
           END-IF.
           MOVE  WK-STAT      TO  RPT-STAT.
           MOVE  JF-RPT-DET   TO  JF-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           PERFORM  VARYING  TX  FROM  1  BY  1  UNTIL  TX  >  2
               ADD  SE-ORD (I)  TO  TT-ORD (TX)
               ADD  SE-SHP (I)  TO  TT-SHP (TX)
               ADD  SE-RET (I)  TO  TT-RET (TX)
               ADD  SE-OH (I)   TO  TT-OH (TX)
           END-PERFORM.
           GO  TO  PR-OUT-RTN.
       PR-OUT-EXT.
           EXIT.
      *****
      *    SELL-THROUGH OF ENTRY I -- NET SHIPPED OVER NET
      *    SHIPPED PLUS ON HAND, IN PERCENT; ZERO WHEN NOTHING
      *    HAS SOLD ON BALANCE.
       STP-RTN.
           MOVE  0  TO  WK-STP.
           COMPUTE  WK-NET  =  SE-SHP (I)  -  SE-RET (I).
           IF  WK-NET  >  0  AND  WK-NET  +  SE-OH (I)  >  0
               COMPUTE  WK-STP  ROUNDED  =  WK-NET  *  100
                   /  ( WK-NET  +  SE-OH (I) )
           END-IF.
       STP-EXT.
           EXIT.
      *****
      *    MARKDOWN PROPOSAL FOR ENTRY I -- SEA-MDP PERCENT OFF
      *    THE J-M PRICE, TO THE YEN.  AN OPEN PROPOSAL IS
      *    REFRESHED; AN ACCEPTED OR REJECTED ONE IS LEFT AS IT
      *    STANDS.
       MDP-RTN.
           COMPUTE  WK-NEW  ROUNDED  =  SE-ST (I)
               *  ( 100  -  SEA-MDP )  /  100.
           MOVE  WK-SEA      TO  MDP-SEA.
           MOVE  SE-JCD (I)  TO  MDP-JCD.
           CALL "DB_Read" USING
            "INVALID" MDPR_PNAME1 BY REFERENCE MDP-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  0  AND  MDP-STAT  =  "A"
               MOVE  MDP-NEW     TO  RPT-NEW
               MOVE  "ACCEPTED"  TO  WK-STAT
               GO  TO  MDP-EXT
           END-IF.
           IF  RET  =  0  AND  MDP-STAT  =  "R"
               MOVE  MDP-NEW     TO  RPT-NEW
               MOVE  "REJECTED"  TO  WK-STAT
               GO  TO  MDP-EXT
           END-IF.
           MOVE  WK-RDATE8   TO  MDP-DATE.
           MOVE  WK-STP      TO  MDP-STP.
           MOVE  SE-ST (I)   TO  MDP-OLD.
           MOVE  WK-NEW      TO  MDP-NEW.
           MOVE  SPACE       TO  MDP-STAT  MDP-PRMCD  MDP-OPR.
           MOVE  0           TO  MDP-ADATE.
           IF  RET  =  0
               CALL "DB_Update" USING
                MDPR_PNAME1 MDPR_LNAME MDP-R RETURNING RET
           ELSE
               CALL "DB_Insert" USING
                MDPR_PNAME1 MDPR_LNAME MDP-R RETURNING RET
           END-IF.
           IF  RET  =  1
               MOVE  "NOT SAVED"  TO  WK-STAT
               GO  TO  MDP-EXT
           END-IF.
           ADD  1  TO  WS-UPD-CNT.
           ADD  1  TO  WS-PRP-CNT.
           MOVE  WK-NEW      TO  RPT-NEW.
           MOVE  "PROPOSED"  TO  WK-STAT.
       MDP-EXT.
           EXIT.
      *****
      *    TOTAL LINE -- I = 1 THE CLASS JUST ENDED (THEN
      *    CLEARED), I = 2 THE SEASON.
       TOT-PRT-RTN.
           MOVE  SPACE  TO  JF-RPT-TOT.
           IF  I  =  1
               MOVE  "  CLASS    "  TO  RPT-TOT-LBL
               MOVE  WK-BR1         TO  RPT-TOT-BR1
           ELSE
               MOVE  "SEASON TOTAL"  TO  RPT-TOT-LBL
           END-IF.
           MOVE  TT-ORD (I)  TO  RPT-TOT-ORD.
           MOVE  TT-SHP (I)  TO  RPT-TOT-SHP.
           MOVE  TT-RET (I)  TO  RPT-TOT-RET.
           MOVE  TT-OH (I)   TO  RPT-TOT-OH.
           MOVE  0  TO  WK-STP.
           COMPUTE  WK-NET  =  TT-SHP (I)  -  TT-RET (I).
           IF  WK-NET  >  0  AND  WK-NET  +  TT-OH (I)  >  0
               COMPUTE  WK-STP  ROUNDED  =  WK-NET  *  100
                   /  ( WK-NET  +  TT-OH (I) )
           END-IF.
           MOVE  WK-STP  TO  RPT-TOT-STP.
           MOVE  JF-RPT-TOT  TO  JF-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           IF  I  =  1
               MOVE  0  TO  TT-ORD (1)  TT-SHP (1)  TT-RET (1)
               MOVE  0  TO  TT-OH (1)
           END-IF.
       TOT-PRT-EXT.
           EXIT.
       RUNL-ST-RTN.
           CALL "DB_F_Open" USING
            "I-O" RUNL_PNAME1 "SHARED" BY REFERENCE RUNL_IDLST "1"
            "RUNL-KEY" BY REFERENCE RUNL-KEY.
           ACCEPT  RUNL-SDATE  FROM  DATE.
           ACCEPT  RUNL-STIME  FROM  TIME.
           MOVE  "JF870R"  TO  RUNL-PGM.
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
           MOVE  WS-UPD-CNT  TO  RUNL-UPDT.
           MOVE  "000"       TO  RUNL-CC.
           MOVE  1           TO  RUNL-ENDF.
           CALL "DB_Update" USING
            RUNL_PNAME1 RUNL_LNAME RUNL-R RETURNING RET.
           CALL "DB_F_Close" USING BY REFERENCE RUNL_IDLST RUNL_PNAME1.
       RUNL-EN-EXT.
           EXIT.
       COPY  LPHDR  REPLACING  ==RPT-LINE==  BY  ==JF-RPT-LINE==.
