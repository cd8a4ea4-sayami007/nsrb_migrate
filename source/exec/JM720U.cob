       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         JM720U.
      *****************************************************
      *****   ABC ITEM CLASSIFICATION                  *****
      *****************************************************
      *        MONTHLY RUN SETTING THE J-ABC CLASS OF EVERY J-M
      *        ITEM FROM ITS STRAN SALES OVER THE TWELVE MONTHS
      *        BEFORE THE ARGUMENT MONTH (YYMM, DEFAULT THE
      *        CURRENT MONTH) -- THE SAME ROLLING WINDOW AS THE
      *        JM640U FORECAST.  ITEMS ARE RANKED TWICE, BY NET
      *        SALES VALUE (STRN-08, RETURNS SUBTRACTED) AND BY
      *        MOVEMENT FREQUENCY (THE NUMBER OF SALE LINES):
      *        IN EACH RANKING THE ITEMS MAKING UP THE FIRST 80
      *        PERCENT OF THE TOTAL ARE A, THE NEXT 15 PERCENT B
      *        AND THE REST C.  THE ITEM TAKES THE BETTER OF ITS
      *        TWO CLASSES, SO A CHEAP BUT CONSTANTLY PICKED ITEM
      *        IS STILL COUNTED OFTEN.  AN ITEM THAT DID NOT SELL
      *        IN THE WINDOW IS C.  THE CLASS DRIVES THE ZK910U
      *        CYCLE COUNT (A MONTHLY, B QUARTERLY, C YEARLY);
      *        EVERY CHANGE OF CLASS PRINTS, WITH A SUMMARY BY
      *        CLASS.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  JM-RPT-FILE  ASSIGN  TO  "JM720U"
               ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT  JM-SORT-WORK  ASSIGN  TO  "JM720U.SRT".
       DATA                DIVISION.
       FILE                SECTION.
       FD  JM-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  JM-RPT-LINE         PIC  X(100).
       SD  JM-SORT-WORK.
       01  SRT-REC.
           02  SRT-AMT         PIC S9(11).
           02  SRT-IX          PIC  9(04).
       WORKING-STORAGE     SECTION.
       77  ERR-STAT        PIC  X(02).
       77  RET             PIC  9(01)  VALUE  0.
       77  I               PIC  9(04)  VALUE  0.
       77  CX              PIC  9(01)  VALUE  0.
       77  WK-TODAY        PIC  9(06)  VALUE  0.
       77  WK-TGT-YM       PIC  9(04)  VALUE  0.
       77  WK-LY-YM        PIC  9(04)  VALUE  0.
       77  WK-FR-YM        PIC  9(04)  VALUE  0.
       77  WK-FR-YY        PIC  9(02)  VALUE  0.
       77  WK-FR-MM        PIC  9(02)  VALUE  0.
       77  WK-TRN-YM       PIC  9(04)  VALUE  0.
       77  WK-PASS         PIC  9(01)  VALUE  0.
       77  WK-TOT          PIC S9(11)  VALUE  0.
       77  WK-CUM          PIC S9(11)  VALUE  0.
       77  WK-CLS          PIC  X(01)  VALUE  SPACE.
       77  WK-OLD          PIC  X(01)  VALUE  SPACE.
       77  WK-VAL          PIC S9(11)  VALUE  0.
       77  WK-HIT          PIC  9(07)  VALUE  0.
      *        SHARE OF THE RANKED TOTAL THAT CLOSES CLASS A AND
      *        CLASS B, IN PERCENT.
       77  WK-A-PCT        PIC  9(03)  VALUE  80.
       77  WK-B-PCT        PIC  9(03)  VALUE  95.
       77  WS-TBL-CNT      PIC  9(04)  VALUE  0.
       77  WS-RD-CNT       PIC  9(07)  VALUE  0.
       77  WS-UPD-CNT      PIC  9(07)  VALUE  0.
       77  WS-CHG-CNT      PIC  9(07)  VALUE  0.
       77  WS-VAL-TOT      PIC S9(11)  VALUE  0.
       77  WS-HIT-TOT      PIC S9(11)  VALUE  0.
      *****
      *    SALES PER ITEM IN THE WINDOW AND ITS CLASS BY VALUE
      *    AND BY FREQUENCY.
       01  ABC-TBL.
           02  ABC-ENT   OCCURS  3000.
               03  ABC-JCD       PIC  9(06).
               03  ABC-VAL       PIC S9(11).
               03  ABC-HIT       PIC  9(07).
               03  ABC-VC        PIC  X(01).
               03  ABC-HC        PIC  X(01).
      *****
      *    ITEMS, VALUE AND SALE LINES PER CLASS A, B, C.
       01  WK-CS-TBL.
           02  WK-CS  OCCURS  3.
               03  WK-CS-CNT     PIC  9(07).
               03  WK-CS-VAL     PIC S9(11).
               03  WK-CS-HIT     PIC  9(09).
       01  WK-CLS-V            PIC  X(03)  VALUE  "ABC".
       01  WK-CLS-T  REDEFINES  WK-CLS-V.
           02  WK-CLS-L        PIC  X(01)  OCCURS  3.
       COPY    LIJM.
       COPY    LNSTRN.
       COPY    LIRUNL.
      *****
       01  JM-RPT-HDR.
           02  FILLER          PIC  X(28)  VALUE
               "ABC ITEM CLASSIFICATION     ".
           02  FILLER          PIC  X(07)  VALUE  "MONTH=".
           02  RPT-HDR-YM      PIC  9(04).
           02  FILLER          PIC  X(10)  VALUE  "  WINDOW=".
           02  RPT-HDR-FR      PIC  9(04).
           02  FILLER          PIC  X(01)  VALUE  "-".
           02  RPT-HDR-TO      PIC  9(04).
       01  JM-RPT-DET.
           02  FILLER          PIC  X(06)  VALUE  "ITEM=".
           02  RPT-JCD         PIC  9(06).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-NAME        PIC  N(12).
           02  FILLER          PIC  X(07)  VALUE  " VALUE=".
           02  RPT-VAL         PIC  -(10)9.
           02  FILLER          PIC  X(07)  VALUE  " LINES=".
           02  RPT-HIT         PIC  ZZZZZZ9.
           02  FILLER          PIC  X(05)  VALUE  " BY V".
           02  RPT-VC          PIC  X(01).
           02  FILLER          PIC  X(02)  VALUE  "/F".
           02  RPT-HC          PIC  X(01).
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-OLD         PIC  X(01).
           02  FILLER          PIC  X(04)  VALUE  " -> ".
           02  RPT-NEW         PIC  X(01).
       01  JM-RPT-CLS.
           02  FILLER          PIC  X(06)  VALUE  "CLASS ".
           02  RPT-CS-CLS      PIC  X(01).
           02  FILLER          PIC  X(08)  VALUE  "  ITEMS=".
           02  RPT-CS-CNT      PIC  ZZZZZZ9.
           02  FILLER          PIC  X(08)  VALUE  "  VALUE=".
           02  RPT-CS-VAL      PIC  -(12)9.
           02  FILLER          PIC  X(08)  VALUE  "  LINES=".
           02  RPT-CS-HIT      PIC  ZZZZZZZZ9.
       01  JM-RPT-SUM.
           02  FILLER          PIC  X(14)  VALUE  "ITEMS SOLD=".
           02  RPT-SUM-TBL     PIC  ZZZ9.
           02  FILLER          PIC  X(14)  VALUE  "  CLASSIFIED=".
           02  RPT-SUM-UPD     PIC  ZZZZZZ9.
           02  FILLER          PIC  X(11)  VALUE  "  CHANGED=".
           02  RPT-SUM-CHG     PIC  ZZZZZZ9.
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       OPEN  OUTPUT  JM-RPT-FILE.
           ACCEPT  WK-TGT-YM  FROM  ARGUMENT-VALUE.
           ACCEPT  WK-TODAY  FROM  DATE.
           IF  WK-TGT-YM  =  0
               MOVE  WK-TODAY (1:4)  TO  WK-TGT-YM
           END-IF.
      *        THE TWELVE MONTHS ENDING THE MONTH BEFORE THE
      *        TARGET, AS JM640U.
       COMPUTE  WK-LY-YM  =  WK-TGT-YM  -  100.
       MOVE  WK-TGT-YM (1:2)  TO  WK-FR-YY.
       MOVE  WK-TGT-YM (3:2)  TO  WK-FR-MM.
       IF  WK-FR-MM  =  1
           MOVE  12  TO  WK-FR-MM
           SUBTRACT  1  FROM  WK-FR-YY
           ELSE
           SUBTRACT  1  FROM  WK-FR-MM
           END-IF.
       COMPUTE  WK-FR-YM  =  WK-FR-YY  *  100  +  WK-FR-MM.
       MOVE  WK-TGT-YM  TO  RPT-HDR-YM.
       MOVE  WK-LY-YM   TO  RPT-HDR-FR.
       MOVE  WK-FR-YM   TO  RPT-HDR-TO.
       MOVE  JM-RPT-HDR  TO  JM-RPT-LINE.
       WRITE  JM-RPT-LINE.
       PERFORM  RUNL-ST-RTN  THRU  RUNL-ST-EXT.
       INITIALIZE  WK-CS-TBL.
      *****
      *    PASS 1 -- SALES VALUE AND LINES PER ITEM FROM STRAN.
           CALL "DB_F_Open" USING
            "INPUT" HN-STRN_PNAME1 "SHARED" BY REFERENCE
            HN-STRN_IDLST "1" "STRN-20" BY REFERENCE STRN-20.
       ST-10.
           CALL "DB_Read" USING
            "NEXT AT END" HN-STRN_PNAME1 BY REFERENCE STRN-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  ST-EXT
           END-IF.
           ADD  1  TO  WS-RD-CNT.
           MOVE  STRN-01 (3:4)  TO  WK-TRN-YM.
           IF  WK-TRN-YM  <  WK-LY-YM
           OR  WK-TRN-YM  >  WK-FR-YM
               GO  TO  ST-10
           END-IF.
           PERFORM  TBL-ADD  THRU  TBL-ADD-EXT.
           GO  TO  ST-10.
       TBL-ADD.
           MOVE  1  TO  I.
       TBL-ADD-10.
           IF  I  >  WS-TBL-CNT
               IF  WS-TBL-CNT  NOT <  3000
                   DISPLAY  "DSP-001 ABC-TBL FULL, ENTRY DROPPED"
                   GO  TO  TBL-ADD-EXT
               END-IF
               ADD  1  TO  WS-TBL-CNT
               MOVE  STRN-03  TO  ABC-JCD (WS-TBL-CNT)
               MOVE  0        TO  ABC-VAL (WS-TBL-CNT)
               MOVE  0        TO  ABC-HIT (WS-TBL-CNT)
               MOVE  "C"      TO  ABC-VC  (WS-TBL-CNT)
               MOVE  "C"      TO  ABC-HC  (WS-TBL-CNT)
               MOVE  WS-TBL-CNT  TO  I
           END-IF.
           IF  ABC-JCD (I)  NOT =  STRN-03
               ADD  1  TO  I
               GO  TO  TBL-ADD-10
           END-IF.
           IF  STRN-09  =  1
               SUBTRACT  STRN-08  FROM  ABC-VAL (I)
           ELSE
               ADD  STRN-08  TO  ABC-VAL (I)
               ADD  1        TO  ABC-HIT (I)
           END-IF.
       TBL-ADD-EXT.
           EXIT.
       ST-EXT.
           CALL "DB_F_Close" USING
            BY REFERENCE HN-STRN_IDLST HN-STRN_PNAME1.
      *****
      *    PASS 2 -- RANK BY VALUE, THEN BY FREQUENCY.  ONLY
      *    ITEMS THAT SOLD ON BALANCE TAKE PART.
           MOVE  0  TO  WS-VAL-TOT.
           MOVE  0  TO  WS-HIT-TOT.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  WS-TBL-CNT
               IF  ABC-VAL (I)  >  0
                   ADD  ABC-VAL (I)  TO  WS-VAL-TOT
               END-IF
               ADD  ABC-HIT (I)  TO  WS-HIT-TOT
           END-PERFORM.
           MOVE  1           TO  WK-PASS.
           MOVE  WS-VAL-TOT  TO  WK-TOT.
           PERFORM  RNK-RTN  THRU  RNK-EXT.
           MOVE  2           TO  WK-PASS.
           MOVE  WS-HIT-TOT  TO  WK-TOT.
           PERFORM  RNK-RTN  THRU  RNK-EXT.
      *****
      *    PASS 3 -- SET THE CLASS ON EVERY J-M ITEM.
           CALL "DB_F_Open" USING
            "I-O" J-M_PNAME1 "SHARED" BY REFERENCE J-M_IDLST "1"
            "J-JCD" BY REFERENCE J-JCD.
       JM-10.
           CALL "DB_Read" USING
            "NEXT AT END" J-M_PNAME1 BY REFERENCE J-R " "
            RETURNING RET.
           IF  RET = 1
               GO  TO  JM-90
           END-IF.
           MOVE  "C"  TO  RPT-VC.
           MOVE  "C"  TO  RPT-HC.
           MOVE  0    TO  WK-VAL.
           MOVE  0    TO  WK-HIT.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  WS-TBL-CNT
               IF  ABC-JCD (I)  =  J-JCD
                   MOVE  ABC-VC (I)   TO  RPT-VC
                   MOVE  ABC-HC (I)   TO  RPT-HC
                   MOVE  ABC-VAL (I)  TO  WK-VAL
                   MOVE  ABC-HIT (I)  TO  WK-HIT
               END-IF
           END-PERFORM.
           IF  RPT-VC  <  RPT-HC
               MOVE  RPT-VC  TO  WK-CLS
           ELSE
               MOVE  RPT-HC  TO  WK-CLS
           END-IF.
           MOVE  J-ABC  TO  WK-OLD.
           MOVE  WK-CLS     TO  J-ABC.
           MOVE  WK-TGT-YM  TO  J-ABCYM.
           CALL "DB_Update" USING
            J-M_PNAME1 J-M_LNAME J-R RETURNING RET.
           ADD  1  TO  WS-UPD-CNT.
           PERFORM  VARYING  CX  FROM  1  BY  1  UNTIL  CX  >  3
               IF  WK-CLS-L (CX)  =  WK-CLS
                   ADD  1       TO  WK-CS-CNT (CX)
                   ADD  WK-VAL  TO  WK-CS-VAL (CX)
                   ADD  WK-HIT  TO  WK-CS-HIT (CX)
               END-IF
           END-PERFORM.
           IF  WK-OLD  NOT =  WK-CLS
               ADD  1  TO  WS-CHG-CNT
               MOVE  J-JCD   TO  RPT-JCD
               MOVE  J-NAME  TO  RPT-NAME
               MOVE  WK-VAL  TO  RPT-VAL
               MOVE  WK-HIT  TO  RPT-HIT
               MOVE  WK-OLD  TO  RPT-OLD
               MOVE  WK-CLS  TO  RPT-NEW
               MOVE  JM-RPT-DET  TO  JM-RPT-LINE
               WRITE  JM-RPT-LINE
           END-IF.
           GO  TO  JM-10.
       JM-90.
           CALL "DB_F_Close" USING BY REFERENCE J-M_IDLST J-M_PNAME1.
           MOVE  SPACE  TO  JM-RPT-LINE.
           WRITE  JM-RPT-LINE.
           PERFORM  VARYING  CX  FROM  1  BY  1  UNTIL  CX  >  3
               MOVE  WK-CLS-L (CX)   TO  RPT-CS-CLS
               MOVE  WK-CS-CNT (CX)  TO  RPT-CS-CNT
               MOVE  WK-CS-VAL (CX)  TO  RPT-CS-VAL
               MOVE  WK-CS-HIT (CX)  TO  RPT-CS-HIT
               MOVE  JM-RPT-CLS  TO  JM-RPT-LINE
               WRITE  JM-RPT-LINE
           END-PERFORM.
           MOVE  WS-TBL-CNT  TO  RPT-SUM-TBL.
           MOVE  WS-UPD-CNT  TO  RPT-SUM-UPD.
           MOVE  WS-CHG-CNT  TO  RPT-SUM-CHG.
           MOVE  JM-RPT-SUM  TO  JM-RPT-LINE.
           WRITE  JM-RPT-LINE.
           CLOSE  JM-RPT-FILE.
           PERFORM  RUNL-EN-RTN  THRU  RUNL-EN-EXT.
           CALL "DB_Close".
           STOP  RUN.
      *****
      *    ONE RANKING (WK-PASS 1 VALUE, 2 FREQUENCY) -- BEST
      *    FIRST; AN ITEM IS A WHILE THE TOTAL RANKED AHEAD OF
      *    IT IS UNDER THE A SHARE, B UNDER THE B SHARE.
       RNK-RTN.
           MOVE  0  TO  WK-CUM.
           SORT  JM-SORT-WORK
               DESCENDING  KEY  SRT-AMT
               INPUT  PROCEDURE  IS  RNK-INP-RTN  THRU  RNK-INP-EXT
               OUTPUT  PROCEDURE  IS  RNK-OUT-RTN  THRU  RNK-OUT-EXT.
       RNK-EXT.
           EXIT.
       RNK-INP-RTN.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  WS-TBL-CNT
               IF  WK-PASS  =  1
                   MOVE  ABC-VAL (I)  TO  SRT-AMT
               ELSE
                   MOVE  ABC-HIT (I)  TO  SRT-AMT
               END-IF
               MOVE  I  TO  SRT-IX
               IF  SRT-AMT  >  0
                   RELEASE  SRT-REC
               END-IF
           END-PERFORM.
       RNK-INP-EXT.
           EXIT.
       RNK-OUT-RTN.
           RETURN  JM-SORT-WORK  AT  END  GO  TO  RNK-OUT-EXT.
           IF  WK-CUM  *  100  <  WK-TOT  *  WK-A-PCT
               MOVE  "A"  TO  WK-CLS
           ELSE
               IF  WK-CUM  *  100  <  WK-TOT  *  WK-B-PCT
                   MOVE  "B"  TO  WK-CLS
               ELSE
                   MOVE  "C"  TO  WK-CLS
               END-IF
           END-IF.
           IF  WK-PASS  =  1
               MOVE  WK-CLS  TO  ABC-VC (SRT-IX)
           ELSE
               MOVE  WK-CLS  TO  ABC-HC (SRT-IX)
           END-IF.
           ADD  SRT-AMT  TO  WK-CUM.
           GO  TO  RNK-OUT-RTN.
       RNK-OUT-EXT.
           EXIT.
      *****
      *    RUNLOG START/END -- SEE LIRUNL.
       RUNL-ST-RTN.
           CALL "DB_F_Open" USING
            "I-O" RUNL_PNAME1 "SHARED" BY REFERENCE RUNL_IDLST "1"
            "RUNL-KEY" BY REFERENCE RUNL-KEY.
           ACCEPT  RUNL-SDATE  FROM  DATE.
           ACCEPT  RUNL-STIME  FROM  TIME.
           MOVE  "JM720U"  TO  RUNL-PGM.
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
           MOVE  0           TO  RUNL-WRIT.
           MOVE  WS-UPD-CNT  TO  RUNL-UPDT.
           MOVE  "000"       TO  RUNL-CC.
           MOVE  1           TO  RUNL-ENDF.
           CALL "DB_Update" USING
            RUNL_PNAME1 RUNL_LNAME RUNL-R RETURNING RET.
           CALL "DB_F_Close" USING BY REFERENCE RUNL_IDLST RUNL_PNAME1.
       RUNL-EN-EXT.
           EXIT.
