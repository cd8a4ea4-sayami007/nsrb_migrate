       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KF880U.
      *****************************************************
      *****   SHIP DATE STAMP FOR THE KOLRF LOAD       *****
      *****************************************************
      *        RUN AFTER KF870U AND BEFORE THE LOAD.  EACH NEW
      *        ORDER LINE (KOLRF11-04 NOT 2 OR 3 -- CHANGES AND
      *        CANCELS ARE KF780U'S) IS GIVEN ITS SHIP DATE
      *        (KOLRF11-SHPDT), WORKED BACK FROM THE REQUESTED
      *        DELIVERY DATE (KOLRF11-06) BY THE JT-LDTM LEAD
      *        TIME FOR THE DESTINATION PREFECTURE -- THE LEAD OF
      *        KOLRF11-15B -- AND THE JT-CALM CALENDAR (LPLDT).
      *        EDI LINES CARRY NO SHIP-TO, SO THE PREFECTURE'S
      *        ANY-CARRIER LEAD TIME APPLIES.  A LINE WHOSE SHIP
      *        DATE IS ALREADY PAST IS MARKED KOLRF11-LTF = "L"
      *        AND LISTED; THE LOAD CARRIES BOTH TO JOLJF11 AND
      *        JF960R PUTS IT IN FRONT OF SALES.  A RERUN STAMPS
      *        THE SAME LINE THE SAME WAY.
      *        NB700U RUNS IT AS STEP 5.  KOLRF IS TOTALLED BEFORE
      *        AND AFTER -- THE BEFORE TOTALS CHECKED AGAINST WHAT
      *        KF870U HANDED ON (RETURN CODE 16 ON A MISMATCH), THE
      *        AFTER TOTALS HANDED ON TO KF930U (JT-CTLT, SEE LPCTLT).
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  KF-RPT-FILE  ASSIGN  TO  "KF880U"
               ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA                DIVISION.
       FILE                SECTION.
       FD  KF-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  KF-RPT-LINE         PIC  X(80).
       WORKING-STORAGE     SECTION.
       77  ERR-STAT        PIC  X(02).
       77  RET             PIC  9(01)  VALUE  0.
       77  I               PIC  9(02)  VALUE  0.
       77  WK-TODAY        PIC  9(06)  VALUE  0.
       77  WK-TODAY8       PIC  9(08)  VALUE  0.
       77  WS-RD-CNT       PIC  9(07)  VALUE  0.
       77  WS-STP-CNT      PIC  9(07)  VALUE  0.
       77  WS-LTF-CNT      PIC  9(07)  VALUE  0.
       COPY    LKOLRF.
       COPY    LILDTM.
       COPY    LICALM.
       COPY    LWCAL.
       COPY    LWLDT.
       COPY    LIRUNL.
       COPY    FCTL.
       COPY    LICTLT.
       COPY    LWCTLT.
      *****
       01  KF-RPT-HDR.
           02  FILLER          PIC  X(34)  VALUE
               "SHIP DATE STAMP - LATE ORDERS     ".
       01  KF-RPT-DET.
           02  FILLER          PIC  X(07)  VALUE  "ORDER=".
           02  RPT-ONO         PIC  9(06).
           02  FILLER          PIC  X(01)  VALUE  "-".
           02  RPT-OSQ         PIC  9(01).
           02  FILLER          PIC  X(06)  VALUE  " CUST=".
           02  RPT-TCD         PIC  9(04).
           02  FILLER          PIC  X(06)  VALUE  " REQ=".
           02  RPT-NDATE       PIC  9(08).
           02  FILLER          PIC  X(07)  VALUE  " SHIP=".
           02  RPT-SHPDT       PIC  9(08).
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-MSG         PIC  X(20).
       01  KF-RPT-SUM.
           02  FILLER          PIC  X(09)  VALUE  "STAMPED=".
           02  RPT-SUM-STP     PIC  ZZZZZZ9.
           02  FILLER          PIC  X(09)  VALUE  "  LATE=".
           02  RPT-SUM-LTF     PIC  ZZZZZZ9.
       01  KF-RPT-BAL.
           02  FILLER          PIC  X(16)  VALUE  "KOLRF RECS IN=".
           02  RPT-BAL-IN      PIC  ZZZZZZZZ9.
           02  FILLER          PIC  X(06)  VALUE  "  OUT=".
           02  RPT-BAL-OUT     PIC  ZZZZZZZZ9.
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-BAL-MSG     PIC  X(20).
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       OPEN  OUTPUT  KF-RPT-FILE.
       MOVE  KF-RPT-HDR  TO  KF-RPT-LINE.
       WRITE  KF-RPT-LINE.
       ACCEPT  WK-TODAY  FROM  DATE.
       COMPUTE  WK-TODAY8  =  WK-TODAY  +  20000000.
       PERFORM  CTW-CHN-RTN  THRU  CTW-CHN-EXT.
       PERFORM  CTL-KOL-RTN  THRU  CTL-KOL-EXT.
       MOVE  CTW-OUTCNT  TO  CTW-INCNT.
       MOVE  CTW-OUTAMT  TO  CTW-INAMT.
       MOVE  CTW-OUTQTY  TO  CTW-INQTY.
       MOVE  "KOLRF"   TO  CTW-FILE.
       MOVE  "KF870U"  TO  CTW-FROM.
       PERFORM  CTW-VFY-RTN  THRU  CTW-VFY-EXT.
       IF  CTW-ST  =  "M"
           MOVE  CTW-MSG  TO  KF-RPT-LINE
           WRITE  KF-RPT-LINE
           CLOSE  KF-RPT-FILE
           MOVE  16  TO  RETURN-CODE
           CALL "DB_Close"
           STOP  RUN
       END-IF.
       PERFORM  RUNL-ST-RTN  THRU  RUNL-ST-EXT.
      *
           CALL "DB_F_Open" USING
            "INPUT" LDTM_PNAME1 "SHARED" BY REFERENCE LDTM_IDLST "1"
            "LDT-KEY" BY REFERENCE LDT-KEY.
           CALL "DB_F_Open" USING
            "INPUT" CALM_PNAME1 "SHARED" BY REFERENCE CALM_IDLST "1"
            "CAL-KEY" BY REFERENCE CAL-KEY.
           CALL "DB_F_Open" USING
            "I-O" KOLRF_PNAME1 "SHARED" BY REFERENCE KOLRF_IDLST
            "1" "KOLRF11-KEYW" BY REFERENCE KOLRF11-KEYW.
       T11-10.
           CALL "DB_Read" USING
            "NEXT AT END" KOLRF_PNAME1 BY REFERENCE KOLRF11-REC
            " " RETURNING RET.
           IF  RET = 1
               GO  TO  END-RTN
           END-IF.
           ADD  1  TO  WS-RD-CNT.
           IF  KOLRF11-SHPDT  NOT NUMERIC
               MOVE  ZERO  TO  KOLRF11-SHPDT
           END-IF.
           IF  KOLRF11-01  NOT =  11
               GO  TO  T11-10
           END-IF.
           IF  KOLRF11-04  =  2  OR  KOLRF11-04  =  3
               GO  TO  T11-10
           END-IF.
           MOVE  0  TO  LDW-TDFK.
           MOVE  0  TO  LDW-CARR.
           IF  KOLRF11-15B  NOT =  0
               MOVE  KOLRF11-15B (1:2)  TO  LDW-TDFK
           END-IF.
           MOVE  KOLRF11-06  TO  LDW-NDATE.
           MOVE  WK-TODAY8   TO  LDW-TODAY.
           PERFORM  LDT-CALC-RTN  THRU  LDT-CALC-EXT.
           MOVE  LDW-SHPDT  TO  KOLRF11-SHPDT.
           MOVE  LDW-LTF    TO  KOLRF11-LTF.
           CALL "DB_Update" USING
            KOLRF_PNAME1 KOLRF_LNAME KOLRF11-REC RETURNING RET.
           IF  RET  =  1
               MOVE  "UPDATE FAILED"  TO  RPT-MSG
               PERFORM  DET-RTN  THRU  DET-EXT
               GO  TO  T11-10
           END-IF.
           ADD  1  TO  WS-STP-CNT.
           IF  KOLRF11-LTF  =  "L"
               ADD  1  TO  WS-LTF-CNT
               MOVE  "REQ DATE NOT MET"  TO  RPT-MSG
               PERFORM  DET-RTN  THRU  DET-EXT
           END-IF.
           GO  TO  T11-10.
       END-RTN.
           CALL "DB_F_Close" USING
            BY REFERENCE KOLRF_IDLST KOLRF_PNAME1.
           MOVE  WS-STP-CNT  TO  RPT-SUM-STP.
           MOVE  WS-LTF-CNT  TO  RPT-SUM-LTF.
           MOVE  KF-RPT-SUM  TO  KF-RPT-LINE.
           WRITE  KF-RPT-LINE.
      *        KOLRF HANDED ON TO KF930U -- ONLY TYPE 11 LINES ARE
      *        TOUCHED, SO THE COUNTED VIEWS MUST BE UNCHANGED.
           PERFORM  CTL-KOL-RTN  THRU  CTL-KOL-EXT.
           MOVE  "KOLRF"  TO  CTW-FILE.
           MOVE  0        TO  CTW-UPDCNT.
           IF  CTW-OUTCNT  =  CTW-INCNT
           AND  CTW-OUTAMT  =  CTW-INAMT
           AND  CTW-OUTQTY  =  CTW-INQTY
               MOVE  "B"  TO  CTW-PRF
               MOVE  "IN BALANCE"  TO  RPT-BAL-MSG
           ELSE
               MOVE  "U"  TO  CTW-PRF
               MOVE  "*** OUT OF BALANCE"  TO  RPT-BAL-MSG
               MOVE  16  TO  RETURN-CODE
           END-IF.
           PERFORM  CTW-PUT-RTN  THRU  CTW-PUT-EXT.
           MOVE  CTW-INCNT   TO  RPT-BAL-IN.
           MOVE  CTW-OUTCNT  TO  RPT-BAL-OUT.
           MOVE  KF-RPT-BAL  TO  KF-RPT-LINE.
           WRITE  KF-RPT-LINE.
           CLOSE  KF-RPT-FILE.
           CALL "DB_F_Close" USING BY REFERENCE LDTM_IDLST LDTM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE CALM_IDLST CALM_PNAME1.
           PERFORM  RUNL-EN-RTN  THRU  RUNL-EN-EXT.
           CALL "DB_Close".
           STOP  RUN.
      *****
       DET-RTN.
           MOVE  KOLRF11-02     TO  RPT-ONO.
           MOVE  KOLRF11-03     TO  RPT-OSQ.
           MOVE  KOLRF11-071    TO  RPT-TCD.
           MOVE  KOLRF11-06     TO  RPT-NDATE.
           MOVE  KOLRF11-SHPDT  TO  RPT-SHPDT.
           MOVE  KF-RPT-DET  TO  KF-RPT-LINE.
           WRITE  KF-RPT-LINE.
       DET-EXT.
           EXIT.
      *****
      *    RUNLOG START/END -- SEE LIRUNL.
       RUNL-ST-RTN.
           CALL "DB_F_Open" USING
            "I-O" RUNL_PNAME1 "SHARED" BY REFERENCE RUNL_IDLST "1"
            "RUNL-KEY" BY REFERENCE RUNL-KEY.
           ACCEPT  RUNL-SDATE  FROM  DATE.
           ACCEPT  RUNL-STIME  FROM  TIME.
           MOVE  "KF880U"  TO  RUNL-PGM.
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
           MOVE  WS-LTF-CNT  TO  RUNL-WRIT.
           MOVE  WS-STP-CNT  TO  RUNL-UPDT.
           MOVE  "000"       TO  RUNL-CC.
           MOVE  1           TO  RUNL-ENDF.
           CALL "DB_Update" USING
            RUNL_PNAME1 RUNL_LNAME RUNL-R RETURNING RET.
           CALL "DB_F_Close" USING BY REFERENCE RUNL_IDLST RUNL_PNAME1.
       RUNL-EN-EXT.
           EXIT.
       COPY    LPLDT.
       COPY    LPCAL.
      *****
      *    KOLRF CONTROL TOTALS INTO CTW-OUT* -- THE KOLRF1/2/3
      *    VIEWS KF740U EDITS, KOLRF3 SIZE QUANTITIES AS THE
      *    QUANTITY HASH.
       CTL-KOL-RTN.
           MOVE  0  TO  CTW-OUTCNT  CTW-OUTAMT  CTW-OUTQTY.
           CALL "DB_F_Open" USING
            "INPUT" KOLRF_PNAME1 "SHARED" BY REFERENCE KOLRF_IDLST
            "1" "KOLRF1-KEYW" BY REFERENCE KOLRF1-KEYW.
       CTL-KOL-10.
           CALL "DB_Read" USING
            "NEXT AT END" KOLRF_PNAME1 BY REFERENCE KOLRF1-REC
            "UNLOCK" RETURNING RET.
           IF  RET = 1
               GO  TO  CTL-KOL-20
           END-IF.
           ADD  1  TO  CTW-OUTCNT.
           GO  TO  CTL-KOL-10.
       CTL-KOL-20.
           CALL "DB_F_Close" USING
            BY REFERENCE KOLRF_IDLST KOLRF_PNAME1.
           CALL "DB_F_Open" USING
            "INPUT" KOLRF_PNAME1 "SHARED" BY REFERENCE KOLRF_IDLST
            "1" "KOLRF2-KEYW" BY REFERENCE KOLRF2-KEYW.
       CTL-KOL-30.
           CALL "DB_Read" USING
            "NEXT AT END" KOLRF_PNAME1 BY REFERENCE KOLRF2-REC
            "UNLOCK" RETURNING RET.
           IF  RET = 1
               GO  TO  CTL-KOL-40
           END-IF.
           ADD  1  TO  CTW-OUTCNT.
           GO  TO  CTL-KOL-30.
       CTL-KOL-40.
           CALL "DB_F_Close" USING
            BY REFERENCE KOLRF_IDLST KOLRF_PNAME1.
           CALL "DB_F_Open" USING
            "INPUT" KOLRF_PNAME1 "SHARED" BY REFERENCE KOLRF_IDLST
            "1" "KOLRF3-KEYW" BY REFERENCE KOLRF3-KEYW.
       CTL-KOL-50.
           CALL "DB_Read" USING
            "NEXT AT END" KOLRF_PNAME1 BY REFERENCE KOLRF3-REC
            "UNLOCK" RETURNING RET.
           IF  RET = 1
               GO  TO  CTL-KOL-90
           END-IF.
           ADD  1  TO  CTW-OUTCNT.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  10
               ADD  KOLRF3-0511 (I)  TO  CTW-OUTQTY
           END-PERFORM.
           GO  TO  CTL-KOL-50.
       CTL-KOL-90.
           CALL "DB_F_Close" USING
            BY REFERENCE KOLRF_IDLST KOLRF_PNAME1.
       CTL-KOL-EXT.
           EXIT.
       COPY  LPCTLT  REPLACING  ==CTLT-PGM==  BY  =="KF880U"==.
