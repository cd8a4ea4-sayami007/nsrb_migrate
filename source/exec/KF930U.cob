       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KF930U.
      *****************************************************
      *****   ASSORTMENT GATE FOR THE KOLRF LOAD       *****
      *****************************************************
      *        RUN AFTER KF880U AND BEFORE THE LOAD.  EACH ORDER
      *        LINE (KOLRF11-04 NOT 3 -- A CANCEL TAKES NOTHING
      *        NEW) IS CHECKED AGAINST THE CUSTOMER'S ASSORTMENT
      *        (KOLRF11-071, JT-ASRT/JT-ASGM, SEE LPASR) AS OF ITS
      *        ORDER DATE (KOLRF11-05, TODAY IF NONE).  A LINE FOR
      *        AN ITEM BLOCKED TO THE CUSTOMER, OR OUTSIDE THE
      *        AGREED RANGE OF A CUSTOMER HELD TO ONE, IS COPIED
      *        TO KFQ FOR THE KF790U WORKSTATION AND LISTED.
      *        LINES WITHOUT AN ITEM YET, OR FOR AN ITEM NOT ON
      *        J-M, ARE LEFT TO THE LOAD'S OWN EDIT.
      *        NB700U RUNS IT AS STEP 6.  KOLRF IS TOTALLED BEFORE
      *        AND AFTER -- THE BEFORE TOTALS CHECKED AGAINST WHAT
      *        KF880U HANDED ON (RETURN CODE 16 ON A MISMATCH), THE
      *        AFTER TOTALS HANDED ON TO KF740U (JT-CTLT, SEE LPCTLT).
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  KF-RPT-FILE  ASSIGN  TO  "KF930U"
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
       77  WK-NOW          PIC  9(06)  VALUE  0.
       77  WS-RD-CNT       PIC  9(07)  VALUE  0.
       77  WS-CHK-CNT      PIC  9(07)  VALUE  0.
       77  WS-VIO-CNT      PIC  9(07)  VALUE  0.
       COPY    LKOLRF.
       COPY    LIJM.
       COPY    LIASRT.
       COPY    LIASGM.
       COPY    LWASR.
       COPY    LIKFQ.
       COPY    LIRUNL.
       COPY    FCTL.
       COPY    LICTLT.
       COPY    LWCTLT.
      *****
       01  KF-RPT-HDR.
           02  FILLER          PIC  X(34)  VALUE
               "ASSORTMENT GATE - REFUSED LINES   ".
       01  KF-RPT-DET.
           02  FILLER          PIC  X(07)  VALUE  "ORDER=".
           02  RPT-ONO         PIC  9(06).
           02  FILLER          PIC  X(01)  VALUE  "-".
           02  RPT-OSQ         PIC  9(01).
           02  FILLER          PIC  X(06)  VALUE  " CUST=".
           02  RPT-TCD         PIC  9(04).
           02  FILLER          PIC  X(06)  VALUE  " ITEM=".
           02  RPT-JCD         PIC  9(06).
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-MSG         PIC  X(30).
       01  KF-RPT-SUM.
           02  FILLER          PIC  X(09)  VALUE  "CHECKED=".
           02  RPT-SUM-CHK     PIC  ZZZZZZ9.
           02  FILLER          PIC  X(12)  VALUE  "  REFUSED=".
           02  RPT-SUM-VIO     PIC  ZZZZZZ9.
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
       ACCEPT  WK-NOW    FROM  TIME.
       COMPUTE  WK-TODAY8  =  WK-TODAY  +  20000000.
       PERFORM  CTW-CHN-RTN  THRU  CTW-CHN-EXT.
       PERFORM  CTL-KOL-RTN  THRU  CTL-KOL-EXT.
       MOVE  CTW-OUTCNT  TO  CTW-INCNT.
       MOVE  CTW-OUTAMT  TO  CTW-INAMT.
       MOVE  CTW-OUTQTY  TO  CTW-INQTY.
       MOVE  "KOLRF"   TO  CTW-FILE.
       MOVE  "KF880U"  TO  CTW-FROM.
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
            "INPUT" J-M_PNAME1 "SHARED" BY REFERENCE J-M_IDLST "1"
            "J-JCD" BY REFERENCE J-JCD.
           CALL "DB_F_Open" USING
            "INPUT" ASRT_PNAME1 "SHARED" BY REFERENCE ASRT_IDLST "1"
            "ASR-KEY" BY REFERENCE ASR-KEY.
           CALL "DB_F_Open" USING
            "INPUT" ASGM_PNAME1 "SHARED" BY REFERENCE ASGM_IDLST "1"
            "AGM-KEY" BY REFERENCE AGM-KEY.
           CALL "DB_F_Open" USING
            "I-O" KFQ_PNAME1 "SHARED" BY REFERENCE KFQ_IDLST
            "1" "KFQ-KEY" BY REFERENCE KFQ-KEY.
           CALL "DB_F_Open" USING
            "INPUT" KOLRF_PNAME1 "SHARED" BY REFERENCE KOLRF_IDLST
            "1" "KOLRF11-KEYW" BY REFERENCE KOLRF11-KEYW.
       T11-10.
           CALL "DB_Read" USING
            "NEXT AT END" KOLRF_PNAME1 BY REFERENCE KOLRF11-REC
            "UNLOCK" RETURNING RET.
           IF  RET = 1
               GO  TO  END-RTN
           END-IF.
           ADD  1  TO  WS-RD-CNT.
           IF  KOLRF11-01  NOT =  11
               GO  TO  T11-10
           END-IF.
           IF  KOLRF11-04  =  3  OR  KOLRF11-10  =  0
               GO  TO  T11-10
           END-IF.
           MOVE  KOLRF11-10  TO  J-JCD.
           CALL "DB_Read" USING
            "INVALID" J-M_PNAME1 BY REFERENCE J-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               GO  TO  T11-10
           END-IF.
           ADD  1  TO  WS-CHK-CNT.
           MOVE  KOLRF11-071  TO  ASW-TCD.
           MOVE  KOLRF11-10   TO  ASW-JCD.
           MOVE  J-BR1        TO  ASW-BR1.
           MOVE  KOLRF11-05   TO  ASW-DATE.
           IF  ASW-DATE  =  0
               MOVE  WK-TODAY8  TO  ASW-DATE
           END-IF.
           PERFORM  ASW-RTN  THRU  ASW-EXT.
           IF  ASW-RES  =  0
               GO  TO  T11-10
           END-IF.
           MOVE  "11"  TO  KFQ-TYPE.
           MOVE  SPACE TO  KFQ-RKEY.
           MOVE  KOLRF11-02  TO  KFQ-RKEY (1:6).
           MOVE  KOLRF11-03  TO  KFQ-RKEY (8:1).
           MOVE  SPACE       TO  KFQ-REASON.
           MOVE  ASW-MSG     TO  KFQ-REASON.
           MOVE  KOLRF11-10  TO  KFQ-REASON (14:6).
           MOVE  KOLRF11-REC  TO  KFQ-RAWDATA.
           PERFORM  QUAR-WRITE  THRU  QUAR-WRITE-EXT.
           MOVE  KOLRF11-02   TO  RPT-ONO.
           MOVE  KOLRF11-03   TO  RPT-OSQ.
           MOVE  KOLRF11-071  TO  RPT-TCD.
           MOVE  KOLRF11-10   TO  RPT-JCD.
           MOVE  SPACE        TO  RPT-MSG.
           MOVE  ASW-MSG      TO  RPT-MSG.
           MOVE  ", QUARANTINED"  TO  RPT-MSG (13:13).
           MOVE  KF-RPT-DET  TO  KF-RPT-LINE.
           WRITE  KF-RPT-LINE.
           GO  TO  T11-10.
       END-RTN.
           CALL "DB_F_Close" USING
            BY REFERENCE KOLRF_IDLST KOLRF_PNAME1.
           MOVE  WS-CHK-CNT  TO  RPT-SUM-CHK.
           MOVE  WS-VIO-CNT  TO  RPT-SUM-VIO.
           MOVE  KF-RPT-SUM  TO  KF-RPT-LINE.
           WRITE  KF-RPT-LINE.
      *        KOLRF HANDED ON TO KF740U -- ONLY TYPE 11 LINES ARE
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
           CALL "DB_F_Close" USING BY REFERENCE J-M_IDLST J-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE ASRT_IDLST ASRT_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE ASGM_IDLST ASGM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE KFQ_IDLST KFQ_PNAME1.
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
           MOVE  "KF930U"  TO  RUNL-PGM.
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
           MOVE  WS-VIO-CNT  TO  RUNL-WRIT.
           MOVE  0           TO  RUNL-UPDT.
           MOVE  "000"       TO  RUNL-CC.
           MOVE  1           TO  RUNL-ENDF.
           CALL "DB_Update" USING
            RUNL_PNAME1 RUNL_LNAME RUNL-R RETURNING RET.
           CALL "DB_F_Close" USING BY REFERENCE RUNL_IDLST RUNL_PNAME1.
       RUNL-EN-EXT.
           EXIT.
       QUAR-WRITE.
           MOVE  WK-TODAY  TO  KFQ-QDATE.
           MOVE  WK-NOW    TO  KFQ-QTIME.
           CALL "DB_Insert" USING
            KFQ_PNAME1 KFQ_LNAME KFQ-R RETURNING RET.
           ADD  1  TO  WS-VIO-CNT.
       QUAR-WRITE-EXT.
           EXIT.
       COPY    LPASR.
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
       COPY  LPCTLT  REPLACING  ==CTLT-PGM==  BY  =="KF930U"==.
