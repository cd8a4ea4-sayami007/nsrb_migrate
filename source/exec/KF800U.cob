      *                         ARRIVES OR THE OPERATOR RELEASES
      *                         IT FROM THE KF790U WORKSTATION.
      *        A PARTNER NEW TO THE REGISTER IS ACCEPTED AS-IS
      *        AND REGISTERED.  A TESTING PARTNER (KFPF-ACTV 2)
      *        IS NEVER REGISTERED -- ITS TRANSMISSIONS GO TO THE
      *        KOLRT SANDBOX AT KF820U, AND ITS SEQUENCE STARTS
      *        AFRESH WITH ITS FIRST LIVE BATCH.  THE KF800U
      *        TRANSMISSION CONTROL REPORT SHOWS EXPECTED-VS-
      *        RECEIVED PER PARTNER.
      *        KOLRF IS TOTALLED BEFORE AND AFTER THE RUN (IT IS
      *        ONLY READ HERE, SO THE TWO MUST AGREE) AND THE
      *        TOTALS HANDED ON TO KF820U (JT-CTLT, SEE LPCTLT).
      *        NO EARLIER STEP HANDS KOLRF ON -- NB710R CHECKS THE
      *        MASTERS ONLY -- SO THESE ARE ITS FIRST TOTALS.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       77  WK-EXPSEQ       PIC  9(01)  VALUE  0.
       77  WS-OK-CNT       PIC  9(07)  VALUE  0.
       77  WS-HLD-CNT      PIC  9(07)  VALUE  0.
       77  I               PIC  9(02)  VALUE  0.
       COPY    LKOLRF.
       COPY    LIKFSQ.
       COPY    LIKFPF.
       COPY    LIKFQ.
       COPY    LIRUNL.
       COPY    FCTL.
       COPY    LICTLT.
       COPY    LWCTLT.
      *****
       01  KF-RPT-HDR.
           02  FILLER          PIC  X(40)  VALUE
           02  RPT-SUM-OK      PIC  ZZZZZZ9.
           02  FILLER          PIC  X(08)  VALUE  "  HELD=".
           02  RPT-SUM-HLD     PIC  ZZZZZZ9.
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
       WRITE  KF-RPT-LINE.
       ACCEPT  WK-TODAY  FROM  DATE.
       ACCEPT  WK-NOW    FROM  TIME.
       PERFORM  CTW-CHN-RTN  THRU  CTW-CHN-EXT.
       PERFORM  CTL-KOL-RTN  THRU  CTL-KOL-EXT.
       MOVE  CTW-OUTCNT  TO  CTW-INCNT.
       MOVE  CTW-OUTAMT  TO  CTW-INAMT.
       MOVE  CTW-OUTQTY  TO  CTW-INQTY.
       PERFORM  RUNL-ST-RTN  THRU  RUNL-ST-EXT.
      *
           CALL "DB_F_Open" USING
           CALL "DB_F_Open" USING
            "I-O" KFSQ_PNAME1 "SHARED" BY REFERENCE KFSQ_IDLST
            "1" "KFSQ-KEY" BY REFERENCE KFSQ-KEY.
           CALL "DB_F_Open" USING
            "INPUT" KFPF_PNAME1 "SHARED" BY REFERENCE KFPF_IDLST "1"
            "KFPF-KEY" BY REFERENCE KFPF-KEY.
           CALL "DB_F_Open" USING
            "I-O" KFQ_PNAME1 "SHARED" BY REFERENCE KFQ_IDLST
            "1" "KFQ-KEY" BY REFERENCE KFQ-KEY.
           IF  RET = 1
               GO  TO  END-RTN
           END-IF.
           MOVE  KOLRF1-02  TO  KFPF-PTN.
           CALL "DB_Read" USING
            "INVALID" KFPF_PNAME1 BY REFERENCE KFPF-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  0  AND  KFPF-ACTV  =  2
               MOVE  KOLRF1-02  TO  RPT-PTN
               MOVE  KOLRF1-03  TO  RPT-EXP
               MOVE  KOLRF1-03  TO  RPT-RCV
               MOVE  "TESTING, NOT REGISTERED"  TO  RPT-MSG
               MOVE  KF-RPT-DET  TO  KF-RPT-LINE
               WRITE  KF-RPT-LINE
               ADD  1  TO  WS-OK-CNT
               GO  TO  K1-RD
           END-IF.
           MOVE  KOLRF1-02  TO  KFSQ-PTN.
           CALL "DB_Read" USING
            "INVALID" KFSQ_PNAME1 BY REFERENCE KFSQ-R " "
           CALL "DB_F_Close" USING
            BY REFERENCE KOLRF_IDLST KOLRF_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE KFSQ_IDLST KFSQ_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE KFPF_IDLST KFPF_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE KFQ_IDLST KFQ_PNAME1.
           MOVE  WS-OK-CNT   TO  RPT-SUM-OK.
           MOVE  WS-HLD-CNT  TO  RPT-SUM-HLD.
           MOVE  KF-RPT-SUM  TO  KF-RPT-LINE.
           WRITE  KF-RPT-LINE.
      *        KOLRF HANDED ON TO KF820U -- UNCHANGED BY THIS RUN.
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
           PERFORM  RUNL-EN-RTN  THRU  RUNL-EN-EXT.
           CALL "DB_Close".
           CALL "DB_F_Close" USING BY REFERENCE RUNL_IDLST RUNL_PNAME1.
       RUNL-EN-EXT.
           EXIT.
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
       COPY  LPCTLT  REPLACING  ==CTLT-PGM==  BY  =="KF800U"==.
