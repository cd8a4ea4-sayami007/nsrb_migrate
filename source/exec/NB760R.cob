      *          -  THE COUNT OF NEW KFQ QUARANTINE RECORDS BY
      *             REASON;
      *          -  THE NB710R PRE-FLIGHT RESULT AS ITS RUNLOG
      *             COMPLETION CODE;
      *          -  THE BALANCING PROOF -- EACH STEP'S JT-CTLT
      *             CONTROL TOTALS WRITTEN THAT DATE, A STEP OUT
      *             OF BALANCE OR A HAND-OFF THE NEXT STEP FOUND
      *             CHANGED FLAGGED WITH THE FIGURES THAT DIFFER.
      *        THE VERDICT LINE AT THE FOOT IS "CLEAN" ONLY WHEN
      *        NOTHING ABOVE NEEDS CHASING.
       ENVIRONMENT         DIVISION.
       COPY    LIRUNL.
       COPY    FCTL.
       COPY    LIKFQ.
       COPY    LICTLT.
      *****
       01  NB-RPT-HDR.
           02  FILLER          PIC  X(30)  VALUE
           02  KFQ-RSN-O       PIC  X(40).
           02  FILLER          PIC  X(05)  VALUE  " CNT=".
           02  KFQ-CNT-O       PIC  ZZZZ9.
       01  NB-RPT-CTL.
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  CTL-PGM-O       PIC  X(06).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  CTL-FILE-O      PIC  X(06).
           02  FILLER          PIC  X(04)  VALUE  " IN=".
           02  CTL-IN-O        PIC  ZZZZZZZZ9.
           02  FILLER          PIC  X(05)  VALUE  " UPD=".
           02  CTL-UPD-O       PIC  ZZZZZZZZ9.
           02  FILLER          PIC  X(05)  VALUE  " OUT=".
           02  CTL-OUT-O       PIC  ZZZZZZZZ9.
           02  FILLER          PIC  X(05)  VALUE  " PRF=".
           02  CTL-PRF-O       PIC  X(01).
           02  FILLER          PIC  X(05)  VALUE  " CHK=".
           02  CTL-VST-O       PIC  X(01).
           02  FILLER          PIC  X(04)  VALUE  " BY ".
           02  CTL-VPGM-O      PIC  X(06).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  CTL-FLAG        PIC  X(20).
       01  NB-RPT-CTH.
           02  FILLER          PIC  X(06)  VALUE  SPACE.
           02  CTH-L1          PIC  X(10).
           02  CTH-A1          PIC  -(12)9.
           02  FILLER          PIC  X(02)  VALUE  " /".
           02  CTH-Q1          PIC  -(10)9.
           02  CTH-L2          PIC  X(08).
           02  CTH-A2          PIC  -(12)9.
           02  FILLER          PIC  X(02)  VALUE  " /".
           02  CTH-Q2          PIC  -(10)9.
       01  NB-RPT-VRD.
           02  FILLER          PIC  X(09)  VALUE  "VERDICT: ".
           02  VRD-TXT         PIC  X(40).
           CALL "DB_F_Open" USING
            "INPUT" FCTL-F_PNAME1 "SHARED" BY REFERENCE FCTL-F_IDLST
            "1" "FCTL-KEY" BY REFERENCE FCTL-KEY.
           PERFORM  VARYING  SI  FROM  1  BY  1  UNTIL  SI  >  20
               MOVE  "STP"  TO  FCTL-KEY1 (1:3)
               MOVE  SI     TO  FCTL-KEY1 (4:2)
               CALL "DB_Read" USING
               WRITE  NB-RPT-LINE
           END-PERFORM.
      *****
      *    4 -- BALANCING PROOF FROM JT-CTLT.
           MOVE  "-- BALANCING PROOF --"  TO  RPT-TTL.
           MOVE  NB-RPT-TTL  TO  NB-RPT-LINE.
           WRITE  NB-RPT-LINE.
           PERFORM  CTL-RTN  THRU  CTL-EXT.
      *****
      *    VERDICT.
           IF  WS-OPEN-CNT  =  0  AND  WS-FAIL-CNT  =  0
               AND  WS-KFQ-CNT  =  0
           CALL "DB_Close".
           STOP  RUN.
      *****
      *    CONTROL TOTALS WRITTEN ON THE DATE.  AN OUT-OF-BALANCE
      *    STEP SHOWS ITS IN AND OUT HASHES, A MISMATCH WHAT WAS
      *    HANDED ON AND WHAT THE NEXT STEP FOUND.
       CTL-RTN.
           CALL "DB_F_Open" USING
            "INPUT" CTLT_PNAME1 "SHARED" BY REFERENCE CTLT_IDLST "1"
            "CTL-KEY" BY REFERENCE CTL-KEY.
       CTL-10.
           CALL "DB_Read" USING
            "NEXT AT END" CTLT_PNAME1 BY REFERENCE CTL-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  CTL-90
           END-IF.
           IF  CTL-DATE  NOT =  WK-RDATE
               GO  TO  CTL-10
           END-IF.
           MOVE  CTL-PGM     TO  CTL-PGM-O.
           MOVE  CTL-FILE    TO  CTL-FILE-O.
           MOVE  CTL-INCNT   TO  CTL-IN-O.
           MOVE  CTL-UPDCNT  TO  CTL-UPD-O.
           MOVE  CTL-OUTCNT  TO  CTL-OUT-O.
           MOVE  CTL-PRF     TO  CTL-PRF-O.
           MOVE  CTL-VST     TO  CTL-VST-O.
           MOVE  CTL-VPGM    TO  CTL-VPGM-O.
           MOVE  SPACE       TO  CTL-FLAG.
           IF  CTL-PRF  =  "U"
               MOVE  "*** OUT OF BALANCE"  TO  CTL-FLAG
               ADD  1  TO  WS-FAIL-CNT
           END-IF.
           IF  CTL-VST  =  "M"
               MOVE  "*** MISMATCH"  TO  CTL-FLAG
               ADD  1  TO  WS-FAIL-CNT
           END-IF.
           MOVE  NB-RPT-CTL  TO  NB-RPT-LINE.
           WRITE  NB-RPT-LINE.
           IF  CTL-PRF  =  "U"
               MOVE  "AMT/QTY IN"  TO  CTH-L1
               MOVE  CTL-INAMT     TO  CTH-A1
               MOVE  CTL-INQTY     TO  CTH-Q1
               MOVE  "   OUT "     TO  CTH-L2
               MOVE  CTL-OUTAMT    TO  CTH-A2
               MOVE  CTL-OUTQTY    TO  CTH-Q2
               MOVE  NB-RPT-CTH  TO  NB-RPT-LINE
               WRITE  NB-RPT-LINE
           END-IF.
           IF  CTL-VST  =  "M"
               MOVE  "HANDED ON "  TO  CTH-L1
               MOVE  CTL-OUTAMT    TO  CTH-A1
               MOVE  CTL-OUTQTY    TO  CTH-Q1
               MOVE  " FOUND  "    TO  CTH-L2
               MOVE  CTL-VAMT      TO  CTH-A2
               MOVE  CTL-VQTY      TO  CTH-Q2
               MOVE  NB-RPT-CTH  TO  NB-RPT-LINE
               WRITE  NB-RPT-LINE
           END-IF.
           GO  TO  CTL-10.
       CTL-90.
           CALL "DB_F_Close" USING BY REFERENCE CTLT_IDLST CTLT_PNAME1.
       CTL-EXT.
           EXIT.
      *****
      *    ONE RUNLOG SWEEP FOR THE DATE -- PASS 0 PRINTS THE
      *    OPEN-ENDED RUNS, PASS 1 THE COMPLETED ONES.  THE
      *    NB710R PRE-FLIGHT SHOWS HERE WITH ITS COMPLETION
