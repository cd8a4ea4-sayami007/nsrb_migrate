      *****   AUTOMATIC CARRYOVER OF PARTIAL JSJD       *****
      *****   SHIPMENTS                                *****
      *****************************************************
      *        JSJD IS TOTALLED BEFORE AND AFTER THE CARRYOVER
      *        SWEEP AND THE TOTALS HANDED ON TO NB790U ON JT-CTLT
      *        (SEE LPCTLT).  A CARRYOVER SPLITS ONE INSTRUCTION
      *        IN TWO WITHOUT CHANGING ITS QUANTITIES, SO THE
      *        FILE MUST COME OUT WITH ONE MORE RECORD PER
      *        CARRYOVER AND THE SAME JSJD-112/JSJD-122 TOTALS --
      *        OTHERWISE THE RUN ENDS WITH RETURN CODE 16.  A
      *        RESTARTED RUN FINISHES A UNIT BEGUN BEFORE ITS
      *        "BEFORE" TOTALS WERE TAKEN AND IS NOT PROVED.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       77  WS-ERR-SW       PIC  9(01)  VALUE  0.
       77  WS-CRY-KEY-CNT  PIC  9(04)  VALUE  0.
       77  WK-CRY-IX       PIC  9(04)  VALUE  0.
       77  WS-RCV-CNT      PIC  9(07)  VALUE  0.
       77  WK-RSTRT        PIC  9(01)  VALUE  0.
      *****
      *    Keys of the carryover records this run has inserted --
      *    checked on every NEXT-read so a carryover record created
       COPY    LICKPT.
       COPY    LIPRBL.
       COPY    LWABND.
       COPY    FCTL.
       COPY    LICTLT.
       COPY    LWCTLT.
      *****
       01  JF-RPT-DET.
           02  RPT-LOT         PIC  9(06).
       01  JF-RPT-SUM.
           02  FILLER          PIC  X(20)  VALUE  "TOTAL CARRYOVERS=".
           02  RPT-SUM-CNT     PIC  ZZZZZZ9.
       01  JF-RPT-BAL.
           02  FILLER          PIC  X(20)  VALUE  "CONTROL TOTALS  IN=".
           02  RPT-BAL-IN      PIC  ZZZZZZZZ9.
           02  FILLER          PIC  X(05)  VALUE  " OUT=".
           02  RPT-BAL-OUT     PIC  ZZZZZZZZ9.
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-BAL-MSG     PIC  X(20).
       01  JF-RPT-EXC.
           02  FILLER          PIC  X(12)  VALUE  "*** ERROR ".
           02  RPT-EXC-LOT     PIC  9(06).
       OPEN  OUTPUT  JF-RPT-FILE.
       PERFORM  RUNL-ST-RTN  THRU  RUNL-ST-EXT.
       PERFORM  CKP-READ  THRU  CKP-READ-EXT.
       MOVE  CKPT-RESTART-SW  TO  WK-RSTRT.
       PERFORM  CTW-CHN-RTN  THRU  CTW-CHN-EXT.
       PERFORM  CTL-SUM-RTN  THRU  CTL-SUM-EXT.
       MOVE  CTW-OUTCNT  TO  CTW-INCNT.
       MOVE  CTW-OUTAMT  TO  CTW-INAMT.
       MOVE  CTW-OUTQTY  TO  CTW-INQTY.
      *
           CALL "DB_F_Open" USING
            "I-O" JSJD_PNAME1 "SHARED" BY REFERENCE JSJD_IDLST "1"
           MOVE  WS-CRY-CNT  TO  RPT-SUM-CNT.
           MOVE  JF-RPT-SUM  TO  JF-RPT-LINE.
           WRITE  JF-RPT-LINE.
           CALL "DB_F_Close" USING BY REFERENCE JSJD_IDLST JSJD_PNAME1.
      *        HAND-OFF TO NB790U.
           PERFORM  CTL-SUM-RTN  THRU  CTL-SUM-EXT.
           MOVE  "JSJD"      TO  CTW-FILE.
           MOVE  WS-CRY-CNT  TO  CTW-UPDCNT.
           IF  WK-RSTRT  =  1
               MOVE  SPACE  TO  CTW-PRF
               MOVE  "RESTART, NOT PROVED"  TO  RPT-BAL-MSG
           ELSE
               IF  CTW-OUTCNT  =  CTW-INCNT  +  WS-CRY-CNT
                                 -  WS-RCV-CNT
               AND  CTW-OUTAMT  =  CTW-INAMT
               AND  CTW-OUTQTY  =  CTW-INQTY
                   MOVE  "B"  TO  CTW-PRF
                   MOVE  "IN BALANCE"  TO  RPT-BAL-MSG
               ELSE
                   MOVE  "U"  TO  CTW-PRF
                   MOVE  "*** OUT OF BALANCE"  TO  RPT-BAL-MSG
                   MOVE  16  TO  RETURN-CODE
               END-IF
           END-IF.
           PERFORM  CTW-PUT-RTN  THRU  CTW-PUT-EXT.
           MOVE  CTW-INCNT   TO  RPT-BAL-IN.
           MOVE  CTW-OUTCNT  TO  RPT-BAL-OUT.
           MOVE  JF-RPT-BAL  TO  JF-RPT-LINE.
           WRITE  JF-RPT-LINE.
           CLOSE  JF-RPT-FILE.
           PERFORM  RUNL-EN-RTN  THRU  RUNL-EN-EXT.
           CALL "DB_Close".
           STOP  RUN.
           MOVE  JF-RPT-DET    TO  JF-RPT-LINE.
           WRITE  JF-RPT-LINE.
           ADD  1  TO  WS-CRY-CNT.
           ADD  1  TO  WS-RCV-CNT.
           MOVE  0  TO  CKPT-PHASE.
           MOVE  0  TO  CKPT-IX.
           PERFORM  CKP-WRITE  THRU  CKP-WRITE-EXT.
           MOVE  JSJD-04  TO  WS-CRY-KEY-04 (WS-CRY-KEY-CNT).
       CRY-KEY-ADD-EXT.
           EXIT.
      *****
      *    CONTROL TOTALS OF JSJD INTO CTW-OUT* (THE "BEFORE"
      *    FIGURES ARE MOVED ACROSS BY THE CALLER).
       CTL-SUM-RTN.
           MOVE  0  TO  CTW-OUTCNT  CTW-OUTAMT  CTW-OUTQTY.
           CALL "DB_F_Open" USING
            "INPUT" JSJD_PNAME1 "SHARED" BY REFERENCE JSJD_IDLST "1"
            "JSJD-KEY" BY REFERENCE JSJD-KEY.
       CTL-SUM-10.
           CALL "DB_Read" USING
            "NEXT AT END" JSJD_PNAME1 BY REFERENCE JSJD-REC "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  CTL-SUM-90
           END-IF.
           ADD  1         TO  CTW-OUTCNT.
           ADD  JSJD-122  TO  CTW-OUTAMT.
           ADD  JSJD-112  TO  CTW-OUTQTY.
           GO  TO  CTL-SUM-10.
       CTL-SUM-90.
           CALL "DB_F_Close" USING BY REFERENCE JSJD_IDLST JSJD_PNAME1.
       CTL-SUM-EXT.
           EXIT.
       COPY  LPCTLT  REPLACING  ==CTLT-PGM==  BY  =="JF650U"==.
       COPY  LPABND  REPLACING  ==ABND-PGM==  BY  =="JF650U"==.
