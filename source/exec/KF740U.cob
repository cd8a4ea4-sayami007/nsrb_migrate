      *        THAT FAILS ITS CHECK, ALONG WITH THE REASON, TO THE
      *        KFQ QUARANTINE FILE SO THE REST OF THE BATCH CAN
      *        STILL LOAD.
      *        EACH RUN IS LOGGED TO JT-RUNL WITH THE RECORDS
      *        CHECKED (READ) AND QUARANTINED (WRIT) -- THE EDI
      *        ERROR RATE ON THE ST830R KPI PACK COMES FROM THESE.
      *        IN THE NB700U CHAIN KOLRF MUST STILL HOLD WHAT THE
      *        KF930U GATE HANDED ON (JT-CTLT, SEE LPCTLT), OR THE
      *        RUN ENDS WITH RETURN CODE 16 BEFORE ANYTHING IS
      *        QUARANTINED.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
           88  WS-IS-BAD              VALUE  "Y".
           88  WS-IS-OK               VALUE  "N".
       77  WS-QUAR-CNT     PIC  9(07)  VALUE  0.
       77  WS-RD-CNT       PIC  9(07)  VALUE  0.
       COPY    LKOLRF.
       COPY    LIKFQ.
       COPY    LIRUNL.
       COPY    FCTL.
       COPY    LICTLT.
       COPY    LWCTLT.
      *****
       01  KF-RPT-SUM.
           02  FILLER          PIC  X(20)  VALUE  "TOTAL QUARANTINED=".
       OPEN  OUTPUT  KF-RPT-FILE.
       ACCEPT  WK-TODAY  FROM  DATE.
       ACCEPT  WK-NOW    FROM  TIME.
       PERFORM  CTW-CHN-RTN  THRU  CTW-CHN-EXT.
       PERFORM  CTL-KOL-RTN  THRU  CTL-KOL-EXT.
       MOVE  CTW-OUTCNT  TO  CTW-INCNT.
       MOVE  CTW-OUTAMT  TO  CTW-INAMT.
       MOVE  CTW-OUTQTY  TO  CTW-INQTY.
       MOVE  "KOLRF"   TO  CTW-FILE.
       MOVE  "KF930U"  TO  CTW-FROM.
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
            "INPUT" KOLRF_PNAME1 "SHARED" BY REFERENCE KOLRF_IDLST
           IF  RET = 1
               GO  TO  K1-EXT
           END-IF.
           ADD  1  TO  WS-RD-CNT.
           IF  KOLRF1-99  NOT  =  0
               MOVE  "01"  TO  KFQ-TYPE
               MOVE  SPACE TO  KFQ-RKEY
           IF  RET = 1
               GO  TO  K2-EXT
           END-IF.
           ADD  1  TO  WS-RD-CNT.
           SET  WS-IS-OK  TO  TRUE.
           MOVE  SPACE  TO  WK-REASON.
           IF  KOLRF2-99  NOT  =  0
           IF  RET = 1
               GO  TO  K3-EXT
           END-IF.
           ADD  1  TO  WS-RD-CNT.
           SET  WS-IS-OK  TO  TRUE.
           MOVE  SPACE  TO  WK-REASON.
           IF  KOLRF3-99  NOT  =  0
           MOVE  KF-RPT-SUM  TO  KF-RPT-LINE.
           WRITE  KF-RPT-LINE.
           CLOSE  KF-RPT-FILE.
           PERFORM  RUNL-EN-RTN  THRU  RUNL-EN-EXT.
           CALL "DB_Close".
           STOP  RUN.
       QUAR-WRITE.
           ADD  1  TO  WS-QUAR-CNT.
       QUAR-WRITE-EXT.
           EXIT.
      *****
      *    RUNLOG START/END -- SEE LIRUNL.
       RUNL-ST-RTN.
           CALL "DB_F_Open" USING
            "I-O" RUNL_PNAME1 "SHARED" BY REFERENCE RUNL_IDLST "1"
            "RUNL-KEY" BY REFERENCE RUNL-KEY.
           ACCEPT  RUNL-SDATE  FROM  DATE.
           ACCEPT  RUNL-STIME  FROM  TIME.
           MOVE  "KF740U"  TO  RUNL-PGM.
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
           MOVE  WS-QUAR-CNT TO  RUNL-WRIT.
           MOVE  0           TO  RUNL-UPDT.
           MOVE  "000"       TO  RUNL-CC.
           MOVE  1           TO  RUNL-ENDF.
           CALL "DB_Update" USING
            RUNL_PNAME1 RUNL_LNAME RUNL-R RETURNING RET.
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
       COPY  LPCTLT  REPLACING  ==CTLT-PGM==  BY  =="KF740U"==.
