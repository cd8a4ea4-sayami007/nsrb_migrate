       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KF870U.
      *****************************************************
      *****   PARTNER JAN TRANSLATION FOR THE KOLRF    *****
      *****   LOAD                                     *****
      *****************************************************
      *        RUN AFTER KF820U AND BEFORE THE LOAD.  A PARTNER
      *        THAT ORDERS BY BARCODE SENDS THE JAN CODE IN
      *        KOLRF11-JAN WITH THE QUANTITY IN THE LINE TOTAL
      *        (KOLRF11-122).  EACH SUCH KOLRF11 LINE IS LOOKED
      *        UP ON THE JT-JANX REVERSE INDEX AND REWRITTEN WITH
      *        THE ITEM (KOLRF11-10) AND THE QUANTITY IN ITS SIZE
      *        BUCKET, SO THE LOAD SEES AN ORDINARY LINE.  A JAN
      *        NOT ON THE INDEX IS COPIED TO KFQ FOR THE KF790U
      *        WORKSTATION.  LINES WITHOUT A JAN ARE LEFT ALONE,
      *        AND A RERUN TRANSLATES THE SAME LINE THE SAME WAY.
      *        ARGUMENT "T" TRANSLATES A TESTING PARTNER'S
      *        TRANSMISSION IN THE KOLRT SANDBOX (SEE LWKFCE); AN
      *        UNKNOWN JAN THERE IS A JT-KFCE CERTIFICATION ERROR,
      *        NOT A KFQ ENTRY.
      *        NB700U RUNS IT AS STEP 4.  KOLRF IS TOTALLED BEFORE
      *        AND AFTER -- THE BEFORE TOTALS CHECKED AGAINST WHAT
      *        KF820U HANDED ON (RETURN CODE 16 ON A MISMATCH), THE
      *        AFTER TOTALS HANDED ON TO KF880U (JT-CTLT, SEE LPCTLT).
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  KF-RPT-FILE  ASSIGN  TO  "KF870U"
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
       77  WK-NOW          PIC  9(06)  VALUE  0.
       77  WS-RD-CNT       PIC  9(07)  VALUE  0.
       77  WS-TRN-CNT      PIC  9(07)  VALUE  0.
       77  WS-VIO-CNT      PIC  9(07)  VALUE  0.
       COPY    LKOLRF.
       COPY    LIJANX.
       COPY    LIKFQ.
       COPY    LIKFCE.
       COPY    LWKFCE.
       COPY    LIRUNL.
       COPY    FCTL.
       COPY    LICTLT.
       COPY    LWCTLT.
      *****
       01  KF-RPT-HDR.
           02  FILLER          PIC  X(34)  VALUE
               "PARTNER JAN TRANSLATION           ".
       01  KF-RPT-DET.
           02  FILLER          PIC  X(07)  VALUE  "ORDER=".
           02  RPT-ONO         PIC  9(06).
           02  FILLER          PIC  X(01)  VALUE  "-".
           02  RPT-OSQ         PIC  9(01).
           02  FILLER          PIC  X(06)  VALUE  " JAN=".
           02  RPT-JAN         PIC  X(13).
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-MSG         PIC  X(30).
       01  KF-RPT-SUM.
           02  FILLER          PIC  X(12)  VALUE  "TRANSLATED=".
           02  RPT-SUM-TRN     PIC  ZZZZZZ9.
           02  FILLER          PIC  X(16)  VALUE  "  UNKNOWN JANS=".
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
       PERFORM  CTW-CHN-RTN  THRU  CTW-CHN-EXT.
       PERFORM  CTL-KOL-RTN  THRU  CTL-KOL-EXT.
       MOVE  CTW-OUTCNT  TO  CTW-INCNT.
       MOVE  CTW-OUTAMT  TO  CTW-INAMT.
       MOVE  CTW-OUTQTY  TO  CTW-INQTY.
       MOVE  "KOLRF"   TO  CTW-FILE.
       MOVE  "KF820U"  TO  CTW-FROM.
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
           ACCEPT  TSTM-ARG  FROM  ARGUMENT-VALUE.
           PERFORM  TSTM-OPN-RTN  THRU  TSTM-OPN-EXT.
           IF  TSTM-ON  =  1
               MOVE  TSTM-HDR  TO  KF-RPT-LINE
               WRITE  KF-RPT-LINE
           END-IF.
      *
           CALL "DB_F_Open" USING
            "INPUT" JANX_PNAME1 "SHARED" BY REFERENCE JANX_IDLST "1"
            "JANX-KEY" BY REFERENCE JANX-KEY.
           CALL "DB_F_Open" USING
            "I-O" KFQ_PNAME1 "SHARED" BY REFERENCE KFQ_IDLST
            "1" "KFQ-KEY" BY REFERENCE KFQ-KEY.
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
           IF  KOLRF11-JAN  =  SPACE
               GO  TO  T11-10
           END-IF.
           MOVE  KOLRF11-02   TO  RPT-ONO.
           MOVE  KOLRF11-03   TO  RPT-OSQ.
           MOVE  KOLRF11-JAN  TO  RPT-JAN.
           MOVE  KOLRF11-JAN  TO  JANX-CODE.
           CALL "DB_Read" USING
            "INVALID" JANX_PNAME1 BY REFERENCE JANX-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               MOVE  "11"  TO  KFQ-TYPE
               MOVE  SPACE TO  KFQ-RKEY
               MOVE  KOLRF11-02  TO  KFQ-RKEY (1:6)
               MOVE  KOLRF11-03  TO  KFQ-RKEY (8:1)
               MOVE  "UNKNOWN JAN"  TO  KFQ-REASON
               MOVE  KOLRF11-JAN    TO  KFQ-REASON (13:13)
               MOVE  KOLRF11-REC  TO  KFQ-RAWDATA
               IF  TSTM-ON  =  1
                   MOVE  KFQ-TYPE     TO  KFCE-RTYPE
                   MOVE  KFQ-RKEY     TO  KFCE-RKEY
                   MOVE  KFQ-REASON   TO  KFCE-REASON
                   MOVE  KOLRF11-REC  TO  KFCE-RAWDATA
                   PERFORM  TSTM-PUT-RTN  THRU  TSTM-PUT-EXT
                   ADD  1  TO  WS-VIO-CNT
                   MOVE  "UNKNOWN JAN, CERTIFY ERROR"  TO  RPT-MSG
               ELSE
                   PERFORM  QUAR-WRITE  THRU  QUAR-WRITE-EXT
                   MOVE  "UNKNOWN JAN, QUARANTINED"  TO  RPT-MSG
               END-IF
               MOVE  KF-RPT-DET  TO  KF-RPT-LINE
               WRITE  KF-RPT-LINE
               GO  TO  T11-10
           END-IF.
      *        THE WHOLE LINE QUANTITY BELONGS TO THE ONE SIZE
      *        THE JAN STANDS FOR.
           MOVE  JANX-JCD  TO  KOLRF11-10.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  10
               MOVE  0  TO  KOLRF11-1211 (I)
           END-PERFORM.
           MOVE  KOLRF11-122  TO  KOLRF11-1211 (JANX-SZ).
           CALL "DB_Update" USING
            KOLRF_PNAME1 KOLRF_LNAME KOLRF11-REC RETURNING RET.
           IF  RET  =  1
               MOVE  "UPDATE FAILED"  TO  RPT-MSG
           ELSE
               ADD  1  TO  WS-TRN-CNT
               MOVE  "TRANSLATED"  TO  RPT-MSG
           END-IF.
           MOVE  KF-RPT-DET  TO  KF-RPT-LINE.
           WRITE  KF-RPT-LINE.
           GO  TO  T11-10.
       END-RTN.
           CALL "DB_F_Close" USING
            BY REFERENCE KOLRF_IDLST KOLRF_PNAME1.
           MOVE  WS-TRN-CNT  TO  RPT-SUM-TRN.
           MOVE  WS-VIO-CNT  TO  RPT-SUM-VIO.
           MOVE  KF-RPT-SUM  TO  KF-RPT-LINE.
           WRITE  KF-RPT-LINE.
      *        KOLRF HANDED ON TO KF880U -- ONLY TYPE 11 LINES ARE
      *        TOUCHED, SO THE COUNTED VIEWS MUST BE UNCHANGED.
      *        A SANDBOX RUN WORKS ON KOLRT AND HANDS NOTHING ON.
           IF  TSTM-ON  =  1
               GO  TO  END-90
           END-IF.
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
       END-90.
           CLOSE  KF-RPT-FILE.
           CALL "DB_F_Close" USING BY REFERENCE JANX_IDLST JANX_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE KFQ_IDLST KFQ_PNAME1.
           PERFORM  TSTM-CLS-RTN  THRU  TSTM-CLS-EXT.
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
           MOVE  "KF870U"  TO  RUNL-PGM.
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
           MOVE  WS-TRN-CNT  TO  RUNL-UPDT.
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
       COPY  LPKFCE  REPLACING  ==TSTM-PGM==  BY  =="KF870U"==.
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
       COPY  LPCTLT  REPLACING  ==CTLT-PGM==  BY  =="KF870U"==.
