       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         ST860U.
      *****************************************************
      *****   TERRITORY MOVES FALLING DUE              *****
      *****************************************************
      *        NB700U STEP 19.  SETS TT-TNC ON TT-M FOR EVERY
      *        JT-TERH REASSIGNMENT KEYED ON ST840U WITH A FUTURE
      *        EFFECTIVE DATE THAT HAS NOW ARRIVED (TRH-APLF 0,
      *        TRH-EFF TODAY OR EARLIER), IN CUSTOMER AND DATE
      *        ORDER SO THE LATEST MOVE WINS.  THE CUSTOMER IS
      *        MOVED ONLY WHILE TT-TNC IS STILL THE STAFF IT WAS
      *        MOVED FROM; OTHERWISE IT IS LEFT ALONE, MARKED
      *        NOT APPLIED (TRH-APLF 2) AND LISTED.  SALES
      *        ATTRIBUTION DOES NOT WAIT FOR THIS RUN -- IT READS
      *        THE HISTORY ITSELF (LPTERH).
      *        TT-M IS TOTALLED ON OPEN AND CHECKED AGAINST WHAT
      *        ST700U HANDED ON, AND TOTALLED AGAIN AT THE END --
      *        A STAFF MOVE CHANGES NO COUNT OR BALANCE, SO THE
      *        TWO MUST AGREE -- AND HANDED ON TO RL740U (JT-CTLT,
      *        SEE LPCTLT).
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  ST-RPT-FILE  ASSIGN  TO  "ST860U"
               ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA                DIVISION.
       FILE                SECTION.
       FD  ST-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  ST-RPT-LINE         PIC  X(132).
       WORKING-STORAGE     SECTION.
       77  ERR-STAT        PIC  X(02).
       77  RET             PIC  9(01)  VALUE  0.
       77  USER_ID                 PIC  X(006) VALUE SPACE.
       77  COMPLETION_CODE         PIC  X(003) VALUE ZERO.
       77  WK-TODAY        PIC  9(08)  VALUE  0.
       77  WS-RD-CNT       PIC  9(07)  VALUE  0.
       77  WS-APL-CNT      PIC  9(05)  VALUE  0.
       77  WS-NAP-CNT      PIC  9(05)  VALUE  0.
       77  WS-UPD-CNT      PIC  9(07)  VALUE  0.
       COPY    LSTTM.
       COPY    LITERH.
       COPY    LIRUNL.
       COPY    LWHDR.
       COPY    FCTL.
       COPY    LICTLT.
       COPY    LWCTLT.
      *****
       01  ST-RPT-COL.
           02  FILLER          PIC  X(44)  VALUE
               "CUST EFFECTIVE FROM TO STAFF NOW  RESULT    ".
       01  ST-RPT-DET.
           02  RPT-TCD         PIC  9(04).
           02  FILLER          PIC  X(01).
           02  RPT-EFF         PIC  9(08).
           02  FILLER          PIC  X(02).
           02  RPT-OLD         PIC  9(02).
           02  FILLER          PIC  X(03).
           02  RPT-TNC         PIC  9(02).
           02  FILLER          PIC  X(07).
           02  RPT-NOW         PIC  X(02).
           02  FILLER          PIC  X(03).
           02  RPT-RES         PIC  X(40).
       01  ST-RPT-SUM.
           02  FILLER          PIC  X(09)  VALUE  "APPLIED=".
           02  RPT-SUM-APL     PIC  ZZZZ9.
           02  FILLER          PIC  X(16)  VALUE  "  NOT APPLIED=".
           02  RPT-SUM-NAP     PIC  ZZZZ9.
       01  ST-RPT-BAL.
           02  FILLER          PIC  X(15)  VALUE  "TT-M RECS IN=".
           02  RPT-BAL-IN      PIC  ZZZZZZZZ9.
           02  FILLER          PIC  X(06)  VALUE  "  OUT=".
           02  RPT-BAL-OUT     PIC  ZZZZZZZZ9.
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-BAL-MSG     PIC  X(20).
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       ACCEPT USER_ID FROM ARGUMENT-VALUE.
       ACCEPT COMPLETION_CODE FROM ARGUMENT-VALUE.
       OPEN  OUTPUT  ST-RPT-FILE.
       MOVE  "ST860U"  TO  HDR-PGMID.
       MOVE  "TERRITORY MOVES FALLING DUE"  TO  HDR-TITLE.
       MOVE  USER_ID   TO  HDR-OPR.
       PERFORM  HDR-INIT-RTN  THRU  HDR-INIT-EXT.
      *****
      *    CONTROL TOTALS ON OPEN -- SEE LPCTLT.
       PERFORM  CTW-CHN-RTN  THRU  CTW-CHN-EXT.
       PERFORM  CTL-TTM-RTN  THRU  CTL-TTM-EXT.
       MOVE  CTW-OUTCNT  TO  CTW-INCNT.
       MOVE  CTW-OUTAMT  TO  CTW-INAMT.
       MOVE  CTW-OUTQTY  TO  CTW-INQTY.
       MOVE  "TT-M"    TO  CTW-FILE.
       MOVE  "ST700U"  TO  CTW-FROM.
       PERFORM  CTW-VFY-RTN  THRU  CTW-VFY-EXT.
       IF  CTW-ST  =  "M"
           MOVE  CTW-MSG  TO  ST-RPT-LINE
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
           PERFORM  HDR-TRL-RTN  THRU  HDR-TRL-EXT
           CLOSE  ST-RPT-FILE
           MOVE  16  TO  RETURN-CODE
           CALL "DB_Close"
           STOP  RUN
       END-IF.
       PERFORM  RUNL-ST-RTN  THRU  RUNL-ST-EXT.
       ACCEPT  WK-TODAY  FROM  DATE.
       ADD  20000000  TO  WK-TODAY.
           MOVE  ST-RPT-COL  TO  ST-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           CALL "DB_F_Open" USING
            "I-O" TERH_PNAME1 "SHARED" BY REFERENCE TERH_IDLST "1"
            "TRH-KEY" BY REFERENCE TRH-KEY.
           CALL "DB_F_Open" USING
            "I-O" TT-M_PNAME1 "SHARED" BY REFERENCE TT-M_IDLST
            "1" "TT-KEY" BY REFERENCE TT-KEY.
       DU-10.
           CALL "DB_Read" USING
            "NEXT AT END" TERH_PNAME1 BY REFERENCE TRH-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  DU-90
           END-IF.
           ADD  1  TO  WS-RD-CNT.
           IF  TRH-APLF  NOT =  0  OR  TRH-EFF  >  WK-TODAY
               GO  TO  DU-10
           END-IF.
           MOVE  SPACE    TO  ST-RPT-DET.
           MOVE  TRH-TCD  TO  RPT-TCD.
           MOVE  TRH-EFF  TO  RPT-EFF.
           MOVE  TRH-OLD  TO  RPT-OLD.
           MOVE  TRH-TNC  TO  RPT-TNC.
           MOVE  TRH-TCD  TO  TT-TCD.
           CALL "DB_Read" USING
            "INVALID" TT-M_PNAME1 BY REFERENCE TT-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               MOVE  "**"  TO  RPT-NOW
               MOVE  "NOT APPLIED, CUSTOMER NOT ON TT-M"  TO  RPT-RES
               GO  TO  DU-50
           END-IF.
           MOVE  TT-TNC  TO  RPT-NOW.
           IF  TT-TNC  NOT =  TRH-OLD
               MOVE  "NOT APPLIED, STAFF CHANGED SINCE ENTRY"
                   TO  RPT-RES
               GO  TO  DU-50
           END-IF.
           MOVE  TRH-TNC  TO  TT-TNC.
           CALL "DB_Update" USING
            TT-M_PNAME1 TT-M_LNAME TT-R RETURNING RET.
           IF  RET  =  1
               MOVE  "*** TT-M UPDATE FAILED, TRIED AGAIN NEXT RUN"
                   TO  RPT-RES
               MOVE  ST-RPT-DET  TO  ST-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
               GO  TO  DU-10
           END-IF.
           ADD  1  TO  WS-UPD-CNT.
           ADD  1  TO  WS-APL-CNT.
           MOVE  1         TO  TRH-APLF.
           MOVE  WK-TODAY  TO  TRH-ADATE.
           MOVE  "APPLIED"  TO  RPT-RES.
           GO  TO  DU-60.
       DU-50.
           ADD  1  TO  WS-NAP-CNT.
           MOVE  2         TO  TRH-APLF.
           MOVE  WK-TODAY  TO  TRH-ADATE.
       DU-60.
           CALL "DB_Update" USING
            TERH_PNAME1 TERH_LNAME TRH-R RETURNING RET.
           IF  RET  =  0
               ADD  1  TO  WS-UPD-CNT
           END-IF.
           MOVE  ST-RPT-DET  TO  ST-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           GO  TO  DU-10.
       DU-90.
           CALL "DB_F_Close" USING BY REFERENCE TERH_IDLST TERH_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE TT-M_IDLST TT-M_PNAME1.
           MOVE  SPACE       TO  ST-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  WS-APL-CNT  TO  RPT-SUM-APL.
           MOVE  WS-NAP-CNT  TO  RPT-SUM-NAP.
           MOVE  ST-RPT-SUM  TO  ST-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
      *        TT-M AFTER THE MOVES -- PROOF AND HAND-OFF.
           PERFORM  CTL-TTM-RTN  THRU  CTL-TTM-EXT.
           MOVE  "TT-M"      TO  CTW-FILE.
           MOVE  WS-APL-CNT  TO  CTW-UPDCNT.
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
           MOVE  ST-RPT-BAL  TO  ST-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           PERFORM  HDR-TRL-RTN  THRU  HDR-TRL-EXT.
           CLOSE  ST-RPT-FILE.
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
           MOVE  "ST860U"  TO  RUNL-PGM.
           MOVE  USER_ID   TO  RUNL-OPR.
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
       COPY  LPHDR  REPLACING  ==RPT-LINE==  BY  ==ST-RPT-LINE==.
      *****
      *    TT-M CONTROL TOTALS INTO CTW-OUT* -- RECORDS, TT-TUZ AND
      *    TT-TUA, AS ST700U HANDS THEM ON.
       CTL-TTM-RTN.
           MOVE  0  TO  CTW-OUTCNT  CTW-OUTAMT  CTW-OUTQTY.
           CALL "DB_F_Open" USING
            "INPUT" TT-M_PNAME1 "SHARED" BY REFERENCE TT-M_IDLST
            "1" "TT-KEY" BY REFERENCE TT-KEY.
       CTL-TTM-10.
           CALL "DB_Read" USING
            "NEXT AT END" TT-M_PNAME1 BY REFERENCE TT-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  CTL-TTM-90
           END-IF.
           ADD  1       TO  CTW-OUTCNT.
           ADD  TT-TUZ  TO  CTW-OUTAMT.
           ADD  TT-TUA  TO  CTW-OUTQTY.
           GO  TO  CTL-TTM-10.
       CTL-TTM-90.
           CALL "DB_F_Close" USING
            BY REFERENCE TT-M_IDLST TT-M_PNAME1.
       CTL-TTM-EXT.
           EXIT.
       COPY  LPCTLT  REPLACING  ==CTLT-PGM==  BY  =="ST860U"==.
