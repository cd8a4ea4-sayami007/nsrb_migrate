       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         ZK960U.
      *****************************************************
      *****   JT-ZKM REORGANISATION FOR THE HELD       *****
      *****   (QUALITY HOLD) BUCKETS                   *****
      *****************************************************
      *        ONE-OFF, RUN ONCE AT CUT-OVER BEFORE ANY PROGRAM
      *        THAT KNOWS THE ZKM-HD BUCKETS TOUCHES THE LEDGER.
      *        THE OLD JT-ZKM RECORD (150 BYTES: KEY, ON-HAND AND
      *        ALLOCATED BUCKETS AND TOTALS, 9 BYTES SPARE) HAS NO
      *        ROOM FOR TEN HELD BUCKETS AND THEIR TOTAL, SO THE
      *        FILE IS REBUILT AT THE NEW LENGTH:
      *          PASS 1 -- EVERY RECORD IS READ IN ITS OLD IMAGE
      *            AND COPIED TO THE ZK960U.OLD UNLOAD FILE;
      *          PASS 2 -- EACH UNLOADED RECORD IS DELETED FROM
      *            JT-ZKM AND INSERTED AGAIN IN THE NEW LAYOUT,
      *            ON-HAND AND ALLOCATED AS THEY WERE, ZKM-HD1 AND
      *            ZKM-HDT ZERO.
      *        A RECORD WHOSE NEW IMAGE WILL NOT INSERT IS PUT
      *        BACK AT ONCE IN ITS OLD IMAGE, SO NO KEY IS LEFT
      *        MISSING FROM THE LEDGER.
      *        THE REGISTER PROVES THE RUN: RECORDS, ON-HAND TOTAL
      *        AND ALLOCATED TOTAL UNLOADED MUST EQUAL THOSE
      *        RELOADED, OR THE RUN ENDS WITH RETURN CODE 16 AND
      *        ZK960U.OLD IS KEPT FOR THE RESTORE.
      *        THE FCTL "RGZKM" MARKER GUARDS THE UNLOAD: IT IS SET
      *        TO 2 (IN PROGRESS) BEFORE ZK960U.OLD IS OPENED AND
      *        TO 1 (DONE) ONLY WHEN THE PROOF BALANCES.  ANY START
      *        THAT FINDS 1 OR 2 IS REFUSED -- A SECOND UNLOAD WOULD
      *        OVERWRITE THE ONLY GOOD COPY AND READ NEW RECORDS AS
      *        OLD ONES.
      *        RESTORE -- RUN WITH ARGUMENT "R" AFTER A RUN LEFT AT
      *        2: EVERY KEY ON ZK960U.OLD IS DELETED FROM JT-ZKM
      *        AND ITS OLD IMAGE INSERTED AGAIN.  A CLEAN RESTORE
      *        SETS THE MARKER TO 0 SO THE REORGANISATION CAN BE
      *        RUN AGAIN.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  ZK-RPT-FILE  ASSIGN  TO  "ZK960U"
               ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT  ZK-OLD-FILE  ASSIGN  TO  "ZK960U.OLD"
               ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA                DIVISION.
       FILE                SECTION.
       FD  ZK-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  ZK-RPT-LINE         PIC  X(80).
       FD  ZK-OLD-FILE
           LABEL RECORD IS STANDARD.
       01  ZK-OLD-LINE         PIC  X(150).
       WORKING-STORAGE     SECTION.
       77  ERR-STAT        PIC  X(02).
       77  RET             PIC  9(01)  VALUE  0.
       77  I               PIC  9(02)  VALUE  0.
       77  WS-RD-CNT       PIC  9(07)  VALUE  0.
       77  WS-WR-CNT       PIC  9(07)  VALUE  0.
       77  WS-ERR-CNT      PIC  9(07)  VALUE  0.
       77  WK-OHT-IN       PIC S9(11)  VALUE  0.
       77  WK-ALT-IN       PIC S9(11)  VALUE  0.
       77  WK-OHT-OUT      PIC S9(11)  VALUE  0.
       77  WK-ALT-OUT      PIC S9(11)  VALUE  0.
       77  WK-RUNMD        PIC  X(01)  VALUE  SPACE.
       77  WK-STST         PIC  9(01)  VALUE  0.
      *    THE JT-ZKM RECORD AS IT STOOD BEFORE THE HELD BUCKETS.
       01  ZKO-R.
           02  ZKO-KEY.
               03  ZKO-SOK          PIC  9(001).
               03  ZKO-JCD          PIC  9(006).
           02  ZKO-OH.
               03  ZKO-OH1    OCCURS  10  PIC S9(006).
           02  ZKO-OHT              PIC S9(007).
           02  ZKO-AL.
               03  ZKO-AL1    OCCURS  10  PIC S9(006).
           02  ZKO-ALT              PIC S9(007).
           02  F                    PIC  X(009).
       COPY    LIZAIK.
       COPY    FCTL.
       COPY    LIRUNL.
      *****
       01  ZK-RPT-HDR.
           02  FILLER          PIC  X(40)  VALUE
               "JT-ZKM REORGANISATION (HELD BUCKETS)    ".
       01  ZK-RPT-ERR.
           02  RPT-ERR-TTL     PIC  X(34).
           02  FILLER          PIC  X(04)  VALUE  "SOK=".
           02  RPT-ERR-SOK     PIC  9(01).
           02  FILLER          PIC  X(06)  VALUE  " ITEM=".
           02  RPT-ERR-JCD     PIC  9(06).
       01  ZK-RPT-TOT.
           02  RPT-TOT-TTL     PIC  X(10).
           02  FILLER          PIC  X(06)  VALUE  " RECS=".
           02  RPT-TOT-CNT     PIC  ZZZZZZ9.
           02  FILLER          PIC  X(10)  VALUE  " ON-HAND=".
           02  RPT-TOT-OHT     PIC  -(10)9.
           02  FILLER          PIC  X(07)  VALUE  " ALLOC=".
           02  RPT-TOT-ALT     PIC  -(10)9.
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       OPEN  OUTPUT  ZK-RPT-FILE.
       MOVE  ZK-RPT-HDR  TO  ZK-RPT-LINE.
       WRITE  ZK-RPT-LINE.
           CALL "DB_F_Open" USING
            "I-O" FCTL-F_PNAME1 "SHARED" BY REFERENCE FCTL-F_IDLST
            "1" "FCTL-KEY" BY REFERENCE FCTL-KEY.
           ACCEPT  WK-RUNMD  FROM  ARGUMENT-VALUE.
           MOVE  "RGZKM"  TO  FCTL-KEY1.
           CALL "DB_Read" USING
            "INVALID" FCTL-F_PNAME1 BY REFERENCE FCTL-REC "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               MOVE  0  TO  FCTL-STST
           END-IF.
           IF  WK-RUNMD  =  "R"
               IF  FCTL-STST  NOT =  2
                   MOVE  "*** NO INCOMPLETE RUN, RESTORE REFUSED"
                    TO  ZK-RPT-LINE
                   GO  TO  REF-RTN
               END-IF
               PERFORM  RUNL-ST-RTN  THRU  RUNL-ST-EXT
               GO  TO  RS-00
           END-IF.
           IF  FCTL-STST  =  1
               MOVE  "*** ALREADY REORGANISED, RUN REFUSED"
                TO  ZK-RPT-LINE
               GO  TO  REF-RTN
           END-IF.
           IF  FCTL-STST  =  2
               MOVE  "*** PREVIOUS RUN INCOMPLETE -- RESTORE FIRST"
                TO  ZK-RPT-LINE
               GO  TO  REF-RTN
           END-IF.
      *****
      *    PASS 1 -- UNLOAD IN THE OLD IMAGE.  THE MARKER GOES TO
      *    2 FIRST, SO NO LATER START CAN OVERWRITE THE UNLOAD.
           MOVE  2  TO  WK-STST.
           PERFORM  MRK-RTN  THRU  MRK-EXT.
           IF  RET  =  1
               MOVE  "*** MARKER NOT SET, RUN REFUSED"
                TO  ZK-RPT-LINE
               GO  TO  REF-RTN
           END-IF.
           PERFORM  RUNL-ST-RTN  THRU  RUNL-ST-EXT.
           OPEN  OUTPUT  ZK-OLD-FILE.
           CALL "DB_F_Open" USING
            "INPUT" ZKM_PNAME1 "SHARED" BY REFERENCE ZKM_IDLST "1"
            "ZKM-KEY" BY REFERENCE ZKM-KEY.
       UL-10.
           CALL "DB_Read" USING
            "NEXT AT END" ZKM_PNAME1 BY REFERENCE ZKO-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  UL-90
           END-IF.
           ADD  1        TO  WS-RD-CNT.
           ADD  ZKO-OHT  TO  WK-OHT-IN.
           ADD  ZKO-ALT  TO  WK-ALT-IN.
           MOVE  ZKO-R   TO  ZK-OLD-LINE.
           WRITE  ZK-OLD-LINE.
           GO  TO  UL-10.
       UL-90.
           CALL "DB_F_Close" USING BY REFERENCE ZKM_IDLST ZKM_PNAME1.
           CLOSE  ZK-OLD-FILE.
      *****
      *    PASS 2 -- RELOAD IN THE NEW LAYOUT.
           OPEN  INPUT  ZK-OLD-FILE.
           CALL "DB_F_Open" USING
            "I-O" ZKM_PNAME1 "SHARED" BY REFERENCE ZKM_IDLST "1"
            "ZKM-KEY" BY REFERENCE ZKM-KEY.
       RL-10.
           READ  ZK-OLD-FILE  AT  END
               GO  TO  RL-90
           END-READ.
           MOVE  ZK-OLD-LINE  TO  ZKO-R.
           INITIALIZE  ZKM-R.
           MOVE  ZKO-KEY  TO  ZKM-KEY.
           CALL "DB_Delete" USING
            ZKM_PNAME1 ZKM_LNAME ZKM-R RETURNING RET.
           IF  RET  =  1
               MOVE  "*** DELETE FAILED, NOT RELOADED   "
                TO  RPT-ERR-TTL
               PERFORM  ERR-RTN  THRU  ERR-EXT
               GO  TO  RL-10
           END-IF.
           MOVE  ZKO-OHT  TO  ZKM-OHT.
           MOVE  ZKO-ALT  TO  ZKM-ALT.
           PERFORM  RL-SZ-RTN  THRU  RL-SZ-EXT
               VARYING  I  FROM  1  BY  1  UNTIL  I  >  10.
           MOVE  0  TO  ZKM-HDT.
           CALL "DB_Insert" USING
            ZKM_PNAME1 ZKM_LNAME ZKM-R RETURNING RET.
           IF  RET  =  0
               GO  TO  RL-20
           END-IF.
      *        THE NEW IMAGE WOULD NOT GO IN -- PUT THE OLD ONE
      *        BACK AT ONCE RATHER THAN LEAVE THE KEY MISSING.
           MOVE  ZKO-R  TO  ZKM-R.
           CALL "DB_Insert" USING
            ZKM_PNAME1 ZKM_LNAME ZKM-R RETURNING RET.
           IF  RET  =  0
               MOVE  "*** RELOAD FAILED, OLD IMAGE BACK "
                TO  RPT-ERR-TTL
           ELSE
               MOVE  "*** RELOAD FAILED, RECORD MISSING "
                TO  RPT-ERR-TTL
           END-IF.
           PERFORM  ERR-RTN  THRU  ERR-EXT.
           GO  TO  RL-10.
       RL-20.
           ADD  1        TO  WS-WR-CNT.
           ADD  ZKM-OHT  TO  WK-OHT-OUT.
           ADD  ZKM-ALT  TO  WK-ALT-OUT.
           GO  TO  RL-10.
       RL-90.
           CALL "DB_F_Close" USING BY REFERENCE ZKM_IDLST ZKM_PNAME1.
           CLOSE  ZK-OLD-FILE.
      *****
      *    PROOF AND MARKER.
           MOVE  "UNLOADED"  TO  RPT-TOT-TTL.
           MOVE  WS-RD-CNT   TO  RPT-TOT-CNT.
           MOVE  WK-OHT-IN   TO  RPT-TOT-OHT.
           MOVE  WK-ALT-IN   TO  RPT-TOT-ALT.
           MOVE  ZK-RPT-TOT  TO  ZK-RPT-LINE.
           WRITE  ZK-RPT-LINE.
           MOVE  "RELOADED"  TO  RPT-TOT-TTL.
           MOVE  WS-WR-CNT   TO  RPT-TOT-CNT.
           MOVE  WK-OHT-OUT  TO  RPT-TOT-OHT.
           MOVE  WK-ALT-OUT  TO  RPT-TOT-ALT.
           MOVE  ZK-RPT-TOT  TO  ZK-RPT-LINE.
           WRITE  ZK-RPT-LINE.
           IF  WS-RD-CNT  NOT =  WS-WR-CNT
           OR  WK-OHT-IN  NOT =  WK-OHT-OUT
           OR  WK-ALT-IN  NOT =  WK-ALT-OUT
               MOVE  "*** OUT OF BALANCE -- RUN ZK960U R TO RESTORE"
                TO  ZK-RPT-LINE
               WRITE  ZK-RPT-LINE
               MOVE  16  TO  RETURN-CODE
               GO  TO  END-RTN
           END-IF.
           MOVE  "IN BALANCE"  TO  ZK-RPT-LINE.
           WRITE  ZK-RPT-LINE.
           MOVE  1  TO  WK-STST.
           PERFORM  MRK-RTN  THRU  MRK-EXT.
           GO  TO  END-RTN.
      *****
      *    RESTORE -- EVERY KEY ON THE UNLOAD BACK IN ITS OLD
      *    IMAGE, WHATEVER STATE THE FAILED RUN LEFT IT IN.
       RS-00.
           OPEN  INPUT  ZK-OLD-FILE.
           CALL "DB_F_Open" USING
            "I-O" ZKM_PNAME1 "SHARED" BY REFERENCE ZKM_IDLST "1"
            "ZKM-KEY" BY REFERENCE ZKM-KEY.
       RS-10.
           READ  ZK-OLD-FILE  AT  END
               GO  TO  RS-90
           END-READ.
           MOVE  ZK-OLD-LINE  TO  ZKO-R.
           ADD  1        TO  WS-RD-CNT.
           ADD  ZKO-OHT  TO  WK-OHT-IN.
           ADD  ZKO-ALT  TO  WK-ALT-IN.
      *        THE KEY MAY ALREADY BE GONE -- A NOT-FOUND DELETE IS
      *        NOT AN ERROR HERE.
           INITIALIZE  ZKM-R.
           MOVE  ZKO-KEY  TO  ZKM-KEY.
           CALL "DB_Delete" USING
            ZKM_PNAME1 ZKM_LNAME ZKM-R RETURNING RET.
           MOVE  ZKO-R  TO  ZKM-R.
           CALL "DB_Insert" USING
            ZKM_PNAME1 ZKM_LNAME ZKM-R RETURNING RET.
           IF  RET  =  1
               MOVE  "*** RESTORE FAILED                "
                TO  RPT-ERR-TTL
               PERFORM  ERR-RTN  THRU  ERR-EXT
               GO  TO  RS-10
           END-IF.
           ADD  1        TO  WS-WR-CNT.
           ADD  ZKO-OHT  TO  WK-OHT-OUT.
           ADD  ZKO-ALT  TO  WK-ALT-OUT.
           GO  TO  RS-10.
       RS-90.
           CALL "DB_F_Close" USING BY REFERENCE ZKM_IDLST ZKM_PNAME1.
           CLOSE  ZK-OLD-FILE.
           MOVE  "UNLOADED"  TO  RPT-TOT-TTL.
           MOVE  WS-RD-CNT   TO  RPT-TOT-CNT.
           MOVE  WK-OHT-IN   TO  RPT-TOT-OHT.
           MOVE  WK-ALT-IN   TO  RPT-TOT-ALT.
           MOVE  ZK-RPT-TOT  TO  ZK-RPT-LINE.
           WRITE  ZK-RPT-LINE.
           MOVE  "RESTORED"  TO  RPT-TOT-TTL.
           MOVE  WS-WR-CNT   TO  RPT-TOT-CNT.
           MOVE  WK-OHT-OUT  TO  RPT-TOT-OHT.
           MOVE  WK-ALT-OUT  TO  RPT-TOT-ALT.
           MOVE  ZK-RPT-TOT  TO  ZK-RPT-LINE.
           WRITE  ZK-RPT-LINE.
           IF  WS-ERR-CNT  NOT =  0
           OR  WS-RD-CNT   NOT =  WS-WR-CNT
               MOVE  "*** RESTORE INCOMPLETE -- RUN ZK960U R AGAIN"
                TO  ZK-RPT-LINE
               WRITE  ZK-RPT-LINE
               MOVE  16  TO  RETURN-CODE
               GO  TO  END-RTN
           END-IF.
           MOVE  "RESTORED -- REORGANISATION MAY BE RUN AGAIN"
            TO  ZK-RPT-LINE.
           WRITE  ZK-RPT-LINE.
           MOVE  0  TO  WK-STST.
           PERFORM  MRK-RTN  THRU  MRK-EXT.
       END-RTN.
           CALL "DB_F_Close" USING
            BY REFERENCE FCTL-F_IDLST FCTL-F_PNAME1.
           CLOSE  ZK-RPT-FILE.
           PERFORM  RUNL-EN-RTN  THRU  RUNL-EN-EXT.
           CALL "DB_Close".
           STOP  RUN.
      *****
      *    REFUSED START -- THE REASON IS IN ZK-RPT-LINE.
       REF-RTN.
           WRITE  ZK-RPT-LINE.
           CALL "DB_F_Close" USING
            BY REFERENCE FCTL-F_IDLST FCTL-F_PNAME1.
           CLOSE  ZK-RPT-FILE.
           CALL "DB_Close".
           MOVE  16  TO  RETURN-CODE.
           STOP  RUN.
      *****
       ERR-RTN.
           ADD  1        TO  WS-ERR-CNT.
           MOVE  ZKO-SOK  TO  RPT-ERR-SOK.
           MOVE  ZKO-JCD  TO  RPT-ERR-JCD.
           MOVE  ZK-RPT-ERR  TO  ZK-RPT-LINE.
           WRITE  ZK-RPT-LINE.
       ERR-EXT.
           EXIT.
      *****
       RL-SZ-RTN.
           MOVE  ZKO-OH1 (I)  TO  ZKM-OH1 (I).
           MOVE  ZKO-AL1 (I)  TO  ZKM-AL1 (I).
           MOVE  0            TO  ZKM-HD1 (I).
       RL-SZ-EXT.
           EXIT.
      *****
      *    FCTL "RGZKM" -- STATE IN WK-STST (2 IN PROGRESS,
      *    1 DONE, 0 RESTORED), WITH THE DATE AND TIME.
       MRK-RTN.
           MOVE  SPACE    TO  FCTL-REC1.
           MOVE  "RGZKM"  TO  FCTL-STK.
           MOVE  WK-STST  TO  FCTL-STST.
           ACCEPT  FCTL-STDT  FROM  DATE.
           ADD  20000000  TO  FCTL-STDT.
           ACCEPT  FCTL-STTM  FROM  TIME.
           MOVE  "RGZKM"  TO  FCTL-KEY1.
           CALL "DB_Insert" USING
            FCTL-F_PNAME1 FCTL-F_LNAME FCTL-REC RETURNING RET.
           IF  RET  =  1
               CALL "DB_Update" USING
                FCTL-F_PNAME1 FCTL-F_LNAME FCTL-REC RETURNING RET
           END-IF.
       MRK-EXT.
           EXIT.
      *****
      *    RUNLOG START/END -- SEE LIRUNL.
       RUNL-ST-RTN.
           CALL "DB_F_Open" USING
            "I-O" RUNL_PNAME1 "SHARED" BY REFERENCE RUNL_IDLST "1"
            "RUNL-KEY" BY REFERENCE RUNL-KEY.
           ACCEPT  RUNL-SDATE  FROM  DATE.
           ACCEPT  RUNL-STIME  FROM  TIME.
           MOVE  "ZK960U"  TO  RUNL-PGM.
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
           MOVE  WS-WR-CNT   TO  RUNL-WRIT.
           MOVE  0           TO  RUNL-UPDT.
           IF  RETURN-CODE  =  16
               MOVE  "016"   TO  RUNL-CC
           ELSE
               MOVE  "000"   TO  RUNL-CC
           END-IF.
           MOVE  1           TO  RUNL-ENDF.
           CALL "DB_Update" USING
            RUNL_PNAME1 RUNL_LNAME RUNL-R RETURNING RET.
           CALL "DB_F_Close" USING BY REFERENCE RUNL_IDLST RUNL_PNAME1.
       RUNL-EN-EXT.
           EXIT.
