       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KF940U.
      *****************************************************
      *****   JT-KFPF REORGANISATION FOR THE STOCK     *****
      *****   FEED AND CERTIFICATION FIELDS            *****
      *****************************************************
      *        ONE-OFF, RUN ONCE AT CUT-OVER BEFORE KF810U,
      *        KF820U OR ANY OTHER EDI STEP OPENS THE PROFILE.
      *        THE OLD JT-KFPF RECORD (40 BYTES, 6 SPARE) HAS NO
      *        ROOM FOR THE STOCK-FEED FLAG AND CUSTOMER AND THE
      *        LAST CERTIFICATION DATE AND ERROR COUNT, SO THE
      *        FILE IS REBUILT AT THE NEW LENGTH:
      *          PASS 1 -- EVERY PROFILE IS READ IN ITS OLD IMAGE
      *            AND COPIED TO THE KF940U.OLD UNLOAD FILE;
      *          PASS 2 -- EACH IS DELETED AND INSERTED AGAIN IN
      *            THE NEW LAYOUT WITH THE NEW FIELDS ZERO.
      *        THE STATUS CODES CHANGE AT THE SAME TIME: THE OLD
      *        KFPF-ACTV 0 ("TEST") BECOMES 2 (TESTING), SO A
      *        PARTNER THAT WAS BEING TRIED OUT GOES THROUGH THE
      *        CERTIFICATION CHAIN RATHER THAN BEING HELD; 1 (LIVE)
      *        STAYS 1.  EACH CHANGED PARTNER IS LISTED.
      *        A PROFILE WHOSE NEW IMAGE WILL NOT INSERT IS PUT
      *        BACK AT ONCE IN ITS OLD IMAGE, SO NO PARTNER IS LEFT
      *        MISSING.
      *        THE REGISTER PROVES RECORDS UNLOADED = RELOADED, OR
      *        THE RUN ENDS WITH RETURN CODE 16 AND KF940U.OLD IS
      *        KEPT FOR THE RESTORE.
      *        THE FCTL "RGKFP" MARKER GUARDS THE UNLOAD: IT IS SET
      *        TO 2 (IN PROGRESS) BEFORE KF940U.OLD IS OPENED AND
      *        TO 1 (DONE) ONLY WHEN THE PROOF BALANCES.  ANY START
      *        THAT FINDS 1 OR 2 IS REFUSED.
      *        RESTORE -- RUN WITH ARGUMENT "R" AFTER A RUN LEFT AT
      *        2: EVERY KEY ON KF940U.OLD IS DELETED FROM JT-KFPF
      *        AND ITS OLD IMAGE INSERTED AGAIN.  A CLEAN RESTORE
      *        SETS THE MARKER TO 0 SO THE REORGANISATION CAN BE
      *        RUN AGAIN.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  KF-RPT-FILE  ASSIGN  TO  "KF940U"
               ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT  KF-OLD-FILE  ASSIGN  TO  "KF940U.OLD"
               ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA                DIVISION.
       FILE                SECTION.
       FD  KF-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  KF-RPT-LINE         PIC  X(80).
       FD  KF-OLD-FILE
           LABEL RECORD IS STANDARD.
       01  KF-OLD-LINE         PIC  X(040).
       WORKING-STORAGE     SECTION.
       77  ERR-STAT        PIC  X(02).
       77  RET             PIC  9(01)  VALUE  0.
       77  WS-RD-CNT       PIC  9(07)  VALUE  0.
       77  WS-WR-CNT       PIC  9(07)  VALUE  0.
       77  WS-ERR-CNT      PIC  9(07)  VALUE  0.
       77  WS-CHG-CNT      PIC  9(07)  VALUE  0.
       77  WK-RUNMD        PIC  X(01)  VALUE  SPACE.
       77  WK-STST         PIC  9(01)  VALUE  0.
      *    THE JT-KFPF RECORD AS IT STOOD BEFORE THE STOCK FEED.
       01  KFO-R.
           02  KFO-KEY.
               03  KFO-PTN          PIC  9(001).
           02  KFO-NAME             PIC  X(018).
           02  KFO-T01              PIC  9(001).
           02  KFO-T02              PIC  9(001).
           02  KFO-T03              PIC  9(001).
           02  KFO-T11              PIC  9(001).
           02  KFO-T12              PIC  9(001).
           02  KFO-T13              PIC  9(001).
           02  KFO-ACTV             PIC  9(001).
           02  KFO-CAL              PIC  X(007).
           02  KFO-TOR              PIC  9(001).
           02  F                    PIC  X(006).
       COPY    LIKFPF.
       COPY    FCTL.
       COPY    LIRUNL.
      *****
       01  KF-RPT-HDR.
           02  FILLER          PIC  X(40)  VALUE
               "JT-KFPF REORGANISATION (PARTNER PROFILE)".
       01  KF-RPT-ERR.
           02  RPT-ERR-TTL     PIC  X(34).
           02  FILLER          PIC  X(04)  VALUE  "PTN=".
           02  RPT-ERR-PTN     PIC  9(01).
       01  KF-RPT-CHG.
           02  FILLER          PIC  X(08)  VALUE  "PARTNER=".
           02  RPT-CHG-PTN     PIC  9(01).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-CHG-NAME    PIC  X(18).
           02  FILLER          PIC  X(31)  VALUE
               "  STATUS 0 (TEST) -> 2 TESTING".
       01  KF-RPT-TOT.
           02  RPT-TOT-TTL     PIC  X(10).
           02  FILLER          PIC  X(06)  VALUE  " RECS=".
           02  RPT-TOT-CNT     PIC  ZZZZZZ9.
           02  FILLER          PIC  X(10)  VALUE  " STATUS->2".
           02  RPT-TOT-CHG     PIC  ZZZZZZ9.
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       OPEN  OUTPUT  KF-RPT-FILE.
       MOVE  KF-RPT-HDR  TO  KF-RPT-LINE.
       WRITE  KF-RPT-LINE.
           CALL "DB_F_Open" USING
            "I-O" FCTL-F_PNAME1 "SHARED" BY REFERENCE FCTL-F_IDLST
            "1" "FCTL-KEY" BY REFERENCE FCTL-KEY.
           ACCEPT  WK-RUNMD  FROM  ARGUMENT-VALUE.
           MOVE  "RGKFP"  TO  FCTL-KEY1.
           CALL "DB_Read" USING
            "INVALID" FCTL-F_PNAME1 BY REFERENCE FCTL-REC "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               MOVE  0  TO  FCTL-STST
           END-IF.
           IF  WK-RUNMD  =  "R"
               IF  FCTL-STST  NOT =  2
                   MOVE  "*** NO INCOMPLETE RUN, RESTORE REFUSED"
                    TO  KF-RPT-LINE
                   GO  TO  REF-RTN
               END-IF
               PERFORM  RUNL-ST-RTN  THRU  RUNL-ST-EXT
               GO  TO  RS-00
           END-IF.
           IF  FCTL-STST  =  1
               MOVE  "*** ALREADY REORGANISED, RUN REFUSED"
                TO  KF-RPT-LINE
               GO  TO  REF-RTN
           END-IF.
           IF  FCTL-STST  =  2
               MOVE  "*** PREVIOUS RUN INCOMPLETE -- RESTORE FIRST"
                TO  KF-RPT-LINE
               GO  TO  REF-RTN
           END-IF.
      *****
      *    PASS 1 -- UNLOAD IN THE OLD IMAGE.  THE MARKER GOES TO
      *    2 FIRST, SO NO LATER START CAN OVERWRITE THE UNLOAD.
           MOVE  2  TO  WK-STST.
           PERFORM  MRK-RTN  THRU  MRK-EXT.
           IF  RET  =  1
               MOVE  "*** MARKER NOT SET, RUN REFUSED"
                TO  KF-RPT-LINE
               GO  TO  REF-RTN
           END-IF.
           PERFORM  RUNL-ST-RTN  THRU  RUNL-ST-EXT.
           OPEN  OUTPUT  KF-OLD-FILE.
           CALL "DB_F_Open" USING
            "INPUT" KFPF_PNAME1 "SHARED" BY REFERENCE KFPF_IDLST "1"
            "KFPF-KEY" BY REFERENCE KFPF-KEY.
       UL-10.
           CALL "DB_Read" USING
            "NEXT AT END" KFPF_PNAME1 BY REFERENCE KFO-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  UL-90
           END-IF.
           ADD  1        TO  WS-RD-CNT.
           MOVE  KFO-R   TO  KF-OLD-LINE.
           WRITE  KF-OLD-LINE.
           GO  TO  UL-10.
       UL-90.
           CALL "DB_F_Close" USING
            BY REFERENCE KFPF_IDLST KFPF_PNAME1.
           CLOSE  KF-OLD-FILE.
      *****
      *    PASS 2 -- RELOAD IN THE NEW LAYOUT.
           OPEN  INPUT  KF-OLD-FILE.
           CALL "DB_F_Open" USING
            "I-O" KFPF_PNAME1 "SHARED" BY REFERENCE KFPF_IDLST "1"
            "KFPF-KEY" BY REFERENCE KFPF-KEY.
       RL-10.
           READ  KF-OLD-FILE  AT  END
               GO  TO  RL-90
           END-READ.
           MOVE  KF-OLD-LINE  TO  KFO-R.
           INITIALIZE  KFPF-R.
           MOVE  KFO-KEY  TO  KFPF-KEY.
           CALL "DB_Delete" USING
            KFPF_PNAME1 KFPF_LNAME KFPF-R RETURNING RET.
           IF  RET  =  1
               MOVE  "*** DELETE FAILED, NOT RELOADED   "
                TO  RPT-ERR-TTL
               PERFORM  ERR-RTN  THRU  ERR-EXT
               GO  TO  RL-10
           END-IF.
           MOVE  KFO-NAME  TO  KFPF-NAME.
           MOVE  KFO-T01   TO  KFPF-T01.
           MOVE  KFO-T02   TO  KFPF-T02.
           MOVE  KFO-T03   TO  KFPF-T03.
           MOVE  KFO-T11   TO  KFPF-T11.
           MOVE  KFO-T12   TO  KFPF-T12.
           MOVE  KFO-T13   TO  KFPF-T13.
           MOVE  KFO-ACTV  TO  KFPF-ACTV.
           MOVE  KFO-CAL   TO  KFPF-CAL.
           MOVE  KFO-TOR   TO  KFPF-TOR.
           MOVE  0  TO  KFPF-STK  KFPF-TCD  KFPF-CDATE  KFPF-CERR.
           IF  KFO-ACTV  =  0
               MOVE  2  TO  KFPF-ACTV
           END-IF.
           CALL "DB_Insert" USING
            KFPF_PNAME1 KFPF_LNAME KFPF-R RETURNING RET.
           IF  RET  =  0
               GO  TO  RL-20
           END-IF.
      *        THE NEW IMAGE WOULD NOT GO IN -- PUT THE OLD ONE
      *        BACK AT ONCE RATHER THAN LEAVE THE PARTNER MISSING.
           MOVE  KFO-R  TO  KFPF-R.
           CALL "DB_Insert" USING
            KFPF_PNAME1 KFPF_LNAME KFPF-R RETURNING RET.
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
           ADD  1  TO  WS-WR-CNT.
           IF  KFO-ACTV  =  0
               ADD  1  TO  WS-CHG-CNT
               MOVE  KFO-PTN   TO  RPT-CHG-PTN
               MOVE  KFO-NAME  TO  RPT-CHG-NAME
               MOVE  KF-RPT-CHG  TO  KF-RPT-LINE
               WRITE  KF-RPT-LINE
           END-IF.
           GO  TO  RL-10.
       RL-90.
           CALL "DB_F_Close" USING
            BY REFERENCE KFPF_IDLST KFPF_PNAME1.
           CLOSE  KF-OLD-FILE.
      *****
      *    PROOF AND MARKER.
           MOVE  "UNLOADED"  TO  RPT-TOT-TTL.
           MOVE  WS-RD-CNT   TO  RPT-TOT-CNT.
           MOVE  0           TO  RPT-TOT-CHG.
           MOVE  KF-RPT-TOT  TO  KF-RPT-LINE.
           WRITE  KF-RPT-LINE.
           MOVE  "RELOADED"  TO  RPT-TOT-TTL.
           MOVE  WS-WR-CNT   TO  RPT-TOT-CNT.
           MOVE  WS-CHG-CNT  TO  RPT-TOT-CHG.
           MOVE  KF-RPT-TOT  TO  KF-RPT-LINE.
           WRITE  KF-RPT-LINE.
           IF  WS-RD-CNT  NOT =  WS-WR-CNT
               MOVE  "*** OUT OF BALANCE -- RUN KF940U R TO RESTORE"
                TO  KF-RPT-LINE
               WRITE  KF-RPT-LINE
               MOVE  16  TO  RETURN-CODE
               GO  TO  END-RTN
           END-IF.
           MOVE  "IN BALANCE"  TO  KF-RPT-LINE.
           WRITE  KF-RPT-LINE.
           MOVE  1  TO  WK-STST.
           PERFORM  MRK-RTN  THRU  MRK-EXT.
           GO  TO  END-RTN.
      *****
      *    RESTORE -- EVERY KEY ON THE UNLOAD BACK IN ITS OLD
      *    IMAGE, WHATEVER STATE THE FAILED RUN LEFT IT IN.
       RS-00.
           OPEN  INPUT  KF-OLD-FILE.
           CALL "DB_F_Open" USING
            "I-O" KFPF_PNAME1 "SHARED" BY REFERENCE KFPF_IDLST "1"
            "KFPF-KEY" BY REFERENCE KFPF-KEY.
       RS-10.
           READ  KF-OLD-FILE  AT  END
               GO  TO  RS-90
           END-READ.
           MOVE  KF-OLD-LINE  TO  KFO-R.
           ADD  1  TO  WS-RD-CNT.
      *        THE KEY MAY ALREADY BE GONE -- A NOT-FOUND DELETE IS
      *        NOT AN ERROR HERE.
           INITIALIZE  KFPF-R.
           MOVE  KFO-KEY  TO  KFPF-KEY.
           CALL "DB_Delete" USING
            KFPF_PNAME1 KFPF_LNAME KFPF-R RETURNING RET.
           MOVE  KFO-R  TO  KFPF-R.
           CALL "DB_Insert" USING
            KFPF_PNAME1 KFPF_LNAME KFPF-R RETURNING RET.
           IF  RET  =  1
               MOVE  "*** RESTORE FAILED                "
                TO  RPT-ERR-TTL
               PERFORM  ERR-RTN  THRU  ERR-EXT
               GO  TO  RS-10
           END-IF.
           ADD  1  TO  WS-WR-CNT.
           GO  TO  RS-10.
       RS-90.
           CALL "DB_F_Close" USING
            BY REFERENCE KFPF_IDLST KFPF_PNAME1.
           CLOSE  KF-OLD-FILE.
           MOVE  "UNLOADED"  TO  RPT-TOT-TTL.
           MOVE  WS-RD-CNT   TO  RPT-TOT-CNT.
           MOVE  0           TO  RPT-TOT-CHG.
           MOVE  KF-RPT-TOT  TO  KF-RPT-LINE.
           WRITE  KF-RPT-LINE.
           MOVE  "RESTORED"  TO  RPT-TOT-TTL.
           MOVE  WS-WR-CNT   TO  RPT-TOT-CNT.
           MOVE  0           TO  RPT-TOT-CHG.
           MOVE  KF-RPT-TOT  TO  KF-RPT-LINE.
           WRITE  KF-RPT-LINE.
           IF  WS-ERR-CNT  NOT =  0
           OR  WS-RD-CNT   NOT =  WS-WR-CNT
               MOVE  "*** RESTORE INCOMPLETE -- RUN KF940U R AGAIN"
                TO  KF-RPT-LINE
               WRITE  KF-RPT-LINE
               MOVE  16  TO  RETURN-CODE
               GO  TO  END-RTN
           END-IF.
           MOVE  "RESTORED -- REORGANISATION MAY BE RUN AGAIN"
            TO  KF-RPT-LINE.
           WRITE  KF-RPT-LINE.
           MOVE  0  TO  WK-STST.
           PERFORM  MRK-RTN  THRU  MRK-EXT.
       END-RTN.
           CALL "DB_F_Close" USING
            BY REFERENCE FCTL-F_IDLST FCTL-F_PNAME1.
           CLOSE  KF-RPT-FILE.
           PERFORM  RUNL-EN-RTN  THRU  RUNL-EN-EXT.
           CALL "DB_Close".
           STOP  RUN.
      *****
      *    REFUSED START -- THE REASON IS IN KF-RPT-LINE.
       REF-RTN.
           WRITE  KF-RPT-LINE.
           CALL "DB_F_Close" USING
            BY REFERENCE FCTL-F_IDLST FCTL-F_PNAME1.
           CLOSE  KF-RPT-FILE.
           CALL "DB_Close".
           MOVE  16  TO  RETURN-CODE.
           STOP  RUN.
      *****
       ERR-RTN.
           ADD  1        TO  WS-ERR-CNT.
           MOVE  KFO-PTN  TO  RPT-ERR-PTN.
           MOVE  KF-RPT-ERR  TO  KF-RPT-LINE.
           WRITE  KF-RPT-LINE.
       ERR-EXT.
           EXIT.
      *****
      *    FCTL "RGKFP" -- STATE IN WK-STST (2 IN PROGRESS,
      *    1 DONE, 0 RESTORED), WITH THE DATE AND TIME.
       MRK-RTN.
           MOVE  SPACE    TO  FCTL-REC1.
           MOVE  "RGKFP"  TO  FCTL-STK.
           MOVE  WK-STST  TO  FCTL-STST.
           ACCEPT  FCTL-STDT  FROM  DATE.
           ADD  20000000  TO  FCTL-STDT.
           ACCEPT  FCTL-STTM  FROM  TIME.
           MOVE  "RGKFP"  TO  FCTL-KEY1.
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
           MOVE  "KF940U"  TO  RUNL-PGM.
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
           MOVE  WS-CHG-CNT  TO  RUNL-UPDT.
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
