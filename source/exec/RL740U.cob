       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         RL740U.
      *****************************************************
      *****   REPORT DISTRIBUTION RUN                  *****
      *****************************************************
      *        ROUTES THE JT-RARC ARCHIVED PRINTS TO THEIR
      *        JT-RDST RECIPIENTS AFTER THE NIGHT BATCH (NB700U
      *        STEP 20; ALSO RUN ON ITS OWN).  FOR EVERY
      *        DISTRIBUTION LINE, EACH ARCHIVED RUN OF ITS REPORT
      *        PROGRAM FROM RDS-FROM ON THAT IS NOT YET ON THE
      *        JT-RDLG LOG IS WRITTEN TO THE PRINTER SPOOL OR DROP
      *        FOLDER DIRECTORY -- ONLY THE PAGES IN THE LINE'S
      *        PAGE RANGE THAT CARRY ITS SECTION TEXT (SEE
      *        LIRDST), A PRINTER FILE ONCE PER COPY.  THE ARCHIVE
      *        IS READ ONCE PER DISTRIBUTION LINE AND COPY, A PAGE
      *        AT A TIME.  EVERY RUN HANDLED IS LOGGED ON JT-RDLG
      *        (SENT, OR NOTHING FOR THE RECIPIENT) AND LISTED ON
      *        THE RL740U PRINT; A FILE THAT CANNOT BE WRITTEN IS
      *        LISTED, NOT LOGGED, SO THE NEXT RUN TRIES AGAIN,
      *        AND THE RUN ENDS WITH RETURN CODE 16.  RECIPIENTS
      *        CONFIRM RECEIPT THROUGH RL720R.
      *        IN THE CHAIN, TT-M IS TOTALLED ON OPEN AND CHECKED
      *        AGAINST WHAT ST860U HANDED ON; JT-RDLG IS TOTALLED
      *        BEFORE AND AFTER, PROVED AGAINST THE ROWS LOGGED
      *        AND HANDED ON (JT-CTLT, SEE LPCTLT).
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  RL-RPT-FILE  ASSIGN  TO  "RL740U"
               ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT  RL-OUT-FILE  ASSIGN  TO  WK-OUT-NAME
               ORGANIZATION  IS  LINE SEQUENTIAL
               FILE STATUS    IS  OUT-STAT.
       DATA                DIVISION.
       FILE                SECTION.
       FD  RL-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  RL-RPT-LINE         PIC  X(132).
       FD  RL-OUT-FILE
           LABEL RECORD IS STANDARD.
       01  RL-OUT-LINE         PIC  X(132).
       WORKING-STORAGE     SECTION.
       77  ERR-STAT        PIC  X(02).
       77  OUT-STAT        PIC  X(02)  VALUE  "00".
       77  RET             PIC  9(01)  VALUE  0.
       77  USER_ID                 PIC  X(006) VALUE SPACE.
       77  COMPLETION_CODE         PIC  X(003) VALUE ZERO.
       77  K               PIC  9(03)  VALUE  0.
       77  C               PIC  9(02)  VALUE  0.
       77  I               PIC  9(02)  VALUE  0.
       77  PI              PIC  9(03)  VALUE  0.
       77  WK-OUT-NAME     PIC  X(80)  VALUE  SPACE.
       77  WK-EXT          PIC  X(04)  VALUE  SPACE.
       77  WK-TODAY        PIC  9(06)  VALUE  0.
       77  WK-TAL          PIC  9(03)  VALUE  0.
       77  WK-SECT         PIC  X(20)  VALUE  SPACE.
       77  WK-END          PIC  9(03)  VALUE  0.
      *    RUN IN HAND -- WK-RUN-SW 0 NONE, 1 TO SEND, 2 SKIPPED
      *    (BEFORE RDS-FROM OR ALREADY LOGGED).
       77  WK-RUN-SW       PIC  9(01)  VALUE  0.
       77  WK-RUN-DATE     PIC  9(06)  VALUE  0.
       77  WK-RUN-TIME     PIC  9(06)  VALUE  0.
       77  WK-CUR-PAGE     PIC  9(04)  VALUE  0.
       77  WK-OPN          PIC  9(01)  VALUE  0.
       77  WK-OERR         PIC  9(01)  VALUE  0.
       77  WK-PG-HIT       PIC  9(01)  VALUE  0.
       77  WK-R-PAGES      PIC  9(04)  VALUE  0.
       77  WK-R-LINES      PIC  9(06)  VALUE  0.
       77  WK-P-LINES      PIC  9(06)  VALUE  0.
       77  WS-DS-CNT       PIC  9(03)  VALUE  0.
       77  WS-RD-CNT       PIC  9(07)  VALUE  0.
       77  WS-WR-CNT       PIC  9(07)  VALUE  0.
       77  WS-LOG-CNT      PIC  9(05)  VALUE  0.
       77  WS-LOG-LIN      PIC  9(09)  VALUE  0.
       77  WS-LOG-PGS      PIC  9(07)  VALUE  0.
       77  WS-SNT-CNT      PIC  9(05)  VALUE  0.
       77  WS-NON-CNT      PIC  9(05)  VALUE  0.
       77  WS-ERR-CNT      PIC  9(05)  VALUE  0.
      *    DISTRIBUTION LINES -- JT-RDST, WITH THE SECTION TEXT
      *    LENGTH (DS-SLEN, 0 = NO SECTION).
       01  DS-TBL.
           02  DS-ENT   OCCURS  300.
               03  DS-PGM        PIC  X(08).
               03  DS-SEQ        PIC  9(02).
               03  DS-GRP        PIC  X(20).
               03  DS-TYPE       PIC  X(01).
               03  DS-DEST       PIC  X(40).
               03  DS-COPY       PIC  9(02).
               03  DS-PGFR       PIC  9(04).
               03  DS-PGTO       PIC  9(04).
               03  DS-SECT       PIC  X(20).
               03  DS-SLEN       PIC  9(02).
               03  DS-SCOL       PIC  9(03).
               03  DS-FROM       PIC  9(06).
      *    RUNS OF THE CURRENT LINE THAT COULD NOT BE WRITTEN --
      *    LEFT ALONE BY ITS LATER COPY PASSES.
       01  ER-TBL.
           02  ER-CNT          PIC  9(02).
           02  ER-ENT   OCCURS  50.
               03  ER-DATE       PIC  9(06).
               03  ER-TIME       PIC  9(06).
      *    THE ARCHIVED PAGE IN HAND.
       01  PG-TBL.
           02  PG-CNT          PIC  9(03).
           02  PG-LINE  OCCURS  200  PIC  X(132).
       01  WK-FF               PIC  X(01)  VALUE  X"0C".
       COPY    LIRDST.
       COPY    LIRDLG.
       COPY    LIRUNL.
       COPY    LWHDR.
       COPY    LSTTM.
       COPY    FCTL.
       COPY    LICTLT.
       COPY    LWCTLT.
      *****
       01  RL-RPT-COL.
           02  FILLER          PIC  X(40)  VALUE
               "REPORT   RUN DATE/TIME  SQ GROUP        ".
           02  FILLER          PIC  X(40)  VALUE
               "        T CP PAGES  LINES STATUS    FILE".
       01  RL-RPT-DET.
           02  RPT-PGM         PIC  X(08).
           02  FILLER          PIC  X(01).
           02  RPT-DATE        PIC  9(06).
           02  FILLER          PIC  X(01)  VALUE  "/".
           02  RPT-TIME        PIC  9(06).
           02  FILLER          PIC  X(02).
           02  RPT-SEQ         PIC  9(02).
           02  FILLER          PIC  X(01).
           02  RPT-GRP         PIC  X(20).
           02  FILLER          PIC  X(01).
           02  RPT-TYPE        PIC  X(01).
           02  FILLER          PIC  X(01).
           02  RPT-COPY        PIC  Z9.
           02  FILLER          PIC  X(01).
           02  RPT-PAGES       PIC  ZZZZ9.
           02  FILLER          PIC  X(01).
           02  RPT-LINES       PIC  ZZZZZ9.
           02  FILLER          PIC  X(01).
           02  RPT-ST          PIC  X(09).
           02  FILLER          PIC  X(01).
           02  RPT-FILE        PIC  X(56).
       01  RL-RPT-SUM.
           02  FILLER          PIC  X(06)  VALUE  "SENT=".
           02  RPT-SUM-SNT     PIC  ZZZZ9.
           02  FILLER          PIC  X(18)  VALUE  "  NOTHING TO SEND=".
           02  RPT-SUM-NON     PIC  ZZZZ9.
           02  FILLER          PIC  X(16)  VALUE  "  NOT WRITTEN=".
           02  RPT-SUM-ERR     PIC  ZZZZ9.
       01  RL-RPT-BAL.
           02  FILLER          PIC  X(15)  VALUE  "RDLG RECS IN=".
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
       OPEN  OUTPUT  RL-RPT-FILE.
      *    THIS PRINT IS NOT ARCHIVED -- JT-RDLG IS ITS RECORD.
       MOVE  0  TO  HDR-ARCF.
       MOVE  "RL740U"  TO  HDR-PGMID.
       MOVE  "REPORT DISTRIBUTION RUN"  TO  HDR-TITLE.
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
       MOVE  "ST860U"  TO  CTW-FROM.
       PERFORM  CTW-VFY-RTN  THRU  CTW-VFY-EXT.
       IF  CTW-ST  =  "M"
           MOVE  CTW-MSG  TO  RL-RPT-LINE
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
           PERFORM  HDR-TRL-RTN  THRU  HDR-TRL-EXT
           CLOSE  RL-RPT-FILE
           MOVE  16  TO  RETURN-CODE
           CALL "DB_Close"
           STOP  RUN
       END-IF.
       PERFORM  CTL-RDL-RTN  THRU  CTL-RDL-EXT.
       MOVE  CTW-OUTCNT  TO  CTW-INCNT.
       MOVE  CTW-OUTAMT  TO  CTW-INAMT.
       MOVE  CTW-OUTQTY  TO  CTW-INQTY.
       PERFORM  RUNL-ST-RTN  THRU  RUNL-ST-EXT.
       ACCEPT  WK-TODAY  FROM  DATE.
      *****
      *    THE DISTRIBUTION LINES.
           INITIALIZE  DS-TBL.
           CALL "DB_F_Open" USING
            "INPUT" RDST_PNAME1 "SHARED" BY REFERENCE RDST_IDLST "1"
            "RDS-KEY" BY REFERENCE RDS-KEY.
       LD-10.
           CALL "DB_Read" USING
            "NEXT AT END" RDST_PNAME1 BY REFERENCE RDS-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  LD-90
           END-IF.
           IF  WS-DS-CNT  NOT <  300
               DISPLAY  "DSP-001 DS-TBL FULL, ENTRY DROPPED"
               GO  TO  LD-90
           END-IF.
           ADD  1  TO  WS-DS-CNT.
           MOVE  WS-DS-CNT  TO  K.
           MOVE  RDS-PGM   TO  DS-PGM (K).
           MOVE  RDS-SEQ   TO  DS-SEQ (K).
           MOVE  RDS-GRP   TO  DS-GRP (K).
           MOVE  RDS-TYPE  TO  DS-TYPE (K).
           MOVE  RDS-DEST  TO  DS-DEST (K).
           MOVE  RDS-COPY  TO  DS-COPY (K).
           IF  RDS-TYPE  NOT =  "P"  OR  RDS-COPY  <  1
               MOVE  1  TO  DS-COPY (K)
           END-IF.
           MOVE  RDS-PGFR  TO  DS-PGFR (K).
           MOVE  RDS-PGTO  TO  DS-PGTO (K).
           IF  RDS-PGTO  =  0
               MOVE  9999  TO  DS-PGTO (K)
           END-IF.
           MOVE  RDS-SECT  TO  DS-SECT (K).
           MOVE  0  TO  WK-TAL.
           INSPECT  RDS-SECT  TALLYING  WK-TAL
               FOR  CHARACTERS  BEFORE  INITIAL  SPACE.
           MOVE  WK-TAL    TO  DS-SLEN (K).
           MOVE  RDS-SCOL  TO  DS-SCOL (K).
           IF  DS-SCOL (K)  +  DS-SLEN (K)  >  133
               MOVE  0  TO  DS-SCOL (K)
           END-IF.
           MOVE  RDS-FROM  TO  DS-FROM (K).
           GO  TO  LD-10.
       LD-90.
           CALL "DB_F_Close" USING BY REFERENCE RDST_IDLST RDST_PNAME1.
      *****
      *    EACH LINE, EACH COPY, ONE PASS OF THE ARCHIVE.
           CALL "DB_F_Open" USING
            "I-O" RDLG_PNAME1 "SHARED" BY REFERENCE RDLG_IDLST "1"
            "RDL-KEY" BY REFERENCE RDL-KEY.
           MOVE  RL-RPT-COL  TO  RL-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           PERFORM  VARYING  K  FROM  1  BY  1  UNTIL  K  >  WS-DS-CNT
               MOVE  0  TO  ER-CNT
               PERFORM  VARYING  C  FROM  1  BY  1
                   UNTIL  C  >  DS-COPY (K)
                   PERFORM  PAS-RTN  THRU  PAS-EXT
               END-PERFORM
           END-PERFORM.
           CALL "DB_F_Close" USING BY REFERENCE RDLG_IDLST RDLG_PNAME1.
           MOVE  SPACE        TO  RL-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  WS-SNT-CNT   TO  RPT-SUM-SNT.
           MOVE  WS-NON-CNT   TO  RPT-SUM-NON.
           MOVE  WS-ERR-CNT   TO  RPT-SUM-ERR.
           MOVE  RL-RPT-SUM   TO  RL-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
      *        JT-RDLG AFTER THE RUN -- PROOF AND HAND-OFF.
           PERFORM  CTL-RDL-RTN  THRU  CTL-RDL-EXT.
           MOVE  "RDLG"      TO  CTW-FILE.
           MOVE  WS-LOG-CNT  TO  CTW-UPDCNT.
           IF  CTW-OUTCNT  =  CTW-INCNT  +  WS-LOG-CNT
           AND  CTW-OUTAMT  =  CTW-INAMT  +  WS-LOG-LIN
           AND  CTW-OUTQTY  =  CTW-INQTY  +  WS-LOG-PGS
               MOVE  "B"  TO  CTW-PRF
               MOVE  "IN BALANCE"  TO  RPT-BAL-MSG
           ELSE
               MOVE  "U"  TO  CTW-PRF
               MOVE  "*** OUT OF BALANCE"  TO  RPT-BAL-MSG
               ADD  1  TO  WS-ERR-CNT
           END-IF.
           PERFORM  CTW-PUT-RTN  THRU  CTW-PUT-EXT.
           MOVE  CTW-INCNT   TO  RPT-BAL-IN.
           MOVE  CTW-OUTCNT  TO  RPT-BAL-OUT.
           MOVE  RL-RPT-BAL  TO  RL-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           PERFORM  HDR-TRL-RTN  THRU  HDR-TRL-EXT.
           CLOSE  RL-RPT-FILE.
           PERFORM  RUNL-EN-RTN  THRU  RUNL-EN-EXT.
           IF  WS-ERR-CNT  >  0
               CALL "C3_Set_Jrcode" USING
                USER_ID BY REFERENCE COMPLETION_CODE 255
               MOVE  16  TO  RETURN-CODE
           END-IF.
           CALL "DB_Close".
           STOP  RUN.
      *****
      *    ONE PASS OF JT-RARC FOR LINE K, COPY C.  THE ARCHIVE
      *    IS IN PROGRAM ORDER, SO THE PASS STOPS PAST DS-PGM.
       PAS-RTN.
           MOVE  0  TO  WK-RUN-SW.
           CALL "DB_F_Open" USING
            "INPUT" RARC_PNAME1 "SHARED" BY REFERENCE RARC_IDLST "1"
            "RARC-KEY" BY REFERENCE RARC-KEY.
       PAS-10.
           CALL "DB_Read" USING
            "NEXT AT END" RARC_PNAME1 BY REFERENCE RARC-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  PAS-90
           END-IF.
           IF  RARC-PGM  <  DS-PGM (K)
               GO  TO  PAS-10
           END-IF.
           IF  RARC-PGM  >  DS-PGM (K)
               GO  TO  PAS-90
           END-IF.
           ADD  1  TO  WS-RD-CNT.
           IF  WK-RUN-SW  =  0
           OR  RARC-DATE  NOT =  WK-RUN-DATE
           OR  RARC-TIME  NOT =  WK-RUN-TIME
               PERFORM  RUN-END-RTN  THRU  RUN-END-EXT
               PERFORM  RUN-BEG-RTN  THRU  RUN-BEG-EXT
           END-IF.
           IF  WK-RUN-SW  NOT =  1
               GO  TO  PAS-10
           END-IF.
           IF  RARC-PAGE  NOT =  WK-CUR-PAGE
               PERFORM  PG-OUT-RTN  THRU  PG-OUT-EXT
               MOVE  RARC-PAGE  TO  WK-CUR-PAGE
           END-IF.
           IF  PG-CNT  NOT <  200
               DISPLAY  "DSP-001 PG-TBL FULL, LINE DROPPED"
               GO  TO  PAS-10
           END-IF.
           ADD  1  TO  PG-CNT.
           MOVE  RARC-TEXT  TO  PG-LINE (PG-CNT).
      *        SECTION TEXT -- AT ITS COLUMN, OR ANYWHERE.
           IF  DS-SLEN (K)  >  0  AND  WK-PG-HIT  =  0
               IF  DS-SCOL (K)  =  0
                   MOVE  0  TO  WK-TAL
                   MOVE  DS-SECT (K)  TO  WK-SECT
                   INSPECT  RARC-TEXT  TALLYING  WK-TAL  FOR  ALL
                       WK-SECT (1:DS-SLEN (K))
                   IF  WK-TAL  >  0
                       MOVE  1  TO  WK-PG-HIT
                   END-IF
               ELSE
                   IF  RARC-TEXT (DS-SCOL (K):DS-SLEN (K))
                       =  DS-SECT (K) (1:DS-SLEN (K))
                       MOVE  1  TO  WK-PG-HIT
                   END-IF
               END-IF
           END-IF.
           GO  TO  PAS-10.
       PAS-90.
           PERFORM  RUN-END-RTN  THRU  RUN-END-EXT.
           CALL "DB_F_Close" USING BY REFERENCE RARC_IDLST RARC_PNAME1.
       PAS-EXT.
           EXIT.
      *****
      *    A NEW ARCHIVED RUN -- TO SEND WHEN ARCHIVED ON OR AFTER
      *    RDS-FROM AND NOT YET LOGGED FOR THIS RECIPIENT.
       RUN-BEG-RTN.
           MOVE  RARC-DATE  TO  WK-RUN-DATE.
           MOVE  RARC-TIME  TO  WK-RUN-TIME.
           MOVE  2  TO  WK-RUN-SW.
           IF  RARC-DATE  <  DS-FROM (K)
               GO  TO  RUN-BEG-EXT
           END-IF.
           MOVE  0  TO  WK-TAL.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  ER-CNT
               IF  ER-DATE (I)  =  RARC-DATE
               AND ER-TIME (I)  =  RARC-TIME
                   MOVE  1  TO  WK-TAL
               END-IF
           END-PERFORM.
           IF  WK-TAL  >  0
               GO  TO  RUN-BEG-EXT
           END-IF.
           MOVE  DS-PGM (K)  TO  RDL-PGM.
           MOVE  RARC-DATE   TO  RDL-DATE.
           MOVE  RARC-TIME   TO  RDL-TIME.
           MOVE  DS-SEQ (K)  TO  RDL-SEQ.
           CALL "DB_Read" USING
            "INVALID" RDLG_PNAME1 BY REFERENCE RDL-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  0
               GO  TO  RUN-BEG-EXT
           END-IF.
           MOVE  1  TO  WK-RUN-SW.
           MOVE  0  TO  WK-OPN.
           MOVE  0  TO  WK-OERR.
           MOVE  0  TO  WK-CUR-PAGE.
           MOVE  0  TO  PG-CNT.
           MOVE  0  TO  WK-PG-HIT.
           MOVE  0  TO  WK-R-PAGES.
           MOVE  0  TO  WK-R-LINES.
           MOVE  0  TO  WK-P-LINES.
           IF  DS-TYPE (K)  =  "P"
               MOVE  ".PRN"  TO  WK-EXT
           ELSE
               MOVE  ".TXT"  TO  WK-EXT
           END-IF.
           MOVE  SPACE  TO  WK-OUT-NAME.
           STRING  DS-DEST (K)  DELIMITED  BY  SPACE
               "/"  DELIMITED  BY  SIZE
               DS-PGM (K)  DELIMITED  BY  SPACE
               "_"  RARC-DATE  "_"  RARC-TIME  "_"  DS-SEQ (K)
               WK-EXT  DELIMITED  BY  SIZE  INTO  WK-OUT-NAME.
       RUN-BEG-EXT.
           EXIT.
      *****
      *    END OF THE RUN IN HAND -- THE LAST PAGE OUT, THE FILE
      *    CLOSED, AND ON THE LAST COPY THE LOG AND PRINT LINE.
       RUN-END-RTN.
           IF  WK-RUN-SW  NOT =  1
               GO  TO  RUN-END-EXT
           END-IF.
           PERFORM  PG-OUT-RTN  THRU  PG-OUT-EXT.
           MOVE  0  TO  WK-RUN-SW.
           IF  WK-OPN  =  1
               CLOSE  RL-OUT-FILE
               MOVE  0  TO  WK-OPN
           END-IF.
           IF  C  <  DS-COPY (K)  AND  WK-OERR  =  0
               GO  TO  RUN-END-EXT
           END-IF.
           MOVE  SPACE        TO  RL-RPT-DET.
           MOVE  DS-PGM (K)   TO  RPT-PGM.
           MOVE  WK-RUN-DATE  TO  RPT-DATE.
           MOVE  WK-RUN-TIME  TO  RPT-TIME.
           MOVE  DS-SEQ (K)   TO  RPT-SEQ.
           MOVE  DS-GRP (K)   TO  RPT-GRP.
           MOVE  DS-TYPE (K)  TO  RPT-TYPE.
           MOVE  "/"          TO  RL-RPT-DET (16:1).
           IF  WK-OERR  =  1
      *        NOT LOGGED -- TRIED AGAIN NEXT RUN.  A PRINTER FILE
      *        PART-WRITTEN BY AN EARLIER COPY IS REWRITTEN THEN.
               ADD  1  TO  WS-ERR-CNT
               MOVE  "*** ERROR"  TO  RPT-ST
               MOVE  WK-OUT-NAME  TO  RPT-FILE
               MOVE  RL-RPT-DET   TO  RL-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
               IF  ER-CNT  <  50
                   ADD  1  TO  ER-CNT
                   MOVE  WK-RUN-DATE  TO  ER-DATE (ER-CNT)
                   MOVE  WK-RUN-TIME  TO  ER-TIME (ER-CNT)
               END-IF
               GO  TO  RUN-END-EXT
           END-IF.
           MOVE  SPACE        TO  RDL-R.
           MOVE  DS-PGM (K)   TO  RDL-PGM.
           MOVE  WK-RUN-DATE  TO  RDL-DATE.
           MOVE  WK-RUN-TIME  TO  RDL-TIME.
           MOVE  DS-SEQ (K)   TO  RDL-SEQ.
           MOVE  DS-GRP (K)   TO  RDL-GRP.
           MOVE  DS-TYPE (K)  TO  RDL-TYPE.
           MOVE  WK-R-PAGES   TO  RDL-PAGES.
           MOVE  WK-R-LINES   TO  RDL-LINES.
           IF  WK-R-PAGES  =  0
               MOVE  "N"          TO  RDL-ST
               MOVE  0            TO  RDL-COPY
               ADD  1  TO  WS-NON-CNT
               MOVE  "NOTHING"    TO  RPT-ST
           ELSE
               MOVE  "S"          TO  RDL-ST
               MOVE  DS-COPY (K)  TO  RDL-COPY
               MOVE  WK-OUT-NAME  TO  RDL-FILE
               ADD  1  TO  WS-SNT-CNT
               MOVE  "SENT"       TO  RPT-ST
               MOVE  WK-OUT-NAME  TO  RPT-FILE
           END-IF.
           ACCEPT  RDL-DDATE  FROM  DATE.
           ACCEPT  RDL-DTIME  FROM  TIME.
           MOVE  0  TO  RDL-CFDATE.
           MOVE  0  TO  RDL-CFTIME.
           CALL "DB_Insert" USING
            RDLG_PNAME1 RDLG_LNAME RDL-R RETURNING RET.
           IF  RET  =  0
               ADD  1  TO  WS-LOG-CNT
               ADD  RDL-LINES  TO  WS-LOG-LIN
               ADD  RDL-PAGES  TO  WS-LOG-PGS
           END-IF.
           MOVE  RDL-COPY     TO  RPT-COPY.
           MOVE  WK-R-PAGES   TO  RPT-PAGES.
           MOVE  WK-R-LINES   TO  RPT-LINES.
           MOVE  RL-RPT-DET   TO  RL-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
       RUN-END-EXT.
           EXIT.
      *****
      *    THE PAGE IN HAND, WHEN THE RECIPIENT TAKES IT -- IN
      *    THE PAGE RANGE AND (IF ANY) CARRYING THE SECTION TEXT.
      *    THE FIRST PAGE OF A FILE OR COPY DROPS ITS LEADING
      *    FORM FEED; EACH COPY AFTER THE FIRST STARTS WITH ONE.
       PG-OUT-RTN.
           IF  PG-CNT  =  0
               GO  TO  PG-OUT-90
           END-IF.
           IF  WK-CUR-PAGE  <  DS-PGFR (K)
           OR  WK-CUR-PAGE  >  DS-PGTO (K)
               GO  TO  PG-OUT-90
           END-IF.
           IF  DS-SLEN (K)  >  0  AND  WK-PG-HIT  =  0
               GO  TO  PG-OUT-90
           END-IF.
           IF  WK-OERR  =  1
               GO  TO  PG-OUT-90
           END-IF.
           MOVE  1  TO  PI.
           IF  WK-OPN  =  0
               IF  C  =  1
                   OPEN  OUTPUT  RL-OUT-FILE
               ELSE
                   OPEN  EXTEND  RL-OUT-FILE
               END-IF
               IF  OUT-STAT  NOT =  "00"
                   MOVE  1  TO  WK-OERR
                   GO  TO  PG-OUT-90
               END-IF
               MOVE  1  TO  WK-OPN
               IF  C  >  1
                   MOVE  SPACE  TO  RL-OUT-LINE
                   MOVE  WK-FF  TO  RL-OUT-LINE
                   WRITE  RL-OUT-LINE
               END-IF
               IF  PG-LINE (1) (1:1)  =  WK-FF
                   MOVE  2  TO  PI
               END-IF
           END-IF.
           ADD  1  TO  WK-R-PAGES.
           MOVE  PG-CNT  TO  WK-END.
       PG-OUT-10.
           IF  PI  >  WK-END
               GO  TO  PG-OUT-90
           END-IF.
           MOVE  PG-LINE (PI)  TO  RL-OUT-LINE.
           WRITE  RL-OUT-LINE.
           ADD  1  TO  WK-R-LINES.
           ADD  1  TO  WS-WR-CNT.
           ADD  1  TO  PI.
           GO  TO  PG-OUT-10.
       PG-OUT-90.
           MOVE  0  TO  PG-CNT.
           MOVE  0  TO  WK-PG-HIT.
       PG-OUT-EXT.
           EXIT.
      *****
      *    RUNLOG START/END -- SEE LIRUNL.
       RUNL-ST-RTN.
           CALL "DB_F_Open" USING
            "I-O" RUNL_PNAME1 "SHARED" BY REFERENCE RUNL_IDLST "1"
            "RUNL-KEY" BY REFERENCE RUNL-KEY.
           ACCEPT  RUNL-SDATE  FROM  DATE.
           ACCEPT  RUNL-STIME  FROM  TIME.
           MOVE  "RL740U"  TO  RUNL-PGM.
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
           MOVE  WS-WR-CNT   TO  RUNL-WRIT.
           MOVE  WS-LOG-CNT  TO  RUNL-UPDT.
           IF  WS-ERR-CNT  =  0
               MOVE  "000"   TO  RUNL-CC
           ELSE
               MOVE  "255"   TO  RUNL-CC
           END-IF.
           MOVE  1           TO  RUNL-ENDF.
           CALL "DB_Update" USING
            RUNL_PNAME1 RUNL_LNAME RUNL-R RETURNING RET.
           CALL "DB_F_Close" USING BY REFERENCE RUNL_IDLST RUNL_PNAME1.
       RUNL-EN-EXT.
           EXIT.
       COPY  LPHDR  REPLACING  ==RPT-LINE==  BY  ==RL-RPT-LINE==.
      *****
      *    CONTROL TOTALS INTO CTW-OUT* -- TT-M (RECORDS, TT-TUZ,
      *    TT-TUA) AND JT-RDLG (RECORDS, RDL-LINES, RDL-PAGES).
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
       CTL-RDL-RTN.
           MOVE  0  TO  CTW-OUTCNT  CTW-OUTAMT  CTW-OUTQTY.
           CALL "DB_F_Open" USING
            "INPUT" RDLG_PNAME1 "SHARED" BY REFERENCE RDLG_IDLST "1"
            "RDL-KEY" BY REFERENCE RDL-KEY.
       CTL-RDL-10.
           CALL "DB_Read" USING
            "NEXT AT END" RDLG_PNAME1 BY REFERENCE RDL-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  CTL-RDL-90
           END-IF.
           ADD  1          TO  CTW-OUTCNT.
           ADD  RDL-LINES  TO  CTW-OUTAMT.
           ADD  RDL-PAGES  TO  CTW-OUTQTY.
           GO  TO  CTL-RDL-10.
       CTL-RDL-90.
           CALL "DB_F_Close" USING
            BY REFERENCE RDLG_IDLST RDLG_PNAME1.
       CTL-RDL-EXT.
           EXIT.
       COPY  LPCTLT  REPLACING  ==CTLT-PGM==  BY  =="RL740U"==.
