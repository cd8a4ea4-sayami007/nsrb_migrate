       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         ST850R.
      *****************************************************
      *****   TERRITORY REASSIGNMENT REGISTER          *****
      *****************************************************
      *        PRINTS THE ST840U TERRITORY MOVES FOR SALES
      *        MANAGEMENT TO SIGN OFF, ONE PAGE PER BATCH (ONE
      *        ST840U CONFIRMATION): WHO ENTERED IT AND WHEN,
      *        FROM AND TO STAFF WITH THEIR HKBM NAMES, THE
      *        EFFECTIVE DATE AND PREFECTURE FILTER, EVERY
      *        CUSTOMER MOVED WITH ITS TT-M STATE (APPLIED, DUE ON
      *        THE EFFECTIVE DATE, NOT APPLIED), THE COUNT AND A
      *        SIGNATURE BLOCK.
      *        WITH NO ARGUMENT IT PRINTS THE MOVES NOT YET ON A
      *        REGISTER AND MARKS THEM PRINTED (TRH-PRTF); WITH AN
      *        ENTRY DATE (YYMMDD) IT REPRINTS THAT DAY'S BATCHES
      *        AND MARKS NOTHING.
      *        PRINTS THROUGH LWHDR, SO THE SIGNED COPY CAN BE
      *        MATCHED TO THE JT-RARC ARCHIVE.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  ST-RPT-FILE  ASSIGN  TO  "ST850R"
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
       77  I               PIC  9(03)  VALUE  0.
       77  J               PIC  9(03)  VALUE  0.
       77  WK-TNC          PIC  9(02)  VALUE  0.
       77  WK-ARG          PIC  9(06)  VALUE  0.
       77  WK-RDATE        PIC  9(08)  VALUE  0.
       77  WK-CCNT         PIC  9(05)  VALUE  0.
       77  WS-BT-CNT       PIC  9(03)  VALUE  0.
       77  WS-RD-CNT       PIC  9(07)  VALUE  0.
       77  WS-OUT-CNT      PIC  9(07)  VALUE  0.
       77  WS-UPD-CNT      PIC  9(07)  VALUE  0.
      *    THE BATCHES TO PRINT -- ONE PER ST840U CONFIRMATION.
       01  BT-TBL.
           02  BT-ENT   OCCURS  100.
               03  BT-RDATE      PIC  9(08).
               03  BT-RTIME      PIC  9(06).
               03  BT-OPR        PIC  X(06).
               03  BT-OLD        PIC  9(02).
               03  BT-TNC        PIC  9(02).
               03  BT-EFF        PIC  9(08).
               03  BT-PREF       PIC  9(02).
       COPY    LITERH.
       COPY    LITKM.
       COPY    LIHKBM.
       COPY    LIRUNL.
       COPY    LWHDR.
      *****
       01  ST-RPT-B1.
           02  FILLER          PIC  X(08)  VALUE  "ENTERED ".
           02  B1-DATE         PIC  9(08).
           02  FILLER          PIC  X(01)  VALUE  "/".
           02  B1-TIME         PIC  9(06).
           02  FILLER          PIC  X(04)  VALUE  " BY ".
           02  B1-OPR          PIC  X(06).
       01  ST-RPT-B2.
           02  FILLER          PIC  X(11)  VALUE  "FROM STAFF ".
           02  B2-OLD          PIC  9(02).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  B2-OLDNA        PIC  N(14).
           02  FILLER          PIC  X(11)  VALUE  "  TO STAFF ".
           02  B2-TNC          PIC  9(02).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  B2-TNCNA        PIC  N(14).
       01  ST-RPT-B3.
           02  FILLER          PIC  X(15)  VALUE  "EFFECTIVE FROM ".
           02  B3-EFF          PIC  9(08).
           02  FILLER          PIC  X(13)  VALUE  "  PREFECTURE ".
           02  B3-PREF         PIC  X(03).
       01  ST-RPT-COL.
           02  FILLER          PIC  X(40)  VALUE
               "CUST  NAME                              ".
           02  FILLER          PIC  X(32)  VALUE
               "                PREF  TT-M STAFF".
       01  ST-RPT-DET.
           02  RPT-TCD         PIC  9(04).
           02  FILLER          PIC  X(02).
           02  RPT-NAME        PIC  N(24).
           02  FILLER          PIC  X(02).
           02  RPT-FKC         PIC  9(02).
           02  FILLER          PIC  X(04).
           02  RPT-ST          PIC  X(40).
       01  ST-RPT-CNT.
           02  FILLER          PIC  X(16)  VALUE  "CUSTOMERS MOVED=".
           02  RPT-CNT         PIC  ZZZZ9.
       01  ST-RPT-SGN.
           02  FILLER          PIC  X(36)  VALUE
               "SALES MANAGER APPROVAL  ____________".
           02  FILLER          PIC  X(32)  VALUE
               "________________  DATE  ________".
       01  ST-RPT-NON.
           02  FILLER          PIC  X(32)  VALUE
               "NO TERRITORY MOVES TO REGISTER  ".
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       ACCEPT USER_ID FROM ARGUMENT-VALUE.
       ACCEPT COMPLETION_CODE FROM ARGUMENT-VALUE.
           ACCEPT  WK-ARG  FROM  ARGUMENT-VALUE.
       OPEN  OUTPUT  ST-RPT-FILE.
       MOVE  "ST850R"  TO  HDR-PGMID.
       MOVE  "TERRITORY REASSIGNMENT REGISTER"  TO  HDR-TITLE.
       MOVE  USER_ID   TO  HDR-OPR.
       PERFORM  HDR-INIT-RTN  THRU  HDR-INIT-EXT.
       PERFORM  RUNL-ST-RTN  THRU  RUNL-ST-EXT.
           IF  WK-ARG  NOT =  0
               COMPUTE  WK-RDATE  =  20000000  +  WK-ARG
           END-IF.
      *****
      *    PASS 1 -- THE BATCHES, IN ENTRY ORDER.
           INITIALIZE  BT-TBL.
           CALL "DB_F_Open" USING
            "INPUT" TERH_PNAME1 "SHARED" BY REFERENCE TERH_IDLST "1"
            "TRH-KEY" BY REFERENCE TRH-KEY.
       BT-10.
           CALL "DB_Read" USING
            "NEXT AT END" TERH_PNAME1 BY REFERENCE TRH-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  BT-90
           END-IF.
           ADD  1  TO  WS-RD-CNT.
           PERFORM  SEL-RTN  THRU  SEL-EXT.
           IF  RET  =  1
               GO  TO  BT-10
           END-IF.
           PERFORM  BT-ADD  THRU  BT-ADD-EXT.
           GO  TO  BT-10.
       BT-90.
           CALL "DB_F_Close" USING BY REFERENCE TERH_IDLST TERH_PNAME1.
           IF  WS-BT-CNT  =  0
               MOVE  ST-RPT-NON  TO  ST-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
               GO  TO  END-RTN
           END-IF.
      *****
      *    PASS 2 -- A PAGE PER BATCH.
           CALL "DB_F_Open" USING
            "INPUT" TK-M_PNAME1 "SHARED" BY REFERENCE TK-M_IDLST "1"
            "TK-KEY" BY REFERENCE TK-KEY.
           CALL "DB_F_Open" USING
            "INPUT" HKBM_PNAME1 "SHARED" BY REFERENCE HKBM_IDLST "1"
            "HKB-KEY" BY REFERENCE HKB-KEY.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  WS-BT-CNT
               PERFORM  PRT-RTN  THRU  PRT-EXT
           END-PERFORM.
           CALL "DB_F_Close" USING BY REFERENCE TK-M_IDLST TK-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE HKBM_IDLST HKBM_PNAME1.
       END-RTN.
           PERFORM  HDR-TRL-RTN  THRU  HDR-TRL-EXT.
           CLOSE  ST-RPT-FILE.
           PERFORM  RUNL-EN-RTN  THRU  RUNL-EN-EXT.
           CALL "DB_Close".
           STOP  RUN.
      *****
      *    SELECTION -- RET 0 WHEN THE RECORD BELONGS ON THIS RUN.
       SEL-RTN.
           MOVE  1  TO  RET.
           IF  WK-ARG  =  0
               IF  TRH-PRTF  NOT =  1
                   MOVE  0  TO  RET
               END-IF
           ELSE
               IF  TRH-RDATE  =  WK-RDATE
                   MOVE  0  TO  RET
               END-IF
           END-IF.
       SEL-EXT.
           EXIT.
      *****
      *    BATCH TABLE, KEPT IN ENTRY DATE/TIME ORDER.
       BT-ADD.
           MOVE  1  TO  I.
       BT-ADD-10.
           IF  I  >  WS-BT-CNT
               GO  TO  BT-ADD-20
           END-IF.
           IF  BT-RDATE (I)  =  TRH-RDATE
           AND BT-RTIME (I)  =  TRH-RTIME
               GO  TO  BT-ADD-EXT
           END-IF.
           IF  BT-RDATE (I)  >  TRH-RDATE
           OR  (BT-RDATE (I)  =  TRH-RDATE
                AND BT-RTIME (I)  >  TRH-RTIME)
               GO  TO  BT-ADD-20
           END-IF.
           ADD  1  TO  I.
           GO  TO  BT-ADD-10.
       BT-ADD-20.
           IF  WS-BT-CNT  NOT <  100
               DISPLAY  "DSP-001 BT-TBL FULL, ENTRY DROPPED"
               GO  TO  BT-ADD-EXT
           END-IF.
           ADD  1  TO  WS-BT-CNT.
           PERFORM  VARYING  J  FROM  WS-BT-CNT  BY  -1  UNTIL  J  <=  I
               MOVE  BT-ENT (J - 1)  TO  BT-ENT (J)
           END-PERFORM.
           MOVE  TRH-RDATE  TO  BT-RDATE (I).
           MOVE  TRH-RTIME  TO  BT-RTIME (I).
           MOVE  TRH-OPR    TO  BT-OPR (I).
           MOVE  TRH-OLD    TO  BT-OLD (I).
           MOVE  TRH-TNC    TO  BT-TNC (I).
           MOVE  TRH-EFF    TO  BT-EFF (I).
           MOVE  TRH-PREF   TO  BT-PREF (I).
       BT-ADD-EXT.
           EXIT.
      *****
      *    ONE BATCH -- HEADING, CUSTOMERS, SIGNATURE BLOCK.
       PRT-RTN.
           IF  I  >  1
               MOVE  HDR-DEPTH  TO  HDR-LINECNT
           END-IF.
           MOVE  BT-RDATE (I)  TO  B1-DATE.
           MOVE  BT-RTIME (I)  TO  B1-TIME.
           MOVE  BT-OPR (I)    TO  B1-OPR.
           MOVE  ST-RPT-B1     TO  ST-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  BT-OLD (I)    TO  B2-OLD.
           MOVE  BT-OLD (I)    TO  WK-TNC.
           PERFORM  TNA-RTN  THRU  TNA-EXT.
           MOVE  HKB-TNNA      TO  B2-OLDNA.
           MOVE  BT-TNC (I)    TO  B2-TNC.
           MOVE  BT-TNC (I)    TO  WK-TNC.
           PERFORM  TNA-RTN  THRU  TNA-EXT.
           MOVE  HKB-TNNA      TO  B2-TNCNA.
           MOVE  ST-RPT-B2     TO  ST-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  BT-EFF (I)    TO  B3-EFF.
           IF  BT-PREF (I)  =  0
               MOVE  "ALL"         TO  B3-PREF
           ELSE
               MOVE  BT-PREF (I)   TO  B3-PREF
           END-IF.
           MOVE  ST-RPT-B3     TO  ST-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  SPACE         TO  ST-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  ST-RPT-COL    TO  ST-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  0  TO  WK-CCNT.
           IF  WK-ARG  =  0
               CALL "DB_F_Open" USING
                "I-O" TERH_PNAME1 "SHARED" BY REFERENCE TERH_IDLST
                "1" "TRH-KEY" BY REFERENCE TRH-KEY
           ELSE
               CALL "DB_F_Open" USING
                "INPUT" TERH_PNAME1 "SHARED" BY REFERENCE TERH_IDLST
                "1" "TRH-KEY" BY REFERENCE TRH-KEY
           END-IF.
       PRT-10.
           CALL "DB_Read" USING
            "NEXT AT END" TERH_PNAME1 BY REFERENCE TRH-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  PRT-90
           END-IF.
           IF  TRH-RDATE  NOT =  BT-RDATE (I)
           OR  TRH-RTIME  NOT =  BT-RTIME (I)
               GO  TO  PRT-10
           END-IF.
           PERFORM  SEL-RTN  THRU  SEL-EXT.
           IF  RET  =  1
               GO  TO  PRT-10
           END-IF.
           MOVE  SPACE     TO  ST-RPT-DET.
           MOVE  TRH-TCD   TO  RPT-TCD.
           MOVE  TRH-TCD   TO  TK-TCD.
           CALL "DB_Read" USING
            "INVALID" TK-M_PNAME1 BY REFERENCE TK-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  0
               MOVE  TK-NAME  TO  RPT-NAME
           END-IF.
           MOVE  TRH-FKC   TO  RPT-FKC.
           EVALUATE  TRH-APLF
               WHEN  1
                   MOVE  "APPLIED"                  TO  RPT-ST
               WHEN  2
                   MOVE  "NOT APPLIED, STAFF CHANGED"  TO  RPT-ST
               WHEN  OTHER
                   MOVE  "DUE ON THE EFFECTIVE DATE"  TO  RPT-ST
           END-EVALUATE.
           MOVE  ST-RPT-DET  TO  ST-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           ADD  1  TO  WK-CCNT.
           ADD  1  TO  WS-OUT-CNT.
           IF  WK-ARG  =  0
               MOVE  1  TO  TRH-PRTF
               CALL "DB_Update" USING
                TERH_PNAME1 TERH_LNAME TRH-R RETURNING RET
               IF  RET  =  0
                   ADD  1  TO  WS-UPD-CNT
               END-IF
           END-IF.
           GO  TO  PRT-10.
       PRT-90.
           CALL "DB_F_Close" USING BY REFERENCE TERH_IDLST TERH_PNAME1.
           MOVE  SPACE       TO  ST-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  WK-CCNT     TO  RPT-CNT.
           MOVE  ST-RPT-CNT  TO  ST-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  SPACE       TO  ST-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  ST-RPT-SGN  TO  ST-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
       PRT-EXT.
           EXIT.
      *****
      *    STAFF NAME FROM HKBM FOR WK-TNC.
       TNA-RTN.
           MOVE  4        TO  HKB-NO.
           MOVE  SPACE    TO  HKB-BC.
           MOVE  WK-TNC   TO  HKB-TNC.
           CALL "DB_Read" USING
            "INVALID" HKBM_PNAME1 BY REFERENCE HKB-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               MOVE  SPACE  TO  HKB-TNNA
           END-IF.
       TNA-EXT.
           EXIT.
      *****
      *    RUNLOG START/END -- SEE LIRUNL.
       RUNL-ST-RTN.
           CALL "DB_F_Open" USING
            "I-O" RUNL_PNAME1 "SHARED" BY REFERENCE RUNL_IDLST "1"
            "RUNL-KEY" BY REFERENCE RUNL-KEY.
           ACCEPT  RUNL-SDATE  FROM  DATE.
           ACCEPT  RUNL-STIME  FROM  TIME.
           MOVE  "ST850R"  TO  RUNL-PGM.
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
           MOVE  WS-OUT-CNT  TO  RUNL-WRIT.
           MOVE  WS-UPD-CNT  TO  RUNL-UPDT.
           MOVE  "000"       TO  RUNL-CC.
           MOVE  1           TO  RUNL-ENDF.
           CALL "DB_Update" USING
            RUNL_PNAME1 RUNL_LNAME RUNL-R RETURNING RET.
           CALL "DB_F_Close" USING BY REFERENCE RUNL_IDLST RUNL_PNAME1.
       RUNL-EN-EXT.
           EXIT.
       COPY  LPHDR  REPLACING  ==RPT-LINE==  BY  ==ST-RPT-LINE==.
