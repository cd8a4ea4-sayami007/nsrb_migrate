       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         JF970U.
      *****************************************************
      *****   JOLJF / KOLRF ORDER LINE FIELD CLEAR     *****
      *****   FOR THE SHIP-DATE, PRICE AND JAN FIELDS  *****
      *****************************************************
      *        ONE-OFF, RUN ONCE AT CUT-OVER BEFORE JF680U, THE
      *        EDI PRE-LOAD STEPS OR JF960R TOUCH THE ORDER FILES.
      *        THE NEW ORDER-LINE FIELDS WERE CARVED FROM SPACE
      *        THAT ALREADY HOLDS DATA ON EXISTING RECORDS:
      *          JOLJF11-SHPDT / KOLRF11-SHPDT -- THE LAST EIGHT
      *            BYTES OF THE OLD N(23) REMARK (JOLJF11-16 /
      *            KOLRF11-16, NOW N(19)), SO THE LAST FOUR REMARK
      *            CHARACTERS ARE GIVEN UP;
      *          JOLJF11-TAN, -PSRC, -PRMCD AND -LTF, AND
      *            KOLRF11-JAN AND -LTF -- THE OLD FILLER.
      *        EVERY JOLJF11 LINE AND EVERY KOLRF TYPE-11 LINE IS
      *        REWRITTEN WITH THOSE FIELDS SET TO "NOT SET" --
      *        ZERO FOR THE DATE AND PRICE, SPACE FOR THE REST --
      *        THE SAME LENGTH AS BEFORE.  NOTHING ELSE CHANGES.
      *        THE REGISTER COUNTS LINES READ AND REWRITTEN PER
      *        FILE AND HOW MANY CARRIED SOMETHING OTHER THAN ZERO
      *        OR SPACE IN THE DATE.  A RUN WITH NO REWRITE
      *        FAILURE SETS THE FCTL "RGJOL" MARKER AND ANY LATER
      *        START IS REFUSED, SO LIVE SHIP DATES AND PRICES
      *        ARE NEVER CLEARED.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  JF-RPT-FILE  ASSIGN  TO  "JF970U"
               ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA                DIVISION.
       FILE                SECTION.
       FD  JF-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  JF-RPT-LINE         PIC  X(80).
       WORKING-STORAGE     SECTION.
       77  ERR-STAT        PIC  X(02).
       77  RET             PIC  9(01)  VALUE  0.
       77  WS-RD-CNT       PIC  9(07)  VALUE  0.
       77  WS-WR-CNT       PIC  9(07)  VALUE  0.
       77  WS-DRT-CNT      PIC  9(07)  VALUE  0.
       77  WS-ERR-CNT      PIC  9(07)  VALUE  0.
       77  WS-TRD-CNT      PIC  9(07)  VALUE  0.
       77  WS-TWR-CNT      PIC  9(07)  VALUE  0.
       COPY    LJOLJF.
       COPY    LKOLRF.
       COPY    FCTL.
       COPY    LIRUNL.
      *****
       01  JF-RPT-HDR.
           02  FILLER          PIC  X(40)  VALUE
               "ORDER LINE FIELD CLEAR (JOLJF / KOLRF)  ".
       01  JF-RPT-TOT.
           02  RPT-TOT-FILE    PIC  X(08).
           02  FILLER          PIC  X(06)  VALUE  " READ=".
           02  RPT-TOT-RD      PIC  ZZZZZZ9.
           02  FILLER          PIC  X(11)  VALUE  " REWRITTEN=".
           02  RPT-TOT-WR      PIC  ZZZZZZ9.
           02  FILLER          PIC  X(13)  VALUE  " DATE NOT 0=".
           02  RPT-TOT-DRT     PIC  ZZZZZZ9.
           02  FILLER          PIC  X(08)  VALUE  " FAILED=".
           02  RPT-TOT-ERR     PIC  ZZZZZZ9.
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       OPEN  OUTPUT  JF-RPT-FILE.
       MOVE  JF-RPT-HDR  TO  JF-RPT-LINE.
       WRITE  JF-RPT-LINE.
           CALL "DB_F_Open" USING
            "I-O" FCTL-F_PNAME1 "SHARED" BY REFERENCE FCTL-F_IDLST
            "1" "FCTL-KEY" BY REFERENCE FCTL-KEY.
           MOVE  "RGJOL"  TO  FCTL-KEY1.
           CALL "DB_Read" USING
            "INVALID" FCTL-F_PNAME1 BY REFERENCE FCTL-REC "UNLOCK"
            RETURNING RET.
           IF  RET  =  0  AND  FCTL-STST  =  1
               MOVE  "*** ALREADY CLEARED, RUN REFUSED"
                TO  JF-RPT-LINE
               WRITE  JF-RPT-LINE
               CALL "DB_F_Close" USING
                BY REFERENCE FCTL-F_IDLST FCTL-F_PNAME1
               CLOSE  JF-RPT-FILE
               CALL "DB_Close"
               MOVE  16  TO  RETURN-CODE
               STOP  RUN
           END-IF.
           PERFORM  RUNL-ST-RTN  THRU  RUNL-ST-EXT.
      *****
      *    JOLJF11 ORDER LINES.
           CALL "DB_F_Open" USING
            "I-O" JOLJF_PNAME1 "SHARED" BY REFERENCE JOLJF_IDLST "1"
            "JOLJF11-KEYW" BY REFERENCE JOLJF11-KEYW.
       JO-10.
           CALL "DB_Read" USING
            "NEXT AT END" JOLJF_PNAME1 BY REFERENCE JOLJF11-REC " "
            RETURNING RET.
           IF  RET = 1
               GO  TO  JO-90
           END-IF.
           ADD  1  TO  WS-RD-CNT.
           IF  JOLJF11-SHPDT  NOT =  ZERO
           AND  JOLJF11-SHPDT (1:8)  NOT =  SPACE
               ADD  1  TO  WS-DRT-CNT
           END-IF.
           MOVE  ZERO   TO  JOLJF11-SHPDT  JOLJF11-TAN.
           MOVE  SPACE  TO  JOLJF11-PSRC  JOLJF11-PRMCD  JOLJF11-LTF.
           CALL "DB_Update" USING
            JOLJF_PNAME1 JOLJF_LNAME JOLJF11-REC RETURNING RET.
           IF  RET  =  1
               ADD  1  TO  WS-ERR-CNT
           ELSE
               ADD  1  TO  WS-WR-CNT
           END-IF.
           GO  TO  JO-10.
       JO-90.
           CALL "DB_F_Close" USING
            BY REFERENCE JOLJF_IDLST JOLJF_PNAME1.
           MOVE  "JOLJF"     TO  RPT-TOT-FILE.
           PERFORM  TOT-RTN  THRU  TOT-EXT.
           ADD  WS-RD-CNT  TO  WS-TRD-CNT.
           ADD  WS-WR-CNT  TO  WS-TWR-CNT.
           MOVE  0  TO  WS-RD-CNT  WS-WR-CNT  WS-DRT-CNT.
      *****
      *    KOLRF TYPE-11 ORDER LINES (OTHER TYPES ARE UNCHANGED).
           CALL "DB_F_Open" USING
            "I-O" KOLRF_PNAME1 "SHARED" BY REFERENCE KOLRF_IDLST
            "1" "KOLRF11-KEYW" BY REFERENCE KOLRF11-KEYW.
       KO-10.
           CALL "DB_Read" USING
            "NEXT AT END" KOLRF_PNAME1 BY REFERENCE KOLRF11-REC " "
            RETURNING RET.
           IF  RET = 1
               GO  TO  KO-90
           END-IF.
           IF  KOLRF11-01  NOT =  11
               GO  TO  KO-10
           END-IF.
           ADD  1  TO  WS-RD-CNT.
           IF  KOLRF11-SHPDT  NOT =  ZERO
           AND  KOLRF11-SHPDT (1:8)  NOT =  SPACE
               ADD  1  TO  WS-DRT-CNT
           END-IF.
           MOVE  ZERO   TO  KOLRF11-SHPDT.
           MOVE  SPACE  TO  KOLRF11-JAN  KOLRF11-LTF.
           CALL "DB_Update" USING
            KOLRF_PNAME1 KOLRF_LNAME KOLRF11-REC RETURNING RET.
           IF  RET  =  1
               ADD  1  TO  WS-ERR-CNT
           ELSE
               ADD  1  TO  WS-WR-CNT
           END-IF.
           GO  TO  KO-10.
       KO-90.
           CALL "DB_F_Close" USING
            BY REFERENCE KOLRF_IDLST KOLRF_PNAME1.
           MOVE  "KOLRF11"   TO  RPT-TOT-FILE.
           PERFORM  TOT-RTN  THRU  TOT-EXT.
           ADD  WS-RD-CNT  TO  WS-TRD-CNT.
           ADD  WS-WR-CNT  TO  WS-TWR-CNT.
           IF  WS-ERR-CNT  NOT =  0
               MOVE  "*** REWRITE FAILURES -- FIX AND RERUN"
                TO  JF-RPT-LINE
               WRITE  JF-RPT-LINE
               MOVE  16  TO  RETURN-CODE
               GO  TO  END-RTN
           END-IF.
           PERFORM  MRK-RTN  THRU  MRK-EXT.
       END-RTN.
           CALL "DB_F_Close" USING
            BY REFERENCE FCTL-F_IDLST FCTL-F_PNAME1.
           CLOSE  JF-RPT-FILE.
           PERFORM  RUNL-EN-RTN  THRU  RUNL-EN-EXT.
           CALL "DB_Close".
           STOP  RUN.
      *****
       TOT-RTN.
           MOVE  WS-RD-CNT   TO  RPT-TOT-RD.
           MOVE  WS-WR-CNT   TO  RPT-TOT-WR.
           MOVE  WS-DRT-CNT  TO  RPT-TOT-DRT.
           MOVE  WS-ERR-CNT  TO  RPT-TOT-ERR.
           MOVE  JF-RPT-TOT  TO  JF-RPT-LINE.
           WRITE  JF-RPT-LINE.
       TOT-EXT.
           EXIT.
      *****
      *    FCTL "RGJOL" -- DONE, WITH THE DATE AND TIME.
       MRK-RTN.
           MOVE  SPACE    TO  FCTL-REC1.
           MOVE  "RGJOL"  TO  FCTL-STK.
           MOVE  1        TO  FCTL-STST.
           ACCEPT  FCTL-STDT  FROM  DATE.
           ADD  20000000  TO  FCTL-STDT.
           ACCEPT  FCTL-STTM  FROM  TIME.
           MOVE  "RGJOL"  TO  FCTL-KEY1.
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
           MOVE  "JF970U"  TO  RUNL-PGM.
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
           MOVE  WS-TRD-CNT  TO  RUNL-READ.
           MOVE  0           TO  RUNL-WRIT.
           MOVE  WS-TWR-CNT  TO  RUNL-UPDT.
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
