       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KM900R.
      *****************************************************
      *****   CONTRACTOR QUALITY / DELIVERY SCORECARD  *****
      *****************************************************
      *        MONTHLY SCORECARD PER KH-HCD CONTRACTOR FOR THE
      *        SEASON'S ALLOCATION DECISIONS.  ARGUMENT = REPORT
      *        MONTH YYYYMM (BLANK = THIS MONTH); THE REPORT
      *        MONTH AND THE FIVE BEFORE IT ARE ACCUMULATED FROM
      *        THE KM800U RECEIPT LOG JT-KRCV (RECEIPTS, ON TIME
      *        = IN ON OR BEFORE KWO-DDATE, DAYS LATE, PAIRS
      *        ACCEPTED AND REJECTED) AND THE KM810U INVOICES ON
      *        JT-KSIF (AN INVOICE IS A DISCREPANCY WHEN IT STANDS
      *        AT KSI-STAT 1 OR ITS RATE OR AMOUNT DIFFERS FROM
      *        THE EXPECTED, EVEN IF THE OFFICE HAS SINCE CLEARED
      *        IT).  PER MONTH:
      *          ON-TIME %  = ON-TIME RECEIPTS / RECEIPTS
      *          AVG LATE   = DAYS LATE / LATE RECEIPTS
      *          REJECT %   = REJECTED / (ACCEPTED + REJECTED)
      *          VOLUME     = ACCEPTED + REJECTED PAIRS
      *          SCORE      = 0.4 X ON-TIME %
      *                     + 0.4 X (100 - REJECT %)
      *                     + 0.2 X (100 - DISCREPANT INVOICE %)
      *        A MONTH WITHOUT RECEIPTS HAS NO SCORE.  CONTRACTORS
      *        ARE RANKED ON THE REPORT MONTH'S SCORE, THOSE
      *        WITHOUT RECEIPTS THAT MONTH LISTED LAST, AND EACH
      *        SHOWS THE SIX-MONTH TREND OF SCORE, ON-TIME % AND
      *        REJECT %.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  KM-RPT-FILE  ASSIGN  TO  "KM900R"
               ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT  KM-SORT-WORK  ASSIGN  TO  "KM900R.SRT".
       DATA                DIVISION.
       FILE                SECTION.
       FD  KM-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  KM-RPT-LINE         PIC  X(132).
       SD  KM-SORT-WORK.
       01  SRT-REC.
           02  SRT-ACT         PIC  9(001).
           02  SRT-SCR         PIC  9(003)V9(01).
           02  SRT-HCD         PIC  X(005).
           02  SRT-IX          PIC  9(003).
       WORKING-STORAGE     SECTION.
       77  ERR-STAT        PIC  X(02).
       77  RET             PIC  9(01)  VALUE  0.
       77  I               PIC  9(03)  VALUE  0.
       77  M               PIC  9(01)  VALUE  0.
       77  WK-CT-CNT       PIC  9(03)  VALUE  0.
       77  WK-RI           PIC  9(06)  VALUE  0.
       77  WK-DI           PIC  9(06)  VALUE  0.
       77  WK-K            PIC S9(06)  VALUE  0.
       77  WK-RANK         PIC  9(03)  VALUE  0.
       77  WK-DSC-P        PIC  9(03)V9(01)  VALUE  0.
       77  WK-AVGL         PIC  9(03)V9(01)  VALUE  0.
       77  WK-VOL          PIC S9(07)  VALUE  0.
       77  WS-KRC-CNT      PIC  9(07)  VALUE  0.
       77  WS-KSI-CNT      PIC  9(07)  VALUE  0.
       77  WS-OVF-CNT      PIC  9(07)  VALUE  0.
       01  WK-HCD          PIC  X(05).
       01  WK-ARG          PIC  X(06).
       01  WK-ARGN  REDEFINES  WK-ARG.
           02  WK-ARG-Y        PIC  9(04).
           02  WK-ARG-M        PIC  9(02).
       01  WK-TODAY        PIC  9(08)  VALUE  0.
       01  WK-DATE8        PIC  9(08)  VALUE  0.
       01  WK-DATE8R  REDEFINES  WK-DATE8.
           02  WK-D8-Y         PIC  9(04).
           02  WK-D8-M         PIC  9(02).
           02  WK-D8-D         PIC  9(02).
       01  WK-YM.
           02  WK-YM-Y         PIC  9(04).
           02  WK-YM-M         PIC  9(02).
       01  WK-YMN  REDEFINES  WK-YM  PIC  9(06).
       01  WK-EDV.
           02  FILLER          PIC  X(03)  VALUE  SPACE.
           02  WK-EDN          PIC  ZZ9.9.
      *        SIX MONTHS PER CONTRACTOR, SLOT 6 = REPORT MONTH.
       01  CT-TBL.
           02  CT-ENT          OCCURS  300.
               03  CT-HCD          PIC  X(05).
               03  CT-MON          OCCURS  6.
                   04  CM-RCV          PIC  9(05).
                   04  CM-ONT          PIC  9(05).
                   04  CM-LATE         PIC  9(05).
                   04  CM-LDAY         PIC  9(07).
                   04  CM-ACC          PIC S9(07).
                   04  CM-REJ          PIC S9(07).
                   04  CM-INV          PIC  9(05).
                   04  CM-DSC          PIC  9(05).
                   04  CM-SCR          PIC  9(03)V9(01).
                   04  CM-ONTP         PIC  9(03)V9(01).
                   04  CM-REJP         PIC  9(03)V9(01).
       01  MON-TBL.
           02  MON-YM          OCCURS  6  PIC  9(06).
       COPY    LIKRCV.
       COPY    LIKSIF.
       COPY    LIKHM.
       COPY    LIRUNL.
      *****
       01  KM-RPT-HDR.
           02  FILLER          PIC  X(30)  VALUE
               "CONTRACTOR SCORECARD         ".
           02  FILLER          PIC  X(07)  VALUE  "MONTH=".
           02  RPT-HDR-YM      PIC  9(06).
           02  FILLER          PIC  X(07)  VALUE  " DATE=".
           02  RPT-HDR-DATE    PIC  9(08).
       01  KM-RPT-COL.
           02  FILLER          PIC  X(54)  VALUE
               "RANK CTR   NAME                  RCPT  VOLUME ON-TIME%".
           02  FILLER          PIC  X(30)  VALUE
               " AVG LATE REJECT%  DISC  SCORE".
       01  KM-RPT-DET.
           02  RPT-RANK        PIC  ZZ9.
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-HCD         PIC  X(05).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-NAME        PIC  X(20).
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-RCV         PIC  ZZZ9.
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-VOL         PIC  ---,--9.
           02  FILLER          PIC  X(04)  VALUE  SPACE.
           02  RPT-ONT         PIC  ZZ9.9.
           02  FILLER          PIC  X(04)  VALUE  SPACE.
           02  RPT-AVGL        PIC  ZZ9.9.
           02  FILLER          PIC  X(03)  VALUE  SPACE.
           02  RPT-REJ         PIC  ZZ9.9.
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-DSC         PIC  ZZZ9.
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-SCR         PIC  ZZ9.9.
       01  KM-RPT-TRH.
           02  FILLER          PIC  X(12)  VALUE  "      TREND ".
           02  TRH-ENT         OCCURS  6.
               03  FILLER          PIC  X(02)  VALUE  SPACE.
               03  TRH-YM          PIC  9(06).
       01  KM-RPT-TRD.
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  TRD-LBL         PIC  X(10).
           02  TRD-V           OCCURS  6  PIC  X(08).
       01  KM-RPT-SUM.
           02  FILLER          PIC  X(13)  VALUE  "CONTRACTORS=".
           02  RPT-SUM-CTR     PIC  ZZZZZZ9.
           02  FILLER          PIC  X(11)  VALUE  " RECEIPTS=".
           02  RPT-SUM-KRC     PIC  ZZZZZZ9.
           02  FILLER          PIC  X(11)  VALUE  " INVOICES=".
           02  RPT-SUM-KSI     PIC  ZZZZZZ9.
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       MOVE  SPACE  TO  WK-ARG.
       ACCEPT  WK-ARG  FROM  ARGUMENT-VALUE.
       ACCEPT  WK-TODAY  FROM  DATE.
       ADD  20000000  TO  WK-TODAY.
       MOVE  WK-TODAY  TO  WK-DATE8.
      *    REPORT MONTH AS A MONTH INDEX (YEAR X 12 + MONTH - 1).
       IF  WK-ARG  IS  NUMERIC  AND  WK-ARG-M  >  0
                               AND  WK-ARG-M  <  13
           COMPUTE  WK-RI  =  WK-ARG-Y  *  12  +  WK-ARG-M  -  1
       ELSE
           COMPUTE  WK-RI  =  WK-D8-Y  *  12  +  WK-D8-M  -  1
       END-IF.
       PERFORM  VARYING  M  FROM  1  BY  1  UNTIL  M  >  6
           COMPUTE  WK-DI  =  WK-RI  -  6  +  M
           DIVIDE  WK-DI  BY  12  GIVING  WK-YM-Y
               REMAINDER  WK-YM-M
           ADD  1  TO  WK-YM-M
           MOVE  WK-YMN  TO  MON-YM (M)
           MOVE  WK-YMN  TO  TRH-YM (M)
       END-PERFORM.
       INITIALIZE  CT-TBL.
       OPEN  OUTPUT  KM-RPT-FILE.
       MOVE  MON-YM (6)  TO  RPT-HDR-YM.
       MOVE  WK-TODAY    TO  RPT-HDR-DATE.
       MOVE  KM-RPT-HDR  TO  KM-RPT-LINE.
       WRITE  KM-RPT-LINE.
       MOVE  KM-RPT-COL  TO  KM-RPT-LINE.
       WRITE  KM-RPT-LINE.
       MOVE  KM-RPT-TRH  TO  KM-RPT-LINE.
       WRITE  KM-RPT-LINE.
       PERFORM  RUNL-ST-RTN  THRU  RUNL-ST-EXT.
           PERFORM  KRC-RTN  THRU  KRC-EXT.
           PERFORM  KSI-RTN  THRU  KSI-EXT.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  WK-CT-CNT
               PERFORM  VARYING  M  FROM  1  BY  1  UNTIL  M  >  6
                   PERFORM  SCR-RTN  THRU  SCR-EXT
               END-PERFORM
           END-PERFORM.
           CALL "DB_F_Open" USING
            "INPUT" KHM_PNAME1 "SHARED" BY REFERENCE KHM_IDLST "1"
            "KH-HCD" BY REFERENCE KH-HCD.
           SORT  KM-SORT-WORK
               DESCENDING  KEY  SRT-ACT  SRT-SCR
               ASCENDING   KEY  SRT-HCD
               INPUT  PROCEDURE  IS  INP-RTN  THRU  INP-EXT
               OUTPUT  PROCEDURE  IS  OUT-RTN  THRU  OUT-EXT.
           CALL "DB_F_Close" USING BY REFERENCE KHM_IDLST KHM_PNAME1.
           MOVE  WK-CT-CNT   TO  RPT-SUM-CTR.
           MOVE  WS-KRC-CNT  TO  RPT-SUM-KRC.
           MOVE  WS-KSI-CNT  TO  RPT-SUM-KSI.
           MOVE  KM-RPT-SUM  TO  KM-RPT-LINE.
           WRITE  KM-RPT-LINE.
           CLOSE  KM-RPT-FILE.
           IF  WS-OVF-CNT  >  0
               DISPLAY  "DSP-001 CONTRACTOR TABLE FULL, SKIPPED="
                   WS-OVF-CNT
           END-IF.
           PERFORM  RUNL-EN-RTN  THRU  RUNL-EN-EXT.
           CALL "DB_Close".
           STOP  RUN.
      *****
      *    RECEIPTS FROM THE KM800U LOG.
       KRC-RTN.
           CALL "DB_F_Open" USING
            "INPUT" KRCV_PNAME1 "SHARED" BY REFERENCE KRCV_IDLST "1"
            "KRC-KEY" BY REFERENCE KRC-KEY.
       KRC-10.
           CALL "DB_Read" USING
            "NEXT AT END" KRCV_PNAME1 BY REFERENCE KRC-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  KRC-90
           END-IF.
           MOVE  KRC-DATE  TO  WK-DATE8.
           PERFORM  SLT-RTN  THRU  SLT-EXT.
           IF  M  =  0
               GO  TO  KRC-10
           END-IF.
           MOVE  KRC-HCD  TO  WK-HCD.
           PERFORM  CTF-RTN  THRU  CTF-EXT.
           IF  I  =  0
               GO  TO  KRC-10
           END-IF.
           ADD  1  TO  WS-KRC-CNT.
           ADD  1  TO  CM-RCV (I M).
           IF  KRC-LATE  >  0
               ADD  1         TO  CM-LATE (I M)
               ADD  KRC-LATE  TO  CM-LDAY (I M)
           ELSE
               ADD  1         TO  CM-ONT (I M)
           END-IF.
           ADD  KRC-RQT  TO  CM-ACC (I M).
           ADD  KRC-XQT  TO  CM-REJ (I M).
           GO  TO  KRC-10.
       KRC-90.
           CALL "DB_F_Close" USING BY REFERENCE KRCV_IDLST KRCV_PNAME1.
       KRC-EXT.
           EXIT.
      *****
      *    INVOICES AND THEIR DISCREPANCIES.
       KSI-RTN.
           CALL "DB_F_Open" USING
            "INPUT" KSIF_PNAME1 "SHARED" BY REFERENCE KSIF_IDLST "1"
            "KSI-KEY" BY REFERENCE KSI-KEY.
       KSI-10.
           CALL "DB_Read" USING
            "NEXT AT END" KSIF_PNAME1 BY REFERENCE KSI-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  KSI-90
           END-IF.
           MOVE  KSI-IDATE  TO  WK-DATE8.
           PERFORM  SLT-RTN  THRU  SLT-EXT.
           IF  M  =  0
               GO  TO  KSI-10
           END-IF.
           MOVE  KSI-HCD  TO  WK-HCD.
           PERFORM  CTF-RTN  THRU  CTF-EXT.
           IF  I  =  0
               GO  TO  KSI-10
           END-IF.
           ADD  1  TO  WS-KSI-CNT.
           ADD  1  TO  CM-INV (I M).
           IF  KSI-STAT  =  1
           OR  KSI-KIN  NOT =  KSI-EXPKIN
           OR  KSI-TAN  NOT =  KSI-EXPTAN
               ADD  1  TO  CM-DSC (I M)
           END-IF.
           GO  TO  KSI-10.
       KSI-90.
           CALL "DB_F_Close" USING BY REFERENCE KSIF_IDLST KSIF_PNAME1.
       KSI-EXT.
           EXIT.
      *****
      *    MONTH SLOT OF WK-DATE8 (0 = OUTSIDE THE SIX MONTHS).
       SLT-RTN.
           MOVE  0  TO  M.
           IF  WK-D8-M  <  1  OR  WK-D8-M  >  12
               GO  TO  SLT-EXT
           END-IF.
           COMPUTE  WK-K  =  WK-RI  -
                    ( WK-D8-Y  *  12  +  WK-D8-M  -  1 ).
           IF  WK-K  <  0  OR  WK-K  >  5
               GO  TO  SLT-EXT
           END-IF.
           COMPUTE  M  =  6  -  WK-K.
       SLT-EXT.
           EXIT.
      *****
      *    FIND OR ADD WK-HCD IN THE CONTRACTOR TABLE.
       CTF-RTN.
           MOVE  0  TO  I.
       CTF-10.
           ADD  1  TO  I.
           IF  I  >  WK-CT-CNT
               GO  TO  CTF-20
           END-IF.
           IF  CT-HCD (I)  =  WK-HCD
               GO  TO  CTF-EXT
           END-IF.
           GO  TO  CTF-10.
       CTF-20.
           IF  WK-CT-CNT  NOT <  300
               ADD  1  TO  WS-OVF-CNT
               MOVE  0  TO  I
               GO  TO  CTF-EXT
           END-IF.
           ADD  1  TO  WK-CT-CNT.
           MOVE  WK-CT-CNT  TO  I.
           MOVE  WK-HCD     TO  CT-HCD (I).
       CTF-EXT.
           EXIT.
      *****
      *    PERCENTAGES AND SCORE FOR CONTRACTOR I, MONTH M.
       SCR-RTN.
           MOVE  0  TO  CM-SCR (I M).
           MOVE  0  TO  CM-ONTP (I M).
           MOVE  0  TO  CM-REJP (I M).
           IF  CM-RCV (I M)  =  0
               GO  TO  SCR-EXT
           END-IF.
           COMPUTE  CM-ONTP (I M)  ROUNDED  =
                    CM-ONT (I M)  *  100  /  CM-RCV (I M).
           IF  CM-ACC (I M)  +  CM-REJ (I M)  >  0
               COMPUTE  CM-REJP (I M)  ROUNDED  =
                        CM-REJ (I M)  *  100  /
                        ( CM-ACC (I M)  +  CM-REJ (I M) )
           END-IF.
           MOVE  0  TO  WK-DSC-P.
           IF  CM-INV (I M)  >  0
               COMPUTE  WK-DSC-P  ROUNDED  =
                        CM-DSC (I M)  *  100  /  CM-INV (I M)
           END-IF.
           COMPUTE  CM-SCR (I M)  ROUNDED  =
                    0.4  *  CM-ONTP (I M)
                  + 0.4  *  ( 100  -  CM-REJP (I M) )
                  + 0.2  *  ( 100  -  WK-DSC-P ).
       SCR-EXT.
           EXIT.
       INP-RTN.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  WK-CT-CNT
               IF  CM-RCV (I 6)  >  0
                   MOVE  1  TO  SRT-ACT
               ELSE
                   MOVE  0  TO  SRT-ACT
               END-IF
               MOVE  CM-SCR (I 6)  TO  SRT-SCR
               MOVE  CT-HCD (I)    TO  SRT-HCD
               MOVE  I             TO  SRT-IX
               RELEASE  SRT-REC
           END-PERFORM.
       INP-EXT.
           EXIT.
       OUT-RTN.
       OUT-10.
           RETURN  KM-SORT-WORK  AT  END
               GO  TO  OUT-EXT.
           MOVE  SRT-IX  TO  I.
           MOVE  SPACE  TO  KM-RPT-LINE.
           WRITE  KM-RPT-LINE.
           IF  SRT-ACT  =  1
               ADD  1  TO  WK-RANK
               MOVE  WK-RANK  TO  RPT-RANK
           ELSE
               MOVE  0  TO  RPT-RANK
           END-IF.
           MOVE  CT-HCD (I)  TO  RPT-HCD.
           MOVE  CT-HCD (I)  TO  KH-HCD.
           CALL "DB_Read" USING
            "INVALID" KHM_PNAME1 BY REFERENCE KH-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               MOVE  SPACE  TO  KH-NAME
           END-IF.
           MOVE  KH-NAME  TO  RPT-NAME.
           MOVE  CM-RCV (I 6)  TO  RPT-RCV.
           COMPUTE  WK-VOL  =  CM-ACC (I 6)  +  CM-REJ (I 6).
           MOVE  WK-VOL  TO  RPT-VOL.
           MOVE  0  TO  WK-AVGL.
           IF  CM-LATE (I 6)  >  0
               COMPUTE  WK-AVGL  ROUNDED  =
                        CM-LDAY (I 6)  /  CM-LATE (I 6)
           END-IF.
           MOVE  CM-ONTP (I 6)  TO  RPT-ONT.
           MOVE  WK-AVGL        TO  RPT-AVGL.
           MOVE  CM-REJP (I 6)  TO  RPT-REJ.
           MOVE  CM-DSC (I 6)   TO  RPT-DSC.
           MOVE  CM-SCR (I 6)   TO  RPT-SCR.
           MOVE  KM-RPT-DET  TO  KM-RPT-LINE.
           WRITE  KM-RPT-LINE.
      *        SIX-MONTH TREND -- "--" WHERE THE MONTH HAD NO
      *        RECEIPTS.
           MOVE  "SCORE"  TO  TRD-LBL.
           PERFORM  VARYING  M  FROM  1  BY  1  UNTIL  M  >  6
               MOVE  CM-SCR (I M)  TO  WK-EDN
               PERFORM  TRD-RTN  THRU  TRD-EXT
           END-PERFORM.
           MOVE  KM-RPT-TRD  TO  KM-RPT-LINE.
           WRITE  KM-RPT-LINE.
           MOVE  "ON-TIME %"  TO  TRD-LBL.
           PERFORM  VARYING  M  FROM  1  BY  1  UNTIL  M  >  6
               MOVE  CM-ONTP (I M)  TO  WK-EDN
               PERFORM  TRD-RTN  THRU  TRD-EXT
           END-PERFORM.
           MOVE  KM-RPT-TRD  TO  KM-RPT-LINE.
           WRITE  KM-RPT-LINE.
           MOVE  "REJECT %"  TO  TRD-LBL.
           PERFORM  VARYING  M  FROM  1  BY  1  UNTIL  M  >  6
               MOVE  CM-REJP (I M)  TO  WK-EDN
               PERFORM  TRD-RTN  THRU  TRD-EXT
           END-PERFORM.
           MOVE  KM-RPT-TRD  TO  KM-RPT-LINE.
           WRITE  KM-RPT-LINE.
           GO  TO  OUT-10.
       TRD-RTN.
           IF  CM-RCV (I M)  =  0
               MOVE  "      --"  TO  TRD-V (M)
           ELSE
               MOVE  WK-EDV  TO  TRD-V (M)
           END-IF.
       TRD-EXT.
           EXIT.
       OUT-EXT.
           EXIT.
      *****
      *    RUNLOG START/END -- SEE LIRUNL.
       RUNL-ST-RTN.
           CALL "DB_F_Open" USING
            "I-O" RUNL_PNAME1 "SHARED" BY REFERENCE RUNL_IDLST "1"
            "RUNL-KEY" BY REFERENCE RUNL-KEY.
           ACCEPT  RUNL-SDATE  FROM  DATE.
           ACCEPT  RUNL-STIME  FROM  TIME.
           MOVE  "KM900R"  TO  RUNL-PGM.
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
           COMPUTE  RUNL-READ  =  WS-KRC-CNT  +  WS-KSI-CNT.
           MOVE  WK-CT-CNT   TO  RUNL-WRIT.
           MOVE  0           TO  RUNL-UPDT.
           MOVE  "000"       TO  RUNL-CC.
           MOVE  1           TO  RUNL-ENDF.
           CALL "DB_Update" USING
            RUNL_PNAME1 RUNL_LNAME RUNL-R RETURNING RET.
           CALL "DB_F_Close" USING BY REFERENCE RUNL_IDLST RUNL_PNAME1.
       RUNL-EN-EXT.
           EXIT.
