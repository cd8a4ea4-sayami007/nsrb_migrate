       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         SK950R.
      *****************************************************
      *****   E-INVOICE TRANSMISSION LOG LIST          *****
      *****************************************************
      *        LISTS THE JT-EILG LOG -- WHAT SK930U SENT OVER
      *        PEPPOL, AND WHAT THE RECEIVERS ACCEPTED OR
      *        REJECTED (SK940U) -- FOR A SEND-DATE RANGE.  ONE
      *        LINE PER DOCUMENT: TYPE AND NUMBER, CUSTOMER, DOC
      *        DATE, AMOUNT AND TAX, PARTICIPANT ID, LAST SEND
      *        AND HOW MANY TIMES SENT, STATUS WITH THE RESPONSE
      *        DATE AND ANY REJECTION REASON.  FOOT COUNTS AND
      *        AMOUNTS BY STATUS.
      *        ARGUMENTS: SEND DATE FROM/TO (YYYYMMDD), STATUS
      *        (0 = ALL, 1 = AWAITING, 2 = ACCEPTED,
      *        3 = REJECTED).
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  SK-RPT-FILE  ASSIGN  TO  "SK950R"
               ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA                DIVISION.
       FILE                SECTION.
       FD  SK-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  SK-RPT-LINE         PIC  X(132).
       WORKING-STORAGE     SECTION.
       77  ERR-STAT        PIC  X(02).
       77  RET             PIC  9(01)  VALUE  0.
       77  I               PIC  9(01)  VALUE  0.
       77  WK-DATE-FR      PIC  9(08)  VALUE  0.
       77  WK-DATE-TO      PIC  9(08)  VALUE  99999999.
       77  WK-ST           PIC  9(01)  VALUE  0.
       77  WS-RD-CNT       PIC  9(07)  VALUE  0.
       01  GT-TOTAL.
           02  GT-ENT  OCCURS  3.
               03  GT-CNT      PIC  9(07).
               03  GT-AMT      PIC S9(12).
       01  WK-STNM-V.
           02  FILLER          PIC  X(08)  VALUE  "SENT    ".
           02  FILLER          PIC  X(08)  VALUE  "ACCEPTED".
           02  FILLER          PIC  X(08)  VALUE  "REJECTED".
       01  WK-STNM-T  REDEFINES  WK-STNM-V.
           02  WK-STNM         PIC  X(08)  OCCURS  3.
       COPY    LIEILG.
       COPY    LIRUNL.
       COPY    LWHDR.
      *****
       01  SK-RPT-COL.
           02  FILLER          PIC  X(40)  VALUE
               "T DOCUMENT     CUST  DOC DATE      AMOUN".
           02  FILLER          PIC  X(40)  VALUE
               "T        TAX PARTICIPANT ID       SENT ".
           02  FILLER          PIC  X(52)  VALUE
               "    NO STATUS   RESPONSE REASON                ".
       01  SK-RPT-DET.
           02  RPT-DOCT        PIC  9(01).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-DOCNO       PIC  X(12).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-TCD         PIC  9(04).
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-DDATE       PIC  9(08).
           02  RPT-KIN         PIC  -(10)9.
           02  RPT-SHZ         PIC  -(09)9.
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-PID         PIC  X(20).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-SDATE       PIC  9(08).
           02  RPT-SCNT        PIC  ZZ9.
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-ST          PIC  X(08).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-RDATE       PIC  X(08).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-RSN         PIC  X(10).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-RTXT        PIC  X(19).
       01  SK-RPT-SUB.
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-SUB-ST      PIC  X(08).
           02  FILLER          PIC  X(07)  VALUE  " DOCS=".
           02  RPT-SUB-CNT     PIC  ZZZZZZ9.
           02  FILLER          PIC  X(08)  VALUE  " TOTAL=".
           02  RPT-SUB-AMT     PIC  -(11)9.
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       OPEN  OUTPUT  SK-RPT-FILE.
           ACCEPT  WK-DATE-FR  FROM  ARGUMENT-VALUE.
           ACCEPT  WK-DATE-TO  FROM  ARGUMENT-VALUE.
           ACCEPT  WK-ST       FROM  ARGUMENT-VALUE.
           IF  WK-DATE-TO  =  0
               MOVE  99999999  TO  WK-DATE-TO
           END-IF.
       MOVE  "SK950R"  TO  HDR-PGMID.
       MOVE  "E-INVOICE TRANSMISSION LOG"  TO  HDR-TITLE.
       PERFORM  HDR-INIT-RTN  THRU  HDR-INIT-EXT.
           PERFORM  RUNL-ST-RTN  THRU  RUNL-ST-EXT.
           INITIALIZE  GT-TOTAL.
           CALL "DB_F_Open" USING
            "INPUT" EILG_PNAME1 "SHARED" BY REFERENCE EILG_IDLST "1"
            "EIL-KEY" BY REFERENCE EIL-KEY.
           MOVE  SK-RPT-COL  TO  SK-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
       LG-10.
           CALL "DB_Read" USING
            "NEXT AT END" EILG_PNAME1 BY REFERENCE EIL-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  LG-90
           END-IF.
           ADD  1  TO  WS-RD-CNT.
           IF  EIL-SDATE  <  WK-DATE-FR  OR  EIL-SDATE  >  WK-DATE-TO
               GO  TO  LG-10
           END-IF.
           IF  EIL-ST  <  1  OR  EIL-ST  >  3
               GO  TO  LG-10
           END-IF.
           IF  WK-ST  NOT =  0  AND  EIL-ST  NOT =  WK-ST
               GO  TO  LG-10
           END-IF.
           MOVE  SPACE      TO  SK-RPT-DET.
           MOVE  EIL-DOCT   TO  RPT-DOCT.
           MOVE  EIL-DOCNO  TO  RPT-DOCNO.
           MOVE  EIL-TCD    TO  RPT-TCD.
           MOVE  EIL-DDATE  TO  RPT-DDATE.
           MOVE  EIL-KIN    TO  RPT-KIN.
           MOVE  EIL-SHZ    TO  RPT-SHZ.
           MOVE  EIL-PID    TO  RPT-PID.
           MOVE  EIL-SDATE  TO  RPT-SDATE.
           MOVE  EIL-SCNT   TO  RPT-SCNT.
           MOVE  WK-STNM (EIL-ST)  TO  RPT-ST.
           IF  EIL-RDATE  NOT =  0
               MOVE  EIL-RDATE  TO  RPT-RDATE
           END-IF.
           MOVE  EIL-RSN    TO  RPT-RSN.
           MOVE  EIL-RTXT   TO  RPT-RTXT.
           MOVE  SK-RPT-DET  TO  SK-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           ADD  1  TO  GT-CNT (EIL-ST).
           ADD  EIL-KIN  TO  GT-AMT (EIL-ST).
           ADD  EIL-SHZ  TO  GT-AMT (EIL-ST).
           GO  TO  LG-10.
       LG-90.
           CALL "DB_F_Close" USING BY REFERENCE EILG_IDLST EILG_PNAME1.
           MOVE  SPACE  TO  SK-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  3
               MOVE  WK-STNM (I)  TO  RPT-SUB-ST
               MOVE  GT-CNT (I)   TO  RPT-SUB-CNT
               MOVE  GT-AMT (I)   TO  RPT-SUB-AMT
               MOVE  SK-RPT-SUB   TO  SK-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
           END-PERFORM.
           PERFORM  HDR-TRL-RTN  THRU  HDR-TRL-EXT.
           CLOSE  SK-RPT-FILE.
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
           MOVE  "SK950R"  TO  RUNL-PGM.
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
           MOVE  HDR-WCNT    TO  RUNL-WRIT.
           MOVE  0           TO  RUNL-UPDT.
           MOVE  "000"       TO  RUNL-CC.
           MOVE  1           TO  RUNL-ENDF.
           CALL "DB_Update" USING
            RUNL_PNAME1 RUNL_LNAME RUNL-R RETURNING RET.
           CALL "DB_F_Close" USING BY REFERENCE RUNL_IDLST RUNL_PNAME1.
       RUNL-EN-EXT.
           EXIT.
       COPY  LPHDR  REPLACING  ==RPT-LINE==  BY  ==SK-RPT-LINE==.
