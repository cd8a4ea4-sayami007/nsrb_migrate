       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KM890R.
      *****************************************************
      *****   CONTRACTOR MATERIAL STATEMENT            *****
      *****************************************************
      *        MONTHLY STATEMENT OF OUR MATERIAL HELD AT EACH
      *        KH-HCD CONTRACTOR, FROM THE JT-SMBF BALANCES --
      *        ONE SECTION PER CONTRACTOR (KM790R PATTERN) WITH
      *        EVERY MATERIAL'S OPENING BALANCE, ISSUED AND
      *        CONSUMED THIS PERIOD AND BALANCE HELD, THEN A
      *        CONFIRMATION BLOCK FOR THE CONTRACTOR TO SIGN AND
      *        RETURN OR MARK WITH THEIR OWN COUNT.  MATERIALS
      *        WITH NOTHING HELD AND NO MOVEMENT ARE LEFT OUT.
      *        ARGUMENT "C" IS THE MONTH-END RUN: AFTER PRINTING,
      *        EVERY BALANCE IS ROLLED FORWARD (CLOSING BECOMES
      *        NEXT PERIOD'S OPENING, PERIOD ISSUES AND
      *        CONSUMPTION CLEARED) AND STAMPED WITH THE
      *        STATEMENT DATE; ANY OTHER RUN IS A REPRINT AND
      *        UPDATES NOTHING.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  KM-RPT-FILE  ASSIGN  TO  "KM890R"
               ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT  KM-SORT-WORK  ASSIGN  TO  "KM890R.SRT".
       DATA                DIVISION.
       FILE                SECTION.
       FD  KM-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  KM-RPT-LINE         PIC  X(132).
       SD  KM-SORT-WORK.
       01  SRT-REC.
           02  SRT-HCD         PIC  X(005).
           02  SRT-JCD         PIC  9(006).
           02  SRT-OPN         PIC S9(007).
           02  SRT-MIS         PIC S9(007).
           02  SRT-MCN         PIC S9(007).
           02  SRT-BAL         PIC S9(007).
           02  SRT-LIDT        PIC  9(008).
       WORKING-STORAGE     SECTION.
       77  ERR-STAT        PIC  X(02).
       77  RET             PIC  9(01)  VALUE  0.
       77  WK-TODAY        PIC  9(08)  VALUE  0.
       77  WK-OPT          PIC  X(01)  VALUE  SPACE.
       77  WK-CUR-HCD      PIC  X(05)  VALUE  SPACE.
       77  WK-1ST-SW       PIC  9(01)  VALUE  1.
       77  WS-LIN-CNT      PIC  9(07)  VALUE  0.
       77  WS-CTR-CNT      PIC  9(07)  VALUE  0.
       77  WS-UPD-CNT      PIC  9(07)  VALUE  0.
       COPY    LISMBF.
       COPY    LIKHM.
       COPY    LIJM.
       COPY    LIRUNL.
      *****
       01  KM-RPT-HDR.
           02  FILLER          PIC  X(38)  VALUE
               "STATEMENT OF OUR MATERIAL HELD AT    ".
           02  FILLER          PIC  X(06)  VALUE  "DATE=".
           02  RPT-HDR-DATE    PIC  9(08).
       01  KM-RPT-CTR.
           02  FILLER          PIC  X(11)  VALUE  "CONTRACTOR ".
           02  CTR-HCD         PIC  X(05).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  CTR-NAME        PIC  X(20).
       01  KM-RPT-DET.
           02  FILLER          PIC  X(05)  VALUE  " MAT=".
           02  RPT-JCD         PIC  9(06).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-NAME        PIC  N(24).
           02  FILLER          PIC  X(06)  VALUE  " OPEN=".
           02  RPT-OPN         PIC  -(06)9.
           02  FILLER          PIC  X(05)  VALUE  " ISS=".
           02  RPT-MIS         PIC  -(06)9.
           02  FILLER          PIC  X(05)  VALUE  " USE=".
           02  RPT-MCN         PIC  -(06)9.
           02  FILLER          PIC  X(06)  VALUE  " HELD=".
           02  RPT-BAL         PIC  -(06)9.
           02  FILLER          PIC  X(06)  VALUE  " LAST=".
           02  RPT-LIDT        PIC  9(08).
       01  KM-RPT-CNF1.
           02  FILLER          PIC  X(60)  VALUE
           " WE CONFIRM THE ABOVE MATERIAL IS HELD AT OUR PREMISES.".
       01  KM-RPT-CNF2.
           02  FILLER          PIC  X(60)  VALUE
           " DIFFERENCES (MATERIAL / OUR COUNT): ____________________".
       01  KM-RPT-CNF3.
           02  FILLER          PIC  X(60)  VALUE
           " SIGNED: ____________________   DATE: __________".
       01  KM-RPT-SUM.
           02  FILLER          PIC  X(13)  VALUE  "CONTRACTORS=".
           02  RPT-SUM-CTR     PIC  ZZZZZZ9.
           02  FILLER          PIC  X(08)  VALUE  " LINES=".
           02  RPT-SUM-LIN     PIC  ZZZZZZ9.
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       ACCEPT  WK-OPT  FROM  ARGUMENT-VALUE.
       OPEN  OUTPUT  KM-RPT-FILE.
       ACCEPT  WK-TODAY  FROM  DATE.
       ADD  20000000  TO  WK-TODAY.
       MOVE  WK-TODAY  TO  RPT-HDR-DATE.
       MOVE  KM-RPT-HDR  TO  KM-RPT-LINE.
       WRITE  KM-RPT-LINE.
       PERFORM  RUNL-ST-RTN  THRU  RUNL-ST-EXT.
           CALL "DB_F_Open" USING
            "INPUT" KHM_PNAME1 "SHARED" BY REFERENCE KHM_IDLST "1"
            "KH-HCD" BY REFERENCE KH-HCD.
           CALL "DB_F_Open" USING
            "INPUT" J-M_PNAME1 "SHARED" BY REFERENCE J-M_IDLST "1"
            "J-JCD" BY REFERENCE J-JCD.
           SORT  KM-SORT-WORK
               ASCENDING  KEY  SRT-HCD  SRT-JCD
               INPUT  PROCEDURE  IS  INP-RTN  THRU  INP-EXT
               OUTPUT  PROCEDURE  IS  OUT-RTN  THRU  OUT-EXT.
           CALL "DB_F_Close" USING BY REFERENCE KHM_IDLST KHM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE J-M_IDLST J-M_PNAME1.
           MOVE  WS-CTR-CNT  TO  RPT-SUM-CTR.
           MOVE  WS-LIN-CNT  TO  RPT-SUM-LIN.
           MOVE  KM-RPT-SUM  TO  KM-RPT-LINE.
           WRITE  KM-RPT-LINE.
           CLOSE  KM-RPT-FILE.
           IF  WK-OPT  =  "C"
               PERFORM  ROL-RTN  THRU  ROL-EXT
           END-IF.
           PERFORM  RUNL-EN-RTN  THRU  RUNL-EN-EXT.
           CALL "DB_Close".
           STOP  RUN.
       INP-RTN.
           CALL "DB_F_Open" USING
            "INPUT" SMBF_PNAME1 "SHARED" BY REFERENCE SMBF_IDLST "1"
            "SMB-KEY" BY REFERENCE SMB-KEY.
       INP-10.
           CALL "DB_Read" USING
            "NEXT AT END" SMBF_PNAME1 BY REFERENCE SMB-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  INP-EXT
           END-IF.
           IF  SMB-BAL  =  0  AND  SMB-OPN  =  0
           AND SMB-MIS  =  0  AND  SMB-MCN  =  0
               GO  TO  INP-10
           END-IF.
           MOVE  SMB-HCD   TO  SRT-HCD.
           MOVE  SMB-JCD   TO  SRT-JCD.
           MOVE  SMB-OPN   TO  SRT-OPN.
           MOVE  SMB-MIS   TO  SRT-MIS.
           MOVE  SMB-MCN   TO  SRT-MCN.
           MOVE  SMB-BAL   TO  SRT-BAL.
           MOVE  SMB-LIDT  TO  SRT-LIDT.
           RELEASE  SRT-REC.
           GO  TO  INP-10.
       INP-EXT.
           CALL "DB_F_Close" USING BY REFERENCE SMBF_IDLST SMBF_PNAME1.
           EXIT.
       OUT-RTN.
       OUT-10.
           RETURN  KM-SORT-WORK  AT  END
               PERFORM  BRK-RTN  THRU  BRK-EXT
               GO  TO  OUT-EXT.
           IF  WK-1ST-SW  =  1
               MOVE  0  TO  WK-1ST-SW
               MOVE  SRT-HCD  TO  WK-CUR-HCD
               PERFORM  CTR-RTN  THRU  CTR-EXT
           END-IF.
           IF  SRT-HCD  NOT =  WK-CUR-HCD
               PERFORM  BRK-RTN  THRU  BRK-EXT
               MOVE  SRT-HCD  TO  WK-CUR-HCD
               PERFORM  CTR-RTN  THRU  CTR-EXT
           END-IF.
           MOVE  SRT-JCD  TO  RPT-JCD.
           MOVE  SRT-JCD  TO  J-JCD.
           CALL "DB_Read" USING
            "INVALID" J-M_PNAME1 BY REFERENCE J-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               MOVE  SPACE  TO  J-NAME
           END-IF.
           MOVE  J-NAME    TO  RPT-NAME.
           MOVE  SRT-OPN   TO  RPT-OPN.
           MOVE  SRT-MIS   TO  RPT-MIS.
           MOVE  SRT-MCN   TO  RPT-MCN.
           MOVE  SRT-BAL   TO  RPT-BAL.
           MOVE  SRT-LIDT  TO  RPT-LIDT.
           MOVE  KM-RPT-DET  TO  KM-RPT-LINE.
           WRITE  KM-RPT-LINE.
           ADD  1  TO  WS-LIN-CNT.
           GO  TO  OUT-10.
      *        CONTRACTOR HEADING.
       CTR-RTN.
           MOVE  WK-CUR-HCD  TO  CTR-HCD.
           MOVE  WK-CUR-HCD  TO  KH-HCD.
           CALL "DB_Read" USING
            "INVALID" KHM_PNAME1 BY REFERENCE KH-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               MOVE  SPACE  TO  KH-NAME
           END-IF.
           MOVE  KH-NAME  TO  CTR-NAME.
           MOVE  SPACE  TO  KM-RPT-LINE.
           WRITE  KM-RPT-LINE.
           MOVE  KM-RPT-CTR  TO  KM-RPT-LINE.
           WRITE  KM-RPT-LINE.
           ADD  1  TO  WS-CTR-CNT.
       CTR-EXT.
           EXIT.
      *        CONFIRMATION BLOCK CLOSING EACH CONTRACTOR.
       BRK-RTN.
           IF  WK-1ST-SW  =  1
               GO  TO  BRK-EXT
           END-IF.
           MOVE  KM-RPT-CNF1  TO  KM-RPT-LINE.
           WRITE  KM-RPT-LINE.
           MOVE  KM-RPT-CNF2  TO  KM-RPT-LINE.
           WRITE  KM-RPT-LINE.
           MOVE  KM-RPT-CNF3  TO  KM-RPT-LINE.
           WRITE  KM-RPT-LINE.
       BRK-EXT.
           EXIT.
       OUT-EXT.
           EXIT.
      *****
      *    MONTH-END ROLL FORWARD OF EVERY BALANCE.
       ROL-RTN.
           CALL "DB_F_Open" USING
            "I-O" SMBF_PNAME1 "SHARED" BY REFERENCE SMBF_IDLST "1"
            "SMB-KEY" BY REFERENCE SMB-KEY.
       ROL-10.
           CALL "DB_Read" USING
            "NEXT AT END" SMBF_PNAME1 BY REFERENCE SMB-R " "
            RETURNING RET.
           IF  RET = 1
               GO  TO  ROL-90
           END-IF.
           MOVE  SMB-BAL   TO  SMB-OPN.
           MOVE  0         TO  SMB-MIS.
           MOVE  0         TO  SMB-MCN.
           MOVE  WK-TODAY  TO  SMB-STDT.
           CALL "DB_Update" USING
            SMBF_PNAME1 SMBF_LNAME SMB-R RETURNING RET.
           IF  RET  =  0
               ADD  1  TO  WS-UPD-CNT
           END-IF.
           GO  TO  ROL-10.
       ROL-90.
           CALL "DB_F_Close" USING BY REFERENCE SMBF_IDLST SMBF_PNAME1.
       ROL-EXT.
           EXIT.
      *****
      *    RUNLOG START/END -- SEE LIRUNL.
       RUNL-ST-RTN.
           CALL "DB_F_Open" USING
            "I-O" RUNL_PNAME1 "SHARED" BY REFERENCE RUNL_IDLST "1"
            "RUNL-KEY" BY REFERENCE RUNL-KEY.
           ACCEPT  RUNL-SDATE  FROM  DATE.
           ACCEPT  RUNL-STIME  FROM  TIME.
           MOVE  "KM890R"  TO  RUNL-PGM.
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
           MOVE  WS-LIN-CNT  TO  RUNL-READ.
           MOVE  WS-LIN-CNT  TO  RUNL-WRIT.
           MOVE  WS-UPD-CNT  TO  RUNL-UPDT.
           MOVE  "000"       TO  RUNL-CC.
           MOVE  1           TO  RUNL-ENDF.
           CALL "DB_Update" USING
            RUNL_PNAME1 RUNL_LNAME RUNL-R RETURNING RET.
           CALL "DB_F_Close" USING BY REFERENCE RUNL_IDLST RUNL_PNAME1.
       RUNL-EN-EXT.
           EXIT.
