      *        DECISION.  DISCREPANT INVOICES (KSI-STAT 1) ARE
      *        NEVER PROPOSED -- THEY ARE COUNTED AT THE FOOT SO
      *        THE OFFICE KNOWS WHAT IS BEING HELD BACK.
      *        OPEN GENERAL EXPENSE INVOICES (JT-EXIF, EXI-STAT 0)
      *        DUE BY THE SAME DATE FOLLOW THE CONTRACTORS, PER
      *        PAYEE, AT THE GROSS AMOUNT (BEFORE-TAX PLUS TAX) SO
      *        THE WHOLE PAY RUN IS ON ONE LIST.  THE CONTRACTOR
      *        PART OF THE PROPOSAL IS PAID BY KM860U.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       01  KM-RPT-LINE         PIC  X(132).
       SD  KM-SORT-WORK.
       01  SRT-REC.
           02  SRT-CD.
               03  SRT-KND     PIC  X(001).
               03  SRT-HCD     PIC  X(006).
           02  SRT-DDATE       PIC  9(008).
           02  SRT-NO          PIC  9(006).
           02  SRT-KIN         PIC S9(009).
       77  ERR-STAT        PIC  X(02).
       77  RET             PIC  9(01)  VALUE  0.
       77  WK-PAYDT        PIC  9(08)  VALUE  0.
       77  WK-CUR-CD       PIC  X(07)  VALUE  SPACE.
       77  WK-1ST-SW       PIC  9(01)  VALUE  1.
       77  WK-HCD-KIN      PIC S9(10)  VALUE  0.
       77  WK-GRAND        PIC S9(11)  VALUE  0.
       77  WS-INV-CNT      PIC  9(07)  VALUE  0.
       77  WS-HLD-CNT      PIC  9(07)  VALUE  0.
       77  WS-EXP-CNT      PIC  9(07)  VALUE  0.
       COPY    LIKSIF.
       COPY    LIEXIF.
       COPY    LIRUNL.
      *****
       01  KM-RPT-HDR.
       01  KM-RPT-DET.
           02  FILLER          PIC  X(05)  VALUE  "VCH=".
           02  RPT-NO          PIC  9(06).
           02  RPT-LBL         PIC  X(06).
           02  RPT-HCD         PIC  X(06).
           02  FILLER          PIC  X(06)  VALUE  " DUE=".
           02  RPT-DDATE       PIC  9(08).
           02  FILLER          PIC  X(06)  VALUE  " AMT=".
           02  RPT-KIN         PIC  -(08)9.
       01  KM-RPT-BRK.
           02  BRK-LBL         PIC  X(09).
           02  BRK-HCD         PIC  X(06).
           02  FILLER          PIC  X(08)  VALUE  " TOTAL=".
           02  BRK-KIN         PIC  -(09)9.
       01  KM-RPT-SUM.
           02  RPT-SUM-CNT     PIC  ZZZZZZ9.
           02  FILLER          PIC  X(15)  VALUE  " HELD/DISPUTE=".
           02  RPT-SUM-HLD     PIC  ZZZZZZ9.
           02  FILLER          PIC  X(11)  VALUE  " EXPENSE=".
           02  RPT-SUM-EXP     PIC  ZZZZZZ9.
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       WRITE  KM-RPT-LINE.
       PERFORM  RUNL-ST-RTN  THRU  RUNL-ST-EXT.
           SORT  KM-SORT-WORK
               ASCENDING  KEY  SRT-KND  SRT-HCD  SRT-DDATE  SRT-NO
               INPUT  PROCEDURE  IS  INP-RTN  THRU  INP-EXT
               OUTPUT  PROCEDURE  IS  OUT-RTN  THRU  OUT-EXT.
           MOVE  WK-GRAND    TO  RPT-SUM-KIN.
           MOVE  WS-INV-CNT  TO  RPT-SUM-CNT.
           MOVE  WS-HLD-CNT  TO  RPT-SUM-HLD.
           MOVE  WS-EXP-CNT  TO  RPT-SUM-EXP.
           MOVE  KM-RPT-SUM  TO  KM-RPT-LINE.
           WRITE  KM-RPT-LINE.
           CLOSE  KM-RPT-FILE.
            "NEXT AT END" KSIF_PNAME1 BY REFERENCE KSI-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  INP-50
           END-IF.
           IF  KSI-STAT  =  3
               GO  TO  INP-10
               ADD  1  TO  WS-HLD-CNT
               GO  TO  INP-10
           END-IF.
           MOVE  "K"        TO  SRT-KND.
           MOVE  KSI-HCD    TO  SRT-HCD.
           MOVE  KSI-DDATE  TO  SRT-DDATE.
           MOVE  KSI-NO     TO  SRT-NO.
           MOVE  KSI-KIN    TO  SRT-KIN.
           RELEASE  SRT-REC.
           GO  TO  INP-10.
       INP-50.
           CALL "DB_F_Close" USING BY REFERENCE KSIF_IDLST KSIF_PNAME1.
      *    GENERAL EXPENSE INVOICES -- OPEN ONLY, PAID GROSS.
           CALL "DB_F_Open" USING
            "INPUT" EXIF_PNAME1 "SHARED" BY REFERENCE EXIF_IDLST "1"
            "EXI-KEY" BY REFERENCE EXI-KEY.
       INP-60.
           CALL "DB_Read" USING
            "NEXT AT END" EXIF_PNAME1 BY REFERENCE EXI-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  INP-90
           END-IF.
           IF  EXI-STAT  NOT =  0
               GO  TO  INP-60
           END-IF.
           IF  EXI-DDATE  >  WK-PAYDT
               GO  TO  INP-60
           END-IF.
           ADD  1  TO  WS-EXP-CNT.
           MOVE  "E"        TO  SRT-KND.
           MOVE  EXI-PAYEE  TO  SRT-HCD.
           MOVE  EXI-DDATE  TO  SRT-DDATE.
           MOVE  EXI-NO     TO  SRT-NO.
           COMPUTE  SRT-KIN  =  EXI-KIN  +  EXI-SHZ.
           RELEASE  SRT-REC.
           GO  TO  INP-60.
       INP-90.
           CALL "DB_F_Close" USING BY REFERENCE EXIF_IDLST EXIF_PNAME1.
       INP-EXT.
           EXIT.
       OUT-RTN.
       OUT-10.
               GO  TO  OUT-EXT.
           IF  WK-1ST-SW  =  1
               MOVE  0  TO  WK-1ST-SW
               MOVE  SRT-CD  TO  WK-CUR-CD
           END-IF.
           IF  SRT-CD  NOT =  WK-CUR-CD
               PERFORM  BRK-RTN  THRU  BRK-EXT
               MOVE  SRT-CD  TO  WK-CUR-CD
           END-IF.
           ADD  1  TO  WS-INV-CNT.
           MOVE  SRT-NO     TO  RPT-NO.
           IF  SRT-KND  =  "E"
               MOVE  " PAY="  TO  RPT-LBL
           ELSE
               MOVE  " CTR="  TO  RPT-LBL
           END-IF.
           MOVE  SRT-HCD    TO  RPT-HCD.
           MOVE  SRT-DDATE  TO  RPT-DDATE.
           MOVE  SRT-KIN    TO  RPT-KIN.
           IF  WK-1ST-SW  =  1
               GO  TO  BRK-EXT
           END-IF.
           IF  WK-CUR-CD (1:1)  =  "E"
               MOVE  "PAY EXP "  TO  BRK-LBL
           ELSE
               MOVE  "PAY CTR "  TO  BRK-LBL
           END-IF.
           MOVE  WK-CUR-CD (2:6)  TO  BRK-HCD.
           MOVE  WK-HCD-KIN  TO  BRK-KIN.
           MOVE  KM-RPT-BRK  TO  KM-RPT-LINE.
           WRITE  KM-RPT-LINE.
