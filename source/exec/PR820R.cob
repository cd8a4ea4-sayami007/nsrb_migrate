       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PR820R.
      *****************************************************
      *****   BANK RECONCILIATION                      *****
      *****************************************************
      *        PROVES ONE JT-BNKM BANK ACCOUNT AGAINST THE BANK'S
      *        STATEMENT AS AT A DATE.  ARGUMENTS: THE ACCOUNT
      *        CODE AND THE DATE (YYYYMMDD, DEFAULT TODAY).
      *          BOOK    THE CASH BOOK IS BUILT FROM WHAT WE
      *                  RECORDED, STARTING AT BNK-OBAL AS AT
      *                  BNK-OBDT -- ON THE RECEIPTS ACCOUNT THE
      *                  SKDF BANK-TRANSFER RECEIPTS (SKD-DC 1,
      *                  SKD-DTC 2, FROM SK740U AND SK820U) AND THE
      *                  JT-TGTF NOTES HONORED AT MATURITY; ON THE
      *                  PAYMENTS ACCOUNT THE JT-KSIF CONTRACTOR
      *                  AND JT-EXIF EXPENSE INVOICES PAID, ON
      *                  THEIR PAY DATE.  CONTRACTORS PAID BY A
      *                  KM860U ZENGIN RUN ARE ONE DEBIT PER RUN
      *                  (THE JT-ZGPR TRAILER AMOUNT), AS THE BANK
      *                  DEBITS THEM, NOT ONE PER INVOICE.
      *          BANK    THE STATEMENT FILE (BANKSTMT.DAT) AS THE
      *                  BANK DELIVERS IT: PER ACCOUNT A HEADER
      *                  (TYPE 1) WITH THE STATEMENT PERIOD AND
      *                  OPENING BALANCE, THE MOVEMENTS (TYPE 2)
      *                  AND A TRAILER (TYPE 8) WITH THE TOTALS AND
      *                  CLOSING BALANCE.  THE TRAILER TOTALS ARE
      *                  PROVED AGAINST THE MOVEMENTS.
      *        BOOK ITEMS AND STATEMENT MOVEMENTS FROM THE START OF
      *        THE STATEMENT PERIOD TO THE DATE ARE PAIRED ON
      *        DIRECTION AND AMOUNT, THE BANK DATE NOT BEFORE THE
      *        BOOK DATE.  WHAT IS LEFT ON EITHER SIDE IS LISTED
      *        AS OUTSTANDING, AND THE ADJUSTED BANK BALANCE IS
      *        SET AGAINST THE ADJUSTED BOOK BALANCE -- ANY GAP IS
      *        THE UNEXPLAINED DIFFERENCE.  THE BOOK AND BANK
      *        BALANCES AT THE START OF THE PERIOD ARE SHOWN TOO,
      *        SINCE A GAP THERE IS CARRIED INTO THE CLOSE.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  BS-IN-FILE  ASSIGN  TO  "BANKSTMT.DAT"
               ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT  PR-RPT-FILE  ASSIGN  TO  "PR820R"
               ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA                DIVISION.
       FILE                SECTION.
      *****
      *    BANK STATEMENT RECORD: TYPE 1 HEADER, 2 MOVEMENT
      *    (1 DEPOSIT, 2 WITHDRAWAL), 8 TRAILER, 9 END.  A
      *    BALANCE SIGN OF "-" IS AN OVERDRAWN BALANCE.
       FD  BS-IN-FILE
           LABEL RECORD IS STANDARD.
       01  BS-REC.
           02  BS-TYPE         PIC  X(01).
           02  FILLER          PIC  X(119).
       01  BS-H-REC.
           02  FILLER          PIC  X(01).
           02  BS-H-BKNO       PIC  9(04).
           02  BS-H-BRNO       PIC  9(03).
           02  BS-H-TYP        PIC  9(01).
           02  BS-H-ACNO       PIC  9(07).
           02  BS-H-FDATE      PIC  9(08).
           02  BS-H-TDATE      PIC  9(08).
           02  BS-H-OSGN       PIC  X(01).
           02  BS-H-OBAL       PIC  9(12).
           02  FILLER          PIC  X(75).
       01  BS-D-REC.
           02  FILLER          PIC  X(01).
           02  BS-D-DATE       PIC  9(08).
           02  BS-D-IO         PIC  9(01).
           02  BS-D-AMT        PIC  9(12).
           02  BS-D-DESC       PIC  X(48).
           02  BS-D-REF        PIC  X(10).
           02  FILLER          PIC  X(40).
       01  BS-T-REC.
           02  FILLER          PIC  X(01).
           02  BS-T-DCNT       PIC  9(06).
           02  BS-T-DAMT       PIC  9(14).
           02  BS-T-WCNT       PIC  9(06).
           02  BS-T-WAMT       PIC  9(14).
           02  BS-T-CSGN       PIC  X(01).
           02  BS-T-CBAL       PIC  9(12).
           02  FILLER          PIC  X(66).
       FD  PR-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  PR-RPT-LINE         PIC  X(132).
       WORKING-STORAGE     SECTION.
       77  ERR-STAT        PIC  X(02).
       77  RET             PIC  9(01)  VALUE  0.
       77  BX              PIC  9(04)  VALUE  0.
       77  SX              PIC  9(04)  VALUE  0.
       77  WK-CD           PIC  9(02)  VALUE  0.
       77  WK-ASOF         PIC  9(08)  VALUE  0.
       77  WK-TODAY        PIC  9(06)  VALUE  0.
       77  WK-FDATE        PIC  9(08)  VALUE  0.
       77  WK-STM-FND      PIC  9(01)  VALUE  0.
       77  WK-IN-BLK       PIC  9(01)  VALUE  0.
       77  WK-TRL-ERR      PIC  9(01)  VALUE  0.
       77  WK-DT           PIC  9(08)  VALUE  0.
       77  WK-IO           PIC  9(01)  VALUE  0.
       77  WK-AMT          PIC S9(11)  VALUE  0.
       77  WK-SRC          PIC  X(04)  VALUE  SPACE.
       77  WK-REF          PIC  9(06)  VALUE  0.
       77  WK-PTY          PIC  X(06)  VALUE  SPACE.
       77  WS-BK-CNT       PIC  9(04)  VALUE  0.
       77  WS-ST-CNT       PIC  9(04)  VALUE  0.
       77  WS-BK-OVF       PIC  9(07)  VALUE  0.
       77  WS-ST-OVF       PIC  9(07)  VALUE  0.
       77  WS-ITM-CNT      PIC  9(07)  VALUE  0.
       77  WS-MAT-CNT      PIC  9(07)  VALUE  0.
       01  WK-BAL-AREA.
           02  WK-BK-BAL       PIC S9(12).
           02  WK-BK-OPEN      PIC S9(12).
           02  WK-ST-OBAL      PIC S9(12).
           02  WK-ST-BAL       PIC S9(12).
           02  WK-ST-DALL      PIC S9(14).
           02  WK-ST-WALL      PIC S9(14).
           02  WK-ST-DCNT      PIC  9(06).
           02  WK-ST-WCNT      PIC  9(06).
           02  WK-BO-DEP       PIC S9(12).
           02  WK-BO-WD        PIC S9(12).
           02  WK-SO-DEP       PIC S9(12).
           02  WK-SO-WD        PIC S9(12).
           02  WK-ADJ-BNK      PIC S9(12).
           02  WK-ADJ-BK       PIC S9(12).
           02  WK-DIFF         PIC S9(12).
      *    BOOK ITEMS OF THE STATEMENT PERIOD.
       01  WK-BK-TBL.
           02  WK-BK  OCCURS  2000.
               03  BK-DATE          PIC  9(08).
               03  BK-IO            PIC  9(01).
               03  BK-AMT           PIC S9(11).
               03  BK-SRC           PIC  X(04).
               03  BK-REF           PIC  9(06).
               03  BK-PTY           PIC  X(06).
               03  BK-MAT           PIC  9(01).
      *    STATEMENT MOVEMENTS TO THE DATE.
       01  WK-ST-TBL.
           02  WK-ST  OCCURS  2000.
               03  ST-DATE          PIC  9(08).
               03  ST-IO            PIC  9(01).
               03  ST-AMT           PIC S9(12).
               03  ST-DESC          PIC  X(30).
               03  ST-REF           PIC  X(10).
               03  ST-MAT           PIC  9(01).
       COPY    LIBNKM.
       COPY    LISKDF.
       COPY    LITGT.
       COPY    LIKSIF.
       COPY    LIEXIF.
       COPY    LIZGPR.
       COPY    LIRUNL.
       COPY    LWHDR.
      *****
       01  PR-RPT-HDR.
           02  FILLER          PIC  X(05)  VALUE  "ACCT=".
           02  RPT-HDR-CD      PIC  9(02).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-HDR-BKNM    PIC  X(15).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-HDR-BRNM    PIC  X(15).
           02  FILLER          PIC  X(04)  VALUE  " NO=".
           02  RPT-HDR-ACNO    PIC  9(07).
           02  FILLER          PIC  X(08)  VALUE  " LEDGER=".
           02  RPT-HDR-KMCD    PIC  9(04).
           02  FILLER          PIC  X(07)  VALUE  " AS AT=".
           02  RPT-HDR-ASOF    PIC  9(08).
           02  FILLER          PIC  X(12)  VALUE  " STATEMENT=".
           02  RPT-HDR-FDATE   PIC  9(08).
       01  PR-RPT-ITM.
           02  FILLER          PIC  X(03)  VALUE  SPACE.
           02  RPT-I-DATE      PIC  9(08).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-I-SRC       PIC  X(04).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-I-REF       PIC  X(10).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-I-DESC      PIC  X(30).
           02  FILLER          PIC  X(05)  VALUE  " DEP=".
           02  RPT-I-DEP       PIC  -(12)9.
           02  FILLER          PIC  X(04)  VALUE  " WD=".
           02  RPT-I-WD        PIC  -(12)9.
       01  PR-RPT-FRM.
           02  RPT-F-LBL       PIC  X(52).
           02  RPT-F-AMT       PIC  -(15)9.
       01  PR-RPT-SUM.
           02  FILLER          PIC  X(11)  VALUE  "BOOK ITEMS=".
           02  RPT-SUM-BK      PIC  ZZZZZZ9.
           02  FILLER          PIC  X(12)  VALUE  " BANK ITEMS=".
           02  RPT-SUM-ST      PIC  ZZZZZZ9.
           02  FILLER          PIC  X(09)  VALUE  " MATCHED=".
           02  RPT-SUM-MAT     PIC  ZZZZZZ9.
           02  FILLER          PIC  X(13)  VALUE  " NOT LISTED=".
           02  RPT-SUM-OVF     PIC  ZZZZZZ9.
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       OPEN  OUTPUT  PR-RPT-FILE.
           ACCEPT  WK-CD    FROM  ARGUMENT-VALUE.
           ACCEPT  WK-ASOF  FROM  ARGUMENT-VALUE.
           IF  WK-ASOF  =  0
               ACCEPT  WK-TODAY  FROM  DATE
               MOVE  "20"      TO  WK-ASOF (1:2)
               MOVE  WK-TODAY  TO  WK-ASOF (3:6)
           END-IF.
       MOVE  "PR820R"  TO  HDR-PGMID.
       MOVE  "BANK RECONCILIATION"  TO  HDR-TITLE.
       PERFORM  HDR-INIT-RTN  THRU  HDR-INIT-EXT.
           INITIALIZE  WK-BAL-AREA.
           CALL "DB_F_Open" USING
            "INPUT" BNKM_PNAME1 "SHARED" BY REFERENCE BNKM_IDLST "1"
            "BNK-KEY" BY REFERENCE BNK-KEY.
           MOVE  WK-CD  TO  BNK-CD.
           CALL "DB_Read" USING
            "INVALID" BNKM_PNAME1 BY REFERENCE BNK-R "UNLOCK"
            RETURNING RET.
           CALL "DB_F_Close" USING BY REFERENCE BNKM_IDLST BNKM_PNAME1.
           IF  RET  =  1
               MOVE  "*** BANK ACCOUNT NOT ON FILE, RUN ENDED"
                TO  PR-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
               PERFORM  HDR-TRL-RTN  THRU  HDR-TRL-EXT
               CLOSE  PR-RPT-FILE
               CALL "DB_Close"
               STOP  RUN
           END-IF.
           PERFORM  RUNL-ST-RTN  THRU  RUNL-ST-EXT.
      *****
      *    THE BANK SIDE -- THIS ACCOUNT'S BLOCK OF THE STATEMENT.
           MOVE  99999999  TO  WK-FDATE.
           OPEN  INPUT  BS-IN-FILE.
       BS-10.
           READ  BS-IN-FILE  AT  END
               GO  TO  BS-90
           END-READ.
           IF  BS-TYPE  =  "1"
               IF  WK-STM-FND  =  1
                   GO  TO  BS-90
               END-IF
               IF  BS-H-BKNO  =  BNK-BKNO  AND  BS-H-BRNO  =  BNK-BRNO
                   AND  BS-H-TYP  =  BNK-TYP
                   AND  BS-H-ACNO  =  BNK-ACNO
                   MOVE  1           TO  WK-STM-FND
                   MOVE  1           TO  WK-IN-BLK
                   MOVE  BS-H-FDATE  TO  WK-FDATE
                   MOVE  BS-H-OBAL   TO  WK-ST-OBAL
                   IF  BS-H-OSGN  =  "-"
                       COMPUTE  WK-ST-OBAL  =  0  -  WK-ST-OBAL
                   END-IF
                   MOVE  WK-ST-OBAL  TO  WK-ST-BAL
               END-IF
               GO  TO  BS-10
           END-IF.
           IF  WK-IN-BLK  =  0
               GO  TO  BS-10
           END-IF.
           IF  BS-TYPE  =  "8"
               MOVE  0  TO  WK-IN-BLK
               IF  BS-T-DCNT  NOT =  WK-ST-DCNT
                   OR  BS-T-DAMT  NOT =  WK-ST-DALL
                   OR  BS-T-WCNT  NOT =  WK-ST-WCNT
                   OR  BS-T-WAMT  NOT =  WK-ST-WALL
                   MOVE  1  TO  WK-TRL-ERR
               END-IF
               GO  TO  BS-10
           END-IF.
           IF  BS-TYPE  NOT =  "2"
               GO  TO  BS-10
           END-IF.
           IF  BS-D-IO  =  1
               ADD  1         TO  WK-ST-DCNT
               ADD  BS-D-AMT  TO  WK-ST-DALL
           ELSE
               ADD  1         TO  WK-ST-WCNT
               ADD  BS-D-AMT  TO  WK-ST-WALL
           END-IF.
           IF  BS-D-DATE  >  WK-ASOF
               GO  TO  BS-10
           END-IF.
           IF  BS-D-IO  =  1
               ADD       BS-D-AMT  TO    WK-ST-BAL
           ELSE
               SUBTRACT  BS-D-AMT  FROM  WK-ST-BAL
           END-IF.
           IF  WS-ST-CNT  NOT <  2000
               ADD  1  TO  WS-ST-OVF
               GO  TO  BS-10
           END-IF.
           ADD  1  TO  WS-ST-CNT.
           MOVE  BS-D-DATE  TO  ST-DATE (WS-ST-CNT).
           MOVE  BS-D-IO    TO  ST-IO (WS-ST-CNT).
           MOVE  BS-D-AMT   TO  ST-AMT (WS-ST-CNT).
           MOVE  BS-D-DESC  TO  ST-DESC (WS-ST-CNT).
           MOVE  BS-D-REF   TO  ST-REF (WS-ST-CNT).
           MOVE  0          TO  ST-MAT (WS-ST-CNT).
           GO  TO  BS-10.
       BS-90.
           CLOSE  BS-IN-FILE.
           MOVE  BNK-OBAL  TO  WK-BK-BAL.
           MOVE  BNK-OBAL  TO  WK-BK-OPEN.
           IF  BNK-RCVF  NOT =  1
               GO  TO  PY-00
           END-IF.
      *****
      *    THE BOOK SIDE -- RECEIPTS BY BANK TRANSFER.
           CALL "DB_F_Open" USING
            "INPUT" SKDF_PNAME1 "SHARED" BY REFERENCE SKDF_IDLST
            "1" "SKD-KEY" BY REFERENCE SKD-KEY.
       SK-10.
           CALL "DB_Read" USING
            "NEXT AT END" SKDF_PNAME1 BY REFERENCE SKD-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  SK-90
           END-IF.
           IF  SKD-DC  NOT =  1  OR  SKD-DTC  NOT =  2
               GO  TO  SK-10
           END-IF.
           MOVE  SKD-DATE  TO  WK-DT.
           MOVE  1         TO  WK-IO.
           MOVE  SKD-KIN   TO  WK-AMT.
           MOVE  "RCPT"    TO  WK-SRC.
           MOVE  SKD-DNO   TO  WK-REF.
           MOVE  SPACE     TO  WK-PTY.
           MOVE  SKD-TCD   TO  WK-PTY (1:4).
           PERFORM  BK-ADD-RTN  THRU  BK-ADD-EXT.
           GO  TO  SK-10.
       SK-90.
           CALL "DB_F_Close" USING
            BY REFERENCE SKDF_IDLST SKDF_PNAME1.
      *    NOTES HONORED -- CREDITED ON THE MATURITY DATE.
           CALL "DB_F_Open" USING
            "INPUT" TGTF_PNAME1 "SHARED" BY REFERENCE TGTF_IDLST "1"
            "TGT-KEY" BY REFERENCE TGT-KEY.
       TG-10.
           CALL "DB_Read" USING
            "NEXT AT END" TGTF_PNAME1 BY REFERENCE TGT-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  TG-90
           END-IF.
           IF  TGT-STAT  NOT =  1
               GO  TO  TG-10
           END-IF.
           MOVE  TGT-MAT   TO  WK-DT.
           MOVE  1         TO  WK-IO.
           MOVE  TGT-KIN   TO  WK-AMT.
           MOVE  "NOTE"    TO  WK-SRC.
           MOVE  TGT-NO    TO  WK-REF.
           MOVE  SPACE     TO  WK-PTY.
           MOVE  TGT-TCD   TO  WK-PTY (1:4).
           PERFORM  BK-ADD-RTN  THRU  BK-ADD-EXT.
           GO  TO  TG-10.
       TG-90.
           CALL "DB_F_Close" USING
            BY REFERENCE TGTF_IDLST TGTF_PNAME1.
      *****
      *    THE BOOK SIDE -- INVOICES PAID.
       PY-00.
           IF  BNK-PAYF  NOT =  1
               GO  TO  MT-00
           END-IF.
           CALL "DB_F_Open" USING
            "INPUT" ZGPR_PNAME1 "SHARED" BY REFERENCE ZGPR_IDLST "1"
            "ZGP-KEY" BY REFERENCE ZGP-KEY.
       ZG-10.
           CALL "DB_Read" USING
            "NEXT AT END" ZGPR_PNAME1 BY REFERENCE ZGP-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  ZG-90
           END-IF.
           IF  ZGP-STAT  NOT =  1  OR  ZGP-BKCD  NOT =  BNK-CD
               GO  TO  ZG-10
           END-IF.
           MOVE  ZGP-PDATE  TO  WK-DT.
           MOVE  2          TO  WK-IO.
           MOVE  ZGP-AMT    TO  WK-AMT.
           MOVE  "ZGN "     TO  WK-SRC.
           MOVE  ZGP-PDATE (3:6)  TO  WK-REF.
           MOVE  "ZENGIN"   TO  WK-PTY.
           PERFORM  BK-ADD-RTN  THRU  BK-ADD-EXT.
           GO  TO  ZG-10.
       ZG-90.
           CALL "DB_F_Open" USING
            "INPUT" KSIF_PNAME1 "SHARED" BY REFERENCE KSIF_IDLST "1"
            "KSI-KEY" BY REFERENCE KSI-KEY.
       KS-10.
           CALL "DB_Read" USING
            "NEXT AT END" KSIF_PNAME1 BY REFERENCE KSI-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  KS-90
           END-IF.
           IF  KSI-STAT  NOT =  3
               GO  TO  KS-10
           END-IF.
      *        PAID IN A ZENGIN RUN -- BOOKED ABOVE WITH THE RUN.
           MOVE  KSI-PDATE  TO  ZGP-PDATE.
           CALL "DB_Read" USING
            "INVALID" ZGPR_PNAME1 BY REFERENCE ZGP-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  0  AND  ZGP-STAT  =  1
               GO  TO  KS-10
           END-IF.
           MOVE  KSI-PDATE  TO  WK-DT.
           MOVE  2          TO  WK-IO.
           MOVE  KSI-KIN    TO  WK-AMT.
           MOVE  "CTR "     TO  WK-SRC.
           MOVE  KSI-NO     TO  WK-REF.
           MOVE  KSI-HCD    TO  WK-PTY.
           PERFORM  BK-ADD-RTN  THRU  BK-ADD-EXT.
           GO  TO  KS-10.
       KS-90.
           CALL "DB_F_Close" USING
            BY REFERENCE KSIF_IDLST KSIF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE ZGPR_IDLST ZGPR_PNAME1.
           CALL "DB_F_Open" USING
            "INPUT" EXIF_PNAME1 "SHARED" BY REFERENCE EXIF_IDLST "1"
            "EXI-KEY" BY REFERENCE EXI-KEY.
       EX-10.
           CALL "DB_Read" USING
            "NEXT AT END" EXIF_PNAME1 BY REFERENCE EXI-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  EX-90
           END-IF.
           IF  EXI-STAT  NOT =  3
               GO  TO  EX-10
           END-IF.
           MOVE  EXI-PDATE  TO  WK-DT.
           MOVE  2          TO  WK-IO.
           COMPUTE  WK-AMT  =  EXI-KIN  +  EXI-SHZ.
           MOVE  "EXP "     TO  WK-SRC.
           MOVE  EXI-NO     TO  WK-REF.
           MOVE  EXI-PAYEE  TO  WK-PTY.
           PERFORM  BK-ADD-RTN  THRU  BK-ADD-EXT.
           GO  TO  EX-10.
       EX-90.
           CALL "DB_F_Close" USING
            BY REFERENCE EXIF_IDLST EXIF_PNAME1.
      *****
      *    PAIR BOOK ITEMS WITH STATEMENT MOVEMENTS.
       MT-00.
           PERFORM  VARYING  BX  FROM  1  BY  1  UNTIL  BX  >  WS-BK-CNT
               PERFORM  MAT-RTN  THRU  MAT-EXT
           END-PERFORM.
      *****
      *    THE REPORT.
           MOVE  BNK-CD    TO  RPT-HDR-CD.
           MOVE  BNK-BKNM  TO  RPT-HDR-BKNM.
           MOVE  BNK-BRNM  TO  RPT-HDR-BRNM.
           MOVE  BNK-ACNO  TO  RPT-HDR-ACNO.
           MOVE  BNK-KMCD  TO  RPT-HDR-KMCD.
           MOVE  WK-ASOF   TO  RPT-HDR-ASOF.
           MOVE  WK-FDATE  TO  RPT-HDR-FDATE.
           IF  WK-STM-FND  =  0
               MOVE  0  TO  RPT-HDR-FDATE
           END-IF.
           MOVE  PR-RPT-HDR  TO  PR-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           IF  WK-STM-FND  =  0
               MOVE  "*** NO STATEMENT FOR THIS ACCOUNT -- BOOK ONLY"
                TO  PR-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
           END-IF.
           IF  WK-TRL-ERR  =  1
               MOVE  "*** STATEMENT TRAILER TOTALS DO NOT AGREE"
                TO  PR-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
           END-IF.
           MOVE  SPACE  TO  PR-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  "1. IN THE BOOK, NOT YET ON THE STATEMENT"
               TO  PR-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           PERFORM  VARYING  BX  FROM  1  BY  1  UNTIL  BX  >  WS-BK-CNT
               IF  BK-MAT (BX)  =  0
                   PERFORM  BK-PRT-RTN  THRU  BK-PRT-EXT
               END-IF
           END-PERFORM.
           MOVE  SPACE  TO  PR-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  "2. ON THE STATEMENT, NOT IN THE BOOK"
               TO  PR-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           PERFORM  VARYING  SX  FROM  1  BY  1  UNTIL  SX  >  WS-ST-CNT
               IF  ST-MAT (SX)  =  0
                   PERFORM  ST-PRT-RTN  THRU  ST-PRT-EXT
               END-IF
           END-PERFORM.
           COMPUTE  WK-ADJ-BNK  =  WK-ST-BAL  +  WK-BO-DEP  -  WK-BO-WD.
           COMPUTE  WK-ADJ-BK   =  WK-BK-BAL  +  WK-SO-DEP  -  WK-SO-WD.
           COMPUTE  WK-DIFF     =  WK-ADJ-BNK  -  WK-ADJ-BK.
           MOVE  SPACE  TO  PR-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  "3. RECONCILIATION"  TO  PR-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  "   BALANCE PER STATEMENT"  TO  RPT-F-LBL.
           MOVE  WK-ST-BAL  TO  RPT-F-AMT.
           PERFORM  FRM-WRT-RTN  THRU  FRM-WRT-EXT.
           MOVE  "     ADD DEPOSITS IN TRANSIT"  TO  RPT-F-LBL.
           MOVE  WK-BO-DEP  TO  RPT-F-AMT.
           PERFORM  FRM-WRT-RTN  THRU  FRM-WRT-EXT.
           MOVE  "     LESS PAYMENTS NOT YET PRESENTED"  TO  RPT-F-LBL.
           MOVE  WK-BO-WD  TO  RPT-F-AMT.
           PERFORM  FRM-WRT-RTN  THRU  FRM-WRT-EXT.
           MOVE  "   ADJUSTED BANK BALANCE"  TO  RPT-F-LBL.
           MOVE  WK-ADJ-BNK  TO  RPT-F-AMT.
           PERFORM  FRM-WRT-RTN  THRU  FRM-WRT-EXT.
           MOVE  "   BALANCE PER BOOK"  TO  RPT-F-LBL.
           MOVE  WK-BK-BAL  TO  RPT-F-AMT.
           PERFORM  FRM-WRT-RTN  THRU  FRM-WRT-EXT.
           MOVE  "     ADD BANK CREDITS NOT BOOKED"  TO  RPT-F-LBL.
           MOVE  WK-SO-DEP  TO  RPT-F-AMT.
           PERFORM  FRM-WRT-RTN  THRU  FRM-WRT-EXT.
           MOVE  "     LESS BANK DEBITS NOT BOOKED"  TO  RPT-F-LBL.
           MOVE  WK-SO-WD  TO  RPT-F-AMT.
           PERFORM  FRM-WRT-RTN  THRU  FRM-WRT-EXT.
           MOVE  "   ADJUSTED BOOK BALANCE"  TO  RPT-F-LBL.
           MOVE  WK-ADJ-BK  TO  RPT-F-AMT.
           PERFORM  FRM-WRT-RTN  THRU  FRM-WRT-EXT.
           MOVE  "   UNEXPLAINED DIFFERENCE"  TO  RPT-F-LBL.
           MOVE  WK-DIFF  TO  RPT-F-AMT.
           PERFORM  FRM-WRT-RTN  THRU  FRM-WRT-EXT.
           IF  WK-STM-FND  =  1
               MOVE  "   OPENING BALANCE PER STATEMENT"  TO  RPT-F-LBL
               MOVE  WK-ST-OBAL  TO  RPT-F-AMT
               PERFORM  FRM-WRT-RTN  THRU  FRM-WRT-EXT
               MOVE  "   BOOK BALANCE AT STATEMENT START"  TO  RPT-F-LBL
               MOVE  WK-BK-OPEN  TO  RPT-F-AMT
               PERFORM  FRM-WRT-RTN  THRU  FRM-WRT-EXT
           END-IF.
           MOVE  WS-BK-CNT  TO  RPT-SUM-BK.
           MOVE  WS-ST-CNT  TO  RPT-SUM-ST.
           MOVE  WS-MAT-CNT  TO  RPT-SUM-MAT.
           COMPUTE  RPT-SUM-OVF  =  WS-BK-OVF  +  WS-ST-OVF.
           MOVE  PR-RPT-SUM  TO  PR-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           PERFORM  HDR-TRL-RTN  THRU  HDR-TRL-EXT.
           CLOSE  PR-RPT-FILE.
           PERFORM  RUNL-EN-RTN  THRU  RUNL-EN-EXT.
           CALL "DB_Close".
           STOP  RUN.
      *****
      *    ONE BOOK ITEM (WK-DT/IO/AMT/SRC/REF/PTY).  A NEGATIVE
      *    AMOUNT RUNS THE OTHER WAY.  ITEMS UP TO THE OPENING
      *    DATE ARE ALREADY IN BNK-OBAL; ITEMS BEFORE THE
      *    STATEMENT PERIOD GO TO THE OPENING BOOK BALANCE ONLY.
       BK-ADD-RTN.
           IF  WK-DT  NOT >  BNK-OBDT  OR  WK-DT  >  WK-ASOF
               GO  TO  BK-ADD-EXT
           END-IF.
           IF  WK-AMT  <  0
               COMPUTE  WK-AMT  =  0  -  WK-AMT
               COMPUTE  WK-IO  =  3  -  WK-IO
           END-IF.
           ADD  1  TO  WS-ITM-CNT.
           IF  WK-IO  =  1
               ADD       WK-AMT  TO    WK-BK-BAL
           ELSE
               SUBTRACT  WK-AMT  FROM  WK-BK-BAL
           END-IF.
           IF  WK-DT  <  WK-FDATE
               IF  WK-IO  =  1
                   ADD       WK-AMT  TO    WK-BK-OPEN
               ELSE
                   SUBTRACT  WK-AMT  FROM  WK-BK-OPEN
               END-IF
               GO  TO  BK-ADD-EXT
           END-IF.
           IF  WS-BK-CNT  NOT <  2000
               ADD  1  TO  WS-BK-OVF
               GO  TO  BK-ADD-EXT
           END-IF.
           ADD  1  TO  WS-BK-CNT.
           MOVE  WK-DT   TO  BK-DATE (WS-BK-CNT).
           MOVE  WK-IO   TO  BK-IO (WS-BK-CNT).
           MOVE  WK-AMT  TO  BK-AMT (WS-BK-CNT).
           MOVE  WK-SRC  TO  BK-SRC (WS-BK-CNT).
           MOVE  WK-REF  TO  BK-REF (WS-BK-CNT).
           MOVE  WK-PTY  TO  BK-PTY (WS-BK-CNT).
           MOVE  0       TO  BK-MAT (WS-BK-CNT).
       BK-ADD-EXT.
           EXIT.
      *****
      *    FIRST OPEN STATEMENT MOVEMENT FOR BOOK ITEM BX.
       MAT-RTN.
           PERFORM  VARYING  SX  FROM  1  BY  1
               UNTIL  SX  >  WS-ST-CNT  OR  BK-MAT (BX)  =  1
               IF  ST-MAT (SX)  =  0  AND  ST-IO (SX)  =  BK-IO (BX)
                   AND  ST-AMT (SX)  =  BK-AMT (BX)
                   AND  ST-DATE (SX)  NOT <  BK-DATE (BX)
                   MOVE  1  TO  ST-MAT (SX)
                   MOVE  1  TO  BK-MAT (BX)
                   ADD  1  TO  WS-MAT-CNT
               END-IF
           END-PERFORM.
       MAT-EXT.
           EXIT.
       BK-PRT-RTN.
           MOVE  BK-DATE (BX)  TO  RPT-I-DATE.
           MOVE  BK-SRC (BX)   TO  RPT-I-SRC.
           MOVE  SPACE         TO  RPT-I-REF.
           MOVE  BK-REF (BX)   TO  RPT-I-REF (1:6).
           MOVE  SPACE         TO  RPT-I-DESC.
           MOVE  BK-PTY (BX)   TO  RPT-I-DESC (1:6).
           IF  BK-IO (BX)  =  1
               MOVE  BK-AMT (BX)  TO  RPT-I-DEP
               MOVE  0            TO  RPT-I-WD
               ADD   BK-AMT (BX)  TO  WK-BO-DEP
           ELSE
               MOVE  0            TO  RPT-I-DEP
               MOVE  BK-AMT (BX)  TO  RPT-I-WD
               ADD   BK-AMT (BX)  TO  WK-BO-WD
           END-IF.
           MOVE  PR-RPT-ITM  TO  PR-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
       BK-PRT-EXT.
           EXIT.
       ST-PRT-RTN.
           MOVE  ST-DATE (SX)  TO  RPT-I-DATE.
           MOVE  "BANK"        TO  RPT-I-SRC.
           MOVE  ST-REF (SX)   TO  RPT-I-REF.
           MOVE  ST-DESC (SX)  TO  RPT-I-DESC.
           IF  ST-IO (SX)  =  1
               MOVE  ST-AMT (SX)  TO  RPT-I-DEP
               MOVE  0            TO  RPT-I-WD
               ADD   ST-AMT (SX)  TO  WK-SO-DEP
           ELSE
               MOVE  0            TO  RPT-I-DEP
               MOVE  ST-AMT (SX)  TO  RPT-I-WD
               ADD   ST-AMT (SX)  TO  WK-SO-WD
           END-IF.
           MOVE  PR-RPT-ITM  TO  PR-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
       ST-PRT-EXT.
           EXIT.
       FRM-WRT-RTN.
           MOVE  PR-RPT-FRM  TO  PR-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
       FRM-WRT-EXT.
           EXIT.
      *****
      *    RUNLOG START/END -- SEE LIRUNL.
       RUNL-ST-RTN.
           CALL "DB_F_Open" USING
            "I-O" RUNL_PNAME1 "SHARED" BY REFERENCE RUNL_IDLST "1"
            "RUNL-KEY" BY REFERENCE RUNL-KEY.
           ACCEPT  RUNL-SDATE  FROM  DATE.
           ACCEPT  RUNL-STIME  FROM  TIME.
           MOVE  "PR820R"  TO  RUNL-PGM.
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
           MOVE  WS-ITM-CNT  TO  RUNL-READ.
           MOVE  0           TO  RUNL-WRIT.
           MOVE  0           TO  RUNL-UPDT.
           MOVE  "000"       TO  RUNL-CC.
           MOVE  1           TO  RUNL-ENDF.
           CALL "DB_Update" USING
            RUNL_PNAME1 RUNL_LNAME RUNL-R RETURNING RET.
           CALL "DB_F_Close" USING BY REFERENCE RUNL_IDLST RUNL_PNAME1.
       RUNL-EN-EXT.
           EXIT.
       COPY  LPHDR  REPLACING  ==RPT-LINE==  BY  ==PR-RPT-LINE==.
