       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PR780U.
      *****************************************************
      *****   BAD-DEBT ALLOWANCE RUN                   *****
      *****************************************************
      *        AGES EVERY OPEN SKDF INVOICE (SKD-DC = 0, NOT
      *        SETTLED) PER CUSTOMER AS AT THE END OF THE
      *        ARGUMENT MONTH (YYMM, DEFAULT THE CURRENT MONTH)
      *        AND PROVIDES AN ALLOWANCE AGAINST EACH CUSTOMER'S
      *        OPEN BALANCE, TAX INCLUDED:
      *          WRITTEN OFF (TK-WOF = 1)  100 PERCENT,
      *          DOUBTFUL (TK-BDF = 1)     TK-BDPCT PERCENT,
      *          OTHERWISE                 THE HISTORICAL LOSS
      *                                    RATE ON FCTL "BDRAT".
      *        A NON-ZERO RATE ARGUMENT (99V999, E.G. 01250 FOR
      *        1.25 PERCENT) REPLACES THE RATE ON FILE AND IS
      *        KEPT FOR LATER RUNS.  TWO BALANCED JT-JVF VOUCHERS
      *        ARE WRITTEN, DATED AT MONTH-END AND NUMBERED FROM
      *        THE FCTL "JVNO" COUNTER:
      *          1  REVERSAL OF THE ALLOWANCE LAST BOOKED -- DR
      *             ALLOWANCE (JT-GLMP "BA") / CR REVERSAL
      *             INCOME ("BR"),
      *          2  THE NEW ALLOWANCE -- DR PROVISION EXPENSE
      *             ("BE") / CR ALLOWANCE ("BA").
      *        THE MONTH AND AMOUNT BOOKED ARE KEPT ON "BDRAT";
      *        A MONTH ALREADY BOOKED, OR ONE BEFORE IT, IS
      *        REFUSED, AS IS A CLOSED MONTH (FCTL "CYYMM") OR A
      *        RUN WITHOUT THE THREE ACCOUNTS MAPPED.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  PR-RPT-FILE  ASSIGN  TO  "PR780U"
               ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA                DIVISION.
       FILE                SECTION.
       FD  PR-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  PR-RPT-LINE         PIC  X(132).
       WORKING-STORAGE     SECTION.
       77  ERR-STAT        PIC  X(02).
       77  RET             PIC  9(01)  VALUE  0.
       77  GX              PIC  9(01)  VALUE  0.
       77  LX              PIC  9(02)  VALUE  0.
       77  BX              PIC  9(01)  VALUE  0.
       77  CX              PIC  9(03)  VALUE  0.
       77  WK-BMON         PIC  9(04)  VALUE  0.
       77  WK-RATE-A       PIC  9(05)  VALUE  0.
       77  WK-RATE         PIC  9(02)V9(03)  VALUE  0.
       77  WK-TODAY        PIC  9(06)  VALUE  0.
       77  WK-TODAY8       PIC  9(08)  VALUE  0.
       77  WK-MEND8        PIC  9(08)  VALUE  0.
       77  WK-NXT8         PIC  9(08)  VALUE  0.
       77  WK-MEND-I       PIC  9(07)  VALUE  0.
       77  WK-DAYS         PIC S9(07)  VALUE  0.
       77  WK-CLOSED       PIC  9(01)  VALUE  0.
       77  WK-FCTL-FND     PIC  9(01)  VALUE  0.
       77  WK-PYM          PIC  9(04)  VALUE  0.
       77  WK-PAMT         PIC S9(11)  VALUE  0.
       77  WK-AMT          PIC S9(11)  VALUE  0.
       77  WK-PCT          PIC  9(03)V9(03)  VALUE  0.
       77  WK-ALW          PIC S9(11)  VALUE  0.
       77  WK-BA-KMCD      PIC  9(04)  VALUE  0.
       77  WK-BE-KMCD      PIC  9(04)  VALUE  0.
       77  WK-BR-KMCD      PIC  9(04)  VALUE  0.
       77  WS-CU-CNT       PIC  9(03)  VALUE  0.
       77  WS-OVF-CNT      PIC  9(07)  VALUE  0.
       77  WS-SK-CNT       PIC  9(07)  VALUE  0.
       77  WS-IT-CNT       PIC  9(07)  VALUE  0.
       77  WS-JV-CNT       PIC  9(07)  VALUE  0.
       77  WS-LN-CNT       PIC  9(07)  VALUE  0.
       77  WS-OPN-TOT      PIC S9(11)  VALUE  0.
       77  WS-ALW-TOT      PIC S9(11)  VALUE  0.
       COPY    LISKDF.
       COPY    LITKM.
       COPY    LIGLMP.
       COPY    LIJVF.
       COPY    FCTL.
       COPY    LIRUNL.
       COPY    LWILCK.
       COPY    LWHDR.
      *****
      *    OPEN BALANCE PER CUSTOMER, AGED INTO FIVE BUCKETS:
      *    0-30, 31-90, 91-180, 181-365 AND OVER 365 DAYS.
       01  WK-CU-TBL.
           02  WK-CU  OCCURS  500.
               03  WK-CU-TCD        PIC  9(04).
               03  WK-CU-BKT        PIC S9(11)  OCCURS  5.
               03  WK-CU-TOT        PIC S9(11).
      *****
      *    VOUCHER TEXT PER GROUP.
       01  WK-GTXT-V.
           02  FILLER      PIC  X(20)  VALUE  "BAD DEBT ALW REVERSE".
           02  FILLER      PIC  X(20)  VALUE  "BAD DEBT ALLOWANCE  ".
       01  WK-GTXT-T  REDEFINES  WK-GTXT-V.
           02  WK-GTXT     PIC  X(20)  OCCURS  2.
      *****
      *    THE TWO LINES OF EACH VOUCHER.
       01  WK-GRP-TBL.
           02  WK-GRP  OCCURS  2.
               03  WK-GRP-LCNT      PIC  9(02).
               03  WK-GRP-LN  OCCURS  2.
                   04  WK-GL-KMCD   PIC  9(04).
                   04  WK-GL-DRCR   PIC  9(01).
                   04  WK-GL-KIN    PIC S9(11).
      *****
       01  PR-RPT-HDR.
           02  FILLER          PIC  X(30)  VALUE
               "BAD-DEBT ALLOWANCE            ".
           02  FILLER          PIC  X(07)  VALUE  "MONTH=".
           02  RPT-HDR-YM      PIC  9(04).
           02  FILLER          PIC  X(07)  VALUE  "  ASAT=".
           02  RPT-HDR-MEND    PIC  9(08).
           02  FILLER          PIC  X(12)  VALUE  "  LOSS RATE=".
           02  RPT-HDR-RATE    PIC  Z9.999.
       01  PR-RPT-MID.
           02  FILLER          PIC  X(05)  VALUE  "CUST ".
           02  FILLER          PIC  X(21)  VALUE
               "NAME                 ".
           02  FILLER          PIC  X(12)  VALUE  "      0-30  ".
           02  FILLER          PIC  X(12)  VALUE  "     31-90  ".
           02  FILLER          PIC  X(12)  VALUE  "    91-180  ".
           02  FILLER          PIC  X(12)  VALUE  "   181-365  ".
           02  FILLER          PIC  X(12)  VALUE  "      >365  ".
           02  FILLER          PIC  X(13)  VALUE  "       TOTAL ".
           02  FILLER          PIC  X(12)  VALUE  "BASIS PCT   ".
           02  FILLER          PIC  X(11)  VALUE  "  ALLOWANCE".
       01  PR-RPT-DET.
           02  RPT-TCD         PIC  9(04).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-NAME        PIC  N(10).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-BKT-G.
               03  RPT-BKT     PIC  -(10)9  OCCURS  5.
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-TOT         PIC  -(11)9.
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-BASIS       PIC  X(03).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-PCT         PIC  ZZ9.999.
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-ALW         PIC  -(10)9.
       01  PR-RPT-EXC.
           02  FILLER          PIC  X(22)  VALUE
               "*** NOT MAPPED  SRC=".
           02  RPT-EXC-SRC     PIC  X(02).
           02  FILLER          PIC  X(26)  VALUE
               " CLS=00, NO VOUCHERS".
       01  PR-RPT-VCH.
           02  FILLER          PIC  X(05)  VALUE  "VCH=".
           02  RPT-VCH-NO      PIC  9(06).
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-VCH-TXT     PIC  X(20).
       01  PR-RPT-VLN.
           02  FILLER          PIC  X(05)  VALUE  SPACE.
           02  RPT-LN          PIC  9(02).
           02  FILLER          PIC  X(07)  VALUE  " ACCT=".
           02  RPT-KMCD        PIC  9(04).
           02  FILLER          PIC  X(05)  VALUE  " DC=".
           02  RPT-DRCR        PIC  9(01).
           02  FILLER          PIC  X(06)  VALUE  " AMT=".
           02  RPT-KIN         PIC  -(10)9.
       01  PR-RPT-SUM.
           02  FILLER          PIC  X(11)  VALUE  "CUSTOMERS=".
           02  RPT-SUM-CU      PIC  ZZZZZZ9.
           02  FILLER          PIC  X(08)  VALUE  " ITEMS=".
           02  RPT-SUM-IT      PIC  ZZZZZZ9.
           02  FILLER          PIC  X(07)  VALUE  " OPEN=".
           02  RPT-SUM-OPN     PIC  -(12)9.
           02  FILLER          PIC  X(12)  VALUE  " ALLOWANCE=".
           02  RPT-SUM-ALW     PIC  -(12)9.
           02  FILLER          PIC  X(11)  VALUE  " REVERSED=".
           02  RPT-SUM-REV     PIC  -(12)9.
       01  PR-RPT-OVF.
           02  FILLER          PIC  X(36)  VALUE
               "*** CUSTOMER TABLE FULL, DROPPED=   ".
           02  RPT-OVF-CNT     PIC  ZZZZZZ9.
           02  FILLER          PIC  X(20)  VALUE
               "  NO VOUCHERS".
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       OPEN  OUTPUT  PR-RPT-FILE.
           ACCEPT  WK-BMON    FROM  ARGUMENT-VALUE.
           ACCEPT  WK-RATE-A  FROM  ARGUMENT-VALUE.
       ACCEPT  WK-TODAY  FROM  DATE.
       MOVE  "20"      TO  WK-TODAY8 (1:2).
       MOVE  WK-TODAY  TO  WK-TODAY8 (3:6).
       IF  WK-BMON  =  0
           MOVE  WK-TODAY (1:4)  TO  WK-BMON
           END-IF.
      *        MONTH-END -- THE DAY BEFORE THE FIRST OF THE NEXT
      *        MONTH.
           MOVE  "20"     TO  WK-NXT8 (1:2).
           MOVE  WK-BMON  TO  WK-NXT8 (3:4).
           MOVE  "01"     TO  WK-NXT8 (7:2).
           IF  WK-NXT8 (5:2)  =  "12"
               ADD  10000  TO  WK-NXT8
               MOVE  "01"  TO  WK-NXT8 (5:2)
           ELSE
               ADD  100    TO  WK-NXT8
           END-IF.
           COMPUTE  WK-MEND-I  =
               FUNCTION INTEGER-OF-DATE (WK-NXT8)  -  1.
           COMPUTE  WK-MEND8  =
               FUNCTION DATE-OF-INTEGER (WK-MEND-I).
       MOVE  "PR780U"  TO  HDR-PGMID.
       MOVE  "BAD-DEBT ALLOWANCE"  TO  HDR-TITLE.
       PERFORM  HDR-INIT-RTN  THRU  HDR-INIT-EXT.
      *        PERIOD LOCK, THEN THE RATE AND THE LAST MONTH
      *        BOOKED FROM FCTL "BDRAT".
           MOVE  0  TO  WK-CLOSED.
           CALL "DB_F_Open" USING
            "INPUT" FCTL-F_PNAME1 "SHARED" BY REFERENCE FCTL-F_IDLST
            "1" "FCTL-KEY" BY REFERENCE FCTL-KEY.
           MOVE  "C"      TO  FCTL-KEY1 (1:1).
           MOVE  WK-BMON  TO  FCTL-KEY1 (2:4).
           CALL "DB_Read" USING
            "INVALID" FCTL-F_PNAME1 BY REFERENCE FCTL-REC "UNLOCK"
            RETURNING RET.
           IF  RET  =  0  AND  FCTL-CLST  =  1
               MOVE  1  TO  WK-CLOSED
           END-IF.
           MOVE  "BDRAT"  TO  FCTL-KEY1.
           CALL "DB_Read" USING
            "INVALID" FCTL-F_PNAME1 BY REFERENCE FCTL-REC "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               MOVE  0  TO  WK-RATE
               MOVE  0  TO  WK-PYM
               MOVE  0  TO  WK-PAMT
           ELSE
               MOVE  FCTL-ALRATE  TO  WK-RATE
               MOVE  FCTL-ALYM    TO  WK-PYM
               MOVE  FCTL-ALAMT   TO  WK-PAMT
           END-IF.
           CALL "DB_F_Close" USING
            BY REFERENCE FCTL-F_IDLST FCTL-F_PNAME1.
           IF  WK-RATE-A  NOT =  0
               COMPUTE  WK-RATE  =  WK-RATE-A  /  1000
           END-IF.
           MOVE  WK-BMON   TO  RPT-HDR-YM.
           MOVE  WK-MEND8  TO  RPT-HDR-MEND.
           MOVE  WK-RATE   TO  RPT-HDR-RATE.
           MOVE  PR-RPT-HDR  TO  PR-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           IF  WK-CLOSED  =  1
               MOVE  "*** MONTH IS CLOSED, RUN ENDED"  TO  PR-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
               PERFORM  HDR-TRL-RTN  THRU  HDR-TRL-EXT
               CLOSE  PR-RPT-FILE
               CALL "DB_Close"
               STOP  RUN
           END-IF.
           IF  WK-PYM  NOT =  0  AND  WK-PYM  NOT <  WK-BMON
               MOVE  "*** ALLOWANCE ALREADY BOOKED, RUN ENDED"
                TO  PR-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
               PERFORM  HDR-TRL-RTN  THRU  HDR-TRL-EXT
               CLOSE  PR-RPT-FILE
               CALL "DB_Close"
               STOP  RUN
           END-IF.
      *****
      *    RUN INTERLOCK -- SEE LPILCK.
           ACCEPT  ILCK-OVR  FROM  ARGUMENT-VALUE.
           PERFORM  ILCK-RTN  THRU  ILCK-EXT.
           IF  ILCK-FND  =  1
               MOVE  "*** ALREADY RUNNING, START REFUSED"
                TO  PR-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
               PERFORM  HDR-TRL-RTN  THRU  HDR-TRL-EXT
               CLOSE  PR-RPT-FILE
               CALL "DB_Close"
               STOP  RUN
           END-IF.
           PERFORM  RUNL-ST-RTN  THRU  RUNL-ST-EXT.
           INITIALIZE  WK-CU-TBL.
           INITIALIZE  WK-GRP-TBL.
      *        ALLOWANCE ACCOUNTS FROM THE MAPPING TABLE -- ALL
      *        THREE ARE NEEDED BEFORE ANY VOUCHER IS WRITTEN.
           CALL "DB_F_Open" USING
            "INPUT" GLMP_PNAME1 "SHARED" BY REFERENCE GLMP_IDLST "1"
            "GLM-KEY" BY REFERENCE GLM-KEY.
           MOVE  "BA"  TO  GLM-SRC.
           PERFORM  GLM-RD-RTN  THRU  GLM-RD-EXT.
           MOVE  GLM-KMCD  TO  WK-BA-KMCD.
           MOVE  "BE"  TO  GLM-SRC.
           PERFORM  GLM-RD-RTN  THRU  GLM-RD-EXT.
           MOVE  GLM-KMCD  TO  WK-BE-KMCD.
           MOVE  "BR"  TO  GLM-SRC.
           PERFORM  GLM-RD-RTN  THRU  GLM-RD-EXT.
           MOVE  GLM-KMCD  TO  WK-BR-KMCD.
           CALL "DB_F_Close" USING BY REFERENCE GLMP_IDLST GLMP_PNAME1.
           MOVE  SPACE  TO  RPT-EXC-SRC.
           IF  WK-BA-KMCD  =  0
               MOVE  "BA"  TO  RPT-EXC-SRC
           END-IF.
           IF  WK-BE-KMCD  =  0
               MOVE  "BE"  TO  RPT-EXC-SRC
           END-IF.
           IF  WK-BR-KMCD  =  0
               MOVE  "BR"  TO  RPT-EXC-SRC
           END-IF.
           IF  RPT-EXC-SRC  NOT =  SPACE
               MOVE  PR-RPT-EXC  TO  PR-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
               GO  TO  END-RTN
           END-IF.
      *****
      *    AGE THE OPEN INVOICES.  SKDF IS CUSTOMER-ORDERED, SO
      *    A NEW CUSTOMER ALWAYS STARTS A NEW TABLE ENTRY.
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
           ADD  1  TO  WS-SK-CNT.
           IF  SKD-DC  NOT =  0  OR  SKD-SKD  NOT =  0
               GO  TO  SK-10
           END-IF.
           IF  SKD-DATE  >  WK-MEND8
               GO  TO  SK-10
           END-IF.
           IF  WS-CU-CNT  =  0
           OR  WK-CU-TCD (WS-CU-CNT)  NOT =  SKD-TCD
               IF  WS-CU-CNT  NOT <  500
                   ADD  1  TO  WS-OVF-CNT
                   GO  TO  SK-10
               END-IF
               ADD  1  TO  WS-CU-CNT
               MOVE  SKD-TCD  TO  WK-CU-TCD (WS-CU-CNT)
           END-IF.
           COMPUTE  WK-DAYS  =  WK-MEND-I  -
               FUNCTION INTEGER-OF-DATE (SKD-DATE).
           IF  WK-DAYS  NOT >  30
               MOVE  1  TO  BX
           ELSE
               IF  WK-DAYS  NOT >  90
                   MOVE  2  TO  BX
               ELSE
                   IF  WK-DAYS  NOT >  180
                       MOVE  3  TO  BX
                   ELSE
                       IF  WK-DAYS  NOT >  365
                           MOVE  4  TO  BX
                       ELSE
                           MOVE  5  TO  BX
                       END-IF
                   END-IF
               END-IF
           END-IF.
           COMPUTE  WK-AMT  =  SKD-KIN  +  SKD-SHZ.
           ADD  WK-AMT  TO  WK-CU-BKT (WS-CU-CNT BX).
           ADD  WK-AMT  TO  WK-CU-TOT (WS-CU-CNT).
           ADD  1  TO  WS-IT-CNT.
           GO  TO  SK-10.
       SK-90.
           CALL "DB_F_Close" USING
            BY REFERENCE SKDF_IDLST SKDF_PNAME1.
      *****
      *    ALLOWANCE PER CUSTOMER.
           MOVE  PR-RPT-MID  TO  PR-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           CALL "DB_F_Open" USING
            "INPUT" TK-M_PNAME1 "SHARED" BY REFERENCE TK-M_IDLST
            "1" "TK-KEY" BY REFERENCE TK-KEY.
           PERFORM  VARYING  CX  FROM  1  BY  1  UNTIL  CX  >  WS-CU-CNT
               PERFORM  CU-RTN  THRU  CU-EXT
           END-PERFORM.
           CALL "DB_F_Close" USING BY REFERENCE TK-M_IDLST TK-M_PNAME1.
           IF  WS-OVF-CNT  >  0
               MOVE  WS-OVF-CNT  TO  RPT-OVF-CNT
               MOVE  PR-RPT-OVF  TO  PR-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
               GO  TO  END-RTN
           END-IF.
      *****
      *    REVERSE THE LAST ALLOWANCE, BOOK THE NEW ONE, AND
      *    RECORD IT ON FCTL "BDRAT".
           IF  WK-PAMT  >  0
               MOVE  WK-BA-KMCD  TO  WK-GL-KMCD (1 1)
               MOVE  1           TO  WK-GL-DRCR (1 1)
               MOVE  WK-PAMT     TO  WK-GL-KIN (1 1)
               MOVE  2           TO  WK-GRP-LCNT (1)
               MOVE  WK-BR-KMCD  TO  WK-GL-KMCD (1 2)
               MOVE  2           TO  WK-GL-DRCR (1 2)
               MOVE  WK-PAMT     TO  WK-GL-KIN (1 2)
           END-IF.
           IF  WS-ALW-TOT  >  0
               MOVE  WK-BE-KMCD  TO  WK-GL-KMCD (2 1)
               MOVE  1           TO  WK-GL-DRCR (2 1)
               MOVE  WS-ALW-TOT  TO  WK-GL-KIN (2 1)
               MOVE  WK-BA-KMCD  TO  WK-GL-KMCD (2 2)
               MOVE  2           TO  WK-GL-DRCR (2 2)
               MOVE  WS-ALW-TOT  TO  WK-GL-KIN (2 2)
               MOVE  2           TO  WK-GRP-LCNT (2)
           END-IF.
           CALL "DB_F_Open" USING
            "I-O" FCTL-F_PNAME1 "SHARED" BY REFERENCE FCTL-F_IDLST "1"
            "FCTL-KEY" BY REFERENCE FCTL-KEY.
           PERFORM  VARYING  GX  FROM  1  BY  1  UNTIL  GX  >  2
               IF  WK-GRP-LCNT (GX)  >  0
                   PERFORM  JV-WR-RTN  THRU  JV-WR-EXT
               END-IF
           END-PERFORM.
           MOVE  "BDRAT"  TO  FCTL-KEY1.
           CALL "DB_Read" USING
            "INVALID" FCTL-F_PNAME1 BY REFERENCE FCTL-REC " "
            RETURNING RET.
           MOVE  0  TO  WK-FCTL-FND.
           IF  RET  =  0
               MOVE  1  TO  WK-FCTL-FND
           ELSE
               MOVE  SPACE    TO  FCTL-REC
               MOVE  "BDRAT"  TO  FCTL-ALK
           END-IF.
           MOVE  WK-RATE     TO  FCTL-ALRATE.
           MOVE  WK-BMON     TO  FCTL-ALYM.
           MOVE  WS-ALW-TOT  TO  FCTL-ALAMT.
           IF  WK-FCTL-FND  =  1
               CALL "DB_Update" USING
                FCTL-F_PNAME1 FCTL-F_LNAME FCTL-REC RETURNING RET
           ELSE
               CALL "DB_Insert" USING
                FCTL-F_PNAME1 FCTL-F_LNAME FCTL-REC RETURNING RET
           END-IF.
           CALL "DB_F_Close" USING
            BY REFERENCE FCTL-F_IDLST FCTL-F_PNAME1.
       END-RTN.
           MOVE  WS-CU-CNT   TO  RPT-SUM-CU.
           MOVE  WS-IT-CNT   TO  RPT-SUM-IT.
           MOVE  WS-OPN-TOT  TO  RPT-SUM-OPN.
           MOVE  WS-ALW-TOT  TO  RPT-SUM-ALW.
           IF  WS-JV-CNT  >  0
               MOVE  WK-PAMT  TO  RPT-SUM-REV
           ELSE
               MOVE  0        TO  RPT-SUM-REV
           END-IF.
           MOVE  PR-RPT-SUM  TO  PR-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           PERFORM  HDR-TRL-RTN  THRU  HDR-TRL-EXT.
           CLOSE  PR-RPT-FILE.
           PERFORM  RUNL-EN-RTN  THRU  RUNL-EN-EXT.
           CALL "DB_Close".
           STOP  RUN.
      *****
      *    ONE CUSTOMER'S PROVISION.  A CUSTOMER MISSING FROM
      *    TOKMS IS PROVIDED AT THE GENERAL RATE.
       CU-RTN.
           MOVE  WK-CU-TCD (CX)  TO  TK-TCD.
           CALL "DB_Read" USING
            "INVALID" TK-M_PNAME1 BY REFERENCE TK-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               MOVE  SPACE  TO  TK-NAME
               MOVE  0      TO  TK-BDF
               MOVE  0      TO  TK-BDPCT
               MOVE  0      TO  TK-WOF
           END-IF.
           IF  TK-BDF  IS  NOT  NUMERIC
               MOVE  0  TO  TK-BDF
           END-IF.
           IF  TK-BDPCT  IS  NOT  NUMERIC
               MOVE  0  TO  TK-BDPCT
           END-IF.
           IF  TK-WOF  IS  NOT  NUMERIC
               MOVE  0  TO  TK-WOF
           END-IF.
           IF  TK-WOF  =  1
               MOVE  "W/O"  TO  RPT-BASIS
               MOVE  100    TO  WK-PCT
           ELSE
               IF  TK-BDF  =  1
                   MOVE  "DBT"     TO  RPT-BASIS
                   MOVE  TK-BDPCT  TO  WK-PCT
               ELSE
                   MOVE  "GEN"     TO  RPT-BASIS
                   MOVE  WK-RATE   TO  WK-PCT
               END-IF
           END-IF.
           MOVE  0  TO  WK-ALW.
           IF  WK-CU-TOT (CX)  >  0
               COMPUTE  WK-ALW  ROUNDED  =
                   WK-CU-TOT (CX)  *  WK-PCT  /  100
           END-IF.
           ADD  WK-CU-TOT (CX)  TO  WS-OPN-TOT.
           ADD  WK-ALW          TO  WS-ALW-TOT.
           MOVE  WK-CU-TCD (CX)  TO  RPT-TCD.
           MOVE  TK-NAME         TO  RPT-NAME.
           PERFORM  VARYING  BX  FROM  1  BY  1  UNTIL  BX  >  5
               MOVE  WK-CU-BKT (CX BX)  TO  RPT-BKT (BX)
           END-PERFORM.
           MOVE  WK-CU-TOT (CX)  TO  RPT-TOT.
           MOVE  WK-PCT          TO  RPT-PCT.
           MOVE  WK-ALW          TO  RPT-ALW.
           MOVE  PR-RPT-DET  TO  PR-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
       CU-EXT.
           EXIT.
      *****
      *    ONE JT-GLMP ROW (SOURCE IN GLM-SRC, CLASS 00); ZERO
      *    ACCOUNT WHEN NOT ON FILE.
       GLM-RD-RTN.
           MOVE  0  TO  GLM-CLS.
           CALL "DB_Read" USING
            "INVALID" GLMP_PNAME1 BY REFERENCE GLM-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               MOVE  0  TO  GLM-KMCD
           END-IF.
       GLM-RD-EXT.
           EXIT.
      *****
      *    WRITE GROUP GX AS ONE VOUCHER.  FCTL IS OPEN I-O.
       JV-WR-RTN.
           MOVE  "JVNO "  TO  FCTL-KEY1.
           CALL "DB_Read" USING
            "INVALID" FCTL-F_PNAME1 BY REFERENCE FCTL-REC " "
            RETURNING RET.
           IF  RET  =  1
               MOVE  SPACE    TO  FCTL-REC
               MOVE  "JVNO "  TO  FCTL-IVK
               MOVE  1        TO  FCTL-IVNO
               CALL "DB_Insert" USING
                FCTL-F_PNAME1 FCTL-F_LNAME FCTL-REC RETURNING RET
           ELSE
               ADD  1  TO  FCTL-IVNO
               CALL "DB_Update" USING
                FCTL-F_PNAME1 FCTL-F_LNAME FCTL-REC RETURNING RET
           END-IF.
           MOVE  FCTL-IVNO          TO  RPT-VCH-NO.
           MOVE  WK-GTXT (GX)       TO  RPT-VCH-TXT.
           MOVE  PR-RPT-VCH  TO  PR-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           CALL "DB_F_Open" USING
            "I-O" JVF_PNAME1 "SHARED" BY REFERENCE JVF_IDLST "1"
            "JV-KEY" BY REFERENCE JV-KEY.
           PERFORM  VARYING  LX  FROM  1  BY  1
               UNTIL  LX  >  WK-GRP-LCNT (GX)
               INITIALIZE  JV-R
               MOVE  FCTL-IVNO           TO  JV-NO
               MOVE  LX                  TO  JV-LINE
               MOVE  WK-MEND8            TO  JV-DATE
               MOVE  WK-BMON             TO  JV-BMON
               MOVE  WK-GL-KMCD (GX LX)  TO  JV-KMCD
               MOVE  WK-GL-DRCR (GX LX)  TO  JV-DRCR
               MOVE  WK-GL-KIN (GX LX)   TO  JV-KIN
               MOVE  WK-GTXT (GX)        TO  JV-TEXT
               MOVE  0                   TO  JV-STAT
               MOVE  "PR780U"            TO  JV-OPR
               CALL "DB_Insert" USING
                JVF_PNAME1 JVF_LNAME JV-R RETURNING RET
               MOVE  JV-LINE  TO  RPT-LN
               MOVE  JV-KMCD  TO  RPT-KMCD
               MOVE  JV-DRCR  TO  RPT-DRCR
               MOVE  JV-KIN   TO  RPT-KIN
               MOVE  PR-RPT-VLN  TO  PR-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
               ADD  1  TO  WS-LN-CNT
           END-PERFORM.
           CALL "DB_F_Close" USING BY REFERENCE JVF_IDLST JVF_PNAME1.
           ADD  1  TO  WS-JV-CNT.
       JV-WR-EXT.
           EXIT.
      *****
      *    RUNLOG START/END -- SEE LIRUNL.
       RUNL-ST-RTN.
           CALL "DB_F_Open" USING
            "I-O" RUNL_PNAME1 "SHARED" BY REFERENCE RUNL_IDLST "1"
            "RUNL-KEY" BY REFERENCE RUNL-KEY.
           ACCEPT  RUNL-SDATE  FROM  DATE.
           ACCEPT  RUNL-STIME  FROM  TIME.
           MOVE  "PR780U"  TO  RUNL-PGM.
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
           MOVE  WS-SK-CNT   TO  RUNL-READ.
           MOVE  WS-LN-CNT   TO  RUNL-WRIT.
           MOVE  WS-JV-CNT   TO  RUNL-UPDT.
           MOVE  "000"       TO  RUNL-CC.
           MOVE  1           TO  RUNL-ENDF.
           CALL "DB_Update" USING
            RUNL_PNAME1 RUNL_LNAME RUNL-R RETURNING RET.
           CALL "DB_F_Close" USING BY REFERENCE RUNL_IDLST RUNL_PNAME1.
       RUNL-EN-EXT.
           EXIT.
       COPY  LPILCK  REPLACING  ==ILCK-PGM==  BY  =="PR780U"==.
       COPY  LPHDR  REPLACING  ==RPT-LINE==  BY  ==PR-RPT-LINE==.
