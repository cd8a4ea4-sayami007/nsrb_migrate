       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         TT810R.
      *****************************************************
      *****   DSO AND COLLECTION EFFICIENCY TREND      *****
      *****************************************************
      *        MONTHLY CREDIT MEETING TREND, BUILT FROM THE
      *        JT-TTMH MONTH-END SNAPSHOTS TT730U BANKS AT EACH
      *        CLOSE.  ARGUMENTS: THE LAST MONTH TO SHOW (YYMM,
      *        DEFAULT LAST MONTH), THE NUMBER OF CLOSED MONTHS
      *        (1-24, DEFAULT 12) AND THE DSO ALERT THRESHOLD IN
      *        DAYS (DEFAULT 10).  FOR EVERY MONTH IT SHOWS, PER
      *        CUSTOMER, PER STAFF MEMBER (THE MONTH'S TT-TNC)
      *        AND COMPANY-WIDE:
      *          OPENING (TT-TZZ), NET SALES (TT-TUA LESS THE
      *          TT-TNB RETURNS), RECEIPTS (TT-TNK), CLOSING
      *          (TT-TUZ);
      *          DSO = CLOSING / NET SALES X DAYS IN THE MONTH;
      *          COLLECTION % = RECEIPTS / (OPENING + NET SALES);
      *          AVERAGE DAYS TO PAY -- SKDF INVOICES SK790U
      *          MATCHED TO A RECEIPT (SKD-MREF), RECEIPT DATE
      *          LESS INVOICE DATE, WEIGHTED BY THE INVOICE
      *          AMOUNT AND COUNTED IN THE RECEIPT'S MONTH.
      *        A CUSTOMER WHOSE DSO IN THE LAST MONTH IS MORE THAN
      *        THE THRESHOLD ABOVE ITS DSO THREE MONTHS EARLIER IS
      *        MARKED ON ITS LAST LINE AND LISTED AGAIN AT THE
      *        END.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  TT-RPT-FILE  ASSIGN  TO  "TT810R"
               ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA                DIVISION.
       FILE                SECTION.
       FD  TT-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  TT-RPT-LINE         PIC  X(100).
       WORKING-STORAGE     SECTION.
       77  ERR-STAT        PIC  X(02).
       77  RET             PIC  9(01)  VALUE  0.
       77  I               PIC  9(04)  VALUE  0.
       77  J               PIC  9(04)  VALUE  0.
       77  M               PIC  9(02)  VALUE  0.
       77  S               PIC  9(03)  VALUE  0.
       77  PX              PIC  9(04)  VALUE  0.
       77  WK-ENDYM        PIC  9(04)  VALUE  0.
       77  WK-NMON         PIC  9(02)  VALUE  0.
       77  WK-THR          PIC  9(03)  VALUE  0.
       77  WK-TODAY        PIC  9(06)  VALUE  0.
       77  WK-PTCD         PIC  9(04)  VALUE  0.
       77  WK-CTCD         PIC  9(04)  VALUE  0.
       77  WK-DAYS         PIC S9(05)  VALUE  0.
       77  WK-INT1         PIC S9(07)  VALUE  0.
       77  WK-INT2         PIC S9(07)  VALUE  0.
       77  WK-HIT          PIC  9(01)  VALUE  0.
       77  WK-M0           PIC  9(02)  VALUE  0.
       77  WK-DSO0         PIC S9(05)V9  VALUE  0.
       77  WK-DSO-OK0      PIC  9(01)  VALUE  0.
       77  WK-WARN         PIC  9(01)  VALUE  0.
       77  WS-TC-CNT       PIC  9(04)  VALUE  0.
       77  WS-RB-CNT       PIC  9(04)  VALUE  0.
       77  WS-IB-CNT       PIC  9(04)  VALUE  0.
       77  WS-PD-CNT       PIC  9(04)  VALUE  0.
       77  WS-PD-BEG       PIC  9(04)  VALUE  0.
       77  WS-WL-CNT       PIC  9(03)  VALUE  0.
       77  WS-OVF          PIC  9(05)  VALUE  0.
       77  WS-RD-CNT       PIC  9(07)  VALUE  0.
       77  WS-CU-CNT       PIC  9(05)  VALUE  0.
       01  WK-YMW.
           02  WK-YY           PIC  9(02).
           02  WK-MM           PIC  9(02).
       01  WK-YMN  REDEFINES  WK-YMW  PIC  9(04).
       01  WK-D8               PIC  9(08).
       01  WK-D8R  REDEFINES  WK-D8.
           02  F               PIC  9(02).
           02  WK-D8-YM        PIC  9(04).
           02  F               PIC  9(02).
      *    THE MONTHS SHOWN, OLDEST FIRST.
       01  MO-TBL.
           02  MO-ENT   OCCURS  24.
               03  MO-YM         PIC  9(04).
               03  MO-DAYS       PIC  9(02).
      *    CUSTOMERS ON TT-M, IN KEY ORDER.
       01  TC-TBL.
           02  TC-TCD   PIC  9(04)  OCCURS  5000.
      *    ONE CUSTOMER'S SKDF RECEIPTS AND MATCHED INVOICES.
       01  RB-TBL.
           02  RB-ENT   OCCURS  2000.
               03  RB-DNO        PIC  9(06).
               03  RB-DATE       PIC  9(08).
       01  IB-TBL.
           02  IB-ENT   OCCURS  2000.
               03  IB-MREF       PIC  9(06).
               03  IB-DATE       PIC  9(08).
               03  IB-AMT        PIC S9(11).
      *    PAYMENT DAYS PER CUSTOMER AND MONTH, IN CUSTOMER ORDER.
       01  PD-TBL.
           02  PD-ENT   OCCURS  8000.
               03  PD-TCD        PIC  9(04).
               03  PD-M          PIC  9(02).
               03  PD-DA         PIC S9(15).
               03  PD-AMT        PIC S9(13).
      *    MONTH FIGURES -- THE CUSTOMER IN HAND, EACH STAFF
      *    MEMBER (SUBSCRIPT = TT-TNC + 1) AND THE COMPANY.
       01  CU-TBL.
           02  CU-MON   OCCURS  24.
               03  CU-OPEN       PIC S9(11).
               03  CU-SALES      PIC S9(11).
               03  CU-RCPT       PIC S9(11).
               03  CU-CLOSE      PIC S9(11).
               03  CU-PDA        PIC S9(15).
               03  CU-PAMT       PIC S9(13).
               03  CU-TNC        PIC  9(02).
               03  CU-HIT        PIC  9(01).
       01  ST-TBL.
           02  ST-ENT   OCCURS  100.
               03  ST-USED       PIC  9(01).
               03  ST-MON   OCCURS  24.
                   04  ST-OPEN   PIC S9(11).
                   04  ST-SALES  PIC S9(11).
                   04  ST-RCPT   PIC S9(11).
                   04  ST-CLOSE  PIC S9(11).
                   04  ST-PDA    PIC S9(15).
                   04  ST-PAMT   PIC S9(13).
       01  CO-TBL.
           02  CO-MON   OCCURS  24.
               03  CO-OPEN       PIC S9(11).
               03  CO-SALES      PIC S9(11).
               03  CO-RCPT       PIC S9(11).
               03  CO-CLOSE      PIC S9(11).
               03  CO-PDA        PIC S9(15).
               03  CO-PAMT       PIC S9(13).
      *    CUSTOMERS WHOSE DSO WORSENED PAST THE THRESHOLD.
       01  WL-TBL.
           02  WL-ENT   OCCURS  500.
               03  WL-TCD        PIC  9(04).
               03  WL-DSO1       PIC S9(05)V9.
               03  WL-DSO2       PIC S9(05)V9.
      *    ONE MONTH LINE TO PRINT (LIN-RTN).
       01  PW-AREA.
           02  PW-YM           PIC  9(04).
           02  PW-DAYS         PIC  9(02).
           02  PW-OPEN         PIC S9(11).
           02  PW-SALES        PIC S9(11).
           02  PW-RCPT         PIC S9(11).
           02  PW-CLOSE        PIC S9(11).
           02  PW-PDA          PIC S9(15).
           02  PW-PAMT         PIC S9(13).
           02  PW-DSO          PIC S9(05)V9.
           02  PW-DSO-OK       PIC  9(01).
           02  PW-COLL         PIC S9(05)V9.
           02  PW-APD          PIC S9(05)V9.
       COPY    LSTTM.
       COPY    LITTMH.
       COPY    LITKM.
       COPY    LISKDF.
       COPY    LIHKBM.
       COPY    LIRUNL.
       COPY    LWHDR.
      *****
       01  TT-RPT-COL.
           02  FILLER          PIC  X(41)  VALUE
               "  YYMM     OPENING   NET SALES    RECEIPTS".
           02  FILLER          PIC  X(40)  VALUE
               "     CLOSING      DSO    COLL%  PAYDAYS".
       01  TT-RPT-BLK.
           02  RPT-BLK-LBL     PIC  X(09).
           02  RPT-BLK-CD      PIC  X(05).
           02  RPT-BLK-NAME    PIC  N(24).
       01  TT-RPT-DET.
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-YM          PIC  9(04).
           02  RPT-OPEN        PIC  -(11)9.
           02  RPT-SALES       PIC  -(11)9.
           02  RPT-RCPT        PIC  -(11)9.
           02  RPT-CLOSE       PIC  -(11)9.
           02  FILLER          PIC  X(03)  VALUE  SPACE.
           02  RPT-DSO         PIC  ZZZ9.9.
           02  RPT-DSO-X  REDEFINES  RPT-DSO  PIC  X(06).
           02  FILLER          PIC  X(03)  VALUE  SPACE.
           02  RPT-COLL        PIC  ZZZ9.9.
           02  RPT-COLL-X  REDEFINES  RPT-COLL  PIC  X(06).
           02  FILLER          PIC  X(03)  VALUE  SPACE.
           02  RPT-APD         PIC  ZZZ9.9.
           02  RPT-APD-X  REDEFINES  RPT-APD  PIC  X(06).
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-FLAG        PIC  X(10).
       01  TT-RPT-WL.
           02  RPT-W-TCD       PIC  9(04).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-W-NAME      PIC  N(24).
           02  FILLER          PIC  X(06)  VALUE  "  DSO ".
           02  RPT-W-YM1       PIC  9(04).
           02  RPT-W-DSO1      PIC  ZZZZ9.9.
           02  FILLER          PIC  X(04)  VALUE  " -> ".
           02  RPT-W-YM2       PIC  9(04).
           02  RPT-W-DSO2      PIC  ZZZZ9.9.
           02  FILLER          PIC  X(05)  VALUE  "  UP ".
           02  RPT-W-DLT       PIC  ZZZZ9.9.
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       OPEN  OUTPUT  TT-RPT-FILE.
           ACCEPT  WK-ENDYM  FROM  ARGUMENT-VALUE.
           ACCEPT  WK-NMON   FROM  ARGUMENT-VALUE.
           ACCEPT  WK-THR    FROM  ARGUMENT-VALUE.
       MOVE  "TT810R"  TO  HDR-PGMID.
       MOVE  "DSO / COLLECTION TREND"  TO  HDR-TITLE.
       PERFORM  HDR-INIT-RTN  THRU  HDR-INIT-EXT.
           PERFORM  RUNL-ST-RTN  THRU  RUNL-ST-EXT.
           INITIALIZE  ST-TBL  CO-TBL.
      *****
      *    THE MONTH WINDOW -- DEFAULT ENDS LAST MONTH.
           IF  WK-NMON  =  0  OR  WK-NMON  >  24
               MOVE  12  TO  WK-NMON
           END-IF.
           IF  WK-THR  =  0
               MOVE  10  TO  WK-THR
           END-IF.
           IF  WK-ENDYM  =  0
               ACCEPT  WK-TODAY  FROM  DATE
               MOVE  WK-TODAY (1:4)  TO  WK-YMN
               PERFORM  MPRV-RTN  THRU  MPRV-EXT
               MOVE  WK-YMN  TO  WK-ENDYM
           END-IF.
           MOVE  WK-ENDYM  TO  WK-YMN.
           PERFORM  VARYING  M  FROM  WK-NMON  BY  -1  UNTIL  M  <  1
               MOVE  WK-YMN  TO  MO-YM (M)
               PERFORM  MDAY-RTN  THRU  MDAY-EXT
               MOVE  WK-DAYS  TO  MO-DAYS (M)
               PERFORM  MPRV-RTN  THRU  MPRV-EXT
           END-PERFORM.
      *        THE DSO COMPARISON MONTH -- THREE BEFORE THE LAST,
      *        OR THE FIRST SHOWN WHEN THE WINDOW IS SHORTER.
           IF  WK-NMON  >  3
               COMPUTE  WK-M0  =  WK-NMON  -  3
           ELSE
               MOVE  1  TO  WK-M0
           END-IF.
      *****
      *    PASS 1 -- PAYMENT DAYS FROM THE SKDF MATCHES.  SKDF IS
      *    CUSTOMER-ORDERED; EACH CUSTOMER IS BUFFERED AND
      *    RESOLVED AT THE BREAK.
           CALL "DB_F_Open" USING
            "INPUT" SKDF_PNAME1 "SHARED" BY REFERENCE SKDF_IDLST
            "1" "SKD-KEY" BY REFERENCE SKD-KEY.
           MOVE  0  TO  WK-PTCD.
       SK-10.
           CALL "DB_Read" USING
            "NEXT AT END" SKDF_PNAME1 BY REFERENCE SKD-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               PERFORM  PDF-RTN  THRU  PDF-EXT
               GO  TO  SK-90
           END-IF.
           ADD  1  TO  WS-RD-CNT.
           IF  SKD-TCD  NOT =  WK-PTCD
               PERFORM  PDF-RTN  THRU  PDF-EXT
               MOVE  SKD-TCD  TO  WK-PTCD
           END-IF.
           IF  SKD-DC  =  1  AND  SKD-DTC  >  0  AND  SKD-DTC  <  4
               IF  WS-RB-CNT  NOT <  2000
                   ADD  1  TO  WS-OVF
                   GO  TO  SK-10
               END-IF
               ADD  1  TO  WS-RB-CNT
               MOVE  SKD-DNO   TO  RB-DNO (WS-RB-CNT)
               MOVE  SKD-DATE  TO  RB-DATE (WS-RB-CNT)
               GO  TO  SK-10
           END-IF.
           IF  SKD-DC  =  0  AND  SKD-MREF  NOT =  0
               IF  WS-IB-CNT  NOT <  2000
                   ADD  1  TO  WS-OVF
                   GO  TO  SK-10
               END-IF
               ADD  1  TO  WS-IB-CNT
               MOVE  SKD-MREF  TO  IB-MREF (WS-IB-CNT)
               MOVE  SKD-DATE  TO  IB-DATE (WS-IB-CNT)
               COMPUTE  IB-AMT (WS-IB-CNT)  =  SKD-KIN  +  SKD-SHZ
           END-IF.
           GO  TO  SK-10.
       SK-90.
           CALL "DB_F_Close" USING
            BY REFERENCE SKDF_IDLST SKDF_PNAME1.
      *****
      *    PASS 2 -- THE CUSTOMER LIST FROM TT-M.
           CALL "DB_F_Open" USING
            "INPUT" TT-M_PNAME1 "SHARED" BY REFERENCE TT-M_IDLST
            "1" "TT-KEY" BY REFERENCE TT-KEY.
       TC-10.
           CALL "DB_Read" USING
            "NEXT AT END" TT-M_PNAME1 BY REFERENCE TT-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  TC-90
           END-IF.
           IF  WS-TC-CNT  NOT <  5000
               ADD  1  TO  WS-OVF
               GO  TO  TC-90
           END-IF.
           ADD  1  TO  WS-TC-CNT.
           MOVE  TT-TCD  TO  TC-TCD (WS-TC-CNT).
           GO  TO  TC-10.
       TC-90.
           CALL "DB_F_Close" USING
            BY REFERENCE TT-M_IDLST TT-M_PNAME1.
      *****
      *    PASS 3 -- EACH CUSTOMER'S MONTHS FROM JT-TTMH; THE
      *    CUSTOMER SECTION PRINTS AS IT GOES.
           CALL "DB_F_Open" USING
            "INPUT" TTMH_PNAME1 "SHARED" BY REFERENCE TTMH_IDLST
            "1" "TTMH-KEY" BY REFERENCE TTMH-KEY.
           CALL "DB_F_Open" USING
            "INPUT" TK-M_PNAME1 "SHARED" BY REFERENCE TK-M_IDLST
            "1" "TK-KEY" BY REFERENCE TK-KEY.
           CALL "DB_F_Open" USING
            "INPUT" HKBM_PNAME1 "SHARED" BY REFERENCE HKBM_IDLST "1"
            "HKB-KEY" BY REFERENCE HKB-KEY.
           MOVE  "BY CUSTOMER"  TO  TT-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  1  TO  PX.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  WS-TC-CNT
               MOVE  TC-TCD (I)  TO  WK-CTCD
               PERFORM  CUS-RTN  THRU  CUS-EXT
           END-PERFORM.
      *****
      *    STAFF SECTION.
           MOVE  SPACE  TO  TT-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  "BY STAFF"  TO  TT-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           PERFORM  VARYING  S  FROM  1  BY  1  UNTIL  S  >  100
               IF  ST-USED (S)  =  1
                   PERFORM  STF-RTN  THRU  STF-EXT
               END-IF
           END-PERFORM.
      *****
      *    COMPANY SECTION.
           MOVE  SPACE  TO  TT-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  SPACE      TO  TT-RPT-BLK.
           MOVE  "COMPANY"  TO  RPT-BLK-LBL.
           MOVE  TT-RPT-BLK  TO  TT-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  TT-RPT-COL  TO  TT-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           PERFORM  VARYING  M  FROM  1  BY  1  UNTIL  M  >  WK-NMON
               MOVE  CO-OPEN (M)   TO  PW-OPEN
               MOVE  CO-SALES (M)  TO  PW-SALES
               MOVE  CO-RCPT (M)   TO  PW-RCPT
               MOVE  CO-CLOSE (M)  TO  PW-CLOSE
               MOVE  CO-PDA (M)    TO  PW-PDA
               MOVE  CO-PAMT (M)   TO  PW-PAMT
               MOVE  SPACE         TO  RPT-FLAG
               PERFORM  LIN-RTN  THRU  LIN-EXT
           END-PERFORM.
      *****
      *    DSO WATCH LIST.
           MOVE  SPACE  TO  TT-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  SPACE  TO  TT-RPT-LINE.
           STRING  "DSO WORSENED BY MORE THAN "  WK-THR
               " DAYS OVER THE LAST THREE MONTHS"
               DELIMITED  BY  SIZE  INTO  TT-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  WS-WL-CNT
               MOVE  WL-TCD (I)  TO  RPT-W-TCD  TK-TCD
               CALL "DB_Read" USING
                "INVALID" TK-M_PNAME1 BY REFERENCE TK-R "UNLOCK"
                RETURNING RET
               IF  RET  =  1
                   MOVE  SPACE  TO  TK-NAME
               END-IF
               MOVE  TK-NAME           TO  RPT-W-NAME
               MOVE  MO-YM (WK-M0)     TO  RPT-W-YM1
               MOVE  WL-DSO1 (I)       TO  RPT-W-DSO1
               MOVE  MO-YM (WK-NMON)   TO  RPT-W-YM2
               MOVE  WL-DSO2 (I)       TO  RPT-W-DSO2
               COMPUTE  RPT-W-DLT  =  WL-DSO2 (I)  -  WL-DSO1 (I)
               MOVE  TT-RPT-WL         TO  TT-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
           END-PERFORM.
           IF  WS-WL-CNT  =  0
               MOVE  "  (NONE)"  TO  TT-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
           END-IF.
           IF  WS-OVF  >  0
               MOVE  "*** WORK TABLE FULL, FIGURES INCOMPLETE"
                TO  TT-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
           END-IF.
           CALL "DB_F_Close" USING BY REFERENCE TTMH_IDLST TTMH_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE TK-M_IDLST TK-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE HKBM_IDLST HKBM_PNAME1.
           PERFORM  HDR-TRL-RTN  THRU  HDR-TRL-EXT.
           CLOSE  TT-RPT-FILE.
           PERFORM  RUNL-EN-RTN  THRU  RUNL-EN-EXT.
           CALL "DB_Close".
           STOP  RUN.
      *****
      *    RESOLVE THE BUFFERED CUSTOMER (WK-PTCD) -- EACH MATCHED
      *    INVOICE AGAINST ITS RECEIPT, INTO PD-TBL BY THE
      *    RECEIPT'S MONTH.
       PDF-RTN.
           MOVE  WS-PD-CNT  TO  WS-PD-BEG.
           ADD   1          TO  WS-PD-BEG.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  WS-IB-CNT
               PERFORM  VARYING  J  FROM  1  BY  1
                   UNTIL  J  >  WS-RB-CNT
                   OR  RB-DNO (J)  =  IB-MREF (I)
                   CONTINUE
               END-PERFORM
               IF  J  NOT >  WS-RB-CNT
                   PERFORM  PDA-RTN  THRU  PDA-EXT
               END-IF
           END-PERFORM.
           MOVE  0  TO  WS-RB-CNT.
           MOVE  0  TO  WS-IB-CNT.
       PDF-EXT.
           EXIT.
      *    INVOICE I PAID BY RECEIPT J.
       PDA-RTN.
           MOVE  RB-DATE (J)  TO  WK-D8.
           PERFORM  VARYING  M  FROM  1  BY  1
               UNTIL  M  >  WK-NMON  OR  MO-YM (M)  =  WK-D8-YM
               CONTINUE
           END-PERFORM.
           IF  M  >  WK-NMON
               GO  TO  PDA-EXT
           END-IF.
           MOVE  0  TO  WK-DAYS.
           IF  IB-DATE (I)  >  19000101
           AND RB-DATE (J)  >  IB-DATE (I)
               COMPUTE  WK-DAYS  =
                   FUNCTION INTEGER-OF-DATE (RB-DATE (J))  -
                   FUNCTION INTEGER-OF-DATE (IB-DATE (I))
           END-IF.
           PERFORM  VARYING  PX  FROM  WS-PD-BEG  BY  1
               UNTIL  PX  >  WS-PD-CNT  OR  PD-M (PX)  =  M
               CONTINUE
           END-PERFORM.
           IF  PX  >  WS-PD-CNT
               IF  WS-PD-CNT  NOT <  8000
                   ADD  1  TO  WS-OVF
                   GO  TO  PDA-EXT
               END-IF
               ADD  1  TO  WS-PD-CNT
               MOVE  WS-PD-CNT  TO  PX
               MOVE  WK-PTCD    TO  PD-TCD (PX)
               MOVE  M          TO  PD-M (PX)
               MOVE  0          TO  PD-DA (PX)
               MOVE  0          TO  PD-AMT (PX)
           END-IF.
           COMPUTE  PD-DA (PX)  =  PD-DA (PX)  +  WK-DAYS * IB-AMT (I).
           ADD  IB-AMT (I)  TO  PD-AMT (PX).
       PDA-EXT.
           EXIT.
      *****
      *    ONE CUSTOMER (WK-CTCD) -- MONTHS FROM JT-TTMH, PAYMENT
      *    DAYS FROM PD-TBL, ITS LINES, THE STAFF AND COMPANY
      *    ACCUMULATION AND THE DSO CHECK.
       CUS-RTN.
           INITIALIZE  CU-TBL.
           MOVE  0  TO  WK-HIT.
           PERFORM  VARYING  M  FROM  1  BY  1  UNTIL  M  >  WK-NMON
               MOVE  MO-YM (M)  TO  TTMH-YM
               MOVE  WK-CTCD    TO  TTMH-TCD
               CALL "DB_Read" USING
                "INVALID" TTMH_PNAME1 BY REFERENCE TTMH-R "UNLOCK"
                RETURNING RET
               IF  RET  =  0
                   MOVE  TTMH-RAWDATA  TO  TT-R
                   MOVE  1        TO  CU-HIT (M)  WK-HIT
                   MOVE  TT-TZZ   TO  CU-OPEN (M)
                   COMPUTE  CU-SALES (M)  =  TT-TUA  -  TT-TNB
                   MOVE  TT-TNK   TO  CU-RCPT (M)
                   MOVE  TT-TUZ   TO  CU-CLOSE (M)
                   MOVE  TT-TNC   TO  CU-TNC (M)
               END-IF
           END-PERFORM.
      *        PAYMENT DAYS -- PD-TBL AND THE CUSTOMER LIST ARE
      *        BOTH IN CUSTOMER ORDER.
           PERFORM  VARYING  PX  FROM  PX  BY  1
               UNTIL  PX  >  WS-PD-CNT  OR  PD-TCD (PX)  NOT <  WK-CTCD
               CONTINUE
           END-PERFORM.
           PERFORM  VARYING  PX  FROM  PX  BY  1
               UNTIL  PX  >  WS-PD-CNT  OR  PD-TCD (PX)  NOT =  WK-CTCD
               MOVE  PD-M (PX)  TO  M
               ADD  PD-DA (PX)   TO  CU-PDA (M)
               ADD  PD-AMT (PX)  TO  CU-PAMT (M)
               MOVE  1  TO  WK-HIT
           END-PERFORM.
           IF  WK-HIT  =  0
               GO  TO  CUS-EXT
           END-IF.
           ADD  1  TO  WS-CU-CNT.
      *        DSO CHECK -- COMPARISON MONTH AGAINST THE LAST.
           MOVE  0  TO  WK-WARN.
           MOVE  WK-M0  TO  M.
           PERFORM  CUM-RTN  THRU  CUM-EXT.
           PERFORM  DSO-RTN  THRU  DSO-EXT.
           MOVE  PW-DSO     TO  WK-DSO0.
           MOVE  PW-DSO-OK  TO  WK-DSO-OK0.
           MOVE  WK-NMON  TO  M.
           PERFORM  CUM-RTN  THRU  CUM-EXT.
           PERFORM  DSO-RTN  THRU  DSO-EXT.
           IF  WK-DSO-OK0  =  1  AND  PW-DSO-OK  =  1
           AND WK-NMON  >  1
           AND PW-DSO  -  WK-DSO0  >  WK-THR
               MOVE  1  TO  WK-WARN
               IF  WS-WL-CNT  <  500
                   ADD  1  TO  WS-WL-CNT
                   MOVE  WK-CTCD  TO  WL-TCD (WS-WL-CNT)
                   MOVE  WK-DSO0  TO  WL-DSO1 (WS-WL-CNT)
                   MOVE  PW-DSO   TO  WL-DSO2 (WS-WL-CNT)
               ELSE
                   ADD  1  TO  WS-OVF
               END-IF
           END-IF.
           MOVE  SPACE        TO  TT-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  SPACE        TO  TT-RPT-BLK.
           MOVE  "CUSTOMER"   TO  RPT-BLK-LBL.
           MOVE  WK-CTCD      TO  RPT-BLK-CD  TK-TCD.
           CALL "DB_Read" USING
            "INVALID" TK-M_PNAME1 BY REFERENCE TK-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               MOVE  SPACE  TO  TK-NAME
           END-IF.
           MOVE  TK-NAME      TO  RPT-BLK-NAME.
           MOVE  TT-RPT-BLK   TO  TT-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  TT-RPT-COL   TO  TT-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           PERFORM  VARYING  M  FROM  1  BY  1  UNTIL  M  >  WK-NMON
               PERFORM  CUM-RTN  THRU  CUM-EXT
               MOVE  SPACE  TO  RPT-FLAG
               IF  M  =  WK-NMON  AND  WK-WARN  =  1
                   MOVE  "*DSO UP*"  TO  RPT-FLAG
               END-IF
               PERFORM  LIN-RTN  THRU  LIN-EXT
               PERFORM  ACC-RTN  THRU  ACC-EXT
           END-PERFORM.
       CUS-EXT.
           EXIT.
      *    CUSTOMER MONTH M INTO PW-AREA.
       CUM-RTN.
           MOVE  CU-OPEN (M)   TO  PW-OPEN.
           MOVE  CU-SALES (M)  TO  PW-SALES.
           MOVE  CU-RCPT (M)   TO  PW-RCPT.
           MOVE  CU-CLOSE (M)  TO  PW-CLOSE.
           MOVE  CU-PDA (M)    TO  PW-PDA.
           MOVE  CU-PAMT (M)   TO  PW-PAMT.
       CUM-EXT.
           EXIT.
      *    CUSTOMER MONTH M INTO ITS STAFF MEMBER AND THE COMPANY.
      *    A MONTH WITH NO SNAPSHOT STILL COUNTS ITS PAYMENT
      *    DAYS UNDER THE STAFF OF THE CUSTOMER'S LAST SNAPSHOT.
       ACC-RTN.
           IF  CU-HIT (M)  =  0  AND  M  >  1
               MOVE  CU-TNC (M - 1)  TO  CU-TNC (M)
           END-IF.
           IF  CU-TNC (M)  IS  NOT  NUMERIC
               MOVE  0  TO  CU-TNC (M)
           END-IF.
           COMPUTE  S  =  CU-TNC (M)  +  1.
           MOVE  1  TO  ST-USED (S).
           ADD  CU-OPEN (M)   TO  ST-OPEN (S M)   CO-OPEN (M).
           ADD  CU-SALES (M)  TO  ST-SALES (S M)  CO-SALES (M).
           ADD  CU-RCPT (M)   TO  ST-RCPT (S M)   CO-RCPT (M).
           ADD  CU-CLOSE (M)  TO  ST-CLOSE (S M)  CO-CLOSE (M).
           ADD  CU-PDA (M)    TO  ST-PDA (S M)    CO-PDA (M).
           ADD  CU-PAMT (M)   TO  ST-PAMT (S M)   CO-PAMT (M).
       ACC-EXT.
           EXIT.
      *****
      *    ONE STAFF MEMBER'S BLOCK (S = TT-TNC + 1).
       STF-RTN.
           MOVE  SPACE  TO  TT-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  SPACE  TO  TT-RPT-BLK.
           MOVE  "STAFF"  TO  RPT-BLK-LBL.
           MOVE  SPACE  TO  HKB-BC.
           MOVE  4      TO  HKB-NO.
           COMPUTE  HKB-TNC  =  S  -  1.
           MOVE  HKB-TNC  TO  RPT-BLK-CD.
           CALL "DB_Read" USING
            "INVALID" HKBM_PNAME1 BY REFERENCE HKB-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  0
               MOVE  HKB-TNNA  TO  RPT-BLK-NAME
           END-IF.
           MOVE  TT-RPT-BLK  TO  TT-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  TT-RPT-COL  TO  TT-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           PERFORM  VARYING  M  FROM  1  BY  1  UNTIL  M  >  WK-NMON
               MOVE  ST-OPEN (S M)   TO  PW-OPEN
               MOVE  ST-SALES (S M)  TO  PW-SALES
               MOVE  ST-RCPT (S M)   TO  PW-RCPT
               MOVE  ST-CLOSE (S M)  TO  PW-CLOSE
               MOVE  ST-PDA (S M)    TO  PW-PDA
               MOVE  ST-PAMT (S M)   TO  PW-PAMT
               MOVE  SPACE           TO  RPT-FLAG
               PERFORM  LIN-RTN  THRU  LIN-EXT
           END-PERFORM.
       STF-EXT.
           EXIT.
      *****
      *    DSO OF PW-AREA FOR MONTH M.  PW-DSO-OK 0 WHEN THE
      *    MONTH HAD NO NET SALES.
       DSO-RTN.
           MOVE  0  TO  PW-DSO.
           MOVE  0  TO  PW-DSO-OK.
           IF  PW-SALES  >  0
               MOVE  1  TO  PW-DSO-OK
               IF  PW-CLOSE  >  PW-SALES  *  9999  /  MO-DAYS (M)
                   MOVE  9999.9  TO  PW-DSO
               ELSE
                   COMPUTE  PW-DSO  ROUNDED  =
                       PW-CLOSE  *  MO-DAYS (M)  /  PW-SALES
               END-IF
           END-IF.
       DSO-EXT.
           EXIT.
      *****
      *    PRINT PW-AREA AS THE LINE FOR MONTH M.
       LIN-RTN.
           PERFORM  DSO-RTN  THRU  DSO-EXT.
           MOVE  MO-YM (M)  TO  RPT-YM.
           MOVE  PW-OPEN    TO  RPT-OPEN.
           MOVE  PW-SALES   TO  RPT-SALES.
           MOVE  PW-RCPT    TO  RPT-RCPT.
           MOVE  PW-CLOSE   TO  RPT-CLOSE.
           IF  PW-DSO-OK  =  1  AND  PW-DSO  NOT <  0
               MOVE  PW-DSO  TO  RPT-DSO
           ELSE
               MOVE  "   -  "  TO  RPT-DSO-X
           END-IF.
           IF  PW-OPEN  +  PW-SALES  >  0
               COMPUTE  PW-COLL  ROUNDED  =
                   PW-RCPT  *  100  /  ( PW-OPEN  +  PW-SALES )
               IF  PW-COLL  <  0  OR  PW-COLL  >  9999
                   MOVE  "   -  "  TO  RPT-COLL-X
               ELSE
                   MOVE  PW-COLL  TO  RPT-COLL
               END-IF
           ELSE
               MOVE  "   -  "  TO  RPT-COLL-X
           END-IF.
           IF  PW-PAMT  >  0
               COMPUTE  PW-APD  ROUNDED  =  PW-PDA  /  PW-PAMT
               MOVE  PW-APD  TO  RPT-APD
           ELSE
               MOVE  "   -  "  TO  RPT-APD-X
           END-IF.
           MOVE  TT-RPT-DET  TO  TT-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
       LIN-EXT.
           EXIT.
      *****
      *    MONTH ARITHMETIC ON WK-YMW (YYMM).
       MPRV-RTN.
           IF  WK-MM  >  1
               SUBTRACT  1  FROM  WK-MM
               GO  TO  MPRV-EXT
           END-IF.
           MOVE  12  TO  WK-MM.
           IF  WK-YY  =  0
               MOVE  99  TO  WK-YY
           ELSE
               SUBTRACT  1  FROM  WK-YY
           END-IF.
       MPRV-EXT.
           EXIT.
      *    DAYS IN THE MONTH WK-YMW INTO WK-DAYS.
       MDAY-RTN.
           COMPUTE  WK-D8  =  20000000  +  WK-YMN  *  100  +  1.
           COMPUTE  WK-INT1  =  FUNCTION INTEGER-OF-DATE (WK-D8).
           IF  WK-MM  =  12
               COMPUTE  WK-D8  =  20000000
                   +  ( WK-YY  +  1 )  *  10000  +  101
           ELSE
               COMPUTE  WK-D8  =  20000000  +  WK-YMN  *  100
                   +  101
           END-IF.
           COMPUTE  WK-INT2  =  FUNCTION INTEGER-OF-DATE (WK-D8).
           COMPUTE  WK-DAYS  =  WK-INT2  -  WK-INT1.
       MDAY-EXT.
           EXIT.
       RUNL-ST-RTN.
           CALL "DB_F_Open" USING
            "I-O" RUNL_PNAME1 "SHARED" BY REFERENCE RUNL_IDLST "1"
            "RUNL-KEY" BY REFERENCE RUNL-KEY.
           ACCEPT  RUNL-SDATE  FROM  DATE.
           ACCEPT  RUNL-STIME  FROM  TIME.
           MOVE  "TT810R"  TO  RUNL-PGM.
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
       COPY  LPHDR  REPLACING  ==RPT-LINE==  BY  ==TT-RPT-LINE==.
