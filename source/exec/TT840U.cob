       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         TT840U.
      *****************************************************
      *****   MONTHLY CREDIT REVIEW SCORING            *****
      *****************************************************
      *        SCORES EVERY CUSTOMER'S PAYMENT BEHAVIOUR OVER THE
      *        TWELVE MONTHS TO THE REVIEW MONTH AND WRITES THE
      *        RESULT TO THE JT-CRVW CREDIT REVIEW MASTER.
      *        ARGUMENTS: THE REVIEW MONTH (YYMM, DEFAULT LAST
      *        MONTH) AND THE SCORE DROP THAT PUTS A CUSTOMER ON
      *        THE LIST (DEFAULT 10 POINTS).
      *        THE SCORE STARTS AT 90 AND IS CLAMPED TO 0-100:
      *          DAYS LATE -- SKDF INVOICES SK790U MATCHED TO A
      *          RECEIPT IN THE WINDOW, RECEIPT DATE LESS THE
      *          INVOICE DUE DATE (LPDUE), AVERAGED OVER THE
      *          INVOICE AMOUNT; LESS 1 A DAY, AT MOST 40;
      *          DUNNING -- SK810U LETTERS ON JT-DUNF, LESS 5
      *          EACH (10 AT LEVEL 3), AT MOST 30;
      *          DISHONOURED NOTES -- JT-TGTF STATUS 2 MATURING
      *          IN THE WINDOW, LESS 15 EACH, AT MOST 30;
      *          GROWTH -- NET SALES OF THE LAST THREE CLOSED
      *          MONTHS (JT-TTMH) AGAINST THE THREE BEFORE; PLUS
      *          10 AT +10% OR MORE, LESS 10 AT -20% OR WORSE.
      *        A CUSTOMER WHOSE NEXT REVIEW FALLS BY THE END OF
      *        THE MONTH AFTER THE REVIEW MONTH (OR WHO HAS NONE),
      *        OR WHOSE SCORE FELL BY THE THRESHOLD, IS LISTED
      *        WITH A PROPOSED LIMIT -- AVERAGE MONTHLY NET SALES
      *        TIMES 3 (SCORE 80 UP), 2 (60-79), 1 (40-59) OR
      *        0.5 (UNDER 40), TO THE NEAREST THOUSAND -- LEFT ON
      *        JT-CRVW AWAITING APPROVAL ON TT830U.  A RERUN IN
      *        THE SAME MONTH COMPARES WITH THE SAME EARLIER
      *        SCORE.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  TT-RPT-FILE  ASSIGN  TO  "TT840U"
               ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA                DIVISION.
       FILE                SECTION.
       FD  TT-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  TT-RPT-LINE         PIC  X(132).
       WORKING-STORAGE     SECTION.
       77  ERR-STAT        PIC  X(02).
       77  RET             PIC  9(01)  VALUE  0.
       77  I               PIC  9(04)  VALUE  0.
       77  J               PIC  9(04)  VALUE  0.
       77  M               PIC  9(02)  VALUE  0.
       77  PX              PIC  9(04)  VALUE  0.
       77  WK-ENDYM        PIC  9(04)  VALUE  0.
       77  WK-THR          PIC  9(03)  VALUE  0.
       77  WK-TODAY        PIC  9(06)  VALUE  0.
       77  WK-RUN8         PIC  9(08)  VALUE  0.
       77  WK-FROM8        PIC  9(08)  VALUE  0.
       77  WK-TO8          PIC  9(08)  VALUE  0.
       77  WK-DUE8         PIC  9(08)  VALUE  0.
       77  WK-FROM6        PIC  9(06)  VALUE  0.
       77  WK-TO6          PIC  9(06)  VALUE  0.
       77  WK-PTCD         PIC  9(04)  VALUE  0.
       77  WK-CTCD         PIC  9(04)  VALUE  0.
       77  WK-CRLM         PIC S9(09)  VALUE  0.
       77  WK-DAYS         PIC S9(05)  VALUE  0.
       77  WK-INT1         PIC S9(07)  VALUE  0.
       77  WK-INT2         PIC S9(07)  VALUE  0.
       77  WK-S3           PIC S9(11)  VALUE  0.
       77  WK-P3           PIC S9(11)  VALUE  0.
       77  WK-DLATE        PIC  9(05)  VALUE  0.
       77  WK-PEN          PIC  9(05)  VALUE  0.
       77  WK-GROW         PIC S9(07)  VALUE  0.
       77  WK-SCORE        PIC S9(05)  VALUE  0.
       77  WK-OLD          PIC  9(03)  VALUE  0.
       77  WK-PLIM         PIC S9(11)  VALUE  0.
       77  WK-THOU         PIC S9(09)  VALUE  0.
       77  WK-NEW          PIC  9(01)  VALUE  0.
       77  WK-RDUE         PIC  9(01)  VALUE  0.
       77  WK-RDROP        PIC  9(01)  VALUE  0.
       77  WS-SC-CNT       PIC  9(04)  VALUE  0.
       77  WS-RB-CNT       PIC  9(04)  VALUE  0.
       77  WS-IB-CNT       PIC  9(04)  VALUE  0.
       77  WS-OVF          PIC  9(05)  VALUE  0.
       77  WS-RD-CNT       PIC  9(07)  VALUE  0.
       77  WS-UP-CNT       PIC  9(07)  VALUE  0.
       77  WS-CU-CNT       PIC  9(05)  VALUE  0.
       77  WS-LS-CNT       PIC  9(05)  VALUE  0.
       01  WK-YMW.
           02  WK-YY           PIC  9(02).
           02  WK-MM           PIC  9(02).
       01  WK-YMN  REDEFINES  WK-YMW  PIC  9(04).
       01  WK-D8               PIC  9(08).
      *    THE SIX CLOSED MONTHS FOR SALES GROWTH, OLDEST FIRST.
       01  MO-TBL.
           02  MO-YM    PIC  9(04)  OCCURS  6.
      *    ONE CUSTOMER'S SKDF RECEIPTS AND MATCHED INVOICES.
       01  RB-TBL.
           02  RB-ENT   OCCURS  2000.
               03  RB-DNO        PIC  9(06).
               03  RB-DATE       PIC  9(08).
       01  IB-TBL.
           02  IB-ENT   OCCURS  2000.
               03  IB-MREF       PIC  9(06).
               03  IB-DUE        PIC  9(08).
               03  IB-AMT        PIC S9(11).
      *    PAYMENT HISTORY PER CUSTOMER, IN CUSTOMER ORDER.
       01  SC-TBL.
           02  SC-ENT   OCCURS  5000.
               03  SC-TCD        PIC  9(04).
               03  SC-DA         PIC S9(15).
               03  SC-AMT        PIC S9(13).
               03  SC-DUN        PIC  9(03).
               03  SC-DUN3       PIC  9(03).
               03  SC-DIS        PIC  9(03).
       COPY    LSTTM.
       COPY    LITTMH.
       COPY    LITKM.
       COPY    LISKDF.
       COPY    LIDUNF.
       COPY    LITGT.
       COPY    LICRVW.
       COPY    LIPTRM.
       COPY    LICALM.
       COPY    LIRUNL.
       COPY    LWCAL.
       COPY    LWDUE.
       COPY    LWHDR.
      *****
       01  TT-RPT-COL1.
           02  FILLER          PIC  X(42)  VALUE
               "TCD  CUSTOMER                         RATE".
           02  FILLER          PIC  X(40)  VALUE
               " NEXT REV  SCORE WAS/NOW LATE DUN DIS GR".
           02  FILLER          PIC  X(42)  VALUE
               "OW%   CURRENT LMT  PROPOSED LMT  REASON".
       01  TT-RPT-DET.
           02  RPT-TCD         PIC  9(04).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-NAME        PIC  N(16).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-RATE        PIC  X(04).
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-NEXT        PIC  9(08).
           02  RPT-NEXT-X  REDEFINES  RPT-NEXT  PIC  X(08).
           02  FILLER          PIC  X(08)  VALUE  SPACE.
           02  RPT-PSC         PIC  ZZ9.
           02  RPT-PSC-X  REDEFINES  RPT-PSC  PIC  X(03).
           02  FILLER          PIC  X(01)  VALUE  "/".
           02  RPT-SC          PIC  ZZ9.
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-DLT         PIC  ZZZ9.
           02  RPT-DUN         PIC  ZZZ9.
           02  RPT-DIS         PIC  ZZZ9.
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-GROW        PIC  ---9.
           02  RPT-GROW-X  REDEFINES  RPT-GROW  PIC  X(04).
           02  RPT-CLIM        PIC  -(12)9.
           02  RPT-PLIM        PIC  -(13)9.
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-WHY         PIC  X(16).
       01  TT-RPT-TOT.
           02  FILLER          PIC  X(20)  VALUE
               "CUSTOMERS SCORED    ".
           02  RPT-T-CU        PIC  ZZZZ9.
           02  FILLER          PIC  X(20)  VALUE
               "   LISTED FOR REVIEW".
           02  RPT-T-LS        PIC  ZZZZ9.
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       OPEN  OUTPUT  TT-RPT-FILE.
           ACCEPT  WK-ENDYM  FROM  ARGUMENT-VALUE.
           ACCEPT  WK-THR    FROM  ARGUMENT-VALUE.
       MOVE  "TT840U"  TO  HDR-PGMID.
       MOVE  "CREDIT REVIEW LIST"  TO  HDR-TITLE.
       PERFORM  HDR-INIT-RTN  THRU  HDR-INIT-EXT.
           PERFORM  RUNL-ST-RTN  THRU  RUNL-ST-EXT.
           INITIALIZE  SC-TBL.
      *****
      *    THE WINDOW -- TWELVE MONTHS TO THE REVIEW MONTH; THE
      *    SIX LAST OF THEM FOR THE SALES GROWTH.  REVIEWS DUE BY
      *    THE END OF THE FOLLOWING MONTH ARE LISTED.
           IF  WK-THR  =  0
               MOVE  10  TO  WK-THR
           END-IF.
           ACCEPT  WK-TODAY  FROM  DATE.
           COMPUTE  WK-RUN8  =  20000000  +  WK-TODAY.
           IF  WK-ENDYM  =  0
               MOVE  WK-TODAY (1:4)  TO  WK-YMN
               PERFORM  MPRV-RTN  THRU  MPRV-EXT
               MOVE  WK-YMN  TO  WK-ENDYM
           END-IF.
           MOVE  WK-ENDYM  TO  WK-YMN.
           PERFORM  MDAY-RTN  THRU  MDAY-EXT.
           COMPUTE  WK-TO8  =  20000000  +  WK-YMN  *  100  +  WK-DAYS.
           PERFORM  MNXT-RTN  THRU  MNXT-EXT.
           PERFORM  MDAY-RTN  THRU  MDAY-EXT.
           COMPUTE  WK-DUE8  =  20000000  +  WK-YMN  *  100  +  WK-DAYS.
           MOVE  WK-ENDYM  TO  WK-YMN.
           PERFORM  VARYING  M  FROM  12  BY  -1  UNTIL  M  <  1
               IF  M  <  7
                   MOVE  WK-YMN  TO  MO-YM (M)
               END-IF
               IF  M  >  1
                   PERFORM  MPRV-RTN  THRU  MPRV-EXT
               END-IF
           END-PERFORM.
           COMPUTE  WK-FROM8  =  20000000  +  WK-YMN  *  100  +  1.
           MOVE  WK-FROM8 (3:6)  TO  WK-FROM6.
           MOVE  WK-TO8 (3:6)    TO  WK-TO6.
           CALL "DB_F_Open" USING
            "INPUT" TK-M_PNAME1 "SHARED" BY REFERENCE TK-M_IDLST
            "1" "TK-KEY" BY REFERENCE TK-KEY.
           CALL "DB_F_Open" USING
            "INPUT" PTRM_PNAME1 "SHARED" BY REFERENCE PTRM_IDLST "1"
            "PTM-KEY" BY REFERENCE PTM-KEY.
           CALL "DB_F_Open" USING
            "INPUT" CALM_PNAME1 "SHARED" BY REFERENCE CALM_IDLST "1"
            "CAL-KEY" BY REFERENCE CAL-KEY.
      *****
      *    PASS 1 -- DAYS LATE FROM THE SKDF MATCHES.  SKDF IS
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
               PERFORM  LTF-RTN  THRU  LTF-EXT
               GO  TO  SK-90
           END-IF.
           ADD  1  TO  WS-RD-CNT.
           IF  SKD-TCD  NOT =  WK-PTCD
               PERFORM  LTF-RTN  THRU  LTF-EXT
               MOVE  SKD-TCD  TO  WK-PTCD
           END-IF.
           IF  SKD-DC  =  1  AND  SKD-DTC  >  0  AND  SKD-DTC  <  4
               IF  SKD-DATE  <  WK-FROM8  OR  SKD-DATE  >  WK-TO8
                   GO  TO  SK-10
               END-IF
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
               IF  SKD-DATE  >  WK-TO8
                   GO  TO  SK-10
               END-IF
               IF  WS-IB-CNT  NOT <  2000
                   ADD  1  TO  WS-OVF
                   GO  TO  SK-10
               END-IF
               PERFORM  DUE-SKD-RTN  THRU  DUE-SKD-EXT
               ADD  1  TO  WS-IB-CNT
               MOVE  SKD-MREF  TO  IB-MREF (WS-IB-CNT)
               MOVE  WDUE-DUE  TO  IB-DUE (WS-IB-CNT)
               COMPUTE  IB-AMT (WS-IB-CNT)  =  SKD-KIN  +  SKD-SHZ
           END-IF.
           GO  TO  SK-10.
       SK-90.
           CALL "DB_F_Close" USING
            BY REFERENCE SKDF_IDLST SKDF_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE PTRM_IDLST PTRM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE CALM_IDLST CALM_PNAME1.
      *****
      *    PASS 2 -- SK810U DUNNING LETTERS SENT IN THE WINDOW.
           CALL "DB_F_Open" USING
            "INPUT" DUNF_PNAME1 "SHARED" BY REFERENCE DUNF_IDLST "1"
            "DUN-KEY" BY REFERENCE DUN-KEY.
       DN-10.
           CALL "DB_Read" USING
            "NEXT AT END" DUNF_PNAME1 BY REFERENCE DUN-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  DN-90
           END-IF.
           ADD  1  TO  WS-RD-CNT.
           IF  DUN-DATE  <  WK-FROM6  OR  DUN-DATE  >  WK-TO6
               GO  TO  DN-10
           END-IF.
           MOVE  DUN-TCD  TO  WK-CTCD.
           PERFORM  SCX-RTN  THRU  SCX-EXT.
           IF  PX  =  0
               GO  TO  DN-10
           END-IF.
           ADD  1  TO  SC-DUN (PX).
           IF  DUN-LVL  NOT <  3
               ADD  1  TO  SC-DUN3 (PX)
           END-IF.
           GO  TO  DN-10.
       DN-90.
           CALL "DB_F_Close" USING BY REFERENCE DUNF_IDLST DUNF_PNAME1.
      *****
      *    PASS 3 -- NOTES DISHONOURED IN THE WINDOW.
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
           ADD  1  TO  WS-RD-CNT.
           IF  TGT-STAT  NOT =  2
               GO  TO  TG-10
           END-IF.
           IF  TGT-MAT  <  WK-FROM8  OR  TGT-MAT  >  WK-TO8
               GO  TO  TG-10
           END-IF.
           MOVE  TGT-TCD  TO  WK-CTCD.
           PERFORM  SCX-RTN  THRU  SCX-EXT.
           IF  PX  =  0
               GO  TO  TG-10
           END-IF.
           ADD  1  TO  SC-DIS (PX).
           GO  TO  TG-10.
       TG-90.
           CALL "DB_F_Close" USING BY REFERENCE TGTF_IDLST TGTF_PNAME1.
      *****
      *    PASS 4 -- EACH TT-M CUSTOMER SCORED ONTO JT-CRVW; THE
      *    REVIEW LIST PRINTS AS IT GOES.
           CALL "DB_F_Open" USING
            "INPUT" TT-M_PNAME1 "SHARED" BY REFERENCE TT-M_IDLST
            "1" "TT-KEY" BY REFERENCE TT-KEY.
           CALL "DB_F_Open" USING
            "INPUT" TTMH_PNAME1 "SHARED" BY REFERENCE TTMH_IDLST
            "1" "TTMH-KEY" BY REFERENCE TTMH-KEY.
           CALL "DB_F_Open" USING
            "I-O" CRVW_PNAME1 "SHARED" BY REFERENCE CRVW_IDLST "1"
            "CRV-KEY" BY REFERENCE CRV-KEY.
           MOVE  SPACE  TO  TT-RPT-LINE.
           STRING  "REVIEW MONTH "  WK-ENDYM
               "   SCORE DROP THRESHOLD "  WK-THR
               "   REVIEWS DUE BY "  WK-DUE8
               DELIMITED  BY  SIZE  INTO  TT-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  SPACE  TO  TT-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  TT-RPT-COL1  TO  TT-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  1  TO  PX.
       TC-10.
           CALL "DB_Read" USING
            "NEXT AT END" TT-M_PNAME1 BY REFERENCE TT-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  TC-90
           END-IF.
           ADD  1  TO  WS-RD-CNT.
           MOVE  TT-TCD   TO  WK-CTCD.
           MOVE  TT-CRLM  TO  WK-CRLM.
           IF  WK-CRLM  IS  NOT  NUMERIC
               MOVE  0  TO  WK-CRLM
           END-IF.
           PERFORM  CUS-RTN  THRU  CUS-EXT.
           GO  TO  TC-10.
       TC-90.
           IF  WS-LS-CNT  =  0
               MOVE  "  (NONE)"  TO  TT-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
           END-IF.
           MOVE  SPACE  TO  TT-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  WS-CU-CNT  TO  RPT-T-CU.
           MOVE  WS-LS-CNT  TO  RPT-T-LS.
           MOVE  TT-RPT-TOT  TO  TT-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           IF  WS-OVF  >  0
               MOVE  "*** WORK TABLE FULL, FIGURES INCOMPLETE"
                TO  TT-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
           END-IF.
           CALL "DB_F_Close" USING BY REFERENCE TT-M_IDLST TT-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE TTMH_IDLST TTMH_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE CRVW_IDLST CRVW_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE TK-M_IDLST TK-M_PNAME1.
           PERFORM  HDR-TRL-RTN  THRU  HDR-TRL-EXT.
           CLOSE  TT-RPT-FILE.
           PERFORM  RUNL-EN-RTN  THRU  RUNL-EN-EXT.
           CALL "DB_Close".
           STOP  RUN.
      *****
      *    RESOLVE THE BUFFERED CUSTOMER (WK-PTCD) -- EACH MATCHED
      *    INVOICE AGAINST ITS RECEIPT; DAYS PAST THE DUE DATE,
      *    WEIGHTED BY THE INVOICE AMOUNT, INTO SC-TBL.
       LTF-RTN.
           IF  WS-IB-CNT  =  0  OR  WS-RB-CNT  =  0
               GO  TO  LTF-90
           END-IF.
           MOVE  WK-PTCD  TO  WK-CTCD.
           PERFORM  SCX-RTN  THRU  SCX-EXT.
           IF  PX  =  0
               GO  TO  LTF-90
           END-IF.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  WS-IB-CNT
               PERFORM  VARYING  J  FROM  1  BY  1
                   UNTIL  J  >  WS-RB-CNT
                   OR  RB-DNO (J)  =  IB-MREF (I)
                   CONTINUE
               END-PERFORM
               IF  J  NOT >  WS-RB-CNT
                   PERFORM  LTA-RTN  THRU  LTA-EXT
               END-IF
           END-PERFORM.
       LTF-90.
           MOVE  0  TO  WS-RB-CNT.
           MOVE  0  TO  WS-IB-CNT.
       LTF-EXT.
           EXIT.
      *    INVOICE I PAID BY RECEIPT J.
       LTA-RTN.
           MOVE  0  TO  WK-DAYS.
           IF  IB-DUE (I)  >  19000101
           AND RB-DATE (J)  >  IB-DUE (I)
               COMPUTE  WK-DAYS  =
                   FUNCTION INTEGER-OF-DATE (RB-DATE (J))  -
                   FUNCTION INTEGER-OF-DATE (IB-DUE (I))
           END-IF.
           COMPUTE  SC-DA (PX)  =  SC-DA (PX)  +  WK-DAYS * IB-AMT (I).
           ADD  IB-AMT (I)  TO  SC-AMT (PX).
       LTA-EXT.
           EXIT.
      *****
      *    FIND WK-CTCD IN SC-TBL, ADDING IT IN CUSTOMER ORDER WHEN
      *    MISSING.  PX COMES BACK 0 WHEN THE TABLE IS FULL.
       SCX-RTN.
           PERFORM  VARYING  PX  FROM  1  BY  1
               UNTIL  PX  >  WS-SC-CNT  OR  SC-TCD (PX)  NOT <  WK-CTCD
               CONTINUE
           END-PERFORM.
           IF  PX  NOT >  WS-SC-CNT  AND  SC-TCD (PX)  =  WK-CTCD
               GO  TO  SCX-EXT
           END-IF.
           IF  WS-SC-CNT  NOT <  5000
               ADD  1  TO  WS-OVF
               MOVE  0  TO  PX
               GO  TO  SCX-EXT
           END-IF.
           PERFORM  VARYING  I  FROM  WS-SC-CNT  BY  -1  UNTIL  I  <  PX
               MOVE  SC-ENT (I)  TO  SC-ENT (I + 1)
           END-PERFORM.
           ADD  1  TO  WS-SC-CNT.
           MOVE  WK-CTCD  TO  SC-TCD (PX).
           MOVE  0  TO  SC-DA (PX)  SC-AMT (PX).
           MOVE  0  TO  SC-DUN (PX)  SC-DUN3 (PX)  SC-DIS (PX).
       SCX-EXT.
           EXIT.
      *****
      *    ONE CUSTOMER (WK-CTCD) -- SALES FROM JT-TTMH, HISTORY
      *    FROM SC-TBL, THE SCORE, JT-CRVW AND THE LIST LINE.
       CUS-RTN.
           MOVE  0  TO  WK-S3  WK-P3.
           PERFORM  VARYING  M  FROM  1  BY  1  UNTIL  M  >  6
               MOVE  MO-YM (M)  TO  TTMH-YM
               MOVE  WK-CTCD    TO  TTMH-TCD
               CALL "DB_Read" USING
                "INVALID" TTMH_PNAME1 BY REFERENCE TTMH-R "UNLOCK"
                RETURNING RET
               IF  RET  =  0
                   MOVE  TTMH-RAWDATA  TO  TT-R
                   IF  M  >  3
                       COMPUTE  WK-S3  =  WK-S3  +  TT-TUA  -  TT-TNB
                   ELSE
                       COMPUTE  WK-P3  =  WK-P3  +  TT-TUA  -  TT-TNB
                   END-IF
               END-IF
           END-PERFORM.
      *        HISTORY -- SC-TBL AND TT-M ARE BOTH IN CUSTOMER
      *        ORDER.
           PERFORM  VARYING  PX  FROM  PX  BY  1
               UNTIL  PX  >  WS-SC-CNT  OR  SC-TCD (PX)  NOT <  WK-CTCD
               CONTINUE
           END-PERFORM.
           MOVE  WK-CTCD  TO  CRV-TCD.
           CALL "DB_Read" USING
            "INVALID" CRVW_PNAME1 BY REFERENCE CRV-R "UNLOCK"
            RETURNING RET.
           MOVE  0  TO  WK-NEW.
           IF  RET  =  1
               IF  WK-CRLM  =  0  AND  WK-S3  =  0  AND  WK-P3  =  0
                   GO  TO  CUS-EXT
               END-IF
               MOVE  1  TO  WK-NEW
               INITIALIZE  CRV-R
               MOVE  WK-CTCD  TO  CRV-TCD
           END-IF.
           ADD  1  TO  WS-CU-CNT.
           MOVE  0  TO  CRV-DLATE  CRV-DUN  CRV-DIS  WK-DLATE.
           MOVE  90  TO  WK-SCORE.
           IF  PX  NOT >  WS-SC-CNT  AND  SC-TCD (PX)  =  WK-CTCD
               PERFORM  PEN-RTN  THRU  PEN-EXT
           END-IF.
      *        SALES GROWTH.
           MOVE  0  TO  WK-GROW.
           IF  WK-P3  >  0
               COMPUTE  WK-GROW  ROUNDED  =
                   ( WK-S3  -  WK-P3 )  *  100  /  WK-P3
               IF  WK-GROW  NOT <  10
                   ADD  10  TO  WK-SCORE
               END-IF
               IF  WK-GROW  NOT >  -20
                   SUBTRACT  10  FROM  WK-SCORE
               END-IF
           END-IF.
           IF  WK-GROW  >  999
               MOVE  999  TO  WK-GROW
           END-IF.
           IF  WK-GROW  <  -999
               MOVE  -999  TO  WK-GROW
           END-IF.
           MOVE  WK-GROW  TO  CRV-GROW.
           IF  WK-SCORE  <  0
               MOVE  0  TO  WK-SCORE
           END-IF.
           IF  WK-SCORE  >  100
               MOVE  100  TO  WK-SCORE
           END-IF.
      *        THE EARLIER SCORE -- A RERUN IN THE SAME MONTH KEEPS
      *        COMPARING WITH THE RUN BEFORE IT.
           IF  CRV-SDATE (1:6)  NOT =  WK-RUN8 (1:6)
               MOVE  CRV-SCORE  TO  CRV-PSCORE
               MOVE  CRV-SDATE  TO  CRV-PSDATE
           END-IF.
           MOVE  CRV-PSCORE  TO  WK-OLD.
           MOVE  0  TO  WK-RDROP.
           IF  CRV-PSDATE  NOT =  0
           AND CRV-PSCORE  -  WK-SCORE  NOT <  WK-THR
               MOVE  1  TO  WK-RDROP
           END-IF.
           MOVE  WK-SCORE  TO  CRV-SCORE.
           MOVE  WK-RUN8   TO  CRV-SDATE.
           MOVE  0  TO  WK-RDUE.
           IF  CRV-NEXT  =  0  OR  CRV-NEXT  NOT >  WK-DUE8
               MOVE  1  TO  WK-RDUE
           END-IF.
      *        PROPOSED LIMIT FOR A LISTED CUSTOMER.
           IF  WK-RDUE  =  1  OR  WK-RDROP  =  1
               PERFORM  PLM-RTN  THRU  PLM-EXT
               MOVE  WK-PLIM  TO  CRV-PLIM
               MOVE  1        TO  CRV-PST
           END-IF.
           IF  WK-NEW  =  1
               CALL "DB_Insert" USING
                CRVW_PNAME1 CRVW_LNAME CRV-R RETURNING RET
           ELSE
               CALL "DB_Update" USING
                CRVW_PNAME1 CRVW_LNAME CRV-R RETURNING RET
           END-IF.
           ADD  1  TO  WS-UP-CNT.
           IF  WK-RDUE  =  1  OR  WK-RDROP  =  1
               PERFORM  LST-RTN  THRU  LST-EXT
           END-IF.
       CUS-EXT.
           EXIT.
      *    PAYMENT HISTORY PENALTIES FROM SC-TBL ENTRY PX.
       PEN-RTN.
           IF  SC-AMT (PX)  >  0
               COMPUTE  WK-DLATE  ROUNDED  =  SC-DA (PX)  /  SC-AMT (PX)
           END-IF.
           IF  WK-DLATE  >  999
               MOVE  999  TO  CRV-DLATE
           ELSE
               MOVE  WK-DLATE  TO  CRV-DLATE
           END-IF.
           MOVE  WK-DLATE  TO  WK-PEN.
           IF  WK-PEN  >  40
               MOVE  40  TO  WK-PEN
           END-IF.
           SUBTRACT  WK-PEN  FROM  WK-SCORE.
           MOVE  SC-DUN (PX)  TO  CRV-DUN.
           COMPUTE  WK-PEN  =  SC-DUN (PX) * 5  +  SC-DUN3 (PX) * 5.
           IF  WK-PEN  >  30
               MOVE  30  TO  WK-PEN
           END-IF.
           SUBTRACT  WK-PEN  FROM  WK-SCORE.
           MOVE  SC-DIS (PX)  TO  CRV-DIS.
           COMPUTE  WK-PEN  =  SC-DIS (PX) * 15.
           IF  WK-PEN  >  30
               MOVE  30  TO  WK-PEN
           END-IF.
           SUBTRACT  WK-PEN  FROM  WK-SCORE.
       PEN-EXT.
           EXIT.
      *    PROPOSED LIMIT -- AVERAGE MONTHLY NET SALES OF THE LAST
      *    THREE MONTHS BY THE SCORE BAND, TO THE NEAREST THOUSAND.
       PLM-RTN.
           MOVE  0  TO  WK-PLIM.
           IF  WK-S3  NOT >  0
               GO  TO  PLM-EXT
           END-IF.
           EVALUATE  TRUE
               WHEN  WK-SCORE  NOT <  80
                   COMPUTE  WK-PLIM  =  WK-S3
               WHEN  WK-SCORE  NOT <  60
                   COMPUTE  WK-PLIM  =  WK-S3  *  2  /  3
               WHEN  WK-SCORE  NOT <  40
                   COMPUTE  WK-PLIM  =  WK-S3  /  3
               WHEN  OTHER
                   COMPUTE  WK-PLIM  =  WK-S3  /  6
           END-EVALUATE.
           COMPUTE  WK-THOU  =  ( WK-PLIM  +  500 )  /  1000.
           COMPUTE  WK-PLIM  =  WK-THOU  *  1000.
           IF  WK-PLIM  >  999999999
               MOVE  999999999  TO  WK-PLIM
           END-IF.
       PLM-EXT.
           EXIT.
      *    THE LIST LINE FOR THE CUSTOMER IN HAND.
       LST-RTN.
           ADD  1  TO  WS-LS-CNT.
           MOVE  WK-CTCD  TO  RPT-TCD  TK-TCD.
           CALL "DB_Read" USING
            "INVALID" TK-M_PNAME1 BY REFERENCE TK-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               MOVE  SPACE  TO  TK-NAME
           END-IF.
           MOVE  TK-NAME     TO  RPT-NAME.
           MOVE  CRV-RATE    TO  RPT-RATE.
           IF  CRV-NEXT  =  0
               MOVE  "  NONE  "  TO  RPT-NEXT-X
           ELSE
               MOVE  CRV-NEXT  TO  RPT-NEXT
           END-IF.
           IF  CRV-PSDATE  =  0
               MOVE  "  -"  TO  RPT-PSC-X
           ELSE
               MOVE  WK-OLD  TO  RPT-PSC
           END-IF.
           MOVE  CRV-SCORE   TO  RPT-SC.
           MOVE  CRV-DLATE   TO  RPT-DLT.
           MOVE  CRV-DUN     TO  RPT-DUN.
           MOVE  CRV-DIS     TO  RPT-DIS.
           IF  WK-P3  >  0
               MOVE  CRV-GROW  TO  RPT-GROW
           ELSE
               MOVE  "   -"  TO  RPT-GROW-X
           END-IF.
           MOVE  WK-CRLM     TO  RPT-CLIM.
           MOVE  CRV-PLIM    TO  RPT-PLIM.
           EVALUATE  TRUE
               WHEN  WK-RDUE  =  1  AND  WK-RDROP  =  1
                   MOVE  "REVIEW DUE+DROP"  TO  RPT-WHY
               WHEN  WK-RDUE  =  1
                   MOVE  "REVIEW DUE"       TO  RPT-WHY
               WHEN  OTHER
                   MOVE  "SCORE DROP"       TO  RPT-WHY
           END-EVALUATE.
           MOVE  TT-RPT-DET  TO  TT-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
       LST-EXT.
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
       MNXT-RTN.
           IF  WK-MM  <  12
               ADD  1  TO  WK-MM
               GO  TO  MNXT-EXT
           END-IF.
           MOVE  1  TO  WK-MM.
           IF  WK-YY  =  99
               MOVE  0  TO  WK-YY
           ELSE
               ADD  1  TO  WK-YY
           END-IF.
       MNXT-EXT.
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
           MOVE  "TT840U"  TO  RUNL-PGM.
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
           MOVE  WS-UP-CNT   TO  RUNL-UPDT.
           MOVE  "000"       TO  RUNL-CC.
           MOVE  1           TO  RUNL-ENDF.
           CALL "DB_Update" USING
            RUNL_PNAME1 RUNL_LNAME RUNL-R RETURNING RET.
           CALL "DB_F_Close" USING BY REFERENCE RUNL_IDLST RUNL_PNAME1.
       RUNL-EN-EXT.
           EXIT.
       COPY  LPCAL.
       COPY  LPDUE.
       COPY  LPHDR  REPLACING  ==RPT-LINE==  BY  ==TT-RPT-LINE==.
