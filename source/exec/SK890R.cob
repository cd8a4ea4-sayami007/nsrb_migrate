       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         SK890R.
      *****************************************************
      *****   OPEN DEDUCTION CLAIMS AGEING             *****
      *****************************************************
      *        EVERY JT-DEDC CLAIM STILL OPEN (DED-STAT 0) IS
      *        AGED FROM THE DATE SK790U RAISED IT TO TODAY INTO
      *        0-30 / 31-60 / 61-90 / OVER 90 DAY COLUMNS AND
      *        TOTALLED BY CUSTOMER AND HKBM CLASS-45 DEDUCTION
      *        REASON (00 = NOT YET ASSIGNED IN SK880U), WITH A
      *        SUBTOTAL PER CUSTOMER.  A SECOND SECTION TOTALS
      *        THE SAME COLUMNS BY REASON ALONE, SO COLLECTIONS
      *        SEE WHICH KIND OF DEDUCTION IS COSTING THE MOST.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  SK-RPT-FILE  ASSIGN  TO  "SK890R"
               ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA                DIVISION.
       FILE                SECTION.
       FD  SK-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  SK-RPT-LINE         PIC  X(132).
       WORKING-STORAGE     SECTION.
       77  ERR-STAT        PIC  X(02).
       77  RET             PIC  9(01)  VALUE  0.
       77  I               PIC  9(03)  VALUE  0.
       77  J               PIC  9(03)  VALUE  0.
       77  K               PIC  9(03)  VALUE  0.
       77  B               PIC  9(01)  VALUE  0.
       77  WK-TODAY8       PIC  9(08)  VALUE  0.
       77  WK-AGE          PIC S9(05)  VALUE  0.
       77  WK-PTCD         PIC  9(04)  VALUE  0.
       77  WS-CR-CNT       PIC  9(03)  VALUE  0.
       77  WS-CR-OVF       PIC  9(05)  VALUE  0.
       77  WS-RD-CNT       PIC  9(07)  VALUE  0.
       01  WK-KEY.
           02  WK-TCD          PIC  9(04).
           02  WK-RSN          PIC  9(02).
      *    ONE ENTRY PER CUSTOMER AND REASON, KEPT IN KEY ORDER.
       01  CR-TBL.
           02  CR-ENT   OCCURS  500.
               03  CR-KEY.
                   04  CR-TCD    PIC  9(04).
                   04  CR-RSN    PIC  9(02).
               03  CR-CNT        PIC  9(05).
               03  CR-AMT        PIC S9(11)  OCCURS  4.
               03  CR-TOT        PIC S9(11).
      *    ONE ENTRY PER REASON CODE, SUBSCRIPT = REASON + 1.
       01  RS-TBL.
           02  RS-ENT   OCCURS  100.
               03  RS-CNT        PIC  9(05).
               03  RS-AMT        PIC S9(11)  OCCURS  4.
               03  RS-TOT        PIC S9(11).
       01  CS-TOTAL.
           02  CS-CNT          PIC  9(05).
           02  CS-AMT          PIC S9(11)  OCCURS  4.
           02  CS-TOT          PIC S9(11).
       01  GT-TOTAL.
           02  GT-CNT          PIC  9(07).
           02  GT-AMT          PIC S9(12)  OCCURS  4.
           02  GT-TOT          PIC S9(12).
       COPY    LIDEDC.
       COPY    LITKM.
       COPY    LIHKBM.
       COPY    LIRUNL.
       COPY    LWHDR.
      *****
       01  SK-RPT-COL.
           02  FILLER          PIC  X(40)  VALUE
               "CUST NAME                     RSN REASON".
           02  FILLER          PIC  X(40)  VALUE
               "               CLAIMS        0-30       ".
           02  FILLER          PIC  X(41)  VALUE
               "31-60       61-90     OVER 90       TOTAL".
       01  SK-RPT-DET.
           02  RPT-TCD         PIC  9(04).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-TNAME       PIC  N(12).
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-RSN         PIC  9(02).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-RNAME       PIC  X(20).
           02  RPT-CNT         PIC  Z(06)9.
           02  RPT-B1          PIC  -(11)9.
           02  RPT-B2          PIC  -(11)9.
           02  RPT-B3          PIC  -(11)9.
           02  RPT-B4          PIC  -(11)9.
           02  RPT-TOT         PIC  -(11)9.
       01  SK-RPT-SUB.
           02  RPT-SUB-LBL     PIC  X(54).
           02  RPT-SUB-CNT     PIC  Z(06)9.
           02  RPT-SUB-B1      PIC  -(11)9.
           02  RPT-SUB-B2      PIC  -(11)9.
           02  RPT-SUB-B3      PIC  -(11)9.
           02  RPT-SUB-B4      PIC  -(11)9.
           02  RPT-SUB-TOT     PIC  -(11)9.
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       OPEN  OUTPUT  SK-RPT-FILE.
       MOVE  "SK890R"  TO  HDR-PGMID.
       MOVE  "OPEN DEDUCTION CLAIMS AGEING"  TO  HDR-TITLE.
       PERFORM  HDR-INIT-RTN  THRU  HDR-INIT-EXT.
           PERFORM  RUNL-ST-RTN  THRU  RUNL-ST-EXT.
           INITIALIZE  CR-TBL  RS-TBL  CS-TOTAL  GT-TOTAL.
           ACCEPT  WK-TODAY8  FROM  DATE.
           ADD  20000000  TO  WK-TODAY8.
      *****
      *    OPEN CLAIMS INTO THE TABLES.
           CALL "DB_F_Open" USING
            "INPUT" DEDC_PNAME1 "SHARED" BY REFERENCE DEDC_IDLST "1"
            "DED-KEY" BY REFERENCE DED-KEY.
       CL-10.
           CALL "DB_Read" USING
            "NEXT AT END" DEDC_PNAME1 BY REFERENCE DED-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  CL-90
           END-IF.
           ADD  1  TO  WS-RD-CNT.
           IF  DED-STAT  NOT =  0
               GO  TO  CL-10
           END-IF.
           MOVE  0  TO  WK-AGE.
           IF  DED-DATE  >  19000101  AND  DED-DATE  <  WK-TODAY8
               COMPUTE  WK-AGE  =
                   FUNCTION INTEGER-OF-DATE (WK-TODAY8)  -
                   FUNCTION INTEGER-OF-DATE (DED-DATE)
           END-IF.
           EVALUATE  TRUE
               WHEN  WK-AGE  NOT >  30
                   MOVE  1  TO  B
               WHEN  WK-AGE  NOT >  60
                   MOVE  2  TO  B
               WHEN  WK-AGE  NOT >  90
                   MOVE  3  TO  B
               WHEN  OTHER
                   MOVE  4  TO  B
           END-EVALUATE.
           MOVE  DED-TCD  TO  WK-TCD.
           MOVE  DED-RSN  TO  WK-RSN.
           PERFORM  CRX-RTN  THRU  CRX-EXT.
           IF  I  NOT =  0
               ADD  1        TO  CR-CNT (I)
               ADD  DED-AMT  TO  CR-AMT (I B)
               ADD  DED-AMT  TO  CR-TOT (I)
           END-IF.
           COMPUTE  K  =  DED-RSN  +  1.
           ADD  1        TO  RS-CNT (K).
           ADD  DED-AMT  TO  RS-AMT (K B).
           ADD  DED-AMT  TO  RS-TOT (K).
           ADD  1        TO  GT-CNT.
           ADD  DED-AMT  TO  GT-AMT (B).
           ADD  DED-AMT  TO  GT-TOT.
           GO  TO  CL-10.
       CL-90.
           CALL "DB_F_Close" USING BY REFERENCE DEDC_IDLST DEDC_PNAME1.
      *****
      *    SECTION 1 -- BY CUSTOMER AND REASON.
           CALL "DB_F_Open" USING
            "INPUT" TK-M_PNAME1 "SHARED" BY REFERENCE TK-M_IDLST
            "1" "TK-KEY" BY REFERENCE TK-KEY.
           CALL "DB_F_Open" USING
            "INPUT" HKBM_PNAME1 "SHARED" BY REFERENCE HKBM_IDLST "1"
            "HKB-KEY" BY REFERENCE HKB-KEY.
           MOVE  SK-RPT-COL  TO  SK-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  0  TO  WK-PTCD.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  WS-CR-CNT
               IF  I  >  1  AND  CR-TCD (I)  NOT =  WK-PTCD
                   PERFORM  CST-RTN  THRU  CST-EXT
               END-IF
               PERFORM  PRT-RTN  THRU  PRT-EXT
           END-PERFORM.
           IF  WS-CR-CNT  >  0
               PERFORM  CST-RTN  THRU  CST-EXT
           END-IF.
      *****
      *    SECTION 2 -- BY REASON.
           MOVE  SPACE  TO  SK-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  "TOTALS BY DEDUCTION REASON"  TO  SK-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           PERFORM  VARYING  K  FROM  1  BY  1  UNTIL  K  >  100
               IF  RS-CNT (K)  >  0
                   PERFORM  RSP-RTN  THRU  RSP-EXT
               END-IF
           END-PERFORM.
           MOVE  SPACE          TO  SK-RPT-SUB.
           MOVE  "GRAND TOTAL"  TO  RPT-SUB-LBL.
           MOVE  GT-CNT         TO  RPT-SUB-CNT.
           MOVE  GT-AMT (1)     TO  RPT-SUB-B1.
           MOVE  GT-AMT (2)     TO  RPT-SUB-B2.
           MOVE  GT-AMT (3)     TO  RPT-SUB-B3.
           MOVE  GT-AMT (4)     TO  RPT-SUB-B4.
           MOVE  GT-TOT         TO  RPT-SUB-TOT.
           MOVE  SK-RPT-SUB     TO  SK-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           IF  WS-CR-OVF  >  0
               MOVE  "*** CUSTOMER TABLE FULL, SECTION 1 INCOMPLETE"
                TO  SK-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
           END-IF.
           CALL "DB_F_Close" USING BY REFERENCE TK-M_IDLST TK-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE HKBM_IDLST HKBM_PNAME1.
           PERFORM  HDR-TRL-RTN  THRU  HDR-TRL-EXT.
           CLOSE  SK-RPT-FILE.
           PERFORM  RUNL-EN-RTN  THRU  RUNL-EN-EXT.
           CALL "DB_Close".
           STOP  RUN.
      *****
      *    TABLE ENTRY FOR WK-KEY -- INSERTED IN KEY ORDER WHEN
      *    NEW.  I = 0 WHEN THE TABLE IS FULL.
       CRX-RTN.
           PERFORM  VARYING  I  FROM  1  BY  1
               UNTIL  I  >  WS-CR-CNT  OR  CR-KEY (I)  NOT <  WK-KEY
               CONTINUE
           END-PERFORM.
           IF  I  NOT >  WS-CR-CNT
               IF  CR-KEY (I)  =  WK-KEY
                   GO  TO  CRX-EXT
               END-IF
           END-IF.
           IF  WS-CR-CNT  NOT <  500
               ADD  1  TO  WS-CR-OVF
               MOVE  0  TO  I
               GO  TO  CRX-EXT
           END-IF.
           PERFORM  VARYING  J  FROM  WS-CR-CNT  BY  -1  UNTIL  J  <  I
               COMPUTE  K  =  J  +  1
               MOVE  CR-ENT (J)  TO  CR-ENT (K)
           END-PERFORM.
           ADD  1  TO  WS-CR-CNT.
           INITIALIZE  CR-ENT (I).
           MOVE  WK-KEY  TO  CR-KEY (I).
       CRX-EXT.
           EXIT.
      *****
      *    ONE CUSTOMER/REASON LINE, ACCUMULATED INTO THE
      *    CUSTOMER SUBTOTAL.
       PRT-RTN.
           MOVE  CR-TCD (I)  TO  WK-PTCD  RPT-TCD  TK-TCD.
           CALL "DB_Read" USING
            "INVALID" TK-M_PNAME1 BY REFERENCE TK-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               MOVE  SPACE  TO  TK-NAME
           END-IF.
           MOVE  TK-NAME     TO  RPT-TNAME.
           MOVE  CR-RSN (I)  TO  RPT-RSN  WK-RSN.
           PERFORM  RSN-RTN  THRU  RSN-EXT.
           MOVE  CR-CNT (I)      TO  RPT-CNT.
           MOVE  CR-AMT (I 1)    TO  RPT-B1.
           MOVE  CR-AMT (I 2)    TO  RPT-B2.
           MOVE  CR-AMT (I 3)    TO  RPT-B3.
           MOVE  CR-AMT (I 4)    TO  RPT-B4.
           MOVE  CR-TOT (I)      TO  RPT-TOT.
           MOVE  SK-RPT-DET      TO  SK-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           ADD  CR-CNT (I)    TO  CS-CNT.
           ADD  CR-AMT (I 1)  TO  CS-AMT (1).
           ADD  CR-AMT (I 2)  TO  CS-AMT (2).
           ADD  CR-AMT (I 3)  TO  CS-AMT (3).
           ADD  CR-AMT (I 4)  TO  CS-AMT (4).
           ADD  CR-TOT (I)    TO  CS-TOT.
       PRT-EXT.
           EXIT.
      *****
      *    CUSTOMER SUBTOTAL FOR WK-PTCD, THEN RESET.
       CST-RTN.
           MOVE  SPACE        TO  SK-RPT-SUB.
           STRING  "  CUSTOMER "  WK-PTCD  " TOTAL"
               DELIMITED  BY  SIZE  INTO  RPT-SUB-LBL.
           MOVE  CS-CNT       TO  RPT-SUB-CNT.
           MOVE  CS-AMT (1)   TO  RPT-SUB-B1.
           MOVE  CS-AMT (2)   TO  RPT-SUB-B2.
           MOVE  CS-AMT (3)   TO  RPT-SUB-B3.
           MOVE  CS-AMT (4)   TO  RPT-SUB-B4.
           MOVE  CS-TOT       TO  RPT-SUB-TOT.
           MOVE  SK-RPT-SUB   TO  SK-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           INITIALIZE  CS-TOTAL.
       CST-EXT.
           EXIT.
      *****
      *    ONE REASON LINE OF SECTION 2 (K = REASON + 1).
       RSP-RTN.
           MOVE  SPACE  TO  SK-RPT-DET.
           COMPUTE  WK-RSN  =  K  -  1.
           MOVE  WK-RSN  TO  RPT-RSN.
           PERFORM  RSN-RTN  THRU  RSN-EXT.
           MOVE  RS-CNT (K)      TO  RPT-CNT.
           MOVE  RS-AMT (K 1)    TO  RPT-B1.
           MOVE  RS-AMT (K 2)    TO  RPT-B2.
           MOVE  RS-AMT (K 3)    TO  RPT-B3.
           MOVE  RS-AMT (K 4)    TO  RPT-B4.
           MOVE  RS-TOT (K)      TO  RPT-TOT.
           MOVE  SK-RPT-DET      TO  SK-RPT-LINE.
           MOVE  SPACE           TO  SK-RPT-LINE (1:31).
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
       RSP-EXT.
           EXIT.
      *****
      *    REASON NAME FOR WK-RSN FROM HKBM CLASS 45.
       RSN-RTN.
           IF  WK-RSN  =  0
               MOVE  "NOT YET ASSIGNED"  TO  RPT-RNAME
               GO  TO  RSN-EXT
           END-IF.
           MOVE  45      TO  HKB-NO.
           MOVE  SPACE   TO  HKB-BC.
           MOVE  WK-RSN  TO  HKB-BC (1:2).
           CALL "DB_Read" USING
            "INVALID" HKBM_PNAME1 BY REFERENCE HKB-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               MOVE  "** NOT ON HKBM **"  TO  RPT-RNAME
           ELSE
               MOVE  HKB-NAME (1:20)     TO  RPT-RNAME
           END-IF.
       RSN-EXT.
           EXIT.
       RUNL-ST-RTN.
           CALL "DB_F_Open" USING
            "I-O" RUNL_PNAME1 "SHARED" BY REFERENCE RUNL_IDLST "1"
            "RUNL-KEY" BY REFERENCE RUNL-KEY.
           ACCEPT  RUNL-SDATE  FROM  DATE.
           ACCEPT  RUNL-STIME  FROM  TIME.
           MOVE  "SK890R"  TO  RUNL-PGM.
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
