       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         SK910R.
      *****************************************************
      *****   PAYMENT TERMS DUE-DATE CONVERSION CHECK  *****
      *****************************************************
      *        RUN ONCE WHEN CUSTOMERS ARE FIRST GIVEN JT-PTRM
      *        TERMS CODES (TT740U), BEFORE SK730U/SK800U START
      *        STAMPING SKD-DUE.  EVERY OPEN SKDF INVOICE ROW
      *        (DC 0, NO CLOSING DATE, NOT MATCHED) HAS ITS DUE
      *        DATE WORKED BOTH WAYS:
      *          OLD -- SKD-DATE PLUS TK-TERMS DAYS;
      *          NEW -- THE CUSTOMER'S TERMS THROUGH LPDUE;
      *        EACH ROLLED TO THE NEXT BUSINESS DAY (JT-CALM).
      *        ONE LINE PER CUSTOMER WHOSE DATES WOULD CHANGE:
      *        OPEN INVOICES, HOW MANY MOVE AND THEIR AMOUNT, THE
      *        LARGEST SHIFT IN DAYS (+ = LATER), AND THE FIRST
      *        INVOICE THAT MOVES WITH ITS OLD AND NEW DUE DATES.
      *        THE CASH PERCENT IS SHOWN WHERE PART OF THE
      *        BALANCE WILL NOW COME BY NOTE.  NOTHING IS UPDATED.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  SK-RPT-FILE  ASSIGN  TO  "SK910R"
               ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA                DIVISION.
       FILE                SECTION.
       FD  SK-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  SK-RPT-LINE         PIC  X(132).
       WORKING-STORAGE     SECTION.
       77  ERR-STAT        PIC  X(02).
       77  RET             PIC  9(01)  VALUE  0.
       77  WK-PTCD         PIC  9(04)  VALUE  0.
       77  WK-OLD          PIC  9(08)  VALUE  0.
       77  WK-OLDI         PIC S9(07)  VALUE  0.
       77  WK-SHIFT        PIC S9(05)  VALUE  0.
       77  WK-ABS          PIC  9(05)  VALUE  0.
       77  WK-AMT          PIC S9(11)  VALUE  0.
       77  WS-RD-CNT       PIC  9(07)  VALUE  0.
      *    THE CUSTOMER IN HAND.
       01  CS-TOTAL.
           02  CS-INV          PIC  9(05).
           02  CS-CHG          PIC  9(05).
           02  CS-AMT          PIC S9(11).
           02  CS-MAX          PIC S9(05).
           02  CS-ABS          PIC  9(05).
           02  CS-DNO          PIC  9(06).
           02  CS-OLD          PIC  9(08).
           02  CS-NEW          PIC  9(08).
           02  CS-PTC          PIC  9(03).
           02  CS-CASH         PIC  9(03).
       01  GT-TOTAL.
           02  GT-CUST         PIC  9(05).
           02  GT-CCHG         PIC  9(05).
           02  GT-INV          PIC  9(07).
           02  GT-CHG          PIC  9(07).
           02  GT-AMT          PIC S9(12).
       COPY    LISKDF.
       COPY    LITKM.
       COPY    LIPTRM.
       COPY    LICALM.
       COPY    LIRUNL.
       COPY    LWCAL.
       COPY    LWDUE.
       COPY    LWHDR.
      *****
       01  SK-RPT-COL.
           02  FILLER          PIC  X(40)  VALUE
               "CUST NAME                     TRM DAYS C".
           02  FILLER          PIC  X(40)  VALUE
               "ASH%   OPEN MOVED      AMOUNT MAX SHIFT ".
           02  FILLER          PIC  X(40)  VALUE
               "  INVOICE   OLD DUE   NEW DUE           ".
       01  SK-RPT-DET.
           02  RPT-TCD         PIC  9(04).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-TNAME       PIC  N(12).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-PTC         PIC  ZZ9.
           02  RPT-TERMS       PIC  ZZZZ9.
           02  RPT-CASH        PIC  ZZZZ9.
           02  RPT-INV         PIC  ZZZZZZ9.
           02  RPT-CHG         PIC  ZZZZZ9.
           02  RPT-AMT         PIC  -(11)9.
           02  RPT-MAX         PIC  -(9)9.
           02  FILLER          PIC  X(03)  VALUE  SPACE.
           02  RPT-DNO         PIC  9(06).
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-OLD         PIC  9(08).
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-NEW         PIC  9(08).
       01  SK-RPT-SUB.
           02  RPT-SUB-LBL     PIC  X(45).
           02  RPT-SUB-INV     PIC  ZZZZZZ9.
           02  RPT-SUB-CHG     PIC  ZZZZZ9.
           02  RPT-SUB-AMT     PIC  -(11)9.
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       OPEN  OUTPUT  SK-RPT-FILE.
       MOVE  "SK910R"  TO  HDR-PGMID.
       MOVE  "PAY TERMS DUE-DATE CHECK"  TO  HDR-TITLE.
       PERFORM  HDR-INIT-RTN  THRU  HDR-INIT-EXT.
           PERFORM  RUNL-ST-RTN  THRU  RUNL-ST-EXT.
           INITIALIZE  CS-TOTAL  GT-TOTAL.
           CALL "DB_F_Open" USING
            "INPUT" SKDF_PNAME1 "SHARED" BY REFERENCE SKDF_IDLST "1"
            "SKD-KEY" BY REFERENCE SKD-KEY.
           CALL "DB_F_Open" USING
            "INPUT" TK-M_PNAME1 "SHARED" BY REFERENCE TK-M_IDLST "1"
            "TK-KEY" BY REFERENCE TK-KEY.
           CALL "DB_F_Open" USING
            "INPUT" PTRM_PNAME1 "SHARED" BY REFERENCE PTRM_IDLST "1"
            "PTM-KEY" BY REFERENCE PTM-KEY.
           CALL "DB_F_Open" USING
            "INPUT" CALM_PNAME1 "SHARED" BY REFERENCE CALM_IDLST "1"
            "CAL-KEY" BY REFERENCE CAL-KEY.
           MOVE  SK-RPT-COL  TO  SK-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
      *****
      *    SKDF IS IN CUSTOMER ORDER -- BREAK ON SKD-TCD.
       SK-10.
           CALL "DB_Read" USING
            "NEXT AT END" SKDF_PNAME1 BY REFERENCE SKD-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  SK-90
           END-IF.
           ADD  1  TO  WS-RD-CNT.
           IF  SKD-DC  NOT =  0
               GO  TO  SK-10
           END-IF.
           IF  SKD-SKD  NOT =  0  OR  SKD-MREF  NOT =  0
               GO  TO  SK-10
           END-IF.
           IF  SKD-TCD  NOT =  WK-PTCD
               IF  CS-INV  >  0
                   PERFORM  CST-RTN  THRU  CST-EXT
               END-IF
               MOVE  SKD-TCD  TO  WK-PTCD
           END-IF.
      *        NEW RULE (READS TOKMS, SO TK-TERMS IS THEN TO HAND).
           MOVE  SKD-TCD   TO  WDUE-TCD.
           MOVE  SKD-DATE  TO  WDUE-BASE.
           PERFORM  DUE-RTN  THRU  DUE-EXT.
      *        OLD RULE.
           COMPUTE  WK-OLDI  =
               FUNCTION INTEGER-OF-DATE (SKD-DATE)  +  TK-TERMS.
           COMPUTE  WCAL-IN  =  FUNCTION DATE-OF-INTEGER (WK-OLDI).
           PERFORM  CAL-ROLL-RTN  THRU  CAL-ROLL-EXT.
           MOVE  WCAL-OUT  TO  WK-OLD.
           ADD  1  TO  CS-INV.
           MOVE  WDUE-PTC   TO  CS-PTC.
           MOVE  WDUE-CASH  TO  CS-CASH.
           IF  WDUE-DUE  =  WK-OLD
               GO  TO  SK-10
           END-IF.
           COMPUTE  WK-SHIFT  =
               FUNCTION INTEGER-OF-DATE (WDUE-DUE)  -
               FUNCTION INTEGER-OF-DATE (WK-OLD).
           COMPUTE  WK-AMT  =  SKD-KIN  +  SKD-SHZ.
           ADD  1       TO  CS-CHG.
           ADD  WK-AMT  TO  CS-AMT.
           IF  CS-CHG  =  1
               MOVE  SKD-DNO   TO  CS-DNO
               MOVE  WK-OLD    TO  CS-OLD
               MOVE  WDUE-DUE  TO  CS-NEW
           END-IF.
           MOVE  WK-SHIFT  TO  WK-ABS.
           IF  WK-SHIFT  <  0
               COMPUTE  WK-ABS  =  0  -  WK-SHIFT
           END-IF.
           IF  WK-ABS  >  CS-ABS
               MOVE  WK-ABS    TO  CS-ABS
               MOVE  WK-SHIFT  TO  CS-MAX
           END-IF.
           GO  TO  SK-10.
       SK-90.
           IF  CS-INV  >  0
               PERFORM  CST-RTN  THRU  CST-EXT
           END-IF.
           CALL "DB_F_Close" USING
            BY REFERENCE SKDF_IDLST SKDF_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE TK-M_IDLST TK-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE PTRM_IDLST PTRM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE CALM_IDLST CALM_PNAME1.
           MOVE  SPACE  TO  SK-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  SPACE  TO  SK-RPT-SUB.
           STRING  "CUSTOMERS WITH OPEN INVOICES "  GT-CUST
               "  CHANGING "  GT-CCHG
               DELIMITED  BY  SIZE  INTO  RPT-SUB-LBL.
           MOVE  GT-INV  TO  RPT-SUB-INV.
           MOVE  GT-CHG  TO  RPT-SUB-CHG.
           MOVE  GT-AMT  TO  RPT-SUB-AMT.
           MOVE  SK-RPT-SUB  TO  SK-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           PERFORM  HDR-TRL-RTN  THRU  HDR-TRL-EXT.
           CLOSE  SK-RPT-FILE.
           PERFORM  RUNL-EN-RTN  THRU  RUNL-EN-EXT.
           CALL "DB_Close".
           STOP  RUN.
      *****
      *    CLOSE OFF CUSTOMER WK-PTCD -- A LINE ONLY WHEN AT LEAST
      *    ONE OF ITS INVOICES MOVES.
       CST-RTN.
           ADD  1       TO  GT-CUST.
           ADD  CS-INV  TO  GT-INV.
           IF  CS-CHG  =  0
               GO  TO  CST-90
           END-IF.
           ADD  1       TO  GT-CCHG.
           ADD  CS-CHG  TO  GT-CHG.
           ADD  CS-AMT  TO  GT-AMT.
           MOVE  WK-PTCD  TO  TK-TCD.
           CALL "DB_Read" USING
            "INVALID" TK-M_PNAME1 BY REFERENCE TK-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               MOVE  SPACE  TO  TK-NAME
               MOVE  0      TO  TK-TERMS
           END-IF.
           IF  TK-TERMS  IS  NOT  NUMERIC
               MOVE  0  TO  TK-TERMS
           END-IF.
           MOVE  SPACE      TO  SK-RPT-DET.
           MOVE  WK-PTCD    TO  RPT-TCD.
           MOVE  TK-NAME    TO  RPT-TNAME.
           MOVE  CS-PTC     TO  RPT-PTC.
           MOVE  TK-TERMS   TO  RPT-TERMS.
           IF  CS-CASH  <  100
               MOVE  CS-CASH  TO  RPT-CASH
           END-IF.
           MOVE  CS-INV     TO  RPT-INV.
           MOVE  CS-CHG     TO  RPT-CHG.
           MOVE  CS-AMT     TO  RPT-AMT.
           MOVE  CS-MAX     TO  RPT-MAX.
           MOVE  CS-DNO     TO  RPT-DNO.
           MOVE  CS-OLD     TO  RPT-OLD.
           MOVE  CS-NEW     TO  RPT-NEW.
           MOVE  SK-RPT-DET  TO  SK-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
       CST-90.
           INITIALIZE  CS-TOTAL.
       CST-EXT.
           EXIT.
       RUNL-ST-RTN.
           CALL "DB_F_Open" USING
            "I-O" RUNL_PNAME1 "SHARED" BY REFERENCE RUNL_IDLST "1"
            "RUNL-KEY" BY REFERENCE RUNL-KEY.
           ACCEPT  RUNL-SDATE  FROM  DATE.
           ACCEPT  RUNL-STIME  FROM  TIME.
           MOVE  "SK910R"  TO  RUNL-PGM.
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
       COPY  LPCAL.
       COPY  LPDUE.
       COPY  LPHDR  REPLACING  ==RPT-LINE==  BY  ==SK-RPT-LINE==.
