       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         NB790U.
      *****************************************************
      *****   JSJD / JOLJF11 HISTORY ARCHIVE           *****
      *****************************************************
      *        MONTHLY ARCHIVE OF FINISHED SHIPPING AND ORDER
      *        DATA.  A JSJD INSTRUCTION WHOSE SHIPMENT IS
      *        RELIEVED (JSJD-16 = 1) AND SHIPPED BEFORE THE
      *        CUTOFF MOVES TO JT-JSJH; A CLOSED JOLJF11 ORDER
      *        LINE (JOLJF11-17 NOT ZERO) WHOSE SHIP DATE (ORDER
      *        DATE IF NEVER SHIPPED) IS BEFORE THE CUTOFF MOVES
      *        TO JT-JOLH.  BOTH HISTORY FILES ARE KEYED BY YEAR
      *        AND THE ORIGINAL KEY AND CARRY THE RECORD IMAGE
      *        UNCHANGED, SO JF790R AND TT750U READ THEM AS
      *        THEY READ THE LIVE FILES.
      *        THE CUTOFF IS THE JT-RETP POLICY FOR "JSJD" AND
      *        "JOLJF" (MONTHS TO KEEP, NB780U); NO POLICY OR
      *        ZERO MONTHS LEAVES THE FILE ALONE.  NOTHING IS
      *        MOVED THAT IS STILL REFERENCED BY --
      *          AN OPEN JT-ALCF ALLOCATION (ALC-STAT 1) ON THE
      *            ORDER LINE;
      *          A JT-CTNF CARTON WHOSE SHIPMENT (LOT AND
      *            SEQUENCE) STILL HAS AN UNRELIEVED JSJD LINE;
      *          AN UNBILLED STRAN SALE -- ONE DATED AFTER THE
      *            CUSTOMER'S LAST SK730U INVOICE ON SKDF -- FOR
      *            THE SAME CUSTOMER AND ITEM, OR A SHIPMENT
      *            ITSELF LATER THAN THAT LAST INVOICE.  A
      *            CONSIGNMENT CUSTOMER'S DELIVERIES ARE NEVER
      *            BILLED AS SUCH (LPCNS) AND HOLD NOTHING.
      *        THE HOLD TABLES ARE BUILT BEFORE ANYTHING MOVES;
      *        IF ONE FILLS, NOTHING IS ARCHIVED THAT MONTH.
      *        THE REGISTER CARRIES PER FILE THE RECORDS READ,
      *        ARCHIVED, KEPT AND HELD BY REASON, THE ARCHIVED
      *        QUANTITY TOTALS, AND THE HISTORY FILE COUNT BEFORE
      *        AND AFTER -- BEFORE PLUS ARCHIVED MUST EQUAL
      *        AFTER (A RERUN REPLACING AN IMAGE LEFT BY A BROKEN
      *        RUN IS COUNTED AS REPLACED); OUT OF BALANCE ENDS
      *        WITH RETURN CODE 16.
      *        BEFORE ANYTHING MOVES, JSJD AND JOLJF ARE TOTALLED
      *        AND CHECKED AGAINST WHAT JF650U AND JF610U HANDED
      *        ON (JT-CTLT, SEE LPCTLT); A MISMATCH ENDS THE RUN
      *        WITH RETURN CODE 16 AND NOTHING ARCHIVED.  AFTER
      *        THE ARCHIVE EACH FILE MUST HOLD WHAT IT HELD LESS
      *        WHAT WAS ARCHIVED, BY COUNT AND HASH TOTALS, OR THE
      *        RUN ENDS WITH RETURN CODE 16.
      *        RUNS FROM THE NB700U CHAIN AS STEP 18.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  NB-RPT-FILE  ASSIGN  TO  "NB790U"
               ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA                DIVISION.
       FILE                SECTION.
       FD  NB-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  NB-RPT-LINE         PIC  X(100).
       WORKING-STORAGE     SECTION.
       77  ERR-STAT        PIC  X(02).
       77  RET             PIC  9(01)  VALUE  0.
       77  TI              PIC  9(04)  VALUE  0.
       77  WK-HIT          PIC  9(01)  VALUE  0.
       77  WK-TODAY        PIC  9(06)  VALUE  0.
       77  WK-YY           PIC  9(02)  VALUE  0.
       77  WK-MM           PIC  9(02)  VALUE  0.
       77  WK-CUT8         PIC  9(08)  VALUE  0.
       77  WK-CUTJ         PIC  9(08)  VALUE  0.
       77  WK-CUTO         PIC  9(08)  VALUE  0.
       77  WK-RECD8        PIC  9(08)  VALUE  0.
       77  WK-KEY7         PIC  9(07)  VALUE  0.
       77  WK-CUST         PIC  9(04)  VALUE  0.
       77  WK-ITEM         PIC  9(06)  VALUE  0.
       77  WK-SHPQ         PIC S9(05)  VALUE  0.
       77  WK-RC           PIC  9(02)  VALUE  0.
       77  WS-RD-CNT       PIC  9(07)  VALUE  0.
       77  WS-ARC-CNT      PIC  9(07)  VALUE  0.
       77  WS-KEP-CNT      PIC  9(07)  VALUE  0.
       77  WS-HAL-CNT      PIC  9(07)  VALUE  0.
       77  WS-HCT-CNT      PIC  9(07)  VALUE  0.
       77  WS-HBL-CNT      PIC  9(07)  VALUE  0.
       77  WS-REP-CNT      PIC  9(07)  VALUE  0.
       77  WS-HBF-CNT      PIC  9(07)  VALUE  0.
       77  WS-HAF-CNT      PIC  9(07)  VALUE  0.
       77  WS-QTY1         PIC S9(09)  VALUE  0.
       77  WS-QTY2         PIC S9(09)  VALUE  0.
      *    CONTROL TOTALS -- JSJD (JD) AND JOLJF (JO) ON OPEN
      *    AND ARCHIVED.
       77  WK-JD-CNT       PIC  9(09)  VALUE  0.
       77  WK-JD-AMT       PIC S9(13)  VALUE  0.
       77  WK-JD-QTY       PIC S9(11)  VALUE  0.
       77  WK-JD-ACNT      PIC  9(09)  VALUE  0.
       77  WK-JD-AAMT      PIC S9(13)  VALUE  0.
       77  WK-JD-AQTY      PIC S9(11)  VALUE  0.
       77  WK-JO-CNT       PIC  9(09)  VALUE  0.
       77  WK-JO-AMT       PIC S9(13)  VALUE  0.
       77  WK-JO-QTY       PIC S9(11)  VALUE  0.
       77  WK-JO-ACNT      PIC  9(09)  VALUE  0.
       77  WK-JO-AAMT      PIC S9(13)  VALUE  0.
       77  WK-JO-AQTY      PIC S9(11)  VALUE  0.
       77  WS-UBL-CNT      PIC  9(04)  VALUE  0.
       77  WS-ALC-CNT      PIC  9(04)  VALUE  0.
       77  WS-UNR-CNT      PIC  9(04)  VALUE  0.
       77  WS-OCT-CNT      PIC  9(04)  VALUE  0.
       77  WS-POLJ-SW      PIC  X(01)  VALUE  "N".
           88  WS-POLJ-ON             VALUE  "Y".
       77  WS-POLO-SW      PIC  X(01)  VALUE  "N".
           88  WS-POLO-ON             VALUE  "Y".
       77  WS-FULL-SW      PIC  X(01)  VALUE  "N".
           88  WS-TBL-FULL            VALUE  "Y".
      *****
      *    LAST INVOICE DATE PER CUSTOMER (SKDF, SKD-DTC 0),
      *    INDEXED BY THE CUSTOMER CODE.
       01  WK-LIV-TBL.
           02  WK-LIV      OCCURS  9999  PIC  9(08).
      *    UNBILLED STRAN SALES -- CUSTOMER AND ITEM.
       01  WK-UBL-TBL.
           02  WK-UBL-ENT  OCCURS  5000.
               03  WK-UBL-CUST      PIC  9(04).
               03  WK-UBL-ITEM      PIC  9(06).
      *    OPEN ALLOCATIONS -- ORDER NUMBER AND LINE.
       01  WK-ALC-TBL.
           02  WK-ALC-KEY  OCCURS  5000  PIC  9(07).
      *    SHIPMENTS (LOT AND SEQUENCE) WITH AN UNRELIEVED LINE,
      *    AND THOSE OF THEM THAT HAVE CARTONS PACKED.
       01  WK-UNR-TBL.
           02  WK-UNR-KEY  OCCURS  5000  PIC  9(07).
       01  WK-OCT-TBL.
           02  WK-OCT-KEY  OCCURS  5000  PIC  9(07).
       COPY    LIRETP.
       COPY    LIRUNL.
       COPY    LISKDF.
       COPY    LNSTRN.
       COPY    LITKM.
       COPY    LWCNS.
       COPY    LIALCF.
       COPY    LICTNF.
       COPY    LIJSJD.
       COPY    LJOLJF.
       COPY    LIJSJH.
       COPY    LIJOLH.
       COPY    FCTL.
       COPY    LICTLT.
       COPY    LWCTLT.
      *****
       01  NB-RPT-HDR.
           02  FILLER          PIC  X(30)  VALUE
               "JSJD/JOLJF11 HISTORY ARCHIVE ".
       01  NB-RPT-DET1.
           02  FILLER          PIC  X(06)  VALUE  "FILE= ".
           02  RPT-FILE        PIC  X(08).
           02  FILLER          PIC  X(08)  VALUE  " CUTOFF=".
           02  RPT-CUT         PIC  9(08).
           02  FILLER          PIC  X(06)  VALUE  " READ=".
           02  RPT-RD          PIC  ZZZZZZ9.
           02  FILLER          PIC  X(10)  VALUE  " ARCHIVED=".
           02  RPT-ARC         PIC  ZZZZZZ9.
           02  FILLER          PIC  X(06)  VALUE  " KEPT=".
           02  RPT-KEP         PIC  ZZZZZZ9.
       01  NB-RPT-DET2.
           02  FILLER          PIC  X(16)  VALUE
               "      HELD ALCF=".
           02  RPT-HAL         PIC  ZZZZZZ9.
           02  FILLER          PIC  X(06)  VALUE  " CTNF=".
           02  RPT-HCT         PIC  ZZZZZZ9.
           02  FILLER          PIC  X(10)  VALUE  " UNBILLED=".
           02  RPT-HBL         PIC  ZZZZZZ9.
       01  NB-RPT-DET3.
           02  FILLER          PIC  X(06)  VALUE  SPACE.
           02  RPT-QL1         PIC  X(14).
           02  RPT-QTY1        PIC  -(09)9.
           02  RPT-QL2         PIC  X(14).
           02  RPT-QTY2        PIC  -(09)9.
       01  NB-RPT-DET4.
           02  FILLER          PIC  X(06)  VALUE  SPACE.
           02  RPT-HFILE       PIC  X(08).
           02  FILLER          PIC  X(08)  VALUE  " BEFORE=".
           02  RPT-HBF         PIC  ZZZZZZ9.
           02  FILLER          PIC  X(07)  VALUE  " AFTER=".
           02  RPT-HAF         PIC  ZZZZZZ9.
           02  FILLER          PIC  X(10)  VALUE  " REPLACED=".
           02  RPT-REP         PIC  ZZZZZZ9.
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-BAL         PIC  X(18).
       01  NB-RPT-SKP.
           02  FILLER          PIC  X(06)  VALUE  "FILE= ".
           02  SKP-FILE        PIC  X(08).
           02  FILLER          PIC  X(30)  VALUE
               " NO POLICY, NOT ARCHIVED".
       01  NB-RPT-CTL.
           02  FILLER          PIC  X(14)  VALUE  "CONTROL FILE= ".
           02  RPT-CFILE       PIC  X(08).
           02  FILLER          PIC  X(04)  VALUE  " IN=".
           02  RPT-CIN         PIC  ZZZZZZZZ9.
           02  FILLER          PIC  X(10)  VALUE  " ARCHIVED=".
           02  RPT-CARC        PIC  ZZZZZZZZ9.
           02  FILLER          PIC  X(05)  VALUE  " OUT=".
           02  RPT-COUT        PIC  ZZZZZZZZ9.
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-CBAL        PIC  X(18).
       01  NB-RPT-FULL.
           02  FILLER          PIC  X(40)  VALUE
               "HOLD TABLE FULL, NOTHING ARCHIVED".
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       OPEN  OUTPUT  NB-RPT-FILE.
       MOVE  NB-RPT-HDR  TO  NB-RPT-LINE.
       WRITE  NB-RPT-LINE.
       ACCEPT  WK-TODAY  FROM  DATE.
      *****
      *    CONTROL TOTALS ON OPEN -- SEE LPCTLT.
           PERFORM  CTW-CHN-RTN  THRU  CTW-CHN-EXT.
           PERFORM  CTL-JSJD-RTN  THRU  CTL-JSJD-EXT.
           MOVE  CTW-OUTCNT  TO  WK-JD-CNT  CTW-INCNT.
           MOVE  CTW-OUTAMT  TO  WK-JD-AMT  CTW-INAMT.
           MOVE  CTW-OUTQTY  TO  WK-JD-QTY  CTW-INQTY.
           MOVE  "JSJD"    TO  CTW-FILE.
           MOVE  "JF650U"  TO  CTW-FROM.
           PERFORM  CTW-VFY-RTN  THRU  CTW-VFY-EXT.
           IF  CTW-ST  =  "M"
               MOVE  CTW-MSG  TO  NB-RPT-LINE
               WRITE  NB-RPT-LINE
               MOVE  16  TO  WK-RC
           END-IF.
           PERFORM  CTL-JOLJ-RTN  THRU  CTL-JOLJ-EXT.
           MOVE  CTW-OUTCNT  TO  WK-JO-CNT  CTW-INCNT.
           MOVE  CTW-OUTAMT  TO  WK-JO-AMT  CTW-INAMT.
           MOVE  CTW-OUTQTY  TO  WK-JO-QTY  CTW-INQTY.
           MOVE  "JOLJF"   TO  CTW-FILE.
           MOVE  "JF610U"  TO  CTW-FROM.
           PERFORM  CTW-VFY-RTN  THRU  CTW-VFY-EXT.
           IF  CTW-ST  =  "M"
               MOVE  CTW-MSG  TO  NB-RPT-LINE
               WRITE  NB-RPT-LINE
               MOVE  16  TO  WK-RC
           END-IF.
           IF  WK-RC  =  16
               CLOSE  NB-RPT-FILE
               CALL "DB_Close"
               MOVE  WK-RC  TO  RETURN-CODE
               STOP  RUN
           END-IF.
       PERFORM  RUNL-ST-RTN  THRU  RUNL-ST-EXT.
           CALL "DB_F_Open" USING
            "INPUT" TK-M_PNAME1 "SHARED" BY REFERENCE TK-M_IDLST "1"
            "TK-KEY" BY REFERENCE TK-KEY.
           CALL "DB_F_Open" USING
            "INPUT" RETP_PNAME1 "SHARED" BY REFERENCE RETP_IDLST "1"
            "RETP-KEY" BY REFERENCE RETP-KEY.
           MOVE  "JSJD"  TO  RETP-FILE.
           PERFORM  POL-RTN  THRU  POL-EXT.
           IF  RET  =  0
               SET  WS-POLJ-ON  TO  TRUE
               MOVE  WK-CUT8  TO  WK-CUTJ
           END-IF.
           MOVE  "JOLJF"  TO  RETP-FILE.
           PERFORM  POL-RTN  THRU  POL-EXT.
           IF  RET  =  0
               SET  WS-POLO-ON  TO  TRUE
               MOVE  WK-CUT8  TO  WK-CUTO
           END-IF.
           CALL "DB_F_Close" USING BY REFERENCE RETP_IDLST RETP_PNAME1.
           IF  NOT  WS-POLJ-ON  AND  NOT  WS-POLO-ON
               GO  TO  MAIN-90
           END-IF.
      *****
      *    HOLD TABLES FIRST, THEN ONE ARCHIVE SWEEP PER FILE.
           PERFORM  LIV-RTN  THRU  LIV-EXT.
           PERFORM  UBL-RTN  THRU  UBL-EXT.
           PERFORM  ALC-RTN  THRU  ALC-EXT.
           IF  WS-POLJ-ON
               PERFORM  UNR-RTN  THRU  UNR-EXT
               PERFORM  OCT-RTN  THRU  OCT-EXT
           END-IF.
           IF  WS-TBL-FULL
               MOVE  NB-RPT-FULL  TO  NB-RPT-LINE
               WRITE  NB-RPT-LINE
               GO  TO  MAIN-90
           END-IF.
           IF  WS-POLJ-ON
               PERFORM  A-JSJD-RTN  THRU  A-JSJD-EXT
               MOVE  WS-ARC-CNT  TO  WK-JD-ACNT
               MOVE  WS-QTY2     TO  WK-JD-AAMT
               MOVE  WS-QTY1     TO  WK-JD-AQTY
           END-IF.
           IF  WS-POLO-ON
               PERFORM  A-JOLJ-RTN  THRU  A-JOLJ-EXT
               MOVE  WS-ARC-CNT  TO  WK-JO-ACNT
               MOVE  WS-QTY2     TO  WK-JO-AAMT
               MOVE  WS-QTY1     TO  WK-JO-AQTY
           END-IF.
       MAIN-90.
           CALL "DB_F_Close" USING BY REFERENCE TK-M_IDLST TK-M_PNAME1.
           PERFORM  CTL-END-RTN  THRU  CTL-END-EXT.
           CLOSE  NB-RPT-FILE.
           PERFORM  RUNL-EN-RTN  THRU  RUNL-EN-EXT.
           CALL "DB_Close".
           MOVE  WK-RC  TO  RETURN-CODE.
           STOP  RUN.
      *****
      *    POLICY LOOKUP -- CUTOFF = THE FIRST OF TODAY'S MONTH
      *    MINUS THE KEPT MONTHS.  RET 1 = NO POLICY.
       POL-RTN.
           CALL "DB_Read" USING
            "INVALID" RETP_PNAME1 BY REFERENCE RETP-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1  OR  RETP-MONS  =  0
               MOVE  RETP-FILE  TO  SKP-FILE
               MOVE  NB-RPT-SKP  TO  NB-RPT-LINE
               WRITE  NB-RPT-LINE
               MOVE  1  TO  RET
               GO  TO  POL-EXT
           END-IF.
           MOVE  WK-TODAY (1:2)  TO  WK-YY.
           MOVE  WK-TODAY (3:2)  TO  WK-MM.
           PERFORM  RETP-MONS  TIMES
               IF  WK-MM  =  1
                   MOVE  12  TO  WK-MM
                   SUBTRACT  1  FROM  WK-YY
               ELSE
                   SUBTRACT  1  FROM  WK-MM
               END-IF
           END-PERFORM.
           COMPUTE  WK-CUT8  =
               (2000  +  WK-YY)  *  10000  +  WK-MM  *  100  +  1.
           MOVE  0  TO  RET.
       POL-EXT.
           EXIT.
      *****
      *    LAST INVOICE DATE PER CUSTOMER.
       LIV-RTN.
           INITIALIZE  WK-LIV-TBL.
           CALL "DB_F_Open" USING
            "INPUT" SKDF_PNAME1 "SHARED" BY REFERENCE SKDF_IDLST "1"
            "SKD-KEY" BY REFERENCE SKD-KEY.
       LIV-10.
           CALL "DB_Read" USING
            "NEXT AT END" SKDF_PNAME1 BY REFERENCE SKD-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  LIV-90
           END-IF.
           IF  SKD-DTC  NOT =  0  OR  SKD-TCD  =  0
               GO  TO  LIV-10
           END-IF.
           IF  SKD-DATE  >  WK-LIV (SKD-TCD)
               MOVE  SKD-DATE  TO  WK-LIV (SKD-TCD)
           END-IF.
           GO  TO  LIV-10.
       LIV-90.
           CALL "DB_F_Close" USING BY REFERENCE SKDF_IDLST SKDF_PNAME1.
       LIV-EXT.
           EXIT.
      *****
      *    UNBILLED STRAN SALES -- DATED AFTER THE CUSTOMER'S
      *    LAST INVOICE.
       UBL-RTN.
           CALL "DB_F_Open" USING
            "INPUT" HN-STRN_PNAME1 "SHARED" BY REFERENCE
            HN-STRN_IDLST "1" "STRN-20" BY REFERENCE STRN-20.
       UBL-10.
           CALL "DB_Read" USING
            "NEXT AT END" HN-STRN_PNAME1 BY REFERENCE STRN-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  UBL-90
           END-IF.
           IF  STRN-09  NOT =  0  OR  STRN-02  =  0
               GO  TO  UBL-10
           END-IF.
      *        A CONSIGNMENT DELIVERY IS NEVER BILLED AS SUCH --
      *        ZK850U RAISES THE SALE (LPCNS).
           PERFORM  CNW-RTN  THRU  CNW-EXT.
           IF  CNW-SKIP  =  1
               GO  TO  UBL-10
           END-IF.
           IF  STRN-01  NOT >  WK-LIV (STRN-02)
               GO  TO  UBL-10
           END-IF.
           MOVE  STRN-02  TO  WK-CUST.
           MOVE  STRN-03  TO  WK-ITEM.
           PERFORM  UBL-CHK-RTN  THRU  UBL-CHK-EXT.
           IF  WK-HIT  =  1
               GO  TO  UBL-10
           END-IF.
           IF  WS-UBL-CNT  NOT <  5000
               DISPLAY  "DSP-001 WK-UBL-TBL FULL"
               SET  WS-TBL-FULL  TO  TRUE
               GO  TO  UBL-90
           END-IF.
           ADD  1  TO  WS-UBL-CNT.
           MOVE  STRN-02  TO  WK-UBL-CUST (WS-UBL-CNT).
           MOVE  STRN-03  TO  WK-UBL-ITEM (WS-UBL-CNT).
           GO  TO  UBL-10.
       UBL-90.
           CALL "DB_F_Close" USING
            BY REFERENCE HN-STRN_IDLST HN-STRN_PNAME1.
       UBL-EXT.
           EXIT.
      *****
      *    OPEN ALLOCATIONS.
       ALC-RTN.
           CALL "DB_F_Open" USING
            "INPUT" ALCF_PNAME1 "SHARED" BY REFERENCE ALCF_IDLST "1"
            "ALC-KEY" BY REFERENCE ALC-KEY.
       ALC-10.
           CALL "DB_Read" USING
            "NEXT AT END" ALCF_PNAME1 BY REFERENCE ALC-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  ALC-90
           END-IF.
           IF  ALC-STAT  NOT =  1
               GO  TO  ALC-10
           END-IF.
           IF  WS-ALC-CNT  NOT <  5000
               DISPLAY  "DSP-001 WK-ALC-TBL FULL"
               SET  WS-TBL-FULL  TO  TRUE
               GO  TO  ALC-90
           END-IF.
           ADD  1  TO  WS-ALC-CNT.
           MOVE  ALC-KEY  TO  WK-ALC-KEY (WS-ALC-CNT).
           GO  TO  ALC-10.
       ALC-90.
           CALL "DB_F_Close" USING BY REFERENCE ALCF_IDLST ALCF_PNAME1.
       ALC-EXT.
           EXIT.
      *****
      *    SHIPMENTS STILL CARRYING AN UNRELIEVED JSJD LINE.
       UNR-RTN.
           CALL "DB_F_Open" USING
            "INPUT" JSJD_PNAME1 "SHARED" BY REFERENCE JSJD_IDLST "1"
            "JSJD-KEY" BY REFERENCE JSJD-KEY.
       UNR-10.
           CALL "DB_Read" USING
            "NEXT AT END" JSJD_PNAME1 BY REFERENCE JSJD-REC "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  UNR-90
           END-IF.
           IF  JSJD-16  =  1
               GO  TO  UNR-10
           END-IF.
           MOVE  JSJD-081  TO  WK-KEY7 (1:6).
           MOVE  JSJD-04   TO  WK-KEY7 (7:1).
           MOVE  0  TO  WK-HIT.
           PERFORM  VARYING  TI  FROM  1  BY  1
               UNTIL  TI  >  WS-UNR-CNT  OR  WK-HIT  =  1
               IF  WK-UNR-KEY (TI)  =  WK-KEY7
                   MOVE  1  TO  WK-HIT
               END-IF
           END-PERFORM.
           IF  WK-HIT  =  1
               GO  TO  UNR-10
           END-IF.
           IF  WS-UNR-CNT  NOT <  5000
               DISPLAY  "DSP-001 WK-UNR-TBL FULL"
               SET  WS-TBL-FULL  TO  TRUE
               GO  TO  UNR-90
           END-IF.
           ADD  1  TO  WS-UNR-CNT.
           MOVE  WK-KEY7  TO  WK-UNR-KEY (WS-UNR-CNT).
           GO  TO  UNR-10.
       UNR-90.
           CALL "DB_F_Close" USING BY REFERENCE JSJD_IDLST JSJD_PNAME1.
       UNR-EXT.
           EXIT.
      *****
      *    OPEN CARTONS -- PACKED FOR A SHIPMENT STILL OPEN.
       OCT-RTN.
           CALL "DB_F_Open" USING
            "INPUT" CTNF_PNAME1 "SHARED" BY REFERENCE CTNF_IDLST "1"
            "CTN-KEY" BY REFERENCE CTN-KEY.
       OCT-10.
           CALL "DB_Read" USING
            "NEXT AT END" CTNF_PNAME1 BY REFERENCE CTN-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  OCT-90
           END-IF.
           MOVE  CTN-LOT  TO  WK-KEY7 (1:6).
           MOVE  CTN-SEQ  TO  WK-KEY7 (7:1).
           MOVE  0  TO  WK-HIT.
           PERFORM  VARYING  TI  FROM  1  BY  1
               UNTIL  TI  >  WS-UNR-CNT  OR  WK-HIT  =  1
               IF  WK-UNR-KEY (TI)  =  WK-KEY7
                   MOVE  1  TO  WK-HIT
               END-IF
           END-PERFORM.
           IF  WK-HIT  =  0
               GO  TO  OCT-10
           END-IF.
           PERFORM  OCT-CHK-RTN  THRU  OCT-CHK-EXT.
           IF  WK-HIT  =  1
               GO  TO  OCT-10
           END-IF.
           IF  WS-OCT-CNT  NOT <  5000
               DISPLAY  "DSP-001 WK-OCT-TBL FULL"
               SET  WS-TBL-FULL  TO  TRUE
               GO  TO  OCT-90
           END-IF.
           ADD  1  TO  WS-OCT-CNT.
           MOVE  WK-KEY7  TO  WK-OCT-KEY (WS-OCT-CNT).
           GO  TO  OCT-10.
       OCT-90.
           CALL "DB_F_Close" USING BY REFERENCE CTNF_IDLST CTNF_PNAME1.
       OCT-EXT.
           EXIT.
      *****
      *    TABLE LOOKUPS -- WK-HIT 1 = FOUND.
       UBL-CHK-RTN.
           MOVE  0  TO  WK-HIT.
           PERFORM  VARYING  TI  FROM  1  BY  1
               UNTIL  TI  >  WS-UBL-CNT  OR  WK-HIT  =  1
               IF  WK-UBL-CUST (TI)  =  WK-CUST
               AND  WK-UBL-ITEM (TI)  =  WK-ITEM
                   MOVE  1  TO  WK-HIT
               END-IF
           END-PERFORM.
       UBL-CHK-EXT.
           EXIT.
       ALC-CHK-RTN.
           MOVE  0  TO  WK-HIT.
           PERFORM  VARYING  TI  FROM  1  BY  1
               UNTIL  TI  >  WS-ALC-CNT  OR  WK-HIT  =  1
               IF  WK-ALC-KEY (TI)  =  WK-KEY7
                   MOVE  1  TO  WK-HIT
               END-IF
           END-PERFORM.
       ALC-CHK-EXT.
           EXIT.
       OCT-CHK-RTN.
           MOVE  0  TO  WK-HIT.
           PERFORM  VARYING  TI  FROM  1  BY  1
               UNTIL  TI  >  WS-OCT-CNT  OR  WK-HIT  =  1
               IF  WK-OCT-KEY (TI)  =  WK-KEY7
                   MOVE  1  TO  WK-HIT
               END-IF
           END-PERFORM.
       OCT-CHK-EXT.
           EXIT.
      *****
      *    BILLING HOLD -- WK-CUST/WK-ITEM/WK-RECD8/WK-SHPQ SET BY
      *    THE CALLER.  NOTHING SHIPPED MEANS NOTHING TO BILL.
       BIL-CHK-RTN.
           MOVE  0  TO  WK-HIT.
           IF  WK-SHPQ  =  0
               GO  TO  BIL-CHK-EXT
           END-IF.
           IF  WK-CUST  =  0
               MOVE  1  TO  WK-HIT
               GO  TO  BIL-CHK-EXT
           END-IF.
      *        A CONSIGNMENT CUSTOMER'S SHIPMENT IS NOT BILLED; ITS
      *        SELL-THROUGH IS, LATER AND FROM JT-CNSR.
           MOVE  WK-CUST  TO  CNW-TCD.
           PERFORM  CNW-CUS-RTN  THRU  CNW-CUS-EXT.
           IF  CNW-LFLG  =  1
               GO  TO  BIL-CHK-EXT
           END-IF.
           IF  WK-LIV (WK-CUST)  <  WK-RECD8
               MOVE  1  TO  WK-HIT
               GO  TO  BIL-CHK-EXT
           END-IF.
           PERFORM  UBL-CHK-RTN  THRU  UBL-CHK-EXT.
       BIL-CHK-EXT.
           EXIT.
      *****
      *    COUNTERS AND REGISTER.
       CNT-CLR-RTN.
           MOVE  0  TO  WS-RD-CNT  WS-ARC-CNT  WS-KEP-CNT.
           MOVE  0  TO  WS-HAL-CNT  WS-HCT-CNT  WS-HBL-CNT.
           MOVE  0  TO  WS-REP-CNT  WS-HBF-CNT  WS-HAF-CNT.
           MOVE  0  TO  WS-QTY1  WS-QTY2.
       CNT-CLR-EXT.
           EXIT.
       REG-RTN.
           MOVE  WS-RD-CNT   TO  RPT-RD.
           MOVE  WS-ARC-CNT  TO  RPT-ARC.
           MOVE  WS-KEP-CNT  TO  RPT-KEP.
           MOVE  NB-RPT-DET1  TO  NB-RPT-LINE.
           WRITE  NB-RPT-LINE.
           MOVE  WS-HAL-CNT  TO  RPT-HAL.
           MOVE  WS-HCT-CNT  TO  RPT-HCT.
           MOVE  WS-HBL-CNT  TO  RPT-HBL.
           MOVE  NB-RPT-DET2  TO  NB-RPT-LINE.
           WRITE  NB-RPT-LINE.
           MOVE  WS-QTY1  TO  RPT-QTY1.
           MOVE  WS-QTY2  TO  RPT-QTY2.
           MOVE  NB-RPT-DET3  TO  NB-RPT-LINE.
           WRITE  NB-RPT-LINE.
           MOVE  WS-HBF-CNT  TO  RPT-HBF.
           MOVE  WS-HAF-CNT  TO  RPT-HAF.
           MOVE  WS-REP-CNT  TO  RPT-REP.
           IF  WS-HBF-CNT  +  WS-ARC-CNT  -  WS-REP-CNT
                   =  WS-HAF-CNT
               MOVE  "IN BALANCE"        TO  RPT-BAL
           ELSE
               MOVE  "*** OUT OF BALANCE"  TO  RPT-BAL
               MOVE  16  TO  WK-RC
           END-IF.
           MOVE  NB-RPT-DET4  TO  NB-RPT-LINE.
           WRITE  NB-RPT-LINE.
       REG-EXT.
           EXIT.
      *****
      *    JSJD -> JT-JSJH.
       A-JSJD-RTN.
           PERFORM  CNT-CLR-RTN  THRU  CNT-CLR-EXT.
           PERFORM  H-JSJH-RTN  THRU  H-JSJH-EXT.
           MOVE  WS-HAF-CNT  TO  WS-HBF-CNT.
           CALL "DB_F_Open" USING
            "I-O" JSJD_PNAME1 "SHARED" BY REFERENCE JSJD_IDLST "1"
            "JSJD-KEY" BY REFERENCE JSJD-KEY.
           CALL "DB_F_Open" USING
            "I-O" JSJH_PNAME1 "SHARED" BY REFERENCE JSJH_IDLST "1"
            "JSH-KEY" BY REFERENCE JSH-KEY.
       A-JSJD-10.
           CALL "DB_Read" USING
            "NEXT AT END" JSJD_PNAME1 BY REFERENCE JSJD-REC " "
            RETURNING RET.
           IF  RET = 1
               GO  TO  A-JSJD-90
           END-IF.
           ADD  1  TO  WS-RD-CNT.
           MOVE  JSJD-071  TO  WK-RECD8 (1:4).
           MOVE  JSJD-072  TO  WK-RECD8 (5:2).
           MOVE  JSJD-073  TO  WK-RECD8 (7:2).
           IF  JSJD-16  NOT =  1
           OR  WK-RECD8  =  0  OR  WK-RECD8  NOT <  WK-CUTJ
               ADD  1  TO  WS-KEP-CNT
               GO  TO  A-JSJD-10
           END-IF.
           MOVE  JSJD-KEY2  TO  WK-KEY7.
           PERFORM  ALC-CHK-RTN  THRU  ALC-CHK-EXT.
           IF  WK-HIT  =  1
               ADD  1  TO  WS-HAL-CNT  WS-KEP-CNT
               GO  TO  A-JSJD-10
           END-IF.
           MOVE  JSJD-081  TO  WK-KEY7 (1:6).
           MOVE  JSJD-04   TO  WK-KEY7 (7:1).
           PERFORM  OCT-CHK-RTN  THRU  OCT-CHK-EXT.
           IF  WK-HIT  =  1
               ADD  1  TO  WS-HCT-CNT  WS-KEP-CNT
               GO  TO  A-JSJD-10
           END-IF.
           MOVE  JSJD-021  TO  WK-CUST.
           MOVE  JSJD-09   TO  WK-ITEM.
           MOVE  JSJD-122  TO  WK-SHPQ.
           PERFORM  BIL-CHK-RTN  THRU  BIL-CHK-EXT.
           IF  WK-HIT  =  1
               ADD  1  TO  WS-HBL-CNT  WS-KEP-CNT
               GO  TO  A-JSJD-10
           END-IF.
           MOVE  JSJD-071   TO  JSH-YEAR.
           MOVE  JSJD-KEY   TO  JSH-OKEY.
           MOVE  JSJD-REC   TO  JSH-REC.
           MOVE  WK-TODAY   TO  JSH-ADATE.
           CALL "DB_Insert" USING
            JSJH_PNAME1 JSJH_LNAME JSH-R RETURNING RET.
           IF  RET  NOT =  0
               CALL "DB_Update" USING
                JSJH_PNAME1 JSJH_LNAME JSH-R RETURNING RET
               ADD  1  TO  WS-REP-CNT
           END-IF.
           CALL "DB_Delete" USING
            JSJD_PNAME1 JSJD_LNAME JSJD-REC RETURNING RET.
           ADD  1  TO  WS-ARC-CNT.
           ADD  JSJD-112  TO  WS-QTY1.
           ADD  JSJD-122  TO  WS-QTY2.
           GO  TO  A-JSJD-10.
       A-JSJD-90.
           CALL "DB_F_Close" USING BY REFERENCE JSJD_IDLST JSJD_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE JSJH_IDLST JSJH_PNAME1.
           PERFORM  H-JSJH-RTN  THRU  H-JSJH-EXT.
           MOVE  "JSJD"     TO  RPT-FILE.
           MOVE  WK-CUTJ    TO  RPT-CUT.
           MOVE  " INSTRUCTED= "  TO  RPT-QL1.
           MOVE  " SHIPPED=    "  TO  RPT-QL2.
           MOVE  "JT-JSJH"  TO  RPT-HFILE.
           PERFORM  REG-RTN  THRU  REG-EXT.
       A-JSJD-EXT.
           EXIT.
      *****
      *    CLOSED JOLJF11 LINES -> JT-JOLH.
       A-JOLJ-RTN.
           PERFORM  CNT-CLR-RTN  THRU  CNT-CLR-EXT.
           PERFORM  H-JOLH-RTN  THRU  H-JOLH-EXT.
           MOVE  WS-HAF-CNT  TO  WS-HBF-CNT.
           CALL "DB_F_Open" USING
            "I-O" JOLJF_PNAME1 "SHARED" BY REFERENCE JOLJF_IDLST "1"
            "JOLJF11-KEYW" BY REFERENCE JOLJF11-KEYW.
           CALL "DB_F_Open" USING
            "I-O" JOLH_PNAME1 "SHARED" BY REFERENCE JOLH_IDLST "1"
            "JOH-KEY" BY REFERENCE JOH-KEY.
       A-JOLJ-10.
           CALL "DB_Read" USING
            "NEXT AT END" JOLJF_PNAME1 BY REFERENCE JOLJF11-REC " "
            RETURNING RET.
           IF  RET = 1
               GO  TO  A-JOLJ-90
           END-IF.
           ADD  1  TO  WS-RD-CNT.
           IF  JOLJF11-06  NOT =  0
               MOVE  JOLJF11-06  TO  WK-RECD8
           ELSE
               MOVE  JOLJF11-05  TO  WK-RECD8
           END-IF.
           IF  JOLJF11-01  NOT =  11  OR  JOLJF11-17  =  0
           OR  WK-RECD8  =  0  OR  WK-RECD8  NOT <  WK-CUTO
               ADD  1  TO  WS-KEP-CNT
               GO  TO  A-JOLJ-10
           END-IF.
           MOVE  JOLJF11-KEYW  TO  WK-KEY7.
           PERFORM  ALC-CHK-RTN  THRU  ALC-CHK-EXT.
           IF  WK-HIT  =  1
               ADD  1  TO  WS-HAL-CNT  WS-KEP-CNT
               GO  TO  A-JOLJ-10
           END-IF.
           MOVE  JOLJF11-071  TO  WK-CUST.
           MOVE  JOLJF11-091  TO  WK-ITEM.
           MOVE  JOLJF11-132  TO  WK-SHPQ.
           PERFORM  BIL-CHK-RTN  THRU  BIL-CHK-EXT.
           IF  WK-HIT  =  1
               ADD  1  TO  WS-HBL-CNT  WS-KEP-CNT
               GO  TO  A-JOLJ-10
           END-IF.
           MOVE  WK-RECD8 (1:4)  TO  JOH-YEAR.
           MOVE  JOLJF11-KEYW    TO  JOH-OKEY.
           MOVE  JOLJF11-REC     TO  JOH-REC.
           MOVE  WK-TODAY        TO  JOH-ADATE.
           CALL "DB_Insert" USING
            JOLH_PNAME1 JOLH_LNAME JOH-R RETURNING RET.
           IF  RET  NOT =  0
               CALL "DB_Update" USING
                JOLH_PNAME1 JOLH_LNAME JOH-R RETURNING RET
               ADD  1  TO  WS-REP-CNT
           END-IF.
           CALL "DB_Delete" USING
            JOLJF_PNAME1 JOLJF_LNAME JOLJF11-REC RETURNING RET.
           ADD  1  TO  WS-ARC-CNT.
           ADD  JOLJF11-122  TO  WS-QTY1.
           ADD  JOLJF11-132  TO  WS-QTY2.
           GO  TO  A-JOLJ-10.
       A-JOLJ-90.
           CALL "DB_F_Close" USING
            BY REFERENCE JOLJF_IDLST JOLJF_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE JOLH_IDLST JOLH_PNAME1.
           PERFORM  H-JOLH-RTN  THRU  H-JOLH-EXT.
           MOVE  "JOLJF11"  TO  RPT-FILE.
           MOVE  WK-CUTO    TO  RPT-CUT.
           MOVE  " ORDERED=    "  TO  RPT-QL1.
           MOVE  " SHIPPED=    "  TO  RPT-QL2.
           MOVE  "JT-JOLH"  TO  RPT-HFILE.
           PERFORM  REG-RTN  THRU  REG-EXT.
       A-JOLJ-EXT.
           EXIT.
      *****
      *    HISTORY FILE RECORD COUNTS INTO WS-HAF-CNT.
       H-JSJH-RTN.
           MOVE  0  TO  WS-HAF-CNT.
           CALL "DB_F_Open" USING
            "INPUT" JSJH_PNAME1 "SHARED" BY REFERENCE JSJH_IDLST "1"
            "JSH-KEY" BY REFERENCE JSH-KEY.
       H-JSJH-10.
           CALL "DB_Read" USING
            "NEXT AT END" JSJH_PNAME1 BY REFERENCE JSH-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  H-JSJH-90
           END-IF.
           ADD  1  TO  WS-HAF-CNT.
           GO  TO  H-JSJH-10.
       H-JSJH-90.
           CALL "DB_F_Close" USING BY REFERENCE JSJH_IDLST JSJH_PNAME1.
       H-JSJH-EXT.
           EXIT.
       H-JOLH-RTN.
           MOVE  0  TO  WS-HAF-CNT.
           CALL "DB_F_Open" USING
            "INPUT" JOLH_PNAME1 "SHARED" BY REFERENCE JOLH_IDLST "1"
            "JOH-KEY" BY REFERENCE JOH-KEY.
       H-JOLH-10.
           CALL "DB_Read" USING
            "NEXT AT END" JOLH_PNAME1 BY REFERENCE JOH-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  H-JOLH-90
           END-IF.
           ADD  1  TO  WS-HAF-CNT.
           GO  TO  H-JOLH-10.
       H-JOLH-90.
           CALL "DB_F_Close" USING BY REFERENCE JOLH_IDLST JOLH_PNAME1.
       H-JOLH-EXT.
           EXIT.
      *****
      *    CONTROL TOTALS AFTER THE ARCHIVE -- PROOF AND HAND-OFF
      *    PER FILE.  ON FILE = ON OPEN LESS ARCHIVED.
       CTL-END-RTN.
           PERFORM  CTL-JSJD-RTN  THRU  CTL-JSJD-EXT.
           MOVE  "JSJD"      TO  CTW-FILE  RPT-CFILE.
           MOVE  WK-JD-CNT   TO  CTW-INCNT.
           MOVE  WK-JD-AMT   TO  CTW-INAMT.
           MOVE  WK-JD-QTY   TO  CTW-INQTY.
           MOVE  WK-JD-ACNT  TO  CTW-UPDCNT.
           MOVE  "U"  TO  CTW-PRF.
           IF  CTW-OUTCNT  =  WK-JD-CNT  -  WK-JD-ACNT
           AND  CTW-OUTAMT  =  WK-JD-AMT  -  WK-JD-AAMT
           AND  CTW-OUTQTY  =  WK-JD-QTY  -  WK-JD-AQTY
               MOVE  "B"  TO  CTW-PRF
           END-IF.
           PERFORM  CTL-REG-RTN  THRU  CTL-REG-EXT.
           PERFORM  CTL-JOLJ-RTN  THRU  CTL-JOLJ-EXT.
           MOVE  "JOLJF"     TO  CTW-FILE  RPT-CFILE.
           MOVE  WK-JO-CNT   TO  CTW-INCNT.
           MOVE  WK-JO-AMT   TO  CTW-INAMT.
           MOVE  WK-JO-QTY   TO  CTW-INQTY.
           MOVE  WK-JO-ACNT  TO  CTW-UPDCNT.
           MOVE  "U"  TO  CTW-PRF.
           IF  CTW-OUTCNT  =  WK-JO-CNT  -  WK-JO-ACNT
           AND  CTW-OUTAMT  =  WK-JO-AMT  -  WK-JO-AAMT
           AND  CTW-OUTQTY  =  WK-JO-QTY  -  WK-JO-AQTY
               MOVE  "B"  TO  CTW-PRF
           END-IF.
           PERFORM  CTL-REG-RTN  THRU  CTL-REG-EXT.
       CTL-END-EXT.
           EXIT.
       CTL-REG-RTN.
           PERFORM  CTW-PUT-RTN  THRU  CTW-PUT-EXT.
           MOVE  CTW-INCNT   TO  RPT-CIN.
           MOVE  CTW-UPDCNT  TO  RPT-CARC.
           MOVE  CTW-OUTCNT  TO  RPT-COUT.
           IF  CTW-PRF  =  "B"
               MOVE  "IN BALANCE"        TO  RPT-CBAL
           ELSE
               MOVE  "*** OUT OF BALANCE"  TO  RPT-CBAL
               MOVE  16  TO  WK-RC
           END-IF.
           MOVE  NB-RPT-CTL  TO  NB-RPT-LINE.
           WRITE  NB-RPT-LINE.
       CTL-REG-EXT.
           EXIT.
      *****
      *    CONTROL TOTALS INTO CTW-OUT* -- JSJD, JOLJF.
       CTL-JSJD-RTN.
           MOVE  0  TO  CTW-OUTCNT  CTW-OUTAMT  CTW-OUTQTY.
           CALL "DB_F_Open" USING
            "INPUT" JSJD_PNAME1 "SHARED" BY REFERENCE JSJD_IDLST "1"
            "JSJD-KEY" BY REFERENCE JSJD-KEY.
       CTL-JSJD-10.
           CALL "DB_Read" USING
            "NEXT AT END" JSJD_PNAME1 BY REFERENCE JSJD-REC "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  CTL-JSJD-90
           END-IF.
           ADD  1         TO  CTW-OUTCNT.
           ADD  JSJD-122  TO  CTW-OUTAMT.
           ADD  JSJD-112  TO  CTW-OUTQTY.
           GO  TO  CTL-JSJD-10.
       CTL-JSJD-90.
           CALL "DB_F_Close" USING BY REFERENCE JSJD_IDLST JSJD_PNAME1.
       CTL-JSJD-EXT.
           EXIT.
       CTL-JOLJ-RTN.
           MOVE  0  TO  CTW-OUTCNT  CTW-OUTAMT  CTW-OUTQTY.
           CALL "DB_F_Open" USING
            "INPUT" JOLJF_PNAME1 "SHARED" BY REFERENCE JOLJF_IDLST "1"
            "JOLJF11-KEYW" BY REFERENCE JOLJF11-KEYW.
       CTL-JOLJ-10.
           CALL "DB_Read" USING
            "NEXT AT END" JOLJF_PNAME1 BY REFERENCE JOLJF11-REC
            "UNLOCK" RETURNING RET.
           IF  RET = 1
               GO  TO  CTL-JOLJ-90
           END-IF.
           ADD  1            TO  CTW-OUTCNT.
           ADD  JOLJF11-132  TO  CTW-OUTAMT.
           ADD  JOLJF11-122  TO  CTW-OUTQTY.
           GO  TO  CTL-JOLJ-10.
       CTL-JOLJ-90.
           CALL "DB_F_Close" USING
            BY REFERENCE JOLJF_IDLST JOLJF_PNAME1.
       CTL-JOLJ-EXT.
           EXIT.
      *****
      *    RUNLOG START/END -- SEE LIRUNL.
       RUNL-ST-RTN.
           CALL "DB_F_Open" USING
            "I-O" RUNL_PNAME1 "SHARED" BY REFERENCE RUNL_IDLST "1"
            "RUNL-KEY" BY REFERENCE RUNL-KEY.
           ACCEPT  RUNL-SDATE  FROM  DATE.
           ACCEPT  RUNL-STIME  FROM  TIME.
           MOVE  "NB790U"  TO  RUNL-PGM.
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
           MOVE  WS-ARC-CNT  TO  RUNL-WRIT.
           MOVE  WS-ARC-CNT  TO  RUNL-UPDT.
           IF  WK-RC  =  0
               MOVE  "000"   TO  RUNL-CC
           ELSE
               MOVE  "016"   TO  RUNL-CC
           END-IF.
           MOVE  1           TO  RUNL-ENDF.
           CALL "DB_Update" USING
            RUNL_PNAME1 RUNL_LNAME RUNL-R RETURNING RET.
           CALL "DB_F_Close" USING BY REFERENCE RUNL_IDLST RUNL_PNAME1.
       RUNL-EN-EXT.
           EXIT.
       COPY  LPCTLT  REPLACING  ==CTLT-PGM==  BY  =="NB790U"==.
       COPY  LPCNS.
