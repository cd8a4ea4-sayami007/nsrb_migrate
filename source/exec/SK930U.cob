       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         SK930U.
      *****************************************************
      *****   E-INVOICE EXPORT -- JP PINT (PEPPOL)     *****
      *****************************************************
      *        BUILDS A JP PINT (PEPPOL BIS BILLING, JAPAN)
      *        UBL INVOICE FOR EVERY DOCUMENT OWED TO A CUSTOMER
      *        WHOSE JT-PEPF PROFILE SAYS SEND BY PEPPOL
      *        (PEP-ACTV 1), ON OR AFTER THE PROFILE'S PEP-FROM:
      *          PEP-DOC 1 -- EACH SK730U INVOICE (SKDF DC 0)
      *            DATED IN THE ARGUMENT RANGE.  THE PER-RATE
      *            SUBTOTALS AND TAX ARE THE SKD-GNO 0 (STANDARD)
      *            AND 1 (REDUCED) ROWS; THE LINES ARE THE SOURCE
      *            STRAN VOUCHERS IN SKD-HNO2..6.  WHATEVER THE
      *            VOUCHERS DO NOT ACCOUNT FOR (A SIXTH VOUCHER
      *            ONWARD) GOES ON ONE BALANCING LINE PER RATE SO
      *            THE LINES ALWAYS ADD UP TO THE SUBTOTALS.
      *            A FREIGHT SURCHARGE ROW (SKD-GNO 2, STANDARD
      *            RATE) GOES ON A LINE OF ITS OWN.
      *          PEP-DOC 2 -- THE SK800U SUMMARY BILL OF THE
      *            ARGUMENT MONTH (ROWS MARKED SKD-BILYM), ONE
      *            LINE PER INVOICE OR CREDIT MEMO ON THE BILL.
      *            DOCUMENT NUMBER "SB" + YYMM + CUSTOMER.  AN
      *            INVOICE ALREADY SENT ON ITS OWN IS LEFT OFF.
      *        THE SELLER IS THE FCTL "TXREG" REGISTRATION NUMBER
      *        AND THE "EINVC" NAME/ENDPOINT (SK920U); THE RUN
      *        WILL NOT START WITHOUT BOTH.  TAX RATES ARE THE
      *        ZEIMS RATES IN EFFECT ON THE DOCUMENT DATE.
      *        EVERY DOCUMENT IS LOGGED ON JT-EILG.  ONE ALREADY
      *        LOGGED AS SENT OR ACCEPTED IS NEVER SENT AGAIN; ONE
      *        THE RECEIVER REJECTED (SK940U) IS SENT AGAIN.
      *        THE DOCUMENTS GO TO EINVOICE.XML, EACH A COMPLETE
      *        XML DOCUMENT BEGINNING WITH ITS OWN DECLARATION --
      *        THE ACCESS POINT UPLOAD SPLITS THE FILE THERE.  A
      *        REGISTER PRINTS TO THE SK930U FILE.
      *        ARGUMENTS: INVOICE DATE RANGE FROM/TO (YYYYMMDD),
      *        SUMMARY-BILL MONTH (YYMM, 0 = NONE), "OVR".
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  EI-OUT-FILE  ASSIGN  TO  "EINVOICE.XML"
               ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT  SK-RPT-FILE  ASSIGN  TO  "SK930U"
               ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA                DIVISION.
       FILE                SECTION.
       FD  EI-OUT-FILE
           LABEL RECORD IS STANDARD.
       01  EI-LINE             PIC  X(200).
       FD  SK-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  SK-RPT-LINE         PIC  X(132).
       WORKING-STORAGE     SECTION.
       77  ERR-STAT        PIC  X(02).
       77  RET             PIC  9(01)  VALUE  0.
       77  I               PIC  9(03)  VALUE  0.
       77  RI              PIC  9(01)  VALUE  0.
       77  WK-DATE-FR      PIC  9(08)  VALUE  0.
       77  WK-DATE-TO      PIC  9(08)  VALUE  99999999.
       77  WK-YM           PIC  9(04)  VALUE  0.
       77  WK-YMEND        PIC  9(08)  VALUE  0.
       77  WK-TODAY        PIC  9(06)  VALUE  0.
       77  WK-TODAY8       PIC  9(08)  VALUE  0.
       77  WK-NOW          PIC  9(08)  VALUE  0.
       77  WK-CUR-TCD      PIC  9(04)  VALUE  0.
       77  WK-1ST-SW       PIC  9(01)  VALUE  1.
       77  WK-PEPOK        PIC  9(01)  VALUE  0.
       77  WK-DOC-SW       PIC  9(01)  VALUE  0.
       77  WK-LOGNEW       PIC  9(01)  VALUE  0.
       77  WK-STOP         PIC  9(01)  VALUE  0.
       77  WK-RATE         PIC  9(02)V9(01)  VALUE  0.
       77  WK-RRATE        PIC  9(02)V9(01)  VALUE  0.
       77  WK-LNO          PIC  9(04)  VALUE  0.
       77  WK-LAMT         PIC S9(11)  VALUE  0.
       77  WK-LQTY         PIC S9(07)  VALUE  0.
       77  WK-LCLS         PIC  9(01)  VALUE  0.
       77  WS-RD-CNT       PIC  9(07)  VALUE  0.
       77  WS-SNT-CNT      PIC  9(07)  VALUE  0.
       77  WS-RSN-CNT      PIC  9(07)  VALUE  0.
       77  WS-SKP-CNT      PIC  9(07)  VALUE  0.
      *    SELLER PARTY.
       01  WK-SELLER.
           02  WK-TXNO         PIC  X(14).
           02  WK-SNAME        PIC  X(40).
           02  WK-EPSCH        PIC  X(04).
           02  WK-EPID         PIC  X(20).
      *    NAMES ARE CARRIED INTO THE XML AS THEY STAND.
       01  WK-NAMEN            PIC  N(24).
       01  WK-NAMEX  REDEFINES  WK-NAMEN  PIC  X(48).
       01  WK-CNAMEN           PIC  N(24).
       01  WK-CNAMEX  REDEFINES  WK-CNAMEN  PIC  X(48).
      *    ONE XML ELEMENT -- <cbc:TAG ATTR>VALUE</cbc:TAG>.
       77  WK-XTAG         PIC  X(30)  VALUE  SPACE.
       77  WK-XATR         PIC  X(30)  VALUE  SPACE.
       77  WK-XVAL         PIC  X(60)  VALUE  SPACE.
       77  WK-XNUM         PIC S9(11)  VALUE  0.
       77  WK-XEDT         PIC  -(11)9.
       77  WK-XRATE        PIC  9(02)V9(01)  VALUE  0.
       77  WK-XPED         PIC  Z9.9.
       77  WK-XDATE        PIC  9(08)  VALUE  0.
       77  WK-XLEAD        PIC  9(02)  VALUE  0.
       77  WK-XCAT         PIC  X(01)  VALUE  SPACE.
       77  WK-NSP          PIC  X(46)  VALUE
           "urn:oasis:names:specification:ubl:schema:xsd:".
      *    THE DOCUMENT IN HAND.  BUCKET 1 IS THE STANDARD RATE
      *    (SKD-GNO 0), BUCKET 2 THE REDUCED RATE (SKD-GNO 1).
       01  DC-AREA.
           02  DC-DOCT         PIC  9(01).
           02  DC-DOCNO        PIC  X(12).
           02  DC-DNO          PIC  9(06).
           02  DC-TCD          PIC  9(04).
           02  DC-DATE         PIC  9(08).
           02  DC-DUE          PIC  9(08).
           02  DC-BKT  OCCURS  2.
               03  DC-KIN      PIC S9(11).
               03  DC-SHZ      PIC S9(09).
               03  DC-LKIN     PIC S9(11).
               03  DC-CAT      PIC  X(01).
               03  DC-PCT      PIC  9(02)V9(01).
           02  DC-HCNT         PIC  9(01).
           02  DC-HNO  OCCURS  5  PIC  9(06).
           02  DC-SKIN         PIC S9(11).
       77  WK-TKIN         PIC S9(11)  VALUE  0.
       77  WK-TSHZ         PIC S9(11)  VALUE  0.
      *    SUMMARY-BILL ROWS OF THE CUSTOMER IN HAND.
       77  SB-CNT          PIC  9(03)  VALUE  0.
       01  SB-TBL.
           02  SB-ENT  OCCURS  300.
               03  SB-DATE     PIC  9(08).
               03  SB-DNO      PIC  9(06).
               03  SB-DC       PIC  9(01).
               03  SB-GNO      PIC  9(01).
               03  SB-KIN      PIC S9(11).
      *    ZEIMS RATES, ASCENDING BY EFFECTIVE DATE.
       77  ZT-CNT          PIC  9(02)  VALUE  0.
       01  ZT-TBL.
           02  ZT-ENT  OCCURS  20.
               03  ZT-EFF      PIC  9(08).
               03  ZT-RATE     PIC  9(02)V9(01).
               03  ZT-RRATE    PIC  9(02)V9(01).
       COPY    LISKDF.
       COPY    LIPEPF.
       COPY    LIEILG.
       COPY    LITKM.
       COPY    LNSTRN.
       COPY    LIJM.
       COPY    LIZEI.
       COPY    FCTL.
       COPY    LIRUNL.
       COPY    LWILCK.
      *****
       01  SK-RPT-HDR.
           02  FILLER          PIC  X(28)  VALUE
               "E-INVOICE EXPORT (JP PINT)  ".
           02  FILLER          PIC  X(06)  VALUE  "FROM=".
           02  RPT-HDR-FR      PIC  9(08).
           02  FILLER          PIC  X(05)  VALUE  " TO=".
           02  RPT-HDR-TO      PIC  9(08).
           02  FILLER          PIC  X(14)  VALUE  " BILL MONTH=".
           02  RPT-HDR-YM      PIC  9(04).
       01  SK-RPT-REG.
           02  FILLER          PIC  X(15)  VALUE  "SELLER REG NO=".
           02  RPT-REGNO       PIC  X(14).
           02  FILLER          PIC  X(11)  VALUE  " ENDPOINT=".
           02  RPT-EPSCH       PIC  X(04).
           02  FILLER          PIC  X(01)  VALUE  ":".
           02  RPT-EPID        PIC  X(20).
       01  SK-RPT-COL.
           02  FILLER          PIC  X(40)  VALUE
               "T DOCUMENT     CUST NAME                ".
           02  FILLER          PIC  X(40)  VALUE
               "  DOC DATE      AMOUNT        TAX LINES".
           02  FILLER          PIC  X(20)  VALUE
               "  ACTION            ".
       01  SK-RPT-DET.
           02  RPT-DOCT        PIC  9(01).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-DOCNO       PIC  X(12).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-TCD         PIC  9(04).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-NAME        PIC  N(12).
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-DATE        PIC  9(08).
           02  RPT-KIN         PIC  -(11)9.
           02  RPT-SHZ         PIC  -(10)9.
           02  RPT-LNS         PIC  ZZZZ9.
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-ACT         PIC  X(20).
       01  SK-RPT-EXC.
           02  FILLER          PIC  X(04)  VALUE  "*** ".
           02  RPT-EXC-TXT     PIC  X(40).
           02  FILLER          PIC  X(05)  VALUE  " DOC=".
           02  RPT-EXC-DOC     PIC  X(12).
       01  SK-RPT-SUM.
           02  FILLER          PIC  X(06)  VALUE  "SENT=".
           02  RPT-SUM-SNT     PIC  ZZZZZZ9.
           02  FILLER          PIC  X(10)  VALUE  "  RESENT=".
           02  RPT-SUM-RSN     PIC  ZZZZZZ9.
           02  FILLER          PIC  X(24)  VALUE
               "  ALREADY SENT, SKIPPED=".
           02  RPT-SUM-SKP     PIC  ZZZZZZ9.
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       OPEN  OUTPUT  SK-RPT-FILE.
           ACCEPT  WK-DATE-FR  FROM  ARGUMENT-VALUE.
           ACCEPT  WK-DATE-TO  FROM  ARGUMENT-VALUE.
           ACCEPT  WK-YM       FROM  ARGUMENT-VALUE.
           IF  WK-DATE-TO  =  0
               MOVE  99999999  TO  WK-DATE-TO
           END-IF.
           ACCEPT  WK-TODAY  FROM  DATE.
           MOVE  "20"      TO  WK-TODAY8 (1:2).
           MOVE  WK-TODAY  TO  WK-TODAY8 (3:6).
      *        A SUMMARY BILL BELONGS TO ITS MONTH -- A PROFILE
      *        EFFECTIVE BY THE MONTH'S LAST DAY COVERS IT.
           IF  WK-YM  NOT =  0
               COMPUTE  WK-YMEND  =  20000000  +  (WK-YM  *  100)
                                  +  31
           END-IF.
           MOVE  WK-DATE-FR  TO  RPT-HDR-FR.
           MOVE  WK-DATE-TO  TO  RPT-HDR-TO.
           MOVE  WK-YM       TO  RPT-HDR-YM.
           MOVE  SK-RPT-HDR  TO  SK-RPT-LINE.
           WRITE  SK-RPT-LINE.
      *        SELLER PARTY -- REGISTRATION NUMBER AND NAME/
      *        ENDPOINT BOTH REQUIRED.
           MOVE  0  TO  WK-STOP.
           CALL "DB_F_Open" USING
            "INPUT" FCTL-F_PNAME1 "SHARED" BY REFERENCE FCTL-F_IDLST
            "1" "FCTL-KEY" BY REFERENCE FCTL-KEY.
           MOVE  "TXREG"  TO  FCTL-KEY1.
           CALL "DB_Read" USING
            "INVALID" FCTL-F_PNAME1 BY REFERENCE FCTL-REC "UNLOCK"
            RETURNING RET.
           IF  RET  =  0  AND  FCTL-TXNO  NOT =  SPACE
               MOVE  FCTL-TXNO  TO  WK-TXNO
           ELSE
               MOVE  1  TO  WK-STOP
           END-IF.
           MOVE  "EINVC"  TO  FCTL-KEY1.
           CALL "DB_Read" USING
            "INVALID" FCTL-F_PNAME1 BY REFERENCE FCTL-REC "UNLOCK"
            RETURNING RET.
           IF  RET  =  0  AND  FCTL-EINAME  NOT =  SPACE
               MOVE  FCTL-EINAME  TO  WK-SNAME
               MOVE  FCTL-EISCH   TO  WK-EPSCH
               MOVE  FCTL-EIEPID  TO  WK-EPID
           ELSE
               MOVE  1  TO  WK-STOP
           END-IF.
           CALL "DB_F_Close" USING
            BY REFERENCE FCTL-F_IDLST FCTL-F_PNAME1.
           IF  WK-STOP  =  1
               MOVE  "*** FCTL TXREG/EINVC NOT SET, RUN ENDED"
                TO  SK-RPT-LINE
               WRITE  SK-RPT-LINE
               CLOSE  SK-RPT-FILE
               CALL "DB_Close"
               STOP  RUN
           END-IF.
      *        NO ENDPOINT OF OUR OWN -- THE CORPORATE NUMBER IS
      *        THE REGISTRATION NUMBER WITHOUT ITS "T".
           IF  WK-EPSCH  =  SPACE
               MOVE  "0188"  TO  WK-EPSCH
           END-IF.
           IF  WK-EPID  =  SPACE
               IF  WK-TXNO (1:1)  =  "T"
                   MOVE  WK-TXNO (2:13)  TO  WK-EPID
               ELSE
                   MOVE  WK-TXNO         TO  WK-EPID
               END-IF
           END-IF.
           MOVE  WK-TXNO     TO  RPT-REGNO.
           MOVE  WK-EPSCH    TO  RPT-EPSCH.
           MOVE  WK-EPID     TO  RPT-EPID.
           MOVE  SK-RPT-REG  TO  SK-RPT-LINE.
           WRITE  SK-RPT-LINE.
      *****
      *    RUN INTERLOCK -- SEE LPILCK.  TWO RUNS TOGETHER COULD
      *    BOTH SEND THE SAME DOCUMENT.
           ACCEPT  ILCK-OVR  FROM  ARGUMENT-VALUE.
           PERFORM  ILCK-RTN  THRU  ILCK-EXT.
           IF  ILCK-FND  =  1
               MOVE  "*** ALREADY RUNNING, START REFUSED"
                TO  SK-RPT-LINE
               WRITE  SK-RPT-LINE
               CLOSE  SK-RPT-FILE
               CALL "DB_Close"
               STOP  RUN
           END-IF.
           PERFORM  RUNL-ST-RTN  THRU  RUNL-ST-EXT.
      *        TAX RATES.
           MOVE  0  TO  ZT-CNT.
           CALL "DB_F_Open" USING
            "INPUT" ZEIMS_PNAME1 "SHARED" BY REFERENCE ZEIMS_IDLST
            "1" "ZEI-KEY" BY REFERENCE ZEI-KEY.
       RATE-10.
           CALL "DB_Read" USING
            "NEXT AT END" ZEIMS_PNAME1 BY REFERENCE ZEI-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  0
               IF  ZT-CNT  <  20
                   ADD  1  TO  ZT-CNT
                   MOVE  ZEI-EFF   TO  ZT-EFF  (ZT-CNT)
                   MOVE  ZEI-RATE  TO  ZT-RATE (ZT-CNT)
                   IF  ZEI-RRATE  IS  NUMERIC
                       MOVE  ZEI-RRATE  TO  ZT-RRATE (ZT-CNT)
                   ELSE
                       MOVE  0          TO  ZT-RRATE (ZT-CNT)
                   END-IF
               END-IF
               GO  TO  RATE-10
           END-IF.
           CALL "DB_F_Close" USING
            BY REFERENCE ZEIMS_IDLST ZEIMS_PNAME1.
      *
           OPEN  OUTPUT  EI-OUT-FILE.
           MOVE  SK-RPT-COL  TO  SK-RPT-LINE.
           WRITE  SK-RPT-LINE.
           CALL "DB_F_Open" USING
            "INPUT" SKDF_PNAME1 "SHARED" BY REFERENCE SKDF_IDLST
            "1" "SKD-KEY" BY REFERENCE SKD-KEY.
           CALL "DB_F_Open" USING
            "INPUT" PEPF_PNAME1 "SHARED" BY REFERENCE PEPF_IDLST "1"
            "PEP-KEY" BY REFERENCE PEP-KEY.
           CALL "DB_F_Open" USING
            "I-O" EILG_PNAME1 "SHARED" BY REFERENCE EILG_IDLST "1"
            "EIL-KEY" BY REFERENCE EIL-KEY.
           CALL "DB_F_Open" USING
            "INPUT" TK-M_PNAME1 "SHARED" BY REFERENCE TK-M_IDLST "1"
            "TK-KEY" BY REFERENCE TK-KEY.
           CALL "DB_F_Open" USING
            "INPUT" HN-STRN_PNAME1 "SHARED" BY REFERENCE
            HN-STRN_IDLST "1" "STRN-20" BY REFERENCE STRN-20.
           CALL "DB_F_Open" USING
            "INPUT" J-M_PNAME1 "SHARED" BY REFERENCE J-M_IDLST "1"
            "J-JCD" BY REFERENCE J-JCD.
      *****
      *    SKDF IS IN CUSTOMER ORDER, AND THE GNO 0/1 ROWS OF ONE
      *    INVOICE ARE ADJACENT -- BREAK ON CUSTOMER AND NUMBER.
       SK-10.
           CALL "DB_Read" USING
            "NEXT AT END" SKDF_PNAME1 BY REFERENCE SKD-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  SK-90
           END-IF.
           ADD  1  TO  WS-RD-CNT.
           IF  SKD-TCD  NOT =  WK-CUR-TCD  OR  WK-1ST-SW  =  1
               IF  WK-DOC-SW  =  1
                   PERFORM  DOC-RTN  THRU  DOC-EXT
               END-IF
               PERFORM  NEWC-RTN  THRU  NEWC-EXT
           END-IF.
           IF  WK-PEPOK  =  0
               GO  TO  SK-10
           END-IF.
           IF  PEP-DOC  =  2
               GO  TO  SK-50
           END-IF.
      *        EACH INVOICE.
           IF  SKD-DC  NOT =  0
               GO  TO  SK-10
           END-IF.
           IF  SKD-DATE  <  WK-DATE-FR  OR  SKD-DATE  >  WK-DATE-TO
           OR  SKD-DATE  <  PEP-FROM
               GO  TO  SK-10
           END-IF.
           IF  WK-DOC-SW  =  1
               IF  SKD-DNO  NOT =  DC-DNO
                   PERFORM  DOC-RTN  THRU  DOC-EXT
               END-IF
           END-IF.
           IF  WK-DOC-SW  =  0
               PERFORM  DCI-RTN  THRU  DCI-EXT
               MOVE  1         TO  DC-DOCT
               MOVE  SKD-DNO   TO  DC-DOCNO
               MOVE  SKD-DNO   TO  DC-DNO
               MOVE  SKD-DATE  TO  DC-DATE
               MOVE  SKD-DUE   TO  DC-DUE
               IF  SKD-HNO2  NOT =  0
                   ADD  1  TO  DC-HCNT
                   MOVE  SKD-HNO2  TO  DC-HNO (DC-HCNT)
               END-IF
               IF  SKD-HNO3  NOT =  0
                   ADD  1  TO  DC-HCNT
                   MOVE  SKD-HNO3  TO  DC-HNO (DC-HCNT)
               END-IF
               IF  SKD-HNO4  NOT =  0
                   ADD  1  TO  DC-HCNT
                   MOVE  SKD-HNO4  TO  DC-HNO (DC-HCNT)
               END-IF
               IF  SKD-HNO5  NOT =  0
                   ADD  1  TO  DC-HCNT
                   MOVE  SKD-HNO5  TO  DC-HNO (DC-HCNT)
               END-IF
               IF  SKD-HNO6  NOT =  0
                   ADD  1  TO  DC-HCNT
                   MOVE  SKD-HNO6  TO  DC-HNO (DC-HCNT)
               END-IF
           END-IF.
           IF  SKD-GNO  =  1
               ADD  SKD-KIN  TO  DC-KIN (2)
               ADD  SKD-SHZ  TO  DC-SHZ (2)
           ELSE
               ADD  SKD-KIN  TO  DC-KIN (1)
               ADD  SKD-SHZ  TO  DC-SHZ (1)
           END-IF.
           IF  SKD-GNO  =  2
               ADD  SKD-KIN  TO  DC-SKIN
           END-IF.
           GO  TO  SK-10.
      *        THE SUMMARY BILL -- INVOICE ROWS AND CREDIT MEMOS
      *        SK800U PUT ON THE ARGUMENT MONTH'S BILL.
       SK-50.
           IF  WK-YM  =  0  OR  WK-YMEND  <  PEP-FROM
               GO  TO  SK-10
           END-IF.
           IF  SKD-DC  =  1  AND  SKD-DTC  NOT =  4
               GO  TO  SK-10
           END-IF.
           IF  SKD-DC  >  1
               GO  TO  SK-10
           END-IF.
           IF  SKD-BILYM  IS  NOT  NUMERIC
               GO  TO  SK-10
           END-IF.
           IF  SKD-BILYM  NOT =  WK-YM
               GO  TO  SK-10
           END-IF.
      *        AN INVOICE ALREADY DELIVERED ON ITS OWN (BEFORE THE
      *        PROFILE MOVED TO THE SUMMARY BILL) STAYS OFF IT.
           IF  SKD-DC  =  0
               MOVE  1        TO  EIL-DOCT
               MOVE  SPACE    TO  EIL-DOCNO
               MOVE  SKD-DNO  TO  EIL-DOCNO
               CALL "DB_Read" USING
                "INVALID" EILG_PNAME1 BY REFERENCE EIL-R "UNLOCK"
                RETURNING RET
               IF  RET  =  0  AND  EIL-ST  NOT =  3
                   GO  TO  SK-10
               END-IF
           END-IF.
           IF  WK-DOC-SW  =  0
               PERFORM  DCI-RTN  THRU  DCI-EXT
               MOVE  2          TO  DC-DOCT
               STRING  "SB"  WK-YM  SKD-TCD
                   DELIMITED  BY  SIZE  INTO  DC-DOCNO
               MOVE  WK-TODAY8  TO  DC-DATE
           END-IF.
           IF  SKD-DUE  >  DC-DUE
               MOVE  SKD-DUE  TO  DC-DUE
           END-IF.
           IF  SKD-GNO  =  1
               MOVE  2  TO  I
           ELSE
               MOVE  1  TO  I
           END-IF.
           IF  SKD-DC  =  1
               SUBTRACT  SKD-KIN  FROM  DC-KIN (I)
               SUBTRACT  SKD-SHZ  FROM  DC-SHZ (I)
           ELSE
               ADD  SKD-KIN  TO  DC-KIN (I)
               ADD  SKD-SHZ  TO  DC-SHZ (I)
           END-IF.
      *        A BILL TOO LONG FOR THE TABLE STILL BALANCES --
      *        THE OVERFLOW FALLS TO THE BALANCING LINE.
           IF  SB-CNT  <  300
               ADD  1  TO  SB-CNT
               MOVE  SKD-DATE  TO  SB-DATE (SB-CNT)
               MOVE  SKD-DNO   TO  SB-DNO  (SB-CNT)
               MOVE  SKD-DC    TO  SB-DC   (SB-CNT)
               MOVE  SKD-GNO   TO  SB-GNO  (SB-CNT)
               IF  SKD-DC  =  1
                   COMPUTE  SB-KIN (SB-CNT)  =  0  -  SKD-KIN
               ELSE
                   MOVE  SKD-KIN  TO  SB-KIN (SB-CNT)
               END-IF
           END-IF.
           GO  TO  SK-10.
       SK-90.
           IF  WK-DOC-SW  =  1
               PERFORM  DOC-RTN  THRU  DOC-EXT
           END-IF.
           CALL "DB_F_Close" USING
            BY REFERENCE SKDF_IDLST SKDF_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE PEPF_IDLST PEPF_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE EILG_IDLST EILG_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE TK-M_IDLST TK-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE HN-STRN_IDLST HN-STRN_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE J-M_IDLST J-M_PNAME1.
           CLOSE  EI-OUT-FILE.
           MOVE  WS-SNT-CNT  TO  RPT-SUM-SNT.
           MOVE  WS-RSN-CNT  TO  RPT-SUM-RSN.
           MOVE  WS-SKP-CNT  TO  RPT-SUM-SKP.
           MOVE  SK-RPT-SUM  TO  SK-RPT-LINE.
           WRITE  SK-RPT-LINE.
           CLOSE  SK-RPT-FILE.
           PERFORM  RUNL-EN-RTN  THRU  RUNL-EN-EXT.
           CALL "DB_Close".
           STOP  RUN.
      *****
      *    NEW CUSTOMER -- ITS PROFILE AND NAME.
       NEWC-RTN.
           MOVE  0        TO  WK-1ST-SW.
           MOVE  SKD-TCD  TO  WK-CUR-TCD.
           MOVE  0        TO  WK-PEPOK.
           MOVE  SKD-TCD  TO  PEP-TCD.
           CALL "DB_Read" USING
            "INVALID" PEPF_PNAME1 BY REFERENCE PEP-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               GO  TO  NEWC-EXT
           END-IF.
           IF  PEP-ACTV  NOT =  1  OR  PEP-PID  =  SPACE
               GO  TO  NEWC-EXT
           END-IF.
           MOVE  1  TO  WK-PEPOK.
           MOVE  SKD-TCD  TO  TK-TCD.
           CALL "DB_Read" USING
            "INVALID" TK-M_PNAME1 BY REFERENCE TK-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               MOVE  SPACE  TO  TK-NAME
           END-IF.
           MOVE  TK-NAME  TO  WK-CNAMEN.
       NEWC-EXT.
           EXIT.
      *****
      *    START A DOCUMENT FOR THE CUSTOMER IN HAND.
       DCI-RTN.
           INITIALIZE  DC-AREA.
           MOVE  SPACE       TO  DC-DOCNO.
           MOVE  WK-CUR-TCD  TO  DC-TCD.
           MOVE  0           TO  SB-CNT.
           MOVE  1           TO  WK-DOC-SW.
       DCI-EXT.
           EXIT.
      *****
      *    SEND THE DOCUMENT IN HAND -- UNLESS THE LOG SAYS IT
      *    HAS GONE ALREADY -- AND LOG IT.
       DOC-RTN.
           MOVE  0  TO  WK-DOC-SW.
           COMPUTE  WK-TKIN  =  DC-KIN (1)  +  DC-KIN (2).
           COMPUTE  WK-TSHZ  =  DC-SHZ (1)  +  DC-SHZ (2).
           IF  WK-TKIN  =  0  AND  WK-TSHZ  =  0
               GO  TO  DOC-EXT
           END-IF.
      *        A BILL THAT COMES OUT IN THE CUSTOMER'S FAVOUR IS
      *        NOT AN INVOICE -- IT IS SETTLED BY CREDIT NOTE.
           IF  WK-TKIN  +  WK-TSHZ  <  0
               MOVE  "NEGATIVE TOTAL, NOT SENT"  TO  RPT-EXC-TXT
               MOVE  DC-DOCNO  TO  RPT-EXC-DOC
               MOVE  SK-RPT-EXC  TO  SK-RPT-LINE
               WRITE  SK-RPT-LINE
               GO  TO  DOC-EXT
           END-IF.
           MOVE  DC-DOCT   TO  EIL-DOCT.
           MOVE  DC-DOCNO  TO  EIL-DOCNO.
           CALL "DB_Read" USING
            "INVALID" EILG_PNAME1 BY REFERENCE EIL-R " "
            RETURNING RET.
           IF  RET  =  0  AND  EIL-ST  NOT =  3
               ADD  1  TO  WS-SKP-CNT
               GO  TO  DOC-EXT
           END-IF.
           IF  RET  =  1
               MOVE  1  TO  WK-LOGNEW
           ELSE
               MOVE  0  TO  WK-LOGNEW
           END-IF.
           PERFORM  RATE-RTN  THRU  RATE-EXT.
           PERFORM  XHD-RTN  THRU  XHD-EXT.
           MOVE  0  TO  WK-LNO.
           IF  DC-DOCT  =  1
               PERFORM  XIL-RTN  THRU  XIL-EXT
           ELSE
               PERFORM  XSB-RTN  THRU  XSB-EXT
           END-IF.
      *        FREIGHT SURCHARGE (SK730U) AT THE STANDARD RATE.
           IF  DC-DOCT  =  1  AND  DC-SKIN  NOT =  0
               MOVE  DC-SKIN  TO  WK-LAMT
               MOVE  1        TO  WK-LQTY
               MOVE  1        TO  WK-LCLS
               MOVE  SPACE    TO  WK-NAMEX
               MOVE  "FREIGHT SURCHARGE"  TO  WK-NAMEX
               PERFORM  XLN-RTN  THRU  XLN-EXT
           END-IF.
      *        BALANCING LINE PER RATE FOR WHAT THE LINES ABOVE
      *        DO NOT COVER.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  2
               IF  DC-KIN (I)  NOT =  DC-LKIN (I)
                   COMPUTE  WK-LAMT  =  DC-KIN (I)  -  DC-LKIN (I)
                   MOVE  1  TO  WK-LQTY
                   IF  WK-LAMT  <  0
                       MOVE  -1  TO  WK-LQTY
                   END-IF
                   MOVE  I  TO  WK-LCLS
                   MOVE  SPACE  TO  WK-NAMEX
                   MOVE  "OTHER SALES"  TO  WK-NAMEX
                   PERFORM  XLN-RTN  THRU  XLN-EXT
               END-IF
           END-PERFORM.
           MOVE  "</Invoice>"  TO  EI-LINE.
           WRITE  EI-LINE.
      *        LOG IT.
           IF  WK-LOGNEW  =  1
               MOVE  SPACE     TO  EIL-R
               INITIALIZE  EIL-R
               MOVE  DC-DOCT   TO  EIL-DOCT
               MOVE  DC-DOCNO  TO  EIL-DOCNO
               MOVE  0         TO  EIL-SCNT
           END-IF.
           MOVE  DC-TCD     TO  EIL-TCD.
           MOVE  DC-DATE    TO  EIL-DDATE.
           MOVE  WK-TKIN    TO  EIL-KIN.
           MOVE  WK-TSHZ    TO  EIL-SHZ.
           MOVE  SPACE      TO  EIL-PID.
           STRING  PEP-SCHEME  ":"  PEP-PID
               DELIMITED  BY  SIZE  INTO  EIL-PID.
           MOVE  WK-TODAY8  TO  EIL-SDATE.
           ACCEPT  WK-NOW  FROM  TIME.
           MOVE  WK-NOW (1:6)  TO  EIL-STIME.
           ADD  1           TO  EIL-SCNT.
           MOVE  1          TO  EIL-ST.
           MOVE  0          TO  EIL-RDATE.
           MOVE  SPACE      TO  EIL-RSN.
           MOVE  SPACE      TO  EIL-RTXT.
           IF  WK-LOGNEW  =  1
               CALL "DB_Insert" USING
                EILG_PNAME1 EILG_LNAME EIL-R RETURNING RET
           ELSE
               CALL "DB_Update" USING
                EILG_PNAME1 EILG_LNAME EIL-R RETURNING RET
           END-IF.
           IF  RET  =  1
               MOVE  "EILG WRITE ERROR -- CHECK BEFORE RERUN"
                TO  RPT-EXC-TXT
               MOVE  DC-DOCNO  TO  RPT-EXC-DOC
               MOVE  SK-RPT-EXC  TO  SK-RPT-LINE
               WRITE  SK-RPT-LINE
           END-IF.
           MOVE  SPACE       TO  SK-RPT-DET.
           MOVE  DC-DOCT     TO  RPT-DOCT.
           MOVE  DC-DOCNO    TO  RPT-DOCNO.
           MOVE  DC-TCD      TO  RPT-TCD.
           MOVE  TK-NAME     TO  RPT-NAME.
           MOVE  DC-DATE     TO  RPT-DATE.
           MOVE  WK-TKIN     TO  RPT-KIN.
           MOVE  WK-TSHZ     TO  RPT-SHZ.
           MOVE  WK-LNO      TO  RPT-LNS.
           IF  WK-LOGNEW  =  1
               MOVE  "SENT"  TO  RPT-ACT
               ADD  1  TO  WS-SNT-CNT
           ELSE
               MOVE  "RESENT AFTER REJECT"  TO  RPT-ACT
               ADD  1  TO  WS-RSN-CNT
           END-IF.
           MOVE  SK-RPT-DET  TO  SK-RPT-LINE.
           WRITE  SK-RPT-LINE.
       DOC-EXT.
           EXIT.
      *****
      *    RATES IN EFFECT ON THE DOCUMENT DATE.  AN EMPTY
      *    ZEIMS MEANS THE CURRENT STATUTORY 10/8.  NO REDUCED
      *    RATE MEANS THE REDUCED CLASS BILLED AT THE STANDARD
      *    RATE.  A BUCKET CARRYING NO TAX IS EXEMPT (CATEGORY E).
       RATE-RTN.
           MOVE  10.0  TO  WK-RATE.
           MOVE  08.0  TO  WK-RRATE.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  ZT-CNT
               IF  DC-DATE  NOT <  ZT-EFF (I)
                   MOVE  ZT-RATE  (I)  TO  WK-RATE
                   MOVE  ZT-RRATE (I)  TO  WK-RRATE
               END-IF
           END-PERFORM.
           IF  WK-RRATE  =  0
               MOVE  WK-RATE  TO  WK-RRATE
           END-IF.
           MOVE  WK-RATE   TO  DC-PCT (1).
           MOVE  WK-RRATE  TO  DC-PCT (2).
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  2
               IF  DC-SHZ (I)  =  0
                   MOVE  "E"  TO  DC-CAT (I)
                   MOVE  0    TO  DC-PCT (I)
               ELSE
                   MOVE  "S"  TO  DC-CAT (I)
               END-IF
           END-PERFORM.
       RATE-EXT.
           EXIT.
      *****
      *    DOCUMENT HEAD -- IDENTIFICATION, PARTIES AND TOTALS.
       XHD-RTN.
           MOVE  "<?xml version=""1.0"" encoding=""UTF-8""?>"
            TO  EI-LINE.
           WRITE  EI-LINE.
           MOVE  SPACE  TO  EI-LINE.
           STRING  "<Invoice xmlns="""  WK-NSP  "Invoice-2"""
               DELIMITED  BY  SIZE  INTO  EI-LINE.
           WRITE  EI-LINE.
           MOVE  SPACE  TO  EI-LINE.
           STRING  " xmlns:cac="""  WK-NSP
               "CommonAggregateComponents-2"""
               DELIMITED  BY  SIZE  INTO  EI-LINE.
           WRITE  EI-LINE.
           MOVE  SPACE  TO  EI-LINE.
           STRING  " xmlns:cbc="""  WK-NSP
               "CommonBasicComponents-2"">"
               DELIMITED  BY  SIZE  INTO  EI-LINE.
           WRITE  EI-LINE.
           MOVE  "CustomizationID"  TO  WK-XTAG.
           MOVE  "urn:peppol:pint:billing-1@jp-1"  TO  WK-XVAL.
           PERFORM  XEL-RTN  THRU  XEL-EXT.
           MOVE  "ProfileID"  TO  WK-XTAG.
           MOVE  "urn:peppol:bis:billing"  TO  WK-XVAL.
           PERFORM  XEL-RTN  THRU  XEL-EXT.
           MOVE  "ID"      TO  WK-XTAG.
           MOVE  DC-DOCNO  TO  WK-XVAL.
           PERFORM  XEL-RTN  THRU  XEL-EXT.
           MOVE  "IssueDate"  TO  WK-XTAG.
           MOVE  DC-DATE  TO  WK-XDATE.
           PERFORM  XDT-RTN  THRU  XDT-EXT.
           IF  DC-DUE  NOT =  0
               MOVE  "DueDate"  TO  WK-XTAG
               MOVE  DC-DUE  TO  WK-XDATE
               PERFORM  XDT-RTN  THRU  XDT-EXT
           END-IF.
           MOVE  "InvoiceTypeCode"  TO  WK-XTAG.
           MOVE  "380"  TO  WK-XVAL.
           PERFORM  XEL-RTN  THRU  XEL-EXT.
           IF  DC-DOCT  =  2
               MOVE  "Note"  TO  WK-XTAG
               MOVE  SPACE   TO  WK-XVAL
               STRING  "SUMMARY BILL "  WK-YM
                   DELIMITED  BY  SIZE  INTO  WK-XVAL
               PERFORM  XEL-RTN  THRU  XEL-EXT
           END-IF.
           MOVE  "DocumentCurrencyCode"  TO  WK-XTAG.
           MOVE  "JPY"  TO  WK-XVAL.
           PERFORM  XEL-RTN  THRU  XEL-EXT.
      *        SELLER.
           MOVE  "<cac:AccountingSupplierParty><cac:Party>"
            TO  EI-LINE.
           WRITE  EI-LINE.
           MOVE  "EndpointID"  TO  WK-XTAG.
           STRING  " schemeID="""  WK-EPSCH  """"
               DELIMITED  BY  SIZE  INTO  WK-XATR.
           MOVE  WK-EPID  TO  WK-XVAL.
           PERFORM  XEL-RTN  THRU  XEL-EXT.
           MOVE  "<cac:PartyTaxScheme>"  TO  EI-LINE.
           WRITE  EI-LINE.
           MOVE  "CompanyID"  TO  WK-XTAG.
           MOVE  WK-TXNO  TO  WK-XVAL.
           PERFORM  XEL-RTN  THRU  XEL-EXT.
           PERFORM  XVAT-RTN  THRU  XVAT-EXT.
           MOVE  "</cac:PartyTaxScheme>"  TO  EI-LINE.
           WRITE  EI-LINE.
           MOVE  "<cac:PartyLegalEntity>"  TO  EI-LINE.
           WRITE  EI-LINE.
           MOVE  "RegistrationName"  TO  WK-XTAG.
           MOVE  WK-SNAME  TO  WK-XVAL.
           PERFORM  XEL-RTN  THRU  XEL-EXT.
           MOVE  "</cac:PartyLegalEntity>"  TO  EI-LINE.
           WRITE  EI-LINE.
           MOVE  "</cac:Party></cac:AccountingSupplierParty>"
            TO  EI-LINE.
           WRITE  EI-LINE.
      *        BUYER.
           MOVE  "<cac:AccountingCustomerParty><cac:Party>"
            TO  EI-LINE.
           WRITE  EI-LINE.
           MOVE  "EndpointID"  TO  WK-XTAG.
           STRING  " schemeID="""  PEP-SCHEME  """"
               DELIMITED  BY  SIZE  INTO  WK-XATR.
           MOVE  PEP-PID  TO  WK-XVAL.
           PERFORM  XEL-RTN  THRU  XEL-EXT.
           MOVE  "<cac:PartyLegalEntity>"  TO  EI-LINE.
           WRITE  EI-LINE.
           MOVE  "RegistrationName"  TO  WK-XTAG.
           MOVE  WK-CNAMEX  TO  WK-XVAL.
           PERFORM  XEL-RTN  THRU  XEL-EXT.
           MOVE  "</cac:PartyLegalEntity>"  TO  EI-LINE.
           WRITE  EI-LINE.
           MOVE  "</cac:Party></cac:AccountingCustomerParty>"
            TO  EI-LINE.
           WRITE  EI-LINE.
      *        TAX TOTAL WITH ONE SUBTOTAL PER RATE CLASS.
           MOVE  "<cac:TaxTotal>"  TO  EI-LINE.
           WRITE  EI-LINE.
           MOVE  "TaxAmount"  TO  WK-XTAG.
           MOVE  WK-TSHZ  TO  WK-XNUM.
           PERFORM  XAM-RTN  THRU  XAM-EXT.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  2
               IF  DC-KIN (I)  NOT =  0  OR  DC-SHZ (I)  NOT =  0
                   PERFORM  XTS-RTN  THRU  XTS-EXT
               END-IF
           END-PERFORM.
           MOVE  "</cac:TaxTotal>"  TO  EI-LINE.
           WRITE  EI-LINE.
           MOVE  "<cac:LegalMonetaryTotal>"  TO  EI-LINE.
           WRITE  EI-LINE.
           MOVE  WK-TKIN  TO  WK-XNUM.
           MOVE  "LineExtensionAmount"  TO  WK-XTAG.
           PERFORM  XAM-RTN  THRU  XAM-EXT.
           MOVE  "TaxExclusiveAmount"  TO  WK-XTAG.
           PERFORM  XAM-RTN  THRU  XAM-EXT.
           COMPUTE  WK-XNUM  =  WK-TKIN  +  WK-TSHZ.
           MOVE  "TaxInclusiveAmount"  TO  WK-XTAG.
           PERFORM  XAM-RTN  THRU  XAM-EXT.
           MOVE  "PayableAmount"  TO  WK-XTAG.
           PERFORM  XAM-RTN  THRU  XAM-EXT.
           MOVE  "</cac:LegalMonetaryTotal>"  TO  EI-LINE.
           WRITE  EI-LINE.
       XHD-EXT.
           EXIT.
      *****
      *    TAX SUBTOTAL FOR RATE CLASS I.
       XTS-RTN.
           MOVE  "<cac:TaxSubtotal>"  TO  EI-LINE.
           WRITE  EI-LINE.
           MOVE  "TaxableAmount"  TO  WK-XTAG.
           MOVE  DC-KIN (I)  TO  WK-XNUM.
           PERFORM  XAM-RTN  THRU  XAM-EXT.
           MOVE  "TaxAmount"  TO  WK-XTAG.
           MOVE  DC-SHZ (I)  TO  WK-XNUM.
           PERFORM  XAM-RTN  THRU  XAM-EXT.
           MOVE  "<cac:TaxCategory>"  TO  EI-LINE.
           WRITE  EI-LINE.
           MOVE  DC-CAT (I)  TO  WK-XCAT.
           MOVE  DC-PCT (I)  TO  WK-XRATE.
           PERFORM  XCT-RTN  THRU  XCT-EXT.
           MOVE  "</cac:TaxCategory>"  TO  EI-LINE.
           WRITE  EI-LINE.
           MOVE  "</cac:TaxSubtotal>"  TO  EI-LINE.
           WRITE  EI-LINE.
       XTS-EXT.
           EXIT.
      *****
      *    INVOICE LINES FROM THE SOURCE STRAN VOUCHERS -- ONE
      *    PER VOUCHER, RETURNS NEGATIVE, RATE CLASS FROM THE
      *    ITEM'S J-ZKB.  A VOUCHER NO LONGER ON FILE (OR NOW
      *    SHOWING ANOTHER CUSTOMER) FALLS TO THE BALANCING LINE.
       XIL-RTN.
           MOVE  0  TO  RI.
       XIL-10.
           ADD  1  TO  RI.
           IF  RI  >  DC-HCNT
               GO  TO  XIL-EXT
           END-IF.
           MOVE  DC-HNO (RI)  TO  STRN-20.
           CALL "DB_Read" USING
            "INVALID" HN-STRN_PNAME1 BY REFERENCE STRN-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               GO  TO  XIL-10
           END-IF.
           IF  STRN-02  NOT =  DC-TCD
               GO  TO  XIL-10
           END-IF.
           MOVE  STRN-03  TO  J-JCD.
           CALL "DB_Read" USING
            "INVALID" J-M_PNAME1 BY REFERENCE J-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               MOVE  SPACE  TO  J-NAME
               MOVE  0      TO  J-ZKB
           END-IF.
           IF  J-ZKB  IS  NOT  NUMERIC
               MOVE  0  TO  J-ZKB
           END-IF.
           IF  J-ZKB  =  1
               MOVE  2  TO  WK-LCLS
           ELSE
               MOVE  1  TO  WK-LCLS
           END-IF.
           MOVE  STRN-08  TO  WK-LAMT.
           MOVE  STRN-06  TO  WK-LQTY.
           IF  STRN-09  =  1
               COMPUTE  WK-LAMT  =  0  -  WK-LAMT
               COMPUTE  WK-LQTY  =  0  -  WK-LQTY
           END-IF.
           MOVE  J-NAME  TO  WK-NAMEN.
           PERFORM  XLN-RTN  THRU  XLN-EXT.
           GO  TO  XIL-10.
       XIL-EXT.
           EXIT.
      *****
      *    SUMMARY-BILL LINES -- ONE PER INVOICE OR CREDIT MEMO.
       XSB-RTN.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  SB-CNT
               MOVE  SB-KIN (I)  TO  WK-LAMT
               MOVE  1  TO  WK-LQTY
               IF  SB-GNO (I)  =  1
                   MOVE  2  TO  WK-LCLS
               ELSE
                   MOVE  1  TO  WK-LCLS
               END-IF
               MOVE  SPACE  TO  WK-NAMEX
               IF  SB-DC (I)  =  1
                   MOVE  -1  TO  WK-LQTY
                   STRING  "CREDIT MEMO "  SB-DNO (I)  " OF "
                       SB-DATE (I)
                       DELIMITED  BY  SIZE  INTO  WK-NAMEX
               ELSE
                   STRING  "INVOICE "  SB-DNO (I)  " OF "
                       SB-DATE (I)
                       DELIMITED  BY  SIZE  INTO  WK-NAMEX
               END-IF
               PERFORM  XLN-RTN  THRU  XLN-EXT
           END-PERFORM.
       XSB-EXT.
           EXIT.
      *****
      *    ONE INVOICE LINE -- WK-LAMT, WK-LQTY, WK-LCLS AND THE
      *    ITEM NAME IN WK-NAMEX.  THE PRICE IS GIVEN FOR THE
      *    WHOLE QUANTITY (BASE QUANTITY = QUANTITY) SO THE LINE
      *    AMOUNT IS EXACT WHATEVER THE UNIT PRICE.
       XLN-RTN.
           ADD  1  TO  WK-LNO.
           ADD  WK-LAMT  TO  DC-LKIN (WK-LCLS).
           IF  WK-LQTY  =  0
               MOVE  1  TO  WK-LQTY
           END-IF.
           MOVE  "<cac:InvoiceLine>"  TO  EI-LINE.
           WRITE  EI-LINE.
           MOVE  "ID"    TO  WK-XTAG.
           MOVE  WK-LNO  TO  WK-XNUM.
           PERFORM  XNM-RTN  THRU  XNM-EXT.
           PERFORM  XEL-RTN  THRU  XEL-EXT.
           MOVE  "InvoicedQuantity"  TO  WK-XTAG.
           MOVE  WK-LQTY  TO  WK-XNUM.
           PERFORM  XNM-RTN  THRU  XNM-EXT.
           MOVE  " unitCode=""H87"""  TO  WK-XATR.
           PERFORM  XEL-RTN  THRU  XEL-EXT.
           MOVE  "LineExtensionAmount"  TO  WK-XTAG.
           MOVE  WK-LAMT  TO  WK-XNUM.
           PERFORM  XAM-RTN  THRU  XAM-EXT.
           MOVE  "<cac:Item>"  TO  EI-LINE.
           WRITE  EI-LINE.
           MOVE  "Name"    TO  WK-XTAG.
           MOVE  WK-NAMEX  TO  WK-XVAL.
           IF  WK-XVAL  =  SPACE
               MOVE  "ITEM"  TO  WK-XVAL
           END-IF.
           PERFORM  XEL-RTN  THRU  XEL-EXT.
           MOVE  "<cac:ClassifiedTaxCategory>"  TO  EI-LINE.
           WRITE  EI-LINE.
           MOVE  DC-CAT (WK-LCLS)  TO  WK-XCAT.
           MOVE  DC-PCT (WK-LCLS)  TO  WK-XRATE.
           PERFORM  XCT-RTN  THRU  XCT-EXT.
           MOVE  "</cac:ClassifiedTaxCategory>"  TO  EI-LINE.
           WRITE  EI-LINE.
           MOVE  "</cac:Item>"  TO  EI-LINE.
           WRITE  EI-LINE.
           MOVE  "<cac:Price>"  TO  EI-LINE.
           WRITE  EI-LINE.
           MOVE  "PriceAmount"  TO  WK-XTAG.
           MOVE  WK-LAMT  TO  WK-XNUM.
           IF  WK-XNUM  <  0
               COMPUTE  WK-XNUM  =  0  -  WK-XNUM
           END-IF.
           PERFORM  XAM-RTN  THRU  XAM-EXT.
           MOVE  "BaseQuantity"  TO  WK-XTAG.
           MOVE  WK-LQTY  TO  WK-XNUM.
           IF  WK-XNUM  <  0
               COMPUTE  WK-XNUM  =  0  -  WK-XNUM
           END-IF.
           PERFORM  XNM-RTN  THRU  XNM-EXT.
           MOVE  " unitCode=""H87"""  TO  WK-XATR.
           PERFORM  XEL-RTN  THRU  XEL-EXT.
           MOVE  "</cac:Price>"  TO  EI-LINE.
           WRITE  EI-LINE.
           MOVE  "</cac:InvoiceLine>"  TO  EI-LINE.
           WRITE  EI-LINE.
       XLN-EXT.
           EXIT.
      *****
      *    TAX CATEGORY BODY -- WK-XCAT AND WK-XRATE.
       XCT-RTN.
           MOVE  "ID"     TO  WK-XTAG.
           MOVE  WK-XCAT  TO  WK-XVAL.
           PERFORM  XEL-RTN  THRU  XEL-EXT.
           MOVE  "Percent"  TO  WK-XTAG.
           MOVE  WK-XRATE  TO  WK-XPED.
           MOVE  0  TO  WK-XLEAD.
           INSPECT  WK-XPED  TALLYING  WK-XLEAD  FOR  LEADING  SPACE.
           MOVE  SPACE  TO  WK-XVAL.
           MOVE  WK-XPED (WK-XLEAD + 1:)  TO  WK-XVAL.
           PERFORM  XEL-RTN  THRU  XEL-EXT.
           PERFORM  XVAT-RTN  THRU  XVAT-EXT.
       XCT-EXT.
           EXIT.
       XVAT-RTN.
           MOVE  "<cac:TaxScheme><cbc:ID>VAT</cbc:ID></cac:TaxScheme>"
            TO  EI-LINE.
           WRITE  EI-LINE.
       XVAT-EXT.
           EXIT.
      *****
      *    AMOUNT ELEMENT -- WK-XNUM IN YEN.
       XAM-RTN.
           PERFORM  XNM-RTN  THRU  XNM-EXT.
           MOVE  " currencyID=""JPY"""  TO  WK-XATR.
           PERFORM  XEL-RTN  THRU  XEL-EXT.
       XAM-EXT.
           EXIT.
      *    WK-XNUM AS LEFT-JUSTIFIED DIGITS IN WK-XVAL.
       XNM-RTN.
           MOVE  WK-XNUM  TO  WK-XEDT.
           MOVE  0  TO  WK-XLEAD.
           INSPECT  WK-XEDT  TALLYING  WK-XLEAD  FOR  LEADING  SPACE.
           MOVE  SPACE  TO  WK-XVAL.
           MOVE  WK-XEDT (WK-XLEAD + 1:)  TO  WK-XVAL.
       XNM-EXT.
           EXIT.
      *    DATE ELEMENT -- WK-XDATE AS YYYY-MM-DD.
       XDT-RTN.
           MOVE  SPACE  TO  WK-XVAL.
           STRING  WK-XDATE (1:4)  "-"  WK-XDATE (5:2)  "-"
               WK-XDATE (7:2)
               DELIMITED  BY  SIZE  INTO  WK-XVAL.
           PERFORM  XEL-RTN  THRU  XEL-EXT.
       XDT-EXT.
           EXIT.
      *    WRITE <cbc:WK-XTAG WK-XATR>WK-XVAL</cbc:WK-XTAG> AND
      *    CLEAR THE ATTRIBUTE AND VALUE FOR THE NEXT ONE.
       XEL-RTN.
           MOVE  SPACE  TO  EI-LINE.
           STRING  "<cbc:"   DELIMITED  BY  SIZE
                   WK-XTAG   DELIMITED  BY  SPACE
                   WK-XATR   DELIMITED  BY  "  "
                   ">"       DELIMITED  BY  SIZE
                   WK-XVAL   DELIMITED  BY  "  "
                   "</cbc:"  DELIMITED  BY  SIZE
                   WK-XTAG   DELIMITED  BY  SPACE
                   ">"       DELIMITED  BY  SIZE
               INTO  EI-LINE.
           WRITE  EI-LINE.
           MOVE  SPACE  TO  WK-XATR.
           MOVE  SPACE  TO  WK-XVAL.
       XEL-EXT.
           EXIT.
      *****
      *    RUNLOG START/END -- SEE LIRUNL.
       RUNL-ST-RTN.
           CALL "DB_F_Open" USING
            "I-O" RUNL_PNAME1 "SHARED" BY REFERENCE RUNL_IDLST "1"
            "RUNL-KEY" BY REFERENCE RUNL-KEY.
           ACCEPT  RUNL-SDATE  FROM  DATE.
           ACCEPT  RUNL-STIME  FROM  TIME.
           MOVE  "SK930U"  TO  RUNL-PGM.
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
           COMPUTE  RUNL-WRIT  =  WS-SNT-CNT  +  WS-RSN-CNT.
           COMPUTE  RUNL-UPDT  =  WS-SNT-CNT  +  WS-RSN-CNT.
           MOVE  "000"       TO  RUNL-CC.
           MOVE  1           TO  RUNL-ENDF.
           CALL "DB_Update" USING
            RUNL_PNAME1 RUNL_LNAME RUNL-R RETURNING RET.
           CALL "DB_F_Close" USING BY REFERENCE RUNL_IDLST RUNL_PNAME1.
       RUNL-EN-EXT.
           EXIT.
       COPY  LPILCK  REPLACING  ==ILCK-PGM==  BY  =="SK930U"==.
