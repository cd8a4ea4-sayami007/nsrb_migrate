      *        SO SK720R CAN RECONCILE PER RATE CLASS.  THE
      *        REGISTER PRINTS THE QUALIFIED-INVOICE
      *        REGISTRATION NUMBER (FCTL "TXREG") AND A PER-RATE
      *        SUBTOTAL/TAX BLOCK PER INVOICE.  EACH ROW CARRIES
      *        ITS DUE DATE (SKD-DUE) UNDER THE CUSTOMER'S JT-PTRM
      *        PAYMENT TERMS (LPDUE), ROLLED TO A BUSINESS DAY.
      *        SALES (STRN-09 = 0) ADD,
      *        RETURNS (STRN-09 = 1) SUBTRACT -- STRN-10 IS THE
      *        SHIPPING CLASSIFICATION AND MATTERS ONLY TO THE
      *        RUSH CHARGE BELOW.
      *        ARGUMENTS: STRN-01 DATE RANGE FROM/TO (YYYYMMDD),
      *        OPTIONAL INVOICE DATE (DEFAULT TODAY).  AN INVOICE
      *        REGISTER PRINTS TO THE SK730U FILE.  AN INVOICE
      *        FOR A CUSTOMER TAKING EACH INVOICE OVER PEPPOL
      *        (JT-PEPF) IS MARKED ON THE REGISTER AS AN E-INVOICE
      *        NOT TO BE MAILED -- SK930U SENDS IT.  AGREED
      *        FREIGHT CHARGES (JT-SCHG, SK960U) ARE BILLED AS A
      *        FURTHER ROW AT SKD-GNO 2, TAXED AT THE STANDARD
      *        RATE: A DELIVERY (CUSTOMER AND SALE DATE -- OR,
      *        UNDER A PER-CONSOLIDATION RULE, ALL DELIVERIES
      *        UNDER ONE JSJD-CONS) BELOW THE MINIMUM ORDER VALUE
      *        TAKES THE FIXED OR CARRIER-RATE (JT-FREX / JT-FRTM)
      *        CHARGE, AND ONE SHIPPED SPECIAL (STRN-10 = 1) THE
      *        RUSH CHARGE.  THE REGISTER SHOWS THE SURCHARGE.
      *        A DELIVERY TO A CONSIGNMENT CUSTOMER (TK-CNSF = 1)
      *        IS NOT A SALE: ITS STRAN ROW IS SKIPPED AND COUNTED
      *        ON THE REGISTER, AND ONLY THE SELL-THROUGH SALES
      *        ZK850U RAISES (STRN-25 "CNS YYYYMM") ARE BILLED.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       77  WK-ROWS-WR      PIC  9(01)  VALUE  0.
       77  WS-INV-CNT      PIC  9(07)  VALUE  0.
       77  WS-INV-AMT      PIC S9(11)  VALUE  0.
       77  DI              PIC  9(04)  VALUE  0.
       77  DJ              PIC  9(04)  VALUE  0.
       77  WS-DLV-CNT      PIC  9(04)  VALUE  0.
       77  WK-DLV8         PIC  9(08)  VALUE  0.
       77  WK-SVAL         PIC S9(09)  VALUE  0.
       77  WK-SSPC         PIC  9(01)  VALUE  0.
       77  WK-SCONS        PIC  9(06)  VALUE  0.
       77  WK-STDFK        PIC  9(02)  VALUE  0.
       77  WK-SAMT         PIC  9(07)  VALUE  0.
       77  WK-SFRT         PIC  9(07)  VALUE  0.
       77  WK-SCHOK        PIC  9(01)  VALUE  0.
       77  WK-SHZS         PIC S9(09)  VALUE  0.
       77  WS-CNS-SKIP     PIC  9(07)  VALUE  0.
      *****
      *    Statutory consumption-tax schedule -- the same table
      *    SK720R validates against.
               03  WK-GRP-ZEIKB     PIC  9(01).
               03  WK-GRP-HCNT      PIC  9(01).
               03  WK-GRP-HNO       OCCURS  5  PIC  9(06).
               03  WK-GRP-SCH       PIC  9(09).
               03  WK-GRP-SCNT      PIC  9(03).
      *****
      *    One entry per delivery -- customer group and sale
      *    date -- for the freight surcharge test.  DL-CONS is
      *    the JF730U consolidation shipped on that date, DL-SPC
      *    1 when any line went special shipping.
       01  WK-DLV-TBL.
           02  WK-DLV-ENT  OCCURS  2000.
               03  DL-GRP           PIC  9(03).
               03  DL-DATE          PIC  9(08).
               03  DL-TDFK          PIC  9(02).
               03  DL-CONS          PIC  9(06).
               03  DL-KIN           PIC S9(09).
               03  DL-SPC           PIC  9(01).
               03  DL-DONE          PIC  9(01).
       COPY    LNSTRN.
       COPY    LIJM.
       COPY    LISKDF.
       COPY    FCTL.
       COPY    LIZEI.
       COPY    LITKM.
       COPY    LWCNS.
       COPY    LIPEPF.
       COPY    LISCHG.
       COPY    LIJSJD.
       COPY    LIFRTM.
       COPY    LIFREX.
       COPY    LIPTRM.
       COPY    LICALM.
       COPY    LWCAL.
       COPY    LWDUE.
       COPY    LIRUNL.
       COPY    LWILCK.
      *****
           02  RPT-KIN         PIC  -(09)9.
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-SHZ         PIC  -(07)9.
           02  FILLER          PIC  X(06)  VALUE  "  DUE=".
           02  RPT-DUE         PIC  9(08).
       01  SK-RPT-EIV.
           02  FILLER          PIC  X(42)  VALUE
               "  E-INVOICE (PEPPOL) -- SK930U, NOT MAILED".
       01  SK-RPT-SCH.
           02  FILLER          PIC  X(20)  VALUE
               "  FREIGHT SURCHARGE=".
           02  RPT-SCH-KIN     PIC  -(07)9.
           02  FILLER          PIC  X(12)  VALUE  "  CHARGED ON".
           02  RPT-SCH-CNT     PIC  ZZ9.
           02  FILLER          PIC  X(11)  VALUE  " DELIVERIES".
       01  SK-RPT-EXC.
           02  FILLER          PIC  X(22)  VALUE
               "*** SKDF INSERT ERROR ".
           02  FILLER          PIC  X(06)  VALUE  "CUST=".
           02  RPT-EXC-TCD     PIC  9(04).
       01  SK-RPT-CNS.
           02  FILLER          PIC  X(35)  VALUE
               "CONSIGNMENT DELIVERIES NOT BILLED=".
           02  RPT-CNS-CNT     PIC  ZZZZZZ9.
       01  SK-RPT-SUM.
           02  FILLER          PIC  X(16)  VALUE  "TOTAL INVOICES=".
           02  RPT-SUM-CNT     PIC  ZZZZZZ9.
           CALL "DB_F_Open" USING
            "INPUT" J-M_PNAME1 "SHARED" BY REFERENCE J-M_IDLST "1"
            "J-JCD" BY REFERENCE J-JCD.
           CALL "DB_F_Open" USING
            "INPUT" TK-M_PNAME1 "SHARED" BY REFERENCE TK-M_IDLST "1"
            "TK-KEY" BY REFERENCE TK-KEY.
       ST-10.
      *           READ   HN-STRN   NEXT  AT  END
      *///////////////
           IF  STRN-01  <  WK-DATE-FR  OR  STRN-01  >  WK-DATE-TO
               GO  TO  ST-10
           END-IF.
      *        CONSIGNMENT DELIVERY -- STILL OUR STOCK, BILLED ONLY
      *        WHEN ZK850U RAISES THE SELL-THROUGH SALE.
           PERFORM  CNW-RTN  THRU  CNW-EXT.
           IF  CNW-SKIP  =  1
               ADD  1  TO  WS-CNS-SKIP
               GO  TO  ST-10
           END-IF.
           PERFORM  GRP-FIND-RTN  THRU  GRP-FIND-EXT.
           IF  WK-IX  =  0
               IF  WS-GRP-CNT  NOT <  500
               MOVE  0        TO  WK-GRP-KIN   (WK-IX)
               MOVE  0        TO  WK-GRP-KINR  (WK-IX)
               MOVE  0        TO  WK-GRP-HCNT  (WK-IX)
               MOVE  0        TO  WK-GRP-SCH   (WK-IX)
               MOVE  0        TO  WK-GRP-SCNT  (WK-IX)
               PERFORM  VARYING  RI  FROM  1  BY  1  UNTIL  RI  >  5
                   MOVE  0  TO  WK-GRP-HNO (WK-IX RI)
               END-PERFORM
               MOVE  STRN-20
                 TO  WK-GRP-HNO (WK-IX  WK-GRP-HCNT (WK-IX))
           END-IF.
           PERFORM  DLV-ADD-RTN  THRU  DLV-ADD-EXT.
           GO  TO  ST-10.
       ST-90.
           CALL "DB_F_Close" USING
            BY REFERENCE HN-STRN_IDLST HN-STRN_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE J-M_IDLST J-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE TK-M_IDLST TK-M_PNAME1.
           PERFORM  DLV-CNS-RTN  THRU  DLV-CNS-EXT.
      *****
      *    Pass 2 -- number and write the invoices.
           CALL "DB_F_Open" USING
           CALL "DB_F_Open" USING
            "I-O" SKDF_PNAME1 "SHARED" BY REFERENCE SKDF_IDLST "1"
            "SKD-KEY" BY REFERENCE SKD-KEY.
      *        DUE DATES -- CUSTOMER TERMS AND THE CALENDAR.
           CALL "DB_F_Open" USING
            "INPUT" TK-M_PNAME1 "SHARED" BY REFERENCE TK-M_IDLST "1"
            "TK-KEY" BY REFERENCE TK-KEY.
           CALL "DB_F_Open" USING
            "INPUT" PTRM_PNAME1 "SHARED" BY REFERENCE PTRM_IDLST "1"
            "PTM-KEY" BY REFERENCE PTM-KEY.
           CALL "DB_F_Open" USING
            "INPUT" CALM_PNAME1 "SHARED" BY REFERENCE CALM_IDLST "1"
            "CAL-KEY" BY REFERENCE CAL-KEY.
           CALL "DB_F_Open" USING
            "INPUT" PEPF_PNAME1 "SHARED" BY REFERENCE PEPF_IDLST "1"
            "PEP-KEY" BY REFERENCE PEP-KEY.
           CALL "DB_F_Open" USING
            "INPUT" SCHG_PNAME1 "SHARED" BY REFERENCE SCHG_IDLST "1"
            "SCH-KEY" BY REFERENCE SCH-KEY.
           CALL "DB_F_Open" USING
            "INPUT" FRTM_PNAME1 "SHARED" BY REFERENCE FRTM_IDLST "1"
            "FRT-KEY" BY REFERENCE FRT-KEY.
           CALL "DB_F_Open" USING
            "INPUT" FREX_PNAME1 "SHARED" BY REFERENCE FREX_IDLST "1"
            "FRX-KEY" BY REFERENCE FRX-KEY.
           MOVE  0  TO  I.
       IV-10.
           ADD  1  TO  I.
           IF  WK-GRP-KIN (I)  =  0  AND  WK-GRP-KINR (I)  =  0
               GO  TO  IV-10
           END-IF.
           PERFORM  SCH-RTN  THRU  SCH-EXT.
           ADD  1  TO  FCTL-IVNO.
           MOVE  WK-GRP-TCD (I)  TO  WDUE-TCD.
           MOVE  WK-IVDATE       TO  WDUE-BASE.
           PERFORM  DUE-RTN  THRU  DUE-EXT.
      *        ONE SKDF ROW PER RATE CLASS UNDER THE SAME
      *        INVOICE NUMBER -- SKD-GNO 0 STANDARD, 1 REDUCED.
      *        RET IS CLEARED FIRST SO A FAILURE ON AN EARLIER
           MOVE  0  TO  RET.
           MOVE  0  TO  WK-ROWS-WR.
           MOVE  0  TO  WK-SHZR.
           MOVE  0  TO  WK-SHZS.
           IF  WK-GRP-KIN (I)  NOT =  0
               PERFORM  IV-WR-RTN  THRU  IV-WR-EXT
           END-IF.
           IF  RET  =  1
               GO  TO  IV-10
           END-IF.
      *        FREIGHT SURCHARGE ROW -- SKD-GNO 2.
           IF  WK-GRP-SCH (I)  NOT =  0
               MOVE  2  TO  WK-SHZR
               PERFORM  IV-WR-RTN  THRU  IV-WR-EXT
           END-IF.
           IF  RET  =  1
               GO  TO  IV-10
           END-IF.
           MOVE  FCTL-IVNO        TO  RPT-IVNO.
           MOVE  WK-GRP-TCD (I)   TO  RPT-TCD.
           MOVE  WDUE-DUE         TO  RPT-DUE.
           COMPUTE  RPT-KIN  =  WK-GRP-KIN (I)  +  WK-GRP-KINR (I)
                             +  WK-GRP-SCH (I).
           MOVE  SK-RPT-DET       TO  SK-RPT-LINE.
           WRITE  SK-RPT-LINE.
           IF  WK-GRP-SCH (I)  NOT =  0
               MOVE  WK-GRP-SCH (I)   TO  RPT-SCH-KIN
               MOVE  WK-GRP-SCNT (I)  TO  RPT-SCH-CNT
               MOVE  SK-RPT-SCH       TO  SK-RPT-LINE
               WRITE  SK-RPT-LINE
           END-IF.
      *        DELIVERED OVER PEPPOL -- NO PAPER COPY.
           MOVE  WK-GRP-TCD (I)  TO  PEP-TCD.
           CALL "DB_Read" USING
            "INVALID" PEPF_PNAME1 BY REFERENCE PEP-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  0  AND  PEP-ACTV  =  1  AND  PEP-DOC  =  1
           AND  WK-IVDATE  NOT <  PEP-FROM
               MOVE  SK-RPT-EIV  TO  SK-RPT-LINE
               WRITE  SK-RPT-LINE
           END-IF.
      *        QUALIFIED-INVOICE PER-RATE BLOCK.  THE STANDARD
      *        RATE BASE TAKES IN THE SURCHARGE; ITS TAX IS THE
      *        SUM OF THE STANDARD-RATE ROWS AS WRITTEN.
           IF  WK-GRP-KIN (I)  NOT =  0  OR  WK-GRP-SCH (I)  NOT =  0
               MOVE  WK-RATE          TO  RPT-RTE-PCT
               COMPUTE  RPT-RTE-KIN  =
                   WK-GRP-KIN (I)  +  WK-GRP-SCH (I)
               MOVE  WK-SHZS          TO  RPT-RTE-SHZ
               MOVE  SK-RPT-RTE  TO  SK-RPT-LINE
               WRITE  SK-RPT-LINE
           END-IF.
           ADD  1            TO  WS-INV-CNT.
           ADD  WK-GRP-KIN (I)   TO  WS-INV-AMT.
           ADD  WK-GRP-KINR (I)  TO  WS-INV-AMT.
           ADD  WK-GRP-SCH (I)   TO  WS-INV-AMT.
           GO  TO  IV-10.
      *****
      *    WRITE ONE RATE-CLASS ROW OF THE INVOICE IN HAND.
      *    WK-SHZR SAYS WHICH CLASS (0 STANDARD, 1 REDUCED,
      *    2 FREIGHT SURCHARGE AT THE STANDARD RATE -- NO SOURCE
      *    VOUCHERS, SO PR680U BOOKS IT TO CLASS 00 SALES).
       IV-WR-RTN.
           MOVE  SPACE             TO  SKD-R.
           INITIALIZE  SKD-R.
           MOVE  0                 TO  SKD-DTC.
           MOVE  FCTL-IVNO         TO  SKD-DNO.
           MOVE  0                 TO  SKD-DC.
           MOVE  WDUE-DUE          TO  SKD-DUE.
           MOVE  FCTL-IVNO         TO  SKD-HNO1.
           MOVE  WK-GRP-HNO (I 1)  TO  SKD-HNO2.
           MOVE  WK-GRP-HNO (I 2)  TO  SKD-HNO3.
                   COMPUTE  SKD-SHZ  ROUNDED  =
                       WK-GRP-KINR (I)  *  WK-RRATE  /  100
               END-IF
           END-IF.
           IF  WK-SHZR  =  0
               MOVE  0                 TO  SKD-GNO
               MOVE  WK-GRP-KIN (I)    TO  SKD-KIN
               IF  WK-GRP-ZEIKB (I)  =  0
                       WK-GRP-KIN (I)  *  WK-RATE  /  100
               END-IF
           END-IF.
           IF  WK-SHZR  =  2
               MOVE  2                 TO  SKD-GNO
               MOVE  WK-GRP-SCH (I)    TO  SKD-KIN
               MOVE  0                 TO  SKD-HNO2
               MOVE  0                 TO  SKD-HNO3
               MOVE  0                 TO  SKD-HNO4
               MOVE  0                 TO  SKD-HNO5
               MOVE  0                 TO  SKD-HNO6
               IF  WK-GRP-ZEIKB (I)  =  0
                   MOVE  0  TO  SKD-SHZ
               ELSE
                   COMPUTE  SKD-SHZ  ROUNDED  =
                       WK-GRP-SCH (I)  *  WK-RATE  /  100
               END-IF
           END-IF.
           CALL "DB_Insert" USING
            SKDF_PNAME1 SKDF_LNAME SKD-R RETURNING RET.
           IF  RET = 1
               END-IF
           ELSE
               ADD  1  TO  WK-ROWS-WR
               IF  WK-SHZR  NOT =  1
                   ADD  SKD-SHZ  TO  WK-SHZS
               END-IF
           END-IF.
       IV-WR-EXT.
           EXIT.
            BY REFERENCE SKDF_IDLST SKDF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE FCTL-F_IDLST FCTL-F_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE TK-M_IDLST TK-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE PTRM_IDLST PTRM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE CALM_IDLST CALM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE PEPF_IDLST PEPF_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE SCHG_IDLST SCHG_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE FRTM_IDLST FRTM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE FREX_IDLST FREX_PNAME1.
       END-RTN.
           IF  WS-CNS-SKIP  >  0
               MOVE  WS-CNS-SKIP  TO  RPT-CNS-CNT
               MOVE  SK-RPT-CNS   TO  SK-RPT-LINE
               WRITE  SK-RPT-LINE
           END-IF.
           MOVE  WS-INV-CNT  TO  RPT-SUM-CNT.
           MOVE  WS-INV-AMT  TO  RPT-SUM-AMT.
           MOVE  SK-RPT-SUM  TO  SK-RPT-LINE.
       GRP-FIND-EXT.
           EXIT.
      *****
      *    BOOK THE STRAN LINE IN HAND TO ITS DELIVERY -- THE
      *    CUSTOMER GROUP WK-IX AND THE SALE DATE.
       DLV-ADD-RTN.
           MOVE  1  TO  DI.
       DLV-ADD-10.
           IF  DI  >  WS-DLV-CNT
               IF  WS-DLV-CNT  NOT <  2000
                   DISPLAY  "DSP-082 WK-DLV-TBL FULL, CUST="  STRN-02
                       " NO SURCHARGE TEST"
                   GO  TO  DLV-ADD-EXT
               END-IF
               ADD  1  TO  WS-DLV-CNT
               MOVE  WS-DLV-CNT  TO  DI
               MOVE  WK-IX    TO  DL-GRP  (DI)
               MOVE  STRN-01  TO  DL-DATE (DI)
               MOVE  STRN-18  TO  DL-TDFK (DI)
               MOVE  0        TO  DL-CONS (DI)
               MOVE  0        TO  DL-KIN  (DI)
               MOVE  0        TO  DL-SPC  (DI)
               MOVE  0        TO  DL-DONE (DI)
           END-IF.
           IF  DL-GRP (DI)  NOT =  WK-IX
           OR  DL-DATE (DI)  NOT =  STRN-01
               ADD  1  TO  DI
               GO  TO  DLV-ADD-10
           END-IF.
           IF  STRN-09  =  1
               SUBTRACT  STRN-08  FROM  DL-KIN (DI)
           ELSE
               ADD  STRN-08  TO  DL-KIN (DI)
               IF  STRN-10  =  1
                   MOVE  1  TO  DL-SPC (DI)
               END-IF
           END-IF.
       DLV-ADD-EXT.
           EXIT.
      *****
      *    STAMP EACH DELIVERY WITH THE JF730U CONSOLIDATION
      *    SHIPPED TO THE SAME CUSTOMER ON ITS SALE DATE.
       DLV-CNS-RTN.
           IF  WS-DLV-CNT  =  0
               GO  TO  DLV-CNS-EXT
           END-IF.
           CALL "DB_F_Open" USING
            "INPUT" JSJD_PNAME1 "SHARED" BY REFERENCE JSJD_IDLST "1"
            "JSJD-KEY" BY REFERENCE JSJD-KEY.
       DLV-CNS-10.
           CALL "DB_Read" USING
            "NEXT AT END" JSJD_PNAME1 BY REFERENCE JSJD-REC "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  DLV-CNS-90
           END-IF.
           IF  JSJD-CONS  IS  NOT  NUMERIC
               GO  TO  DLV-CNS-10
           END-IF.
           IF  JSJD-CONS  =  0
               GO  TO  DLV-CNS-10
           END-IF.
           MOVE  JSJD-071  TO  WK-DLV8 (1:4).
           MOVE  JSJD-072  TO  WK-DLV8 (5:2).
           MOVE  JSJD-073  TO  WK-DLV8 (7:2).
           PERFORM  VARYING  DI  FROM  1  BY  1
               UNTIL  DI  >  WS-DLV-CNT
               IF  DL-CONS (DI)  =  0
               AND  DL-DATE (DI)  =  WK-DLV8
               AND  WK-GRP-TCD (DL-GRP (DI))  =  JSJD-021
                   MOVE  JSJD-CONS  TO  DL-CONS (DI)
               END-IF
           END-PERFORM.
           GO  TO  DLV-CNS-10.
       DLV-CNS-90.
           CALL "DB_F_Close" USING BY REFERENCE JSJD_IDLST JSJD_PNAME1.
       DLV-CNS-EXT.
           EXIT.
      *****
      *    FREIGHT SURCHARGE FOR CUSTOMER GROUP I.  THE RULE IS
      *    THE CUSTOMER'S JT-SCHG RECORD IN EFFECT ON THE INVOICE
      *    DATE, ELSE THE HOUSE DEFAULT (0000); AN EXEMPTION IN
      *    FORCE CHARGES NOTHING.  EACH DELIVERY -- OR UNDER
      *    BASIS 2 EACH CONSOLIDATION, ITS DELIVERIES TAKEN
      *    TOGETHER -- IS TESTED ONCE.  A NET RETURN IS NEVER
      *    CHARGED.
       SCH-RTN.
           MOVE  0  TO  WK-GRP-SCH  (I).
           MOVE  0  TO  WK-GRP-SCNT (I).
           MOVE  0  TO  WK-SCHOK.
           MOVE  WK-GRP-TCD (I)  TO  SCH-TCD.
           CALL "DB_Read" USING
            "INVALID" SCHG_PNAME1 BY REFERENCE SCH-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  0  AND  WK-IVDATE  NOT <  SCH-FROM
               MOVE  1  TO  WK-SCHOK
           END-IF.
           IF  WK-SCHOK  =  0
               MOVE  0  TO  SCH-TCD
               CALL "DB_Read" USING
                "INVALID" SCHG_PNAME1 BY REFERENCE SCH-R "UNLOCK"
                RETURNING RET
               IF  RET  =  0  AND  WK-IVDATE  NOT <  SCH-FROM
                   MOVE  1  TO  WK-SCHOK
               END-IF
           END-IF.
           MOVE  0  TO  RET.
           IF  WK-SCHOK  =  0
               GO  TO  SCH-EXT
           END-IF.
           IF  SCH-EXMP  =  1
               IF  SCH-XTO  =  0  OR  WK-IVDATE  NOT >  SCH-XTO
                   GO  TO  SCH-EXT
               END-IF
           END-IF.
           MOVE  0  TO  DI.
       SCH-10.
           ADD  1  TO  DI.
           IF  DI  >  WS-DLV-CNT
               GO  TO  SCH-EXT
           END-IF.
           IF  DL-GRP (DI)  NOT =  I  OR  DL-DONE (DI)  =  1
               GO  TO  SCH-10
           END-IF.
           MOVE  1              TO  DL-DONE (DI).
           MOVE  DL-KIN  (DI)   TO  WK-SVAL.
           MOVE  DL-SPC  (DI)   TO  WK-SSPC.
           MOVE  DL-TDFK (DI)   TO  WK-STDFK.
           MOVE  0              TO  WK-SCONS.
           IF  SCH-BASIS  =  2  AND  DL-CONS (DI)  NOT =  0
               MOVE  DL-CONS (DI)  TO  WK-SCONS
               PERFORM  VARYING  DJ  FROM  DI  BY  1
                   UNTIL  DJ  >  WS-DLV-CNT
                   IF  DL-GRP (DJ)  =  I  AND  DL-DONE (DJ)  =  0
                   AND  DL-CONS (DJ)  =  WK-SCONS
                       MOVE  1  TO  DL-DONE (DJ)
                       ADD  DL-KIN (DJ)  TO  WK-SVAL
                       IF  DL-SPC (DJ)  =  1
                           MOVE  1  TO  WK-SSPC
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           MOVE  0  TO  WK-SAMT.
           IF  WK-SVAL  NOT >  0
               GO  TO  SCH-10
           END-IF.
           IF  SCH-MIN  >  0  AND  WK-SVAL  <  SCH-MIN
               PERFORM  SCH-FRT-RTN  THRU  SCH-FRT-EXT
               ADD  WK-SFRT  TO  WK-SAMT
           END-IF.
           IF  WK-SSPC  =  1
               ADD  SCH-SPCL  TO  WK-SAMT
           END-IF.
           IF  WK-SAMT  >  0
               ADD  WK-SAMT  TO  WK-GRP-SCH  (I)
               ADD  1        TO  WK-GRP-SCNT (I)
           END-IF.
           GO  TO  SCH-10.
       SCH-EXT.
           EXIT.
      *****
      *    THE SMALL-ORDER CHARGE -- FIXED, OR THE CARRIER RATE:
      *    A CONSOLIDATION'S EXPECTED CHARGE ON JT-FREX (ST670R),
      *    ELSE THE DESTINATION PREFECTURE'S FIRST JT-FRTM BAND.
      *    NO CARRIER RATE ON FILE FALLS BACK TO THE FIXED CHARGE.
       SCH-FRT-RTN.
           MOVE  0  TO  WK-SFRT.
           IF  SCH-CTYP  NOT =  2
               MOVE  SCH-FIX  TO  WK-SFRT
               GO  TO  SCH-FRT-EXT
           END-IF.
           IF  WK-SCONS  NOT =  0
               MOVE  WK-SCONS  TO  FRX-CONS
               CALL "DB_Read" USING
                "INVALID" FREX_PNAME1 BY REFERENCE FRX-R "UNLOCK"
                RETURNING RET
               IF  RET  =  0
                   MOVE  FRX-EXP  TO  WK-SFRT
               END-IF
           END-IF.
           IF  WK-SFRT  =  0
               MOVE  WK-STDFK  TO  FRT-TDFK
               MOVE  1         TO  FRT-BAND
               CALL "DB_Read" USING
                "INVALID" FRTM_PNAME1 BY REFERENCE FRT-R "UNLOCK"
                RETURNING RET
               IF  RET  =  0
                   MOVE  FRT-RATE  TO  WK-SFRT
               END-IF
           END-IF.
           IF  WK-SFRT  =  0
               MOVE  SCH-FIX  TO  WK-SFRT
           END-IF.
           MOVE  0  TO  RET.
       SCH-FRT-EXT.
           EXIT.
      *****
      *    RUNLOG START/END -- SEE LIRUNL.
       RUNL-ST-RTN.
           CALL "DB_F_Open" USING
           CALL "DB_F_Close" USING BY REFERENCE RUNL_IDLST RUNL_PNAME1.
       RUNL-EN-EXT.
           EXIT.
       COPY  LPCAL.
       COPY  LPDUE.
       COPY  LPILCK  REPLACING  ==ILCK-PGM==  BY  =="SK730U"==.
       COPY  LPCNS.
