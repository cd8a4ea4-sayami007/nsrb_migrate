      *        BOTH SIDES OF A MATCH GET THE RECEIPT NUMBER
      *        WRITTEN INTO SKD-MREF.  WHAT IS LEFT PRINTS ON THE
      *        EXCEPTION LIST: OVERPAYMENTS (MONEY LEFT AFTER THE
      *        CUSTOMER'S LAST OPEN INVOICE) AND RECEIPTS FROM
      *        CUSTOMERS WITH NO OPEN INVOICE.
      *        A SHORT PAYMENT (A RECEIPT OR REMAINDER TOO SMALL
      *        FOR THE NEXT OLDEST INVOICE) CLOSES THAT INVOICE
      *        AGAINST THE RECEIPT AND RAISES A JT-DEDC DEDUCTION
      *        CLAIM FOR THE DIFFERENCE, WHICH COLLECTIONS WORK
      *        IN SK880U; THE CLAIM PRINTS ON THE LIST TOO.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       77  WS-RCP-CNT      PIC  9(04)  VALUE  0.
       77  WS-MTC-CNT      PIC  9(07)  VALUE  0.
       77  WS-EXC-CNT      PIC  9(07)  VALUE  0.
       77  WS-DED-CNT      PIC  9(07)  VALUE  0.
       77  WK-TODAY8       PIC  9(08)  VALUE  0.
       77  WK-DEDAMT       PIC S9(11)  VALUE  0.
      *****
      *    Open invoices and receipts, tabled with the full SKDF
      *    key so each row can be re-read and rewritten.
               03  WK-RCP-DNO       PIC  9(06).
               03  WK-RCP-AMT       PIC S9(11).
       COPY    LISKDF.
       COPY    LIDEDC.
       COPY    FCTL.
       COPY    LIRUNL.
      *****
       01  SK-RPT-HDR.
           02  RPT-SUM-MTC     PIC  ZZZZZZ9.
           02  FILLER          PIC  X(14)  VALUE  "  EXCEPTIONS=".
           02  RPT-SUM-EXC     PIC  ZZZZZZ9.
           02  FILLER          PIC  X(10)  VALUE  "  CLAIMS=".
           02  RPT-SUM-DED     PIC  ZZZZZZ9.
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
           CALL "DB_F_Open" USING
            "I-O" SKDF_PNAME1 "SHARED" BY REFERENCE SKDF_IDLST "1"
            "SKD-KEY" BY REFERENCE SKD-KEY.
           CALL "DB_F_Open" USING
            "I-O" DEDC_PNAME1 "SHARED" BY REFERENCE DEDC_IDLST "1"
            "DED-KEY" BY REFERENCE DED-KEY.
           CALL "DB_F_Open" USING
            "I-O" FCTL-F_PNAME1 "SHARED" BY REFERENCE FCTL-F_IDLST "1"
            "FCTL-KEY" BY REFERENCE FCTL-KEY.
           ACCEPT  WK-TODAY8  FROM  DATE.
           ADD  20000000  TO  WK-TODAY8.
      *****
      *    Pass 1 -- table the unmatched rows.
       LD-10.
               PERFORM  RCP-MARK  THRU  RCP-MARK-EXT
               GO  TO  MT-10
           END-IF.
      *        SHORT -- THE REMAINDER SETTLES THE OLDEST OPEN
      *        INVOICE AND THE GAP BECOMES A DEDUCTION CLAIM.
           IF  WK-REMAIN  <  WK-INV-AMT (WK-BESTIX)
               COMPUTE  WK-DEDAMT  =
                   WK-INV-AMT (WK-BESTIX)  -  WK-REMAIN
               PERFORM  DED-RTN  THRU  DED-EXT
               PERFORM  INV-MARK  THRU  INV-MARK-EXT
               PERFORM  RCP-MARK  THRU  RCP-MARK-EXT
               ADD  1  TO  WS-MTC-CNT
               GO  TO  MT-10
           END-IF.
           SUBTRACT  WK-INV-AMT (WK-BESTIX)  FROM  WK-REMAIN.
           ADD  1  TO  WS-EXC-CNT.
       EXC-EXT.
           EXIT.
      *****
      *    DEDUCTION CLAIM FOR WK-DEDAMT AGAINST THE INVOICE IN
      *    HAND (WK-BESTIX), NUMBER FROM FCTL "DEDNO".  THE
      *    REASON IS LEFT 00 FOR COLLECTIONS TO ASSIGN.
       DED-RTN.
           MOVE  "DEDNO"  TO  FCTL-KEY1.
           CALL "DB_Read" USING
            "INVALID" FCTL-F_PNAME1 BY REFERENCE FCTL-REC " "
            RETURNING RET.
           IF  RET  =  1
               MOVE  SPACE    TO  FCTL-REC
               MOVE  "DEDNO"  TO  FCTL-IVK
               MOVE  1        TO  FCTL-IVNO
               CALL "DB_Insert" USING
                FCTL-F_PNAME1 FCTL-F_LNAME FCTL-REC RETURNING RET
           ELSE
               ADD  1  TO  FCTL-IVNO
               CALL "DB_Update" USING
                FCTL-F_PNAME1 FCTL-F_LNAME FCTL-REC RETURNING RET
           END-IF.
           INITIALIZE  DED-R.
           MOVE  FCTL-IVNO                 TO  DED-NO.
           MOVE  WK-INV-TCD (WK-BESTIX)    TO  DED-TCD.
           MOVE  WK-INV-KEY (WK-BESTIX)    TO  DED-IVKEY  SKD-KEY.
           MOVE  SKD-DATE                  TO  DED-IDATE.
           MOVE  SKD-DNO                   TO  DED-IDNO.
           MOVE  WK-MREF                   TO  DED-RCNO.
           MOVE  WK-TODAY8                 TO  DED-DATE.
           MOVE  WK-DEDAMT                 TO  DED-AMT.
           MOVE  0                         TO  DED-RSN.
           MOVE  0                         TO  DED-STAT.
           CALL "DB_Insert" USING
            DEDC_PNAME1 DEDC_LNAME DED-R RETURNING RET.
           IF  RET  =  1
               DISPLAY  "DSP-089 JT-DEDC INSERT FAILED CUST="
                   DED-TCD  " INV="  DED-IDNO
               MOVE  0  TO  DED-NO
           ELSE
               ADD  1  TO  WS-DED-CNT
           END-IF.
           MOVE  WK-RCP-TCD (RI)  TO  RPT-TCD.
           MOVE  WK-RCP-DNO (RI)  TO  RPT-DNO.
           MOVE  WK-DEDAMT        TO  RPT-AMT.
           MOVE  SPACE            TO  RPT-MSG.
           STRING  "SHORT - CLAIM "  DED-NO
               DELIMITED  BY  SIZE  INTO  RPT-MSG.
           MOVE  SK-RPT-DET       TO  SK-RPT-LINE.
           WRITE  SK-RPT-LINE.
       DED-EXT.
           EXIT.
       END-RTN.
           CALL "DB_F_Close" USING
            BY REFERENCE SKDF_IDLST SKDF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE DEDC_IDLST DEDC_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE FCTL-F_IDLST FCTL-F_PNAME1.
           MOVE  WS-MTC-CNT  TO  RPT-SUM-MTC.
           MOVE  WS-EXC-CNT  TO  RPT-SUM-EXC.
           MOVE  WS-DED-CNT  TO  RPT-SUM-DED.
           MOVE  SK-RPT-SUM  TO  SK-RPT-LINE.
           WRITE  SK-RPT-LINE.
           CLOSE  SK-RPT-FILE.
