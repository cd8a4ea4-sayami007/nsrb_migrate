      *        (SALES, RETURNS, NET COMMISSION) FOLLOWED BY THE
      *        ONE-LINE-PER-STAFF PAYROLL SUMMARY -- THE
      *        COMMISSION SPREADSHEET RETIRES.
      *        EACH STATEMENT PRINTS ON A PAGE OF ITS OWN (AND THE
      *        SUMMARY ON ANOTHER) THROUGH LWHDR, SO THE PRINT IS
      *        ARCHIVED ON JT-RARC AND THE RL740U DISTRIBUTION RUN
      *        CAN HAND EACH SALESPERSON THEIR OWN STATEMENT
      *        ("STAFF=NN" AT COLUMN 25).
      *        A SALE IS CREDITED TO THE STAFF MEMBER ASSIGNED TO
      *        THE CUSTOMER ON ITS DATE BY THE JT-TERH TERRITORY
      *        HISTORY (LPTERH), NOT THE CUSTOMER'S CURRENT STAFF;
      *        BEFORE ANY HISTORY, TO ITS STRN-17.
      *        A DELIVERY TO A CONSIGNMENT CUSTOMER IS NOT A SALE
      *        AND IS LEFT OUT (LPCNS); ONLY THE ZK850U SELL-
      *        THROUGH ROWS COUNT.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
               03  CM-RTN        PIC S9(10).
               03  CM-COMI       PIC S9(09).
       COPY    LNSTRN.
       COPY    LITKM.
       COPY    LWCNS.
       COPY    LICOMM.
       COPY    LITERH.
       COPY    LWTERH.
       COPY    LIRUNL.
       COPY    LWHDR.
      *****
       01  ST-RPT-HDR.
           02  FILLER          PIC  X(28)  VALUE
           MOVE  WK-TODAY (1:4)  TO  WK-YM
           END-IF.
       MOVE  WK-YM  TO  RPT-HDR-YM.
       MOVE  "ST750R"  TO  HDR-PGMID.
       MOVE  "SALES COMMISSION RUN"  TO  HDR-TITLE.
       PERFORM  HDR-INIT-RTN  THRU  HDR-INIT-EXT.
       PERFORM  RUNL-ST-RTN  THRU  RUNL-ST-EXT.
           CALL "DB_F_Open" USING
            "INPUT" HN-STRN_PNAME1 "SHARED" BY REFERENCE
            HN-STRN_IDLST "1" "STRN-20" BY REFERENCE STRN-20.
           CALL "DB_F_Open" USING
            "INPUT" TK-M_PNAME1 "SHARED" BY REFERENCE TK-M_IDLST "1"
            "TK-KEY" BY REFERENCE TK-KEY.
           CALL "DB_F_Open" USING
            "INPUT" COMM_PNAME1 "SHARED" BY REFERENCE COMM_IDLST "1"
            "COM-KEY" BY REFERENCE COM-KEY.
           PERFORM  TRW-LD-RTN  THRU  TRW-LD-EXT.
       ST-10.
           CALL "DB_Read" USING
            "NEXT AT END" HN-STRN_PNAME1 BY REFERENCE STRN-R "UNLOCK"
           IF  STRN-01 (3:4)  NOT =  WK-YM
               GO  TO  ST-10
           END-IF.
      *        A CONSIGNMENT DELIVERY IS NOT A SALE (LPCNS).
           PERFORM  CNW-RTN  THRU  CNW-EXT.
           IF  CNW-SKIP  =  1
               GO  TO  ST-10
           END-IF.
           MOVE  STRN-02  TO  TRW-TCD.
           MOVE  STRN-01  TO  TRW-DATE.
           MOVE  STRN-17  TO  TRW-TNC.
           PERFORM  TRW-FND-RTN  THRU  TRW-FND-EXT.
           MOVE  TRW-TNC  TO  STRN-17.
      *        RATE -- CLASS-SPECIFIC WINS, STAFF DEFAULT (00)
      *        OTHERWISE, NOTHING ON FILE EARNS NOTHING.
           MOVE  STRN-17   TO  COM-TNC.
       END-RTN.
           CALL "DB_F_Close" USING
            BY REFERENCE HN-STRN_IDLST HN-STRN_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE TK-M_IDLST TK-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE COMM_IDLST COMM_PNAME1.
      *****
      *    STATEMENT PER SALESPERSON, THEN THE PAYROLL SUMMARY,
      *    EACH ON A NEW PAGE.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  WS-TBL-CNT
               MOVE  HDR-DEPTH   TO  HDR-LINECNT
               MOVE  ST-RPT-HDR  TO  ST-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
               MOVE  ST-RPT-SEP  TO  ST-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
               MOVE  CM-TNC (I)  TO  RPT-TNC
               MOVE  ST-RPT-STF  TO  ST-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
               MOVE  "SALES"      TO  RPT-LABEL
               MOVE  CM-SALE (I)  TO  RPT-AMT
               MOVE  ST-RPT-DET   TO  ST-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
               MOVE  "RETURNS"    TO  RPT-LABEL
               MOVE  CM-RTN (I)   TO  RPT-AMT
               MOVE  ST-RPT-DET   TO  ST-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
               MOVE  "COMMISSION"  TO  RPT-LABEL
               MOVE  CM-COMI (I)  TO  RPT-AMT
               MOVE  ST-RPT-DET   TO  ST-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
           END-PERFORM.
           MOVE  HDR-DEPTH   TO  HDR-LINECNT.
           MOVE  ST-RPT-HDR  TO  ST-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  ST-RPT-SEP  TO  ST-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  "PAYROLL SUMMARY"  TO  RPT-TTL.
           MOVE  ST-RPT-TTL  TO  ST-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  WS-TBL-CNT
               MOVE  CM-TNC (I)   TO  PAY-TNC
               MOVE  CM-SALE (I)  TO  PAY-SALE
               MOVE  CM-RTN (I)   TO  PAY-RTN
               MOVE  CM-COMI (I)  TO  PAY-COMI
               MOVE  ST-RPT-PAY   TO  ST-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
           END-PERFORM.
           PERFORM  HDR-TRL-RTN  THRU  HDR-TRL-EXT.
           CLOSE  ST-RPT-FILE.
           PERFORM  RUNL-EN-RTN  THRU  RUNL-EN-EXT.
           CALL "DB_Close".
           CALL "DB_F_Close" USING BY REFERENCE RUNL_IDLST RUNL_PNAME1.
       RUNL-EN-EXT.
           EXIT.
       COPY  LPHDR  REPLACING  ==RPT-LINE==  BY  ==ST-RPT-LINE==.
       COPY  LPTERH.
       COPY  LPCNS.
