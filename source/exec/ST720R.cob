      *        SO COSTING GAPS ARE VISIBLE INSTEAD OF SILENTLY
      *        INFLATING THE MARGIN.
      *        OPTIONAL ARGUMENTS GIVE THE STRN-01 DATE RANGE.
      *        A DELIVERY TO A CONSIGNMENT CUSTOMER IS NOT A SALE
      *        AND IS LEFT OUT (LPCNS); ONLY THE ZK850U SELL-
      *        THROUGH ROWS COUNT.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
               03  WK-CUS-CST       PIC S9(11).
               03  WK-CUS-DONE      PIC  9(01).
       COPY    LNSTRN.
       COPY    LITKM.
       COPY    LWCNS.
       COPY    LIJM.
      *****
       01  ST-RPT-HDR.
           CALL "DB_F_Open" USING
            "INPUT" HN-STRN_PNAME1 "SHARED" BY REFERENCE
            HN-STRN_IDLST "1" "STRN-20" BY REFERENCE STRN-20.
           CALL "DB_F_Open" USING
            "INPUT" TK-M_PNAME1 "SHARED" BY REFERENCE TK-M_IDLST "1"
            "TK-KEY" BY REFERENCE TK-KEY.
           CALL "DB_F_Open" USING
            "INPUT" J-M_PNAME1 "SHARED" BY REFERENCE J-M_IDLST "1"
            "J-JCD" BY REFERENCE J-JCD.
           IF  STRN-01  <  WK-DATE-FR  OR  STRN-01  >  WK-DATE-TO
               GO  TO  ST-10
           END-IF.
      *        A CONSIGNMENT DELIVERY IS NOT A SALE (LPCNS).
           PERFORM  CNW-RTN  THRU  CNW-EXT.
           IF  CNW-SKIP  =  1
               GO  TO  ST-10
           END-IF.
           MOVE  STRN-03  TO  J-JCD.
           CALL "DB_Read" USING
            "INVALID" J-M_PNAME1 BY REFERENCE J-R "UNLOCK"
       RANK-ENT.
           CALL "DB_F_Close" USING
            BY REFERENCE HN-STRN_IDLST HN-STRN_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE TK-M_IDLST TK-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE J-M_IDLST J-M_PNAME1.
           MOVE  0  TO  WK-RANK.
       RANK-10.
           CLOSE  ST-RPT-FILE.
           CALL "DB_Close".
           STOP  RUN.
       COPY  LPCNS.
