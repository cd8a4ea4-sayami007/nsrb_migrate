      *        FOR LEVEL 1, 13 (BR22) FOR LEVEL 2, 14 (BR3) FOR
      *        LEVEL 3.  RETURNS (STRN-09 = 1) SUBTRACT.
      *        OPTIONAL ARGUMENTS GIVE THE STRN-01 DATE RANGE.
      *        A DELIVERY TO A CONSIGNMENT CUSTOMER IS NOT A SALE
      *        AND IS LEFT OUT (LPCNS); ONLY THE ZK850U SELL-
      *        THROUGH ROWS COUNT.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
               03  WK-CLS-AMT       PIC S9(11).
               03  WK-CLS-DONE      PIC  9(01).
       COPY    LNSTRN.
       COPY    LITKM.
       COPY    LWCNS.
       COPY    LIHKBM.
      *****
       01  ST-RPT-HDR.
           CALL "DB_F_Open" USING
            "INPUT" HN-STRN_PNAME1 "SHARED" BY REFERENCE
            HN-STRN_IDLST "1" "STRN-20" BY REFERENCE STRN-20.
           CALL "DB_F_Open" USING
            "INPUT" TK-M_PNAME1 "SHARED" BY REFERENCE TK-M_IDLST "1"
            "TK-KEY" BY REFERENCE TK-KEY.
           CALL "DB_F_Open" USING
            "INPUT" HKBM_PNAME1 "SHARED" BY REFERENCE HKBM_IDLST "1"
            "HKB-KEY" BY REFERENCE HKB-KEY.
           IF  STRN-01  <  WK-DATE-FR  OR  STRN-01  >  WK-DATE-TO
               GO  TO  ST-10
           END-IF.
      *        A CONSIGNMENT DELIVERY IS NOT A SALE (LPCNS).
           PERFORM  CNW-RTN  THRU  CNW-EXT.
           IF  CNW-SKIP  =  1
               GO  TO  ST-10
           END-IF.
           MOVE  1  TO  WK-LVL.
           COMPUTE  WK-CODE  =  STRN-151  *  10000.
           PERFORM  ACC-RTN  THRU  ACC-EXT.
       RANK-ENT.
           CALL "DB_F_Close" USING
            BY REFERENCE HN-STRN_IDLST HN-STRN_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE TK-M_IDLST TK-M_PNAME1.
           MOVE  0  TO  WK-LVL.
       RANK-10.
           ADD  1  TO  WK-LVL.
           CLOSE  ST-RPT-FILE.
           CALL "DB_Close".
           STOP  RUN.
       COPY  LPCNS.
