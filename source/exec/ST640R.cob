      *****************************************************
      *****   STRAN SIZE-TOTAL VALIDATION REPORT       *****
      *****************************************************
      *        THE RECORD COUNT AND THE STRN-08 AMOUNT AND
      *        STRN-06 QUANTITY TOTALS OF THE FILE AS VALIDATED
      *        ARE HANDED ON TO ST700U ON JT-CTLT (SEE LPCTLT),
      *        WHICH CHECKS THEM BEFORE IT POSTS.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       77  WK-SZSUM        PIC  S9(05)  VALUE  0.
       77  WS-EXC-CNT      PIC  9(07)  VALUE  0.
       COPY    LNSTRN.
       COPY    FCTL.
       COPY    LICTLT.
       COPY    LWCTLT.
      *****
       01  ST-RPT-HDR.
           02  FILLER          PIC  X(30)  VALUE
       OPEN  OUTPUT  ST-RPT-FILE.
       MOVE  ST-RPT-HDR  TO  ST-RPT-LINE.
       WRITE  ST-RPT-LINE.
       PERFORM  CTW-CHN-RTN  THRU  CTW-CHN-EXT.
      *
           CALL "DB_F_Open" USING
            "INPUT" HN-STRN_PNAME1 "SHARED" BY REFERENCE
           IF  RET = 1
               GO  TO  END-RTN
           END-IF.
           ADD  1        TO  CTW-INCNT.
           ADD  STRN-08  TO  CTW-INAMT.
           ADD  STRN-06  TO  CTW-INQTY.
           MOVE  0  TO  WK-SZSUM.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  10
               ADD  STRN-051 (I)  TO  WK-SZSUM
           CLOSE  ST-RPT-FILE.
           CALL "DB_F_Close" USING
            BY REFERENCE HN-STRN_IDLST HN-STRN_PNAME1.
      *        HAND-OFF -- A VALIDATING STEP PASSES THE FILE ON
      *        AS IT FOUND IT.
           MOVE  "STRAN"     TO  CTW-FILE.
           MOVE  0           TO  CTW-UPDCNT.
           MOVE  CTW-INCNT   TO  CTW-OUTCNT.
           MOVE  CTW-INAMT   TO  CTW-OUTAMT.
           MOVE  CTW-INQTY   TO  CTW-OUTQTY.
           MOVE  SPACE       TO  CTW-PRF.
           PERFORM  CTW-PUT-RTN  THRU  CTW-PUT-EXT.
           CALL "DB_Close".
           STOP  RUN.
       COPY  LPCTLT  REPLACING  ==CTLT-PGM==  BY  =="ST640R"==.
