      *        IS WRITTEN WITH THE COUNT, AND GENERATIONS BEYOND
      *        THE RETENTION ARE DROPPED OLDEST FIRST.  NB730U
      *        PUTS A CHOSEN GENERATION BACK.
      *        THE TARGET'S RECORD COUNT AND HASH TOTALS AS COPIED
      *        ARE HANDED ON ON JT-CTLT (SEE LPCTLT) -- THE
      *        UPDATING STEP THAT FOLLOWS THE BACKUP IN THE NB700U
      *        CHAIN CHECKS THEM BEFORE IT STARTS, SO THE FILE IT
      *        CHANGES IS PROVEN TO BE THE ONE JUST SAVED.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       COPY    LJOLJF.
       COPY    LIGBK.
       COPY    LIRUNL.
       COPY    FCTL.
       COPY    LICTLT.
       COPY    LWCTLT.
      *****
       01  NB-RPT-HDR.
           02  FILLER          PIC  X(26)  VALUE
               CALL "DB_Close"
               STOP  RUN
           END-IF.
       PERFORM  CTW-CHN-RTN  THRU  CTW-CHN-EXT.
       PERFORM  RUNL-ST-RTN  THRU  RUNL-ST-EXT.
           CALL "DB_F_Open" USING
            "I-O" GBKH_PNAME1 "SHARED" BY REFERENCE GBKH_IDLST
           IF  WS-ERR-SW  =  1
               MOVE  16  TO  RETURN-CODE
           END-IF.
      *        HAND-OFF -- THE TARGET PASSES ON UNCHANGED; EVERY
      *        RECORD READ MUST HAVE BEEN SAVED.
           MOVE  WK-TARGET   TO  CTW-FILE.
           MOVE  WS-BCK-CNT  TO  CTW-UPDCNT.
           MOVE  CTW-INCNT   TO  CTW-OUTCNT.
           MOVE  CTW-INAMT   TO  CTW-OUTAMT.
           MOVE  CTW-INQTY   TO  CTW-OUTQTY.
           IF  CTW-UPDCNT  =  CTW-INCNT
               MOVE  "B"  TO  CTW-PRF
           ELSE
               MOVE  "U"  TO  CTW-PRF
           END-IF.
           PERFORM  CTW-PUT-RTN  THRU  CTW-PUT-EXT.
           PERFORM  RUNL-EN-RTN  THRU  RUNL-EN-EXT.
           CALL "DB_Close".
           STOP  RUN.
           IF  RET = 1
               GO  TO  BU-BCK-90
           END-IF.
           ADD  1  TO  CTW-INCNT.
           ADD  BU-TOGET  TO  CTW-INAMT.
           ADD  BU-TOUKI  TO  CTW-INQTY.
           MOVE  SPACE   TO  GBK-RAWDATA.
           MOVE  BU-REC  TO  GBK-RAWDATA.
           PERFORM  GBK-PUT  THRU  GBK-PUT-EXT.
           IF  RET = 1
               GO  TO  TT-BCK-90
           END-IF.
           ADD  1  TO  CTW-INCNT.
           ADD  TT-TUZ  TO  CTW-INAMT.
           ADD  TT-TUA  TO  CTW-INQTY.
           MOVE  SPACE  TO  GBK-RAWDATA.
           MOVE  TT-R   TO  GBK-RAWDATA.
           PERFORM  GBK-PUT  THRU  GBK-PUT-EXT.
           IF  RET = 1
               GO  TO  JM-BCK-90
           END-IF.
           ADD  1  TO  CTW-INCNT.
           MOVE  SPACE  TO  GBK-RAWDATA.
           MOVE  J-R    TO  GBK-RAWDATA.
           PERFORM  GBK-PUT  THRU  GBK-PUT-EXT.
           IF  RET = 1
               GO  TO  JF-BCK-90
           END-IF.
           ADD  1  TO  CTW-INCNT.
           ADD  JOLJF11-132  TO  CTW-INAMT.
           ADD  JOLJF11-122  TO  CTW-INQTY.
           MOVE  SPACE        TO  GBK-RAWDATA.
           MOVE  JOLJF11-REC  TO  GBK-RAWDATA.
           PERFORM  GBK-PUT  THRU  GBK-PUT-EXT.
           CALL "DB_F_Close" USING BY REFERENCE RUNL_IDLST RUNL_PNAME1.
       RUNL-EN-EXT.
           EXIT.
       COPY  LPCTLT  REPLACING  ==CTLT-PGM==  BY  =="NB720U"==.
