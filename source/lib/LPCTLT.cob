      *****************************************************
      *****   STEP CONTROL TOTAL ROUTINES  ( LPCTLT )  *****
      *****************************************************
      *    COPY INTO THE PROCEDURE DIVISION WITH
      *        COPY LPCTLT REPLACING ==CTLT-PGM== BY =="XXXXXX"==.
      *    DATA IN LWCTLT, LICTLT AND FCTL.  EACH ROUTINE OPENS
      *    AND CLOSES ITS OWN FILES; CTW-CHN-RTN MUST RUN BEFORE
      *    THE PROGRAM OPENS FCTL FOR ITSELF.
      *****
      *    CHAIN TEST -- AN NB700U STEP STATUS RECORD (FCTL
      *    "STPNN") MARKED RUNNING MEANS THIS RUN IS THAT STEP.
       CTW-CHN-RTN.
           MOVE  0  TO  CTW-CHN.
           CALL "DB_F_Open" USING
            "INPUT" FCTL-F_PNAME1 "SHARED" BY REFERENCE FCTL-F_IDLST
            "1" "FCTL-KEY" BY REFERENCE FCTL-KEY.
           MOVE  1  TO  CTW-SI.
       CTW-CHN-10.
           IF  CTW-SI  >  20
               GO  TO  CTW-CHN-90
           END-IF.
           MOVE  "STP"   TO  FCTL-KEY1 (1:3).
           MOVE  CTW-SI  TO  FCTL-KEY1 (4:2).
           CALL "DB_Read" USING
            "INVALID" FCTL-F_PNAME1 BY REFERENCE FCTL-REC "UNLOCK"
            RETURNING RET.
           IF  RET  =  0  AND  FCTL-STST  =  1
               MOVE  1  TO  CTW-CHN
               GO  TO  CTW-CHN-90
           END-IF.
           ADD  1  TO  CTW-SI.
           GO  TO  CTW-CHN-10.
       CTW-CHN-90.
           CALL "DB_F_Close" USING
            BY REFERENCE FCTL-F_IDLST FCTL-F_PNAME1.
       CTW-CHN-EXT.
           EXIT.
      *****
      *    HAND-OFF -- THIS STEP'S RECORD FOR CTW-FILE IS
      *    REPLACED AND LEFT UNCHECKED FOR THE NEXT STEP.
       CTW-PUT-RTN.
           CALL "DB_F_Open" USING
            "I-O" CTLT_PNAME1 "SHARED" BY REFERENCE CTLT_IDLST "1"
            "CTL-KEY" BY REFERENCE CTL-KEY.
           MOVE  CTLT-PGM  TO  CTL-PGM.
           MOVE  CTW-FILE  TO  CTL-FILE.
           CALL "DB_Read" USING
            "INVALID" CTLT_PNAME1 BY REFERENCE CTL-R " "
            RETURNING RET.
           MOVE  RET  TO  CTW-SI.
           INITIALIZE  CTL-R.
           MOVE  CTLT-PGM    TO  CTL-PGM.
           MOVE  CTW-FILE    TO  CTL-FILE.
           ACCEPT  CTL-DATE  FROM  DATE.
           ACCEPT  CTL-TIME  FROM  TIME.
           MOVE  CTW-CHN     TO  CTL-CHN.
           MOVE  CTW-INCNT   TO  CTL-INCNT.
           MOVE  CTW-INAMT   TO  CTL-INAMT.
           MOVE  CTW-INQTY   TO  CTL-INQTY.
           MOVE  CTW-UPDCNT  TO  CTL-UPDCNT.
           MOVE  CTW-OUTCNT  TO  CTL-OUTCNT.
           MOVE  CTW-OUTAMT  TO  CTL-OUTAMT.
           MOVE  CTW-OUTQTY  TO  CTL-OUTQTY.
           MOVE  CTW-PRF     TO  CTL-PRF.
           MOVE  SPACE       TO  CTL-VST.
           MOVE  SPACE       TO  CTL-VPGM.
           IF  CTW-SI  =  1
               CALL "DB_Insert" USING
                CTLT_PNAME1 CTLT_LNAME CTL-R RETURNING RET
           ELSE
               CALL "DB_Update" USING
                CTLT_PNAME1 CTLT_LNAME CTL-R RETURNING RET
           END-IF.
           CALL "DB_F_Close" USING BY REFERENCE CTLT_IDLST CTLT_PNAME1.
       CTW-PUT-EXT.
           EXIT.
      *****
      *    CHECK ON OPEN -- THE TOTALS JUST FOUND (CTW-IN*)
      *    AGAINST WHAT CTW-FROM HANDED ON FOR CTW-FILE.
       CTW-VFY-RTN.
           MOVE  "N"    TO  CTW-ST.
           MOVE  SPACE  TO  CTW-MSG.
           IF  CTW-CHN  =  0
               GO  TO  CTW-VFY-EXT
           END-IF.
           CALL "DB_F_Open" USING
            "I-O" CTLT_PNAME1 "SHARED" BY REFERENCE CTLT_IDLST "1"
            "CTL-KEY" BY REFERENCE CTL-KEY.
           MOVE  CTW-FROM  TO  CTL-PGM.
           MOVE  CTW-FILE  TO  CTL-FILE.
           CALL "DB_Read" USING
            "INVALID" CTLT_PNAME1 BY REFERENCE CTL-R " "
            RETURNING RET.
           IF  RET  =  1
               GO  TO  CTW-VFY-90
           END-IF.
           IF  CTL-CHN  NOT =  1  OR  CTL-VST  =  "V"
               GO  TO  CTW-VFY-90
           END-IF.
           IF  CTW-INCNT  =  CTL-OUTCNT
           AND  CTW-INAMT  =  CTL-OUTAMT
           AND  CTW-INQTY  =  CTL-OUTQTY
               MOVE  "V"  TO  CTW-ST
           ELSE
               MOVE  "M"  TO  CTW-ST
           END-IF.
           MOVE  CTW-ST      TO  CTL-VST.
           MOVE  CTLT-PGM    TO  CTL-VPGM.
           ACCEPT  CTL-VDATE  FROM  DATE.
           ACCEPT  CTL-VTIME  FROM  TIME.
           MOVE  CTW-INCNT   TO  CTL-VCNT.
           MOVE  CTW-INAMT   TO  CTL-VAMT.
           MOVE  CTW-INQTY   TO  CTL-VQTY.
           CALL "DB_Update" USING
            CTLT_PNAME1 CTLT_LNAME CTL-R RETURNING RET.
           IF  CTW-ST  =  "M"
               MOVE  CTL-OUTCNT  TO  CTW-E-CNT
               MOVE  CTW-INCNT   TO  CTW-E-VCNT
               IF  CTW-INCNT  =  CTL-OUTCNT
                   STRING  "*** CONTROL TOTALS OFF: "  CTW-FILE
                       " FROM "  CTW-FROM
                       " AMOUNT/QUANTITY HASH DIFFERS"
                       DELIMITED  BY  SIZE  INTO  CTW-MSG
               ELSE
                   STRING  "*** CONTROL TOTALS OFF: "  CTW-FILE
                       " FROM "  CTW-FROM  " RECS"  CTW-E-CNT
                       " FOUND"  CTW-E-VCNT  DELIMITED  BY  SIZE
                       INTO  CTW-MSG
               END-IF
           END-IF.
       CTW-VFY-90.
           CALL "DB_F_Close" USING BY REFERENCE CTLT_IDLST CTLT_PNAME1.
       CTW-VFY-EXT.
           EXIT.
