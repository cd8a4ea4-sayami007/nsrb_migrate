       COPY    LIPRBL.
       COPY    LWABND.
       COPY    LIOPAU.
       COPY    LICTLT.
       COPY    LWCTLT.
      *
       77  USER_ID                 PIC  X(006) VALUE SPACE.
       77  COMPLETION_CODE         PIC  X(003) VALUE ZERO.
               CALL "DB_Close"
               STOP  RUN
           END-IF.
      *****
      *    CONTROL TOTALS -- SEE LPCTLT.  IN THE NB700U CHAIN
      *    BUGEN-F MUST STILL HOLD WHAT THE NB720U BACKUP STEP
      *    COUNTED, OR NOTHING IS POSTED.
           PERFORM  CTW-CHN-RTN  THRU  CTW-CHN-EXT.
           PERFORM  CTL-BU-RTN  THRU  CTL-BU-EXT.
           MOVE  CTW-OUTCNT  TO  CTW-INCNT.
           MOVE  CTW-OUTAMT  TO  CTW-INAMT.
           MOVE  CTW-OUTQTY  TO  CTW-INQTY.
           MOVE  "BUGENF"  TO  CTW-FILE.
           MOVE  "NB720U"  TO  CTW-FROM.
           PERFORM  CTW-VFY-RTN  THRU  CTW-VFY-EXT.
           IF  CTW-ST  =  "M"
               IF  BATCH-SW  =  1
                   MOVE  "CONTROL TOTALS OFF"  TO  LOG-MSG
                   PERFORM  LOG-RTN  THRU  LOG-EXT
                   CLOSE  BU-LOG-FILE
               END-IF
               DISPLAY  CTW-MSG
               CALL "C3_Set_Jrcode" USING
                USER_ID BY REFERENCE COMPLETION_CODE 255
               MOVE  16  TO  RETURN-CODE
               CALL "DB_Close"
               STOP  RUN
           END-IF.
           PERFORM  RUNL-ST-RTN  THRU  RUNL-ST-EXT.
           PERFORM  AUTH-RTN  THRU  AUTH-EXT.
      *
           WRITE  BU-RPT-LINE.
           PERFORM  RUNL-EN-RTN  THRU  RUNL-EN-EXT.
           PERFORM  CLSE-ENT  THRU  CLSE-EXT.
      *        A LIVE POSTING HANDS BUGEN-F ON (NO PROOF -- THE
      *        MONTH'S ACTUALS ARE ZEROED AND REBUILT).
           IF  NORMAL-END-SW  =  1  AND  DRY-SW  NOT =  "1"
               PERFORM  CTL-BU-RTN  THRU  CTL-BU-EXT
               MOVE  "BUGENF"  TO  CTW-FILE
               COMPUTE  CTW-UPDCNT  =  WS-UPD-CNT  +  WS-INS-CNT
               MOVE  SPACE  TO  CTW-PRF
               PERFORM  CTW-PUT-RTN  THRU  CTW-PUT-EXT
           END-IF.
           CALL "DB_Close".
           STOP   RUN.
      *****
      *    BUGEN-F CONTROL TOTALS INTO CTW-OUT*.
       CTL-BU-RTN.
           MOVE  0  TO  CTW-OUTCNT  CTW-OUTAMT  CTW-OUTQTY.
           CALL "DB_F_Open" USING
            "INPUT" BUGEN-F_PNAME1 "SHARED" BY REFERENCE
            BUGEN-F_IDLST "1" "BU-KEY" BY REFERENCE BU-KEY.
       CTL-BU-10.
           CALL "DB_Read" USING
            "NEXT AT END" BUGEN-F_PNAME1 BY REFERENCE BU-REC "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  CTL-BU-90
           END-IF.
           ADD  1         TO  CTW-OUTCNT.
           ADD  BU-TOGET  TO  CTW-OUTAMT.
           ADD  BU-TOUKI  TO  CTW-OUTQTY.
           GO  TO  CTL-BU-10.
       CTL-BU-90.
           CALL "DB_F_Close" USING
            BY REFERENCE BUGEN-F_IDLST BUGEN-F_PNAME1.
       CTL-BU-EXT.
           EXIT.
      *****
      *    PERIOD LOCK CHECK -- FCTL "CYYMM" RECORD, SEE PR590U
      *    FUNCTION L.  THE FCTL FILE IS ALREADY OPEN; THE LAST
      *    ANSWER IS CACHED SO A MONTH COSTS ONE READ.
           EXIT.
       COPY  LPMSG_PR.
       COPY  LPILCK  REPLACING  ==ILCK-PGM==  BY  =="PR530U"==.
       COPY  LPCTLT  REPLACING  ==CTLT-PGM==  BY  =="PR530U"==.
       COPY  LPABND  REPLACING  ==ABND-PGM==  BY  =="PR530U"==.
