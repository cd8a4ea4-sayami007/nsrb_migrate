      *****************************************************
      *****   AUTO-CLOSE FULLY SHIPPED JOLJF11 LINES   *****
      *****************************************************
      *        BEFORE ANY LINE IS CLOSED THE FILE IS TOTALLED AND
      *        CHECKED AGAINST WHAT THE NB720U JOLJF BACKUP HANDED
      *        ON (JT-CTLT, SEE LPCTLT); A MISMATCH ENDS THE RUN
      *        WITH RETURN CODE 16 AND NOTHING CLOSED.  CLOSING
      *        ONLY SETS FLAGS, SO THE FILE HANDED ON TO NB790U
      *        MUST CARRY THE SAME COUNT AND QUANTITY TOTALS AS
      *        IT CAME IN WITH.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       COPY    LICKPT.
       COPY    LIPRBL.
       COPY    LWABND.
       COPY    FCTL.
       COPY    LICTLT.
       COPY    LWCTLT.
      *****
       01  JF-RPT-HDR.
           02  FILLER          PIC  X(30)  VALUE
       01  JF-RPT-SUM.
           02  FILLER          PIC  X(20)  VALUE  "TOTAL CLOSED=".
           02  RPT-SUM-CNT     PIC  ZZZZZZ9.
       01  JF-RPT-BAL.
           02  FILLER          PIC  X(20)  VALUE  "CONTROL TOTALS  IN=".
           02  RPT-BAL-IN      PIC  ZZZZZZZZ9.
           02  FILLER          PIC  X(05)  VALUE  " OUT=".
           02  RPT-BAL-OUT     PIC  ZZZZZZZZ9.
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-BAL-MSG     PIC  X(20).
       01  JF-RPT-EXC.
           02  RPT-EXC-CUST    PIC  9(06).
           02  FILLER          PIC  X(04)  VALUE  SPACE.
       MOVE  JF-RPT-HDR  TO  JF-RPT-LINE.
       WRITE  JF-RPT-LINE.
       PERFORM  CKP-READ  THRU  CKP-READ-EXT.
       PERFORM  CTW-CHN-RTN  THRU  CTW-CHN-EXT.
       PERFORM  CTL-IN-RTN  THRU  CTL-IN-EXT.
       IF  CTW-ST  =  "M"
           MOVE  CTW-MSG  TO  JF-RPT-LINE
           WRITE  JF-RPT-LINE
           CLOSE  JF-RPT-FILE
           MOVE  16  TO  RETURN-CODE
           CALL "DB_Close"
           STOP  RUN
       END-IF.
      *
           CALL "DB_F_Open" USING
            "I-O" JOLJF_PNAME1 "SHARED" BY REFERENCE JOLJF_IDLST "1"
           IF  RET = 1
               GO  TO  END-RTN
           END-IF.
           ADD  1            TO  CTW-OUTCNT.
           ADD  JOLJF11-132  TO  CTW-OUTAMT.
           ADD  JOLJF11-122  TO  CTW-OUTQTY.
           IF  JOLJF11-17  NOT =  0
               GO  TO  ST-10
           END-IF.
           MOVE  WS-CLS-CNT  TO  RPT-SUM-CNT.
           MOVE  JF-RPT-SUM  TO  JF-RPT-LINE.
           WRITE  JF-RPT-LINE.
           CALL "DB_F_Close" USING
            BY REFERENCE JOLJF_IDLST JOLJF_PNAME1.
      *        HAND-OFF TO NB790U.
           MOVE  "JOLJF"     TO  CTW-FILE.
           MOVE  WS-CLS-CNT  TO  CTW-UPDCNT.
           IF  CTW-OUTCNT  =  CTW-INCNT
           AND  CTW-OUTAMT  =  CTW-INAMT
           AND  CTW-OUTQTY  =  CTW-INQTY
               MOVE  "B"  TO  CTW-PRF
               MOVE  "IN BALANCE"  TO  RPT-BAL-MSG
           ELSE
               MOVE  "U"  TO  CTW-PRF
               MOVE  "*** OUT OF BALANCE"  TO  RPT-BAL-MSG
               MOVE  16  TO  RETURN-CODE
           END-IF.
           PERFORM  CTW-PUT-RTN  THRU  CTW-PUT-EXT.
           MOVE  CTW-INCNT   TO  RPT-BAL-IN.
           MOVE  CTW-OUTCNT  TO  RPT-BAL-OUT.
           MOVE  JF-RPT-BAL  TO  JF-RPT-LINE.
           WRITE  JF-RPT-LINE.
           CLOSE  JF-RPT-FILE.
           CALL "DB_Close".
           STOP  RUN.
      *****
           CLOSE  CKP-FILE.
       CKP-CLEAR-EXT.
           EXIT.
      *****
      *    CONTROL TOTALS OF JOLJF AS FOUND, CHECKED AGAINST THE
      *    NB720U BACKUP'S HAND-OFF.
       CTL-IN-RTN.
           CALL "DB_F_Open" USING
            "INPUT" JOLJF_PNAME1 "SHARED" BY REFERENCE JOLJF_IDLST "1"
            "JOLJF11-KEYW" BY REFERENCE JOLJF11-KEYW.
       CTL-IN-10.
           CALL "DB_Read" USING
            "NEXT AT END" JOLJF_PNAME1 BY REFERENCE JOLJF11-REC
            "UNLOCK" RETURNING RET.
           IF  RET = 1
               GO  TO  CTL-IN-90
           END-IF.
           ADD  1            TO  CTW-INCNT.
           ADD  JOLJF11-132  TO  CTW-INAMT.
           ADD  JOLJF11-122  TO  CTW-INQTY.
           GO  TO  CTL-IN-10.
       CTL-IN-90.
           CALL "DB_F_Close" USING
            BY REFERENCE JOLJF_IDLST JOLJF_PNAME1.
           MOVE  "JOLJF"   TO  CTW-FILE.
           MOVE  "NB720U"  TO  CTW-FROM.
           PERFORM  CTW-VFY-RTN  THRU  CTW-VFY-EXT.
       CTL-IN-EXT.
           EXIT.
       COPY  LPCTLT  REPLACING  ==CTLT-PGM==  BY  =="JF610U"==.
       COPY  LPABND  REPLACING  ==ABND-PGM==  BY  =="JF610U"==.
