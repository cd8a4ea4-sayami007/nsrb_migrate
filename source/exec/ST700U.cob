      *        ENTRY, NEVER THROUGH STRAN.  EVERY POSTING PRINTS
      *        AN AUDIT LINE (OLD/NEW RECEIVABLE BALANCE), THE
      *        SAME IDEA AS PR530U'S BU530U REPORT.
      *        BEFORE ANYTHING IS POSTED, STRAN AND TT-M ARE
      *        TOTALLED AND CHECKED AGAINST WHAT ST640R AND THE
      *        NB720U TT-M BACKUP HANDED ON (JT-CTLT, SEE LPCTLT);
      *        A MISMATCH ENDS THE RUN WITH RETURN CODE 16 AND
      *        NOTHING POSTED.  AFTERWARDS TT-M IS TOTALLED AGAIN:
      *        ITS TT-TUZ TOTAL MUST HAVE MOVED BY EXACTLY THE NET
      *        OF WHAT WAS POSTED, ITS TT-TUA TOTAL BY THE SALES,
      *        AND ITS COUNT BY THE INSERTS, OR THE RUN ENDS WITH
      *        RETURN CODE 16.
      *        A DELIVERY TO A CONSIGNMENT CUSTOMER (LPCNS) IS
      *        STILL OUR STOCK AND RAISES NO RECEIVABLE: IT IS
      *        LISTED AND LEFT OFF TT-M.  THE ZK850U SELL-THROUGH
      *        ROW POSTS AS AN ORDINARY SALE.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       77  WS-RD-CNT       PIC  9(07)  VALUE  0.
       77  WS-UPD-CNT      PIC  9(07)  VALUE  0.
       77  WS-INS-CNT      PIC  9(07)  VALUE  0.
       77  WS-CNS-CNT      PIC  9(07)  VALUE  0.
       77  WK-NEW-SW       PIC  9(01)  VALUE  0.
       77  WS-ERR-SW       PIC  9(01)  VALUE  0.
       77  WK-CKYM         PIC  9(04)  VALUE  0.
       77  WK-CKYM-L       PIC  9(04)  VALUE  9999.
       77  WK-CLOSED       PIC  9(01)  VALUE  0.
       77  WK-CLOSED-L     PIC  9(01)  VALUE  0.
       77  WK-NET          PIC S9(13)  VALUE  0.
       77  WK-SAL          PIC S9(11)  VALUE  0.
       COPY    LNSTRN.
       COPY    LITKM.
       COPY    LWCNS.
       COPY    LSTTM.
       COPY    FCTL.
       COPY    LISTRX.
       COPY    LWILCK.
       COPY    LIPRBL.
       COPY    LWABND.
       COPY    LICTLT.
       COPY    LWCTLT.
      *****
       01  ST-RPT-HDR.
           02  FILLER          PIC  X(24)  VALUE
               "*** CLOSED PERIOD SKIPPED ".
           02  FILLER          PIC  X(06)  VALUE  "TRAN=".
           02  RPT-CLS-NO      PIC  9(06).
       01  ST-RPT-CNS.
           02  FILLER          PIC  X(26)  VALUE
               "*** CONSIGNMENT, NO A/R   ".
           02  FILLER          PIC  X(06)  VALUE  "TRAN=".
           02  RPT-CNS-NO      PIC  9(06).
           02  FILLER          PIC  X(06)  VALUE  " CUST=".
           02  RPT-CNS-CUST    PIC  9(04).
       01  ST-RPT-BAL.
           02  FILLER          PIC  X(20)  VALUE
               "TT-M CONTROL   IN=".
           02  RPT-BAL-IN      PIC  ZZZZZZZZ9.
           02  FILLER          PIC  X(05)  VALUE  " OUT=".
           02  RPT-BAL-OUT     PIC  ZZZZZZZZ9.
           02  FILLER          PIC  X(06)  VALUE  " TUZ+".
           02  RPT-BAL-NET     PIC  -(12)9.
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-BAL-MSG     PIC  X(20).
       01  ST-RPT-SUM.
           02  FILLER          PIC  X(14)  VALUE  "SUMMARY READ=".
           02  RPT-SUM-RD      PIC  ZZZZZZ9.
           02  RPT-SUM-UPD     PIC  ZZZZZZ9.
           02  FILLER          PIC  X(11)  VALUE  " INSERTED=".
           02  RPT-SUM-INS     PIC  ZZZZZZ9.
           02  FILLER          PIC  X(14)  VALUE  " CONSIGNMENT=".
           02  RPT-SUM-CNS     PIC  ZZZZZZ9.
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
               CALL "DB_Close"
               STOP  RUN
           END-IF.
      *****
      *    CONTROL TOTALS ON OPEN -- SEE LPCTLT.
           PERFORM  CTW-CHN-RTN  THRU  CTW-CHN-EXT.
           PERFORM  CTL-STR-RTN  THRU  CTL-STR-EXT.
           MOVE  "STRAN"   TO  CTW-FILE.
           MOVE  "ST640R"  TO  CTW-FROM.
           PERFORM  CTW-VFY-RTN  THRU  CTW-VFY-EXT.
           IF  CTW-ST  =  "M"
               MOVE  CTW-MSG  TO  ST-RPT-LINE
               WRITE  ST-RPT-LINE
               MOVE  1  TO  WS-ERR-SW
           END-IF.
           PERFORM  CTL-TTM-RTN  THRU  CTL-TTM-EXT.
           MOVE  CTW-OUTCNT  TO  CTW-INCNT.
           MOVE  CTW-OUTAMT  TO  CTW-INAMT.
           MOVE  CTW-OUTQTY  TO  CTW-INQTY.
           MOVE  "TT-M"    TO  CTW-FILE.
           MOVE  "NB720U"  TO  CTW-FROM.
           PERFORM  CTW-VFY-RTN  THRU  CTW-VFY-EXT.
           IF  CTW-ST  =  "M"
               MOVE  CTW-MSG  TO  ST-RPT-LINE
               WRITE  ST-RPT-LINE
               MOVE  1  TO  WS-ERR-SW
           END-IF.
           IF  WS-ERR-SW  =  1
               CLOSE  ST-RPT-FILE
               MOVE  16  TO  RETURN-CODE
               CALL "DB_Close"
               STOP  RUN
           END-IF.
           PERFORM  RUNL-ST-RTN  THRU  RUNL-ST-EXT.
      *
           CALL "DB_F_Open" USING
           CALL "DB_F_Open" USING
            "I-O" TT-M_PNAME1 "SHARED" BY REFERENCE TT-M_IDLST
            "1" "TT-KEY" BY REFERENCE TT-KEY.
           CALL "DB_F_Open" USING
            "INPUT" TK-M_PNAME1 "SHARED" BY REFERENCE TK-M_IDLST "1"
            "TK-KEY" BY REFERENCE TK-KEY.
           CALL "DB_F_Open" USING
            "INPUT" FCTL-F_PNAME1 "SHARED" BY REFERENCE FCTL-F_IDLST
            "1" "FCTL-KEY" BY REFERENCE FCTL-KEY.
           END-IF.
           ADD  1  TO  WS-RD-CNT.
           MOVE  STRN-20  TO  ABND-LKEY.
      *        CONSIGNMENT DELIVERY -- NOT A SALE, NO RECEIVABLE.
           PERFORM  CNW-RTN  THRU  CNW-EXT.
           IF  CNW-SKIP  =  1
               ADD  1  TO  WS-CNS-CNT
               PERFORM  STRX-WR-RTN  THRU  STRX-WR-EXT
               MOVE  STRN-20     TO  RPT-CNS-NO
               MOVE  STRN-02     TO  RPT-CNS-CUST
               MOVE  ST-RPT-CNS  TO  ST-RPT-LINE
               WRITE  ST-RPT-LINE
               GO  TO  ST-10
           END-IF.
      *        SALE/RETURN FROM THE STRN-09 TRANSACTION TYPE --
      *        STRN-10 IS SHIPPING CLASSIFICATION ONLY.
           IF  STRN-09  =  1
               END-IF
               ADD  1  TO  WS-UPD-CNT
           END-IF.
           IF  WK-CLASS  =  0
               ADD  STRN-08  TO  WK-NET
               ADD  STRN-08  TO  WK-SAL
           ELSE
               SUBTRACT  STRN-08  FROM  WK-NET
           END-IF.
           PERFORM  STRX-WR-RTN  THRU  STRX-WR-EXT.
           MOVE  SPACE        TO  ST-RPT-LINE.
           MOVE  STRN-02      TO  RPT-CUST.
           MOVE  WS-RD-CNT   TO  RPT-SUM-RD.
           MOVE  WS-UPD-CNT  TO  RPT-SUM-UPD.
           MOVE  WS-INS-CNT  TO  RPT-SUM-INS.
           MOVE  WS-CNS-CNT  TO  RPT-SUM-CNS.
           MOVE  ST-RPT-SUM  TO  ST-RPT-LINE.
           WRITE  ST-RPT-LINE.
      *        A POSTING THAT DROPPED ROWS ON I/O ERRORS MUST NOT
      *        RECORD "ENDED OK" WITH THE NB700U CHAIN DRIVER.
           IF  WS-ERR-SW  =  1
            BY REFERENCE HN-STRN_IDLST HN-STRN_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE TT-M_IDLST TT-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE TK-M_IDLST TK-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE FCTL-F_IDLST FCTL-F_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE STRX_IDLST STRX_PNAME1.
      *        TT-M AFTER THE POSTING -- PROOF AND HAND-OFF.
           PERFORM  CTL-TTM-RTN  THRU  CTL-TTM-EXT.
           MOVE  "TT-M"  TO  CTW-FILE.
           COMPUTE  CTW-UPDCNT  =  WS-UPD-CNT  +  WS-INS-CNT.
           IF  CTW-OUTCNT  =  CTW-INCNT  +  WS-INS-CNT
           AND  CTW-OUTAMT  =  CTW-INAMT  +  WK-NET
           AND  CTW-OUTQTY  =  CTW-INQTY  +  WK-SAL
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
           MOVE  WK-NET      TO  RPT-BAL-NET.
           MOVE  ST-RPT-BAL  TO  ST-RPT-LINE.
           WRITE  ST-RPT-LINE.
           CLOSE  ST-RPT-FILE.
           PERFORM  RUNL-EN-RTN  THRU  RUNL-EN-EXT.
           CALL "DB_Close".
           STOP  RUN.
           CALL "DB_F_Close" USING BY REFERENCE RUNL_IDLST RUNL_PNAME1.
       RUNL-EN-EXT.
           EXIT.
      *****
      *    CONTROL TOTALS -- STRAN INTO CTW-IN*, TT-M INTO
      *    CTW-OUT*.
       CTL-STR-RTN.
           MOVE  0  TO  CTW-INCNT  CTW-INAMT  CTW-INQTY.
           CALL "DB_F_Open" USING
            "INPUT" HN-STRN_PNAME1 "SHARED" BY REFERENCE
            HN-STRN_IDLST "1" "STRN-20" BY REFERENCE STRN-20.
       CTL-STR-10.
           CALL "DB_Read" USING
            "NEXT AT END" HN-STRN_PNAME1 BY REFERENCE STRN-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  CTL-STR-90
           END-IF.
           ADD  1        TO  CTW-INCNT.
           ADD  STRN-08  TO  CTW-INAMT.
           ADD  STRN-06  TO  CTW-INQTY.
           GO  TO  CTL-STR-10.
       CTL-STR-90.
           CALL "DB_F_Close" USING
            BY REFERENCE HN-STRN_IDLST HN-STRN_PNAME1.
       CTL-STR-EXT.
           EXIT.
       CTL-TTM-RTN.
           MOVE  0  TO  CTW-OUTCNT  CTW-OUTAMT  CTW-OUTQTY.
           CALL "DB_F_Open" USING
            "INPUT" TT-M_PNAME1 "SHARED" BY REFERENCE TT-M_IDLST
            "1" "TT-KEY" BY REFERENCE TT-KEY.
       CTL-TTM-10.
           CALL "DB_Read" USING
            "NEXT AT END" TT-M_PNAME1 BY REFERENCE TT-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  CTL-TTM-90
           END-IF.
           ADD  1       TO  CTW-OUTCNT.
           ADD  TT-TUZ  TO  CTW-OUTAMT.
           ADD  TT-TUA  TO  CTW-OUTQTY.
           GO  TO  CTL-TTM-10.
       CTL-TTM-90.
           CALL "DB_F_Close" USING
            BY REFERENCE TT-M_IDLST TT-M_PNAME1.
       CTL-TTM-EXT.
           EXIT.
       COPY  LPCTLT  REPLACING  ==CTLT-PGM==  BY  =="ST700U"==.
       COPY  LPILCK  REPLACING  ==ILCK-PGM==  BY  =="ST700U"==.
       COPY  LPABND  REPLACING  ==ABND-PGM==  BY  =="ST700U"==.
       COPY  LPCNS.
