       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KF920R.
      *****************************************************
      *****   EDI TEST-PARTNER CERTIFICATION REPORT    *****
      *****************************************************
      *        RUN AFTER THE TEST-MODE EDIT CHAIN (KF820U, THEN
      *        KF870U/KF710R/KF720R/KF730R WITH ARGUMENT "T").
      *        WORKS ONLY ON THE KOLRT SANDBOX.  EVERY ITEM THE
      *        TESTING PARTNER SENT (KOLRF3, KOLRF11, KOLRF13,
      *        KOLRF16) IS CHECKED AGAINST J-M AND A MISSING ITEM
      *        IS LOGGED TO JT-KFCE LIKE THE OTHER STEPS' ERRORS.
      *        THE REPORT THEN LISTS EVERY JT-KFCE ERROR FOR THE
      *        PARTNER, STEP BY STEP, AND STAMPS THE PROFILE WITH
      *        THE RUN DATE AND ERROR COUNT (KFPF-CDATE/CERR) --
      *        KF810U WILL ONLY PROMOTE THE PARTNER TO LIVE AFTER
      *        A RUN WITH NO ERRORS.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  KF-RPT-FILE  ASSIGN  TO  "KF920R"
               ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA                DIVISION.
       FILE                SECTION.
       FD  KF-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  KF-RPT-LINE         PIC  X(80).
       WORKING-STORAGE     SECTION.
       77  ERR-STAT        PIC  X(02).
       77  RET             PIC  9(01)  VALUE  0.
       77  I               PIC  9(02)  VALUE  0.
       77  WK-TODAY8       PIC  9(08)  VALUE  0.
       77  WK-ITEM         PIC  9(06)  VALUE  0.
       77  WS-RD-CNT       PIC  9(07)  VALUE  0.
       77  WS-CHK-CNT      PIC  9(07)  VALUE  0.
       77  WS-ERR-CNT      PIC  9(05)  VALUE  0.
       77  WS-UPD-CNT      PIC  9(07)  VALUE  0.
       COPY    LKOLRF.
       COPY    LIKFCE.
       COPY    LWKFCE.
       COPY    LIKFPF.
       COPY    LIJM.
       COPY    LIRUNL.
      *****
       01  KF-RPT-HDR.
           02  FILLER          PIC  X(36)  VALUE
               "EDI TEST-PARTNER CERTIFICATION      ".
           02  FILLER          PIC  X(09)  VALUE  "PARTNER=".
           02  RPT-HDR-PTN     PIC  9(01).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-HDR-NAME    PIC  X(18).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-HDR-DATE    PIC  9(08).
       01  KF-RPT-COL.
           02  FILLER          PIC  X(50)  VALUE
               "STEP   TYPE KEY                  REASON".
       01  KF-RPT-DET.
           02  RPT-PGM         PIC  X(06).
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-TYPE        PIC  X(02).
           02  FILLER          PIC  X(03)  VALUE  SPACE.
           02  RPT-KEY         PIC  X(20).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-REASON      PIC  X(40).
       01  KF-RPT-MSG.
           02  FILLER          PIC  X(04)  VALUE  "*** ".
           02  RPT-MSG         PIC  X(50).
       01  KF-RPT-SUM.
           02  FILLER          PIC  X(15)  VALUE  "ITEMS CHECKED=".
           02  RPT-SUM-CHK     PIC  ZZZZZZ9.
           02  FILLER          PIC  X(10)  VALUE  "  ERRORS=".
           02  RPT-SUM-ERR     PIC  ZZZZ9.
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       OPEN  OUTPUT  KF-RPT-FILE.
       ACCEPT  WK-TODAY8  FROM  DATE.
       ADD  20000000  TO  WK-TODAY8.
       PERFORM  RUNL-ST-RTN  THRU  RUNL-ST-EXT.
      *        ALWAYS THE SANDBOX.
           MOVE  "T"  TO  TSTM-ARG.
           PERFORM  TSTM-OPN-RTN  THRU  TSTM-OPN-EXT.
           MOVE  TSTM-PTN   TO  RPT-HDR-PTN.
           MOVE  SPACE      TO  RPT-HDR-NAME.
           MOVE  WK-TODAY8  TO  RPT-HDR-DATE.
           CALL "DB_F_Open" USING
            "I-O" KFPF_PNAME1 "SHARED" BY REFERENCE KFPF_IDLST "1"
            "KFPF-KEY" BY REFERENCE KFPF-KEY.
           MOVE  TSTM-PTN  TO  KFPF-PTN.
           CALL "DB_Read" USING
            "INVALID" KFPF_PNAME1 BY REFERENCE KFPF-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  0
               MOVE  KFPF-NAME  TO  RPT-HDR-NAME
           END-IF.
           MOVE  KF-RPT-HDR  TO  KF-RPT-LINE.
           WRITE  KF-RPT-LINE.
           MOVE  TSTM-HDR  TO  KF-RPT-LINE.
           WRITE  KF-RPT-LINE.
           IF  TSTM-FND  =  0
               MOVE  "NO TEST TRANSMISSION IN THE SANDBOX"  TO  RPT-MSG
               MOVE  KF-RPT-MSG  TO  KF-RPT-LINE
               WRITE  KF-RPT-LINE
               GO  TO  END-RTN
           END-IF.
           IF  RET  =  1
               MOVE  "PARTNER HAS NO PROFILE"  TO  RPT-MSG
               MOVE  KF-RPT-MSG  TO  KF-RPT-LINE
               WRITE  KF-RPT-LINE
               GO  TO  END-RTN
           END-IF.
           IF  KFPF-ACTV  NOT =  2
               MOVE  "PARTNER IS NOT IN TESTING STATUS"  TO  RPT-MSG
               MOVE  KF-RPT-MSG  TO  KF-RPT-LINE
               WRITE  KF-RPT-LINE
           END-IF.
           CALL "DB_F_Open" USING
            "INPUT" J-M_PNAME1 "SHARED" BY REFERENCE J-M_IDLST "1"
            "J-JCD" BY REFERENCE J-JCD.
      *
      *    ITEM CHECKS -- SHIPPED ITEMS (TYPE 3).
       C03-00.
           CALL "DB_F_Open" USING
            "INPUT" KOLRF_PNAME1 "SHARED" BY REFERENCE KOLRF_IDLST
            "1" "KOLRF3-KEYW" BY REFERENCE KOLRF3-KEYW.
       C03-10.
           CALL "DB_Read" USING
            "NEXT AT END" KOLRF_PNAME1 BY REFERENCE KOLRF3-REC
            "UNLOCK" RETURNING RET.
           IF  RET = 1
               GO  TO  C03-90
           END-IF.
           ADD  1  TO  WS-RD-CNT.
           MOVE  KOLRF3-02  TO  WK-ITEM.
           PERFORM  ITM-RTN  THRU  ITM-EXT.
           IF  RET  =  1
               MOVE  "03"  TO  KFCE-RTYPE
               MOVE  SPACE TO  KFCE-RKEY
               MOVE  KOLRF3-02  TO  KFCE-RKEY (1:6)
               MOVE  KOLRF3-REC  TO  KFCE-RAWDATA
               PERFORM  TSTM-PUT-RTN  THRU  TSTM-PUT-EXT
           END-IF.
           GO  TO  C03-10.
       C03-90.
           CALL "DB_F_Close" USING
            BY REFERENCE KOLRF_IDLST KOLRF_PNAME1.
      *
      *    ORDER LINES (TYPE 11).  A JAN LINE KF870U COULD NOT
      *    TRANSLATE IS ALREADY ON JT-KFCE.
       C11-00.
           CALL "DB_F_Open" USING
            "INPUT" KOLRF_PNAME1 "SHARED" BY REFERENCE KOLRF_IDLST
            "1" "KOLRF11-KEYW" BY REFERENCE KOLRF11-KEYW.
       C11-10.
           CALL "DB_Read" USING
            "NEXT AT END" KOLRF_PNAME1 BY REFERENCE KOLRF11-REC
            "UNLOCK" RETURNING RET.
           IF  RET = 1
               GO  TO  C11-90
           END-IF.
           ADD  1  TO  WS-RD-CNT.
           IF  KOLRF11-JAN  NOT =  SPACE  AND  KOLRF11-10  =  0
               GO  TO  C11-10
           END-IF.
           MOVE  KOLRF11-10  TO  WK-ITEM.
           PERFORM  ITM-RTN  THRU  ITM-EXT.
           IF  RET  =  1
               MOVE  "11"  TO  KFCE-RTYPE
               MOVE  SPACE TO  KFCE-RKEY
               MOVE  KOLRF11-02  TO  KFCE-RKEY (1:6)
               MOVE  KOLRF11-03  TO  KFCE-RKEY (8:1)
               MOVE  KOLRF11-10  TO  KFCE-RKEY (10:6)
               MOVE  KOLRF11-REC  TO  KFCE-RAWDATA
               PERFORM  TSTM-PUT-RTN  THRU  TSTM-PUT-EXT
           END-IF.
           GO  TO  C11-10.
       C11-90.
           CALL "DB_F_Close" USING
            BY REFERENCE KOLRF_IDLST KOLRF_PNAME1.
      *
      *    PRICE ENTRIES (TYPE 13), UP TO FOUR ITEMS A RECORD.
       C13-00.
           CALL "DB_F_Open" USING
            "INPUT" KOLRF_PNAME1 "SHARED" BY REFERENCE KOLRF_IDLST
            "1" "KOLRF13-TBL" BY REFERENCE KOLRF13-TBL (1).
       C13-10.
           CALL "DB_Read" USING
            "NEXT AT END" KOLRF_PNAME1 BY REFERENCE KOLRF13-REC
            "UNLOCK" RETURNING RET.
           IF  RET = 1
               GO  TO  C13-90
           END-IF.
           ADD  1  TO  WS-RD-CNT.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  4
               IF  KOLRF13-02 (I)  NOT =  0
                   MOVE  KOLRF13-02 (I)  TO  WK-ITEM
                   PERFORM  ITM-RTN  THRU  ITM-EXT
                   IF  RET  =  1
                       MOVE  "13"  TO  KFCE-RTYPE
                       MOVE  SPACE TO  KFCE-RKEY
                       MOVE  KOLRF13-02 (I)  TO  KFCE-RKEY (1:6)
                       MOVE  I     TO  KFCE-RKEY (8:2)
                       MOVE  KOLRF13-REC  TO  KFCE-RAWDATA
                       PERFORM  TSTM-PUT-RTN  THRU  TSTM-PUT-EXT
                   END-IF
               END-IF
           END-PERFORM.
           GO  TO  C13-10.
       C13-90.
           CALL "DB_F_Close" USING
            BY REFERENCE KOLRF_IDLST KOLRF_PNAME1.
      *
      *    RECEIVING CONFIRMATIONS (TYPE 16).
       C16-00.
           CALL "DB_F_Open" USING
            "INPUT" KOLRF_PNAME1 "SHARED" BY REFERENCE KOLRF_IDLST
            "1" "KOLRF16-KEYW" BY REFERENCE KOLRF16-KEYW.
       C16-10.
           CALL "DB_Read" USING
            "NEXT AT END" KOLRF_PNAME1 BY REFERENCE KOLRF16-REC
            "UNLOCK" RETURNING RET.
           IF  RET = 1
               GO  TO  C16-90
           END-IF.
           ADD  1  TO  WS-RD-CNT.
           MOVE  KOLRF16-04  TO  WK-ITEM.
           PERFORM  ITM-RTN  THRU  ITM-EXT.
           IF  RET  =  1
               MOVE  "16"  TO  KFCE-RTYPE
               MOVE  SPACE TO  KFCE-RKEY
               MOVE  KOLRF16-02  TO  KFCE-RKEY (1:4)
               MOVE  KOLRF16-03  TO  KFCE-RKEY (6:6)
               MOVE  KOLRF16-04  TO  KFCE-RKEY (13:6)
               MOVE  KOLRF16-REC  TO  KFCE-RAWDATA
               PERFORM  TSTM-PUT-RTN  THRU  TSTM-PUT-EXT
           END-IF.
           GO  TO  C16-10.
       C16-90.
           CALL "DB_F_Close" USING
            BY REFERENCE KOLRF_IDLST KOLRF_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE J-M_IDLST J-M_PNAME1.
      *
      *    THE CERTIFICATION LISTING -- EVERY ERROR ANY STEP
      *    LOGGED FOR THE PARTNER.
       LST-00.
           MOVE  KF-RPT-COL  TO  KF-RPT-LINE.
           WRITE  KF-RPT-LINE.
           CALL "DB_F_Close" USING
            BY REFERENCE KFCE_IDLST KFCE_PNAME1.
           CALL "DB_F_Open" USING
            "INPUT" KFCE_PNAME1 "SHARED" BY REFERENCE KFCE_IDLST "1"
            "KFCE-KEY" BY REFERENCE KFCE-KEY.
       LST-10.
           CALL "DB_Read" USING
            "NEXT AT END" KFCE_PNAME1 BY REFERENCE KFCE-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  LST-90
           END-IF.
           IF  KFCE-PTN  NOT =  TSTM-PTN
               GO  TO  LST-10
           END-IF.
           ADD  1  TO  WS-ERR-CNT.
           MOVE  KFCE-PGM     TO  RPT-PGM.
           MOVE  KFCE-RTYPE   TO  RPT-TYPE.
           MOVE  KFCE-RKEY    TO  RPT-KEY.
           MOVE  KFCE-REASON  TO  RPT-REASON.
           MOVE  KF-RPT-DET  TO  KF-RPT-LINE.
           WRITE  KF-RPT-LINE.
           GO  TO  LST-10.
       LST-90.
           MOVE  WS-CHK-CNT  TO  RPT-SUM-CHK.
           MOVE  WS-ERR-CNT  TO  RPT-SUM-ERR.
           MOVE  KF-RPT-SUM  TO  KF-RPT-LINE.
           WRITE  KF-RPT-LINE.
           IF  WS-ERR-CNT  =  0
               MOVE  "CERTIFIED -- NO ERRORS"  TO  RPT-MSG
           ELSE
               MOVE  "NOT CERTIFIED"  TO  RPT-MSG
           END-IF.
           MOVE  KF-RPT-MSG  TO  KF-RPT-LINE.
           WRITE  KF-RPT-LINE.
      *        STAMP THE PROFILE FOR THE KF810U PROMOTION CHECK.
           MOVE  TSTM-PTN  TO  KFPF-PTN.
           CALL "DB_Read" USING
            "INVALID" KFPF_PNAME1 BY REFERENCE KFPF-R " "
            RETURNING RET.
           IF  RET  =  0
               MOVE  WK-TODAY8   TO  KFPF-CDATE
               MOVE  WS-ERR-CNT  TO  KFPF-CERR
               CALL "DB_Update" USING
                KFPF_PNAME1 KFPF_LNAME KFPF-R RETURNING RET
               IF  RET  =  0
                   ADD  1  TO  WS-UPD-CNT
               END-IF
           END-IF.
       END-RTN.
           CLOSE  KF-RPT-FILE.
           CALL "DB_F_Close" USING BY REFERENCE KFPF_IDLST KFPF_PNAME1.
           PERFORM  TSTM-CLS-RTN  THRU  TSTM-CLS-EXT.
           PERFORM  RUNL-EN-RTN  THRU  RUNL-EN-EXT.
           CALL "DB_Close".
           STOP  RUN.
      *****
      *    ONE ITEM AGAINST J-M -- RET 1 = NOT ON FILE, WITH THE
      *    CERTIFICATION REASON ALREADY SET.
       ITM-RTN.
           ADD  1  TO  WS-CHK-CNT.
           MOVE  WK-ITEM  TO  J-JCD.
           CALL "DB_Read" USING
            "INVALID" J-M_PNAME1 BY REFERENCE J-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               MOVE  "ITEM NOT ON J-M"  TO  KFCE-REASON
           END-IF.
       ITM-EXT.
           EXIT.
      *    RUNLOG START/END -- SEE LIRUNL.
       RUNL-ST-RTN.
           CALL "DB_F_Open" USING
            "I-O" RUNL_PNAME1 "SHARED" BY REFERENCE RUNL_IDLST "1"
            "RUNL-KEY" BY REFERENCE RUNL-KEY.
           ACCEPT  RUNL-SDATE  FROM  DATE.
           ACCEPT  RUNL-STIME  FROM  TIME.
           MOVE  "KF920R"  TO  RUNL-PGM.
           MOVE  SPACE     TO  RUNL-OPR.
           MOVE  0         TO  RUNL-EDATE.
           MOVE  0         TO  RUNL-ETIME.
           MOVE  0         TO  RUNL-READ.
           MOVE  0         TO  RUNL-WRIT.
           MOVE  0         TO  RUNL-UPDT.
           MOVE  SPACE     TO  RUNL-CC.
           MOVE  0         TO  RUNL-ENDF.
           CALL "DB_Insert" USING
            RUNL_PNAME1 RUNL_LNAME RUNL-R RETURNING RET.
       RUNL-ST-EXT.
           EXIT.
       RUNL-EN-RTN.
           ACCEPT  RUNL-EDATE  FROM  DATE.
           ACCEPT  RUNL-ETIME  FROM  TIME.
           MOVE  WS-RD-CNT   TO  RUNL-READ.
           MOVE  TSTM-CNT    TO  RUNL-WRIT.
           MOVE  WS-UPD-CNT  TO  RUNL-UPDT.
           MOVE  "000"       TO  RUNL-CC.
           MOVE  1           TO  RUNL-ENDF.
           CALL "DB_Update" USING
            RUNL_PNAME1 RUNL_LNAME RUNL-R RETURNING RET.
           CALL "DB_F_Close" USING BY REFERENCE RUNL_IDLST RUNL_PNAME1.
       RUNL-EN-EXT.
           EXIT.
       COPY  LPKFCE  REPLACING  ==TSTM-PGM==  BY  =="KF920R"==.
