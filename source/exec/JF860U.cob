       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         JF860U.
      *****************************************************
      *****   BACKORDER FILL FROM NEW STOCK            *****
      *****************************************************
      *        RUN AFTER ZK700U RECEIPTS OR KM800U WORK-ORDER
      *        RECEIVING.  EVERY STANDING JT-ALCF ALLOCATION
      *        (ALC-STAT 1) STILL CARRYING BACKORDER BUCKETS ON AN
      *        OPEN JOLJF11 LINE, WHOSE JT-ZKM LEDGER NOW SHOWS
      *        FREE STOCK (ON-HAND LESS ALLOCATED AND HELD) IN A
      *        BACKORDERED
      *        SIZE, IS SORTED WITHIN ITEM AND WAREHOUSE INTO FILL
      *        ORDER: SHIP DATE (JOLJF11-06), THEN THE TOKMS
      *        CUSTOMER FILL PRIORITY TK-PRI (1 FIRST, 0 = NOT
      *        RANKED, LAST), THEN ORDER DATE (JOLJF11-05).  SIZE
      *        BY SIZE THE FREE STOCK IS MOVED FROM THE BACKORDER
      *        BUCKET TO THE ALLOCATED BUCKET OF THE ALCF RECORD
      *        AND RESERVED IN THE LEDGER'S ALLOCATED BUCKETS, AS
      *        JF690U DOES AT FIRST ALLOCATION.  EVERY LINE THAT
      *        GAINS STOCK PRINTS ON THE "NOW SHIPPABLE" LIST FOR
      *        THE WAREHOUSE.  AN EDI LINE (PARTNER JOLJF11-04 NOT
      *        0) HAS ITS RESPONSE FLAG JOLJF11-168 CLEARED SO THE
      *        NEXT KF860U RUN SENDS THE UPDATED ORDER RESPONSE.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  JF-RPT-FILE  ASSIGN  TO  "JF860U"
               ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT  JF-SORT-WORK  ASSIGN  TO  "JF860U.SRT".
       DATA                DIVISION.
       FILE                SECTION.
       FD  JF-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  JF-RPT-LINE         PIC  X(100).
       SD  JF-SORT-WORK.
       01  SRT-REC.
           02  SRT-SOK         PIC  9(001).
           02  SRT-JCD         PIC  9(006).
           02  SRT-SHIP        PIC  9(008).
           02  SRT-PRI         PIC  9(002).
           02  SRT-ODATE       PIC  9(008).
           02  SRT-ORD         PIC  9(006).
           02  SRT-SEQ         PIC  9(001).
           02  SRT-TCD         PIC  9(004).
       WORKING-STORAGE     SECTION.
       77  ERR-STAT        PIC  X(02).
       77  RET             PIC  9(01)  VALUE  0.
       77  I               PIC  9(02)  VALUE  0.
       77  WK-FREE         PIC S9(06)  VALUE  0.
       77  WK-FILQ         PIC S9(04)  VALUE  0.
       77  WK-FIL          PIC S9(05)  VALUE  0.
       77  WK-BO           PIC S9(05)  VALUE  0.
       77  WK-SOK          PIC  9(01)  VALUE  0.
       77  WK-FREE-SW      PIC  9(01)  VALUE  0.
       77  WS-RD-CNT       PIC  9(07)  VALUE  0.
       77  WS-CAND-CNT     PIC  9(07)  VALUE  0.
       77  WS-FIL-CNT      PIC  9(07)  VALUE  0.
       77  WS-FULL-CNT     PIC  9(07)  VALUE  0.
       77  WS-EDI-CNT      PIC  9(07)  VALUE  0.
       COPY    LJOLJF.
       COPY    LIZAIK.
       COPY    LIALCF.
       COPY    LITKM.
       COPY    LIRUNL.
       COPY    LWILCK.
      *****
       01  JF-RPT-HDR.
           02  FILLER          PIC  X(40)  VALUE
               "BACKORDER FILL -- NOW SHIPPABLE LIST   ".
       01  JF-RPT-COL.
           02  FILLER          PIC  X(40)  VALUE
               "WH ITEM   ORDER-S  CUST SHIP DT  FILLED ".
           02  FILLER          PIC  X(30)  VALUE
               "  STL B/O STATUS     EDI".
       01  JF-RPT-DET.
           02  RPT-SOK         PIC  9(01).
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-ITEM        PIC  9(06).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-ORD         PIC  9(06).
           02  FILLER          PIC  X(01)  VALUE  "-".
           02  RPT-SEQ         PIC  9(01).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-TCD         PIC  9(04).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-SHIP        PIC  9(08).
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-FIL         PIC  ZZZZ9.
           02  FILLER          PIC  X(05)  VALUE  SPACE.
           02  RPT-BO          PIC  ZZZZ9.
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-STAT        PIC  X(11).
           02  RPT-EDI         PIC  X(12).
       01  JF-RPT-MSG.
           02  FILLER          PIC  X(06)  VALUE  "ORDER=".
           02  MSG-ORD         PIC  9(06).
           02  FILLER          PIC  X(01)  VALUE  "-".
           02  MSG-SEQ         PIC  9(01).
           02  FILLER          PIC  X(07)  VALUE  " ITEM=".
           02  MSG-ITEM        PIC  9(06).
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  MSG-TXT         PIC  X(28).
       01  JF-RPT-SUM.
           02  FILLER          PIC  X(11)  VALUE  "CANDIDATES=".
           02  RPT-SUM-CAND    PIC  ZZZZZZ9.
           02  FILLER          PIC  X(09)  VALUE  "  FILLED=".
           02  RPT-SUM-FIL     PIC  ZZZZZZ9.
           02  FILLER          PIC  X(13)  VALUE  "  NOW CLEAR=".
           02  RPT-SUM-FULL    PIC  ZZZZZZ9.
           02  FILLER          PIC  X(14)  VALUE  "  EDI RE-ANS=".
           02  RPT-SUM-EDI     PIC  ZZZZZZ9.
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       OPEN  OUTPUT  JF-RPT-FILE.
       MOVE  JF-RPT-HDR  TO  JF-RPT-LINE.
       WRITE  JF-RPT-LINE.
      *****
      *    RUN INTERLOCK -- SEE LPILCK.
           ACCEPT  ILCK-OVR  FROM  ARGUMENT-VALUE.
           PERFORM  ILCK-RTN  THRU  ILCK-EXT.
           IF  ILCK-FND  =  1
               MOVE  "*** ALREADY RUNNING, START REFUSED"
                TO  JF-RPT-LINE
               WRITE  JF-RPT-LINE
               CLOSE  JF-RPT-FILE
               CALL "DB_Close"
               STOP  RUN
           END-IF.
       PERFORM  RUNL-ST-RTN  THRU  RUNL-ST-EXT.
       MOVE  JF-RPT-COL  TO  JF-RPT-LINE.
       WRITE  JF-RPT-LINE.
      *
           CALL "DB_F_Open" USING
            "I-O" JOLJF_PNAME1 "SHARED" BY REFERENCE JOLJF_IDLST "1"
            "JOLJF11-KEYW" BY REFERENCE JOLJF11-KEYW.
           CALL "DB_F_Open" USING
            "I-O" ZKM_PNAME1 "SHARED" BY REFERENCE ZKM_IDLST "1"
            "ZKM-KEY" BY REFERENCE ZKM-KEY.
           CALL "DB_F_Open" USING
            "I-O" ALCF_PNAME1 "SHARED" BY REFERENCE ALCF_IDLST "1"
            "ALC-KEY" BY REFERENCE ALC-KEY.
           CALL "DB_F_Open" USING
            "INPUT" TK-M_PNAME1 "SHARED" BY REFERENCE TK-M_IDLST "1"
            "TK-KEY" BY REFERENCE TK-KEY.
           SORT  JF-SORT-WORK
               ASCENDING  KEY  SRT-SOK  SRT-JCD  SRT-SHIP  SRT-PRI
                               SRT-ODATE  SRT-ORD  SRT-SEQ
               INPUT  PROCEDURE  IS  INP-RTN  THRU  INP-EXT
               OUTPUT  PROCEDURE  IS  OUT-RTN  THRU  OUT-EXT.
           CALL "DB_F_Close" USING
            BY REFERENCE JOLJF_IDLST JOLJF_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE ZKM_IDLST ZKM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE ALCF_IDLST ALCF_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE TK-M_IDLST TK-M_PNAME1.
           MOVE  WS-CAND-CNT  TO  RPT-SUM-CAND.
           MOVE  WS-FIL-CNT   TO  RPT-SUM-FIL.
           MOVE  WS-FULL-CNT  TO  RPT-SUM-FULL.
           MOVE  WS-EDI-CNT   TO  RPT-SUM-EDI.
           MOVE  JF-RPT-SUM  TO  JF-RPT-LINE.
           WRITE  JF-RPT-LINE.
           CLOSE  JF-RPT-FILE.
           PERFORM  RUNL-EN-RTN  THRU  RUNL-EN-EXT.
           CALL "DB_Close".
           STOP  RUN.
      *****
      *    CANDIDATES -- STANDING ALLOCATIONS WITH BACKORDER ON AN
      *    OPEN LINE, WHERE THE LEDGER HAS FREE STOCK IN AT LEAST
      *    ONE BACKORDERED SIZE.
       INP-RTN.
       INP-10.
           CALL "DB_Read" USING
            "NEXT AT END" ALCF_PNAME1 BY REFERENCE ALC-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  INP-EXT
           END-IF.
           ADD  1  TO  WS-RD-CNT.
           IF  ALC-STAT  NOT =  1
               GO  TO  INP-10
           END-IF.
           MOVE  0  TO  WK-BO.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  10
               IF  ALC-BO1 (I)  >  0
                   ADD  ALC-BO1 (I)  TO  WK-BO
               END-IF
           END-PERFORM.
           IF  WK-BO  =  0
               GO  TO  INP-10
           END-IF.
           MOVE  ALC-02  TO  JOLJF11-02.
           MOVE  ALC-03  TO  JOLJF11-03.
           CALL "DB_Read" USING
            "INVALID" JOLJF_PNAME1 BY REFERENCE JOLJF11-REC "UNLOCK"
            RETURNING RET.
      *        A CLOSED OR VANISHED LINE IS LEFT TO JF690U PASS 2.
           IF  RET  =  1  OR  JOLJF11-17  NOT =  0
               GO  TO  INP-10
           END-IF.
           MOVE  ALC-SOK  TO  WK-SOK.
           IF  WK-SOK  =  0
               MOVE  1  TO  WK-SOK
           END-IF.
           MOVE  WK-SOK   TO  ZKM-SOK.
           MOVE  ALC-JCD  TO  ZKM-JCD.
           CALL "DB_Read" USING
            "INVALID" ZKM_PNAME1 BY REFERENCE ZKM-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               GO  TO  INP-10
           END-IF.
           MOVE  0  TO  WK-FREE-SW.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  10
               IF  ALC-BO1 (I)  >  0
               AND  ZKM-OH1 (I)  >  ZKM-AL1 (I)  +  ZKM-HD1 (I)
                   MOVE  1  TO  WK-FREE-SW
               END-IF
           END-PERFORM.
           IF  WK-FREE-SW  =  0
               GO  TO  INP-10
           END-IF.
      *        FILL PRIORITY -- AN UNRANKED (OR UNKNOWN) CUSTOMER
      *        SORTS AFTER RANK 9.
           MOVE  JOLJF11-071  TO  TK-TCD.
           CALL "DB_Read" USING
            "INVALID" TK-M_PNAME1 BY REFERENCE TK-R "UNLOCK"
            RETURNING RET.
           MOVE  10  TO  SRT-PRI.
           IF  RET  =  0  AND  TK-PRI  IS  NUMERIC
           AND  TK-PRI  NOT =  0
               MOVE  TK-PRI  TO  SRT-PRI
           END-IF.
           MOVE  WK-SOK       TO  SRT-SOK.
           MOVE  ALC-JCD      TO  SRT-JCD.
           MOVE  JOLJF11-06   TO  SRT-SHIP.
           MOVE  JOLJF11-05   TO  SRT-ODATE.
           MOVE  ALC-02       TO  SRT-ORD.
           MOVE  ALC-03       TO  SRT-SEQ.
           MOVE  JOLJF11-071  TO  SRT-TCD.
           RELEASE  SRT-REC.
           ADD  1  TO  WS-CAND-CNT.
           GO  TO  INP-10.
       INP-EXT.
           EXIT.
      *****
      *    FILL IN SORTED ORDER.  THE LEDGER IS RE-READ FOR EACH
      *    LINE SO EARLIER FILLS ON THE ITEM ARE ALREADY OUT OF
      *    THE FREE STOCK.
       OUT-RTN.
       OUT-10.
           RETURN  JF-SORT-WORK  AT  END  GO  TO  OUT-EXT.
           MOVE  SRT-ORD  TO  ALC-02.
           MOVE  SRT-SEQ  TO  ALC-03.
           CALL "DB_Read" USING
            "INVALID" ALCF_PNAME1 BY REFERENCE ALC-R " "
            RETURNING RET.
           IF  RET  =  1  OR  ALC-STAT  NOT =  1
               GO  TO  OUT-10
           END-IF.
           MOVE  SRT-SOK  TO  ZKM-SOK.
           MOVE  SRT-JCD  TO  ZKM-JCD.
           CALL "DB_Read" USING
            "INVALID" ZKM_PNAME1 BY REFERENCE ZKM-R " "
            RETURNING RET.
           IF  RET  =  1
               GO  TO  OUT-10
           END-IF.
           MOVE  0  TO  WK-FIL.
           MOVE  0  TO  WK-BO.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  10
               IF  ALC-BO1 (I)  >  0
                   COMPUTE  WK-FREE  =
                       ZKM-OH1 (I)  -  ZKM-AL1 (I)  -  ZKM-HD1 (I)
                   IF  WK-FREE  <  0
                       MOVE  0  TO  WK-FREE
                   END-IF
                   IF  ALC-BO1 (I)  >  WK-FREE
                       MOVE  WK-FREE  TO  WK-FILQ
                   ELSE
                       MOVE  ALC-BO1 (I)  TO  WK-FILQ
                   END-IF
                   IF  WK-FILQ  >  0
                       ADD       WK-FILQ  TO    ALC-AL1 (I)
                       SUBTRACT  WK-FILQ  FROM  ALC-BO1 (I)
                       ADD       WK-FILQ  TO    ZKM-AL1 (I)
                       ADD       WK-FILQ  TO    ZKM-ALT
                       ADD       WK-FILQ  TO    WK-FIL
                   END-IF
                   ADD  ALC-BO1 (I)  TO  WK-BO
               END-IF
           END-PERFORM.
           IF  WK-FIL  =  0
               GO  TO  OUT-10
           END-IF.
      *           REWRITE  ZKM-R   INVALID
      *///////////////
           CALL "DB_Update" USING
            ZKM_PNAME1 ZKM_LNAME ZKM-R RETURNING RET.
           IF  RET = 1
               MOVE  "*** ZKM UPDATE FAILED"  TO  MSG-TXT
               PERFORM  MSG-RTN  THRU  MSG-EXT
               GO  TO  OUT-10
           END-IF.
           CALL "DB_Update" USING
            ALCF_PNAME1 ALCF_LNAME ALC-R RETURNING RET.
           IF  RET = 1
               MOVE  "*** ALCF UPDATE FAILED"  TO  MSG-TXT
               PERFORM  MSG-RTN  THRU  MSG-EXT
               GO  TO  OUT-10
           END-IF.
           ADD  1  TO  WS-FIL-CNT.
           MOVE  SPACE      TO  RPT-EDI.
           MOVE  SRT-SOK    TO  RPT-SOK.
           MOVE  SRT-JCD    TO  RPT-ITEM.
           MOVE  SRT-ORD    TO  RPT-ORD.
           MOVE  SRT-SEQ    TO  RPT-SEQ.
           MOVE  SRT-TCD    TO  RPT-TCD.
           MOVE  SRT-SHIP   TO  RPT-SHIP.
           MOVE  WK-FIL     TO  RPT-FIL.
           MOVE  WK-BO      TO  RPT-BO.
           IF  WK-BO  =  0
               MOVE  "FULL"     TO  RPT-STAT
               ADD  1  TO  WS-FULL-CNT
           ELSE
               MOVE  "PART FILL"  TO  RPT-STAT
           END-IF.
      *        EDI LINE -- RE-ARM THE KF860U RESPONSE.
           MOVE  SRT-ORD  TO  JOLJF11-02.
           MOVE  SRT-SEQ  TO  JOLJF11-03.
           CALL "DB_Read" USING
            "INVALID" JOLJF_PNAME1 BY REFERENCE JOLJF11-REC " "
            RETURNING RET.
           IF  RET  =  0  AND  JOLJF11-04  NOT =  0
               MOVE  0  TO  JOLJF11-168
               CALL "DB_Update" USING
                JOLJF_PNAME1 JOLJF_LNAME JOLJF11-REC RETURNING RET
               IF  RET  =  0
                   MOVE  "RESPONSE DUE"  TO  RPT-EDI
                   ADD  1  TO  WS-EDI-CNT
               ELSE
                   MOVE  "*** NOT SET"   TO  RPT-EDI
               END-IF
           END-IF.
           MOVE  JF-RPT-DET  TO  JF-RPT-LINE.
           WRITE  JF-RPT-LINE.
           GO  TO  OUT-10.
       OUT-EXT.
           EXIT.
      *****
      *    ERROR LINE FOR THE SORTED RECORD IN HAND.
       MSG-RTN.
           MOVE  SRT-ORD  TO  MSG-ORD.
           MOVE  SRT-SEQ  TO  MSG-SEQ.
           MOVE  SRT-JCD  TO  MSG-ITEM.
           MOVE  JF-RPT-MSG  TO  JF-RPT-LINE.
           WRITE  JF-RPT-LINE.
       MSG-EXT.
           EXIT.
      *****
      *    RUNLOG START/END -- SEE LIRUNL.
       RUNL-ST-RTN.
           CALL "DB_F_Open" USING
            "I-O" RUNL_PNAME1 "SHARED" BY REFERENCE RUNL_IDLST "1"
            "RUNL-KEY" BY REFERENCE RUNL-KEY.
           ACCEPT  RUNL-SDATE  FROM  DATE.
           ACCEPT  RUNL-STIME  FROM  TIME.
           MOVE  "JF860U"  TO  RUNL-PGM.
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
           MOVE  0           TO  RUNL-WRIT.
           MOVE  WS-FIL-CNT  TO  RUNL-UPDT.
           MOVE  "000"       TO  RUNL-CC.
           MOVE  1           TO  RUNL-ENDF.
           CALL "DB_Update" USING
            RUNL_PNAME1 RUNL_LNAME RUNL-R RETURNING RET.
           CALL "DB_F_Close" USING BY REFERENCE RUNL_IDLST RUNL_PNAME1.
       RUNL-EN-EXT.
           EXIT.
       COPY  LPILCK  REPLACING  ==ILCK-PGM==  BY  =="JF860U"==.
