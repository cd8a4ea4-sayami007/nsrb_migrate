       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         JF960R.
      *****************************************************
      *****   ORDERS THAT CANNOT MEET THE REQUESTED    *****
      *****   DELIVERY DATE -- SALES CALL LIST         *****
      *****************************************************
      *        SWEEPS THE OPEN JOLJF11 LINES (JOLJF11-17 = 0,
      *        QUANTITY STILL TO SHIP) AND LISTS, BY CUSTOMER AND
      *        REQUESTED DATE, EVERY LINE WHOSE SHIP DATE
      *        (JOLJF11-SHPDT) IS BEFORE TODAY -- THE GOODS CAN NO
      *        LONGER LEAVE IN TIME -- SO SALES CAN CALL THE
      *        CUSTOMER.  SUCH A LINE IS MARKED JOLJF11-LTF = "L"
      *        IF ORDER ENTRY OR THE LOAD HAD NOT ALREADY DONE SO
      *        ("NEW" ON THE LIST).  A LINE WITH A REQUESTED DATE
      *        BUT NO SHIP DATE YET IS GIVEN ONE FIRST, THE KF780U
      *        WAY (LPLDT).
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  JF-RPT-FILE  ASSIGN  TO  "JF960R"
               ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT  JF-SORT-WORK  ASSIGN  TO  "JF960R.SRT".
       DATA                DIVISION.
       FILE                SECTION.
       FD  JF-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  JF-RPT-LINE         PIC  X(100).
       SD  JF-SORT-WORK.
       01  SRT-REC.
           02  SRT-TCD         PIC  9(04).
           02  SRT-NDATE       PIC  9(08).
           02  SRT-ORD         PIC  9(06).
           02  SRT-SEQ         PIC  9(01).
           02  SRT-ITEM        PIC  9(06).
           02  SRT-SHPDT       PIC  9(08).
           02  SRT-OPEN        PIC S9(05).
           02  SRT-NEW         PIC  X(01).
       WORKING-STORAGE     SECTION.
       77  ERR-STAT        PIC  X(02).
       77  RET             PIC  9(01)  VALUE  0.
       77  WK-TODAY        PIC  9(006).
       77  WK-TODAY8       PIC  9(008).
       77  WK-OPEN         PIC S9(05)  VALUE  0.
       77  WK-NEW          PIC  X(01)  VALUE  SPACE.
       77  WK-UPD          PIC  9(01)  VALUE  0.
       77  WK-CURTCD       PIC  9(04)  VALUE  0.
       77  WK-FIRST        PIC  9(01)  VALUE  1.
       77  WK-LATE-DAYS    PIC S9(05)  VALUE  0.
       77  CNT-LINE        PIC  9(06)  VALUE  0.
       77  CNT-NEW         PIC  9(06)  VALUE  0.
       77  CNT-CUST        PIC  9(06)  VALUE  0.
       COPY    LJOLJF.
       COPY    LITKM.
       COPY    LISHPT.
       COPY    LILDTM.
       COPY    LICALM.
       COPY    LWCAL.
       COPY    LWLDT.
      *****
       01  JF-RPT-HDR.
           02  FILLER          PIC  X(40)  VALUE
               "ORDERS THAT CANNOT MEET REQUESTED DATE".
           02  FILLER          PIC  X(06)  VALUE  "RUN".
           02  RPT-HDR-DATE    PIC  9(08).
       01  JF-RPT-HDR2.
           02  FILLER          PIC  X(50)  VALUE
               "  ORDER    ITEM   REQ DATE  SHIP DATE  DAYS".
           02  FILLER          PIC  X(20)  VALUE
               "  OPEN QTY".
       01  JF-RPT-CUST.
           02  FILLER          PIC  X(09)  VALUE  "CUSTOMER".
           02  RPT-TCD         PIC  9(04).
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-TNAME       PIC  N(24).
       01  JF-RPT-DET.
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-ORD         PIC  9(06).
           02  FILLER          PIC  X(01)  VALUE  "-".
           02  RPT-SEQ         PIC  9(01).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-ITEM        PIC  9(06).
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-NDATE       PIC  9(08).
           02  FILLER          PIC  X(03)  VALUE  SPACE.
           02  RPT-SHPDT       PIC  9(08).
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-DAYS        PIC  ZZZ9.
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-OPEN        PIC  ZZZZ9.
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-NEW         PIC  X(03).
       01  JF-RPT-SUM1.
           02  FILLER          PIC  X(24)  VALUE  "LINES LATE:".
           02  RPT-SUM-LINE    PIC  ZZZZZ9.
       01  JF-RPT-SUM2.
           02  FILLER          PIC  X(24)  VALUE  "CUSTOMERS:".
           02  RPT-SUM-CUST    PIC  ZZZZZ9.
       01  JF-RPT-SUM3.
           02  FILLER          PIC  X(24)  VALUE  "NEWLY MARKED LATE:".
           02  RPT-SUM-NEW     PIC  ZZZZZ9.
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       OPEN  OUTPUT  JF-RPT-FILE.
       ACCEPT  WK-TODAY  FROM  DATE.
       MOVE  "20"  TO  WK-TODAY8 (1:2).
       MOVE  WK-TODAY  TO  WK-TODAY8 (3:6).
       MOVE  WK-TODAY8  TO  RPT-HDR-DATE.
       MOVE  JF-RPT-HDR  TO  JF-RPT-LINE.
       WRITE  JF-RPT-LINE.
       MOVE  JF-RPT-HDR2  TO  JF-RPT-LINE.
       WRITE  JF-RPT-LINE.
      *
           SORT  JF-SORT-WORK
               ASCENDING  KEY  SRT-TCD  SRT-NDATE  SRT-ORD  SRT-SEQ
               INPUT  PROCEDURE  IS  INP-RTN  THRU  INP-EXT
               OUTPUT  PROCEDURE  IS  OUT-RTN  THRU  OUT-EXT.
           MOVE  CNT-LINE  TO  RPT-SUM-LINE.
           MOVE  JF-RPT-SUM1  TO  JF-RPT-LINE.
           WRITE  JF-RPT-LINE.
           MOVE  CNT-CUST  TO  RPT-SUM-CUST.
           MOVE  JF-RPT-SUM2  TO  JF-RPT-LINE.
           WRITE  JF-RPT-LINE.
           MOVE  CNT-NEW   TO  RPT-SUM-NEW.
           MOVE  JF-RPT-SUM3  TO  JF-RPT-LINE.
           WRITE  JF-RPT-LINE.
           CLOSE  JF-RPT-FILE.
           CALL "DB_Close".
           STOP  RUN.
       INP-RTN.
           CALL "DB_F_Open" USING
            "I-O" JOLJF_PNAME1 "SHARED" BY REFERENCE JOLJF_IDLST "1"
            "JOLJF11-KEYW" BY REFERENCE JOLJF11-KEYW.
           CALL "DB_F_Open" USING
            "INPUT" SHPT_PNAME1 "SHARED" BY REFERENCE SHPT_IDLST "1"
            "SHP-KEY" BY REFERENCE SHP-KEY.
           CALL "DB_F_Open" USING
            "INPUT" LDTM_PNAME1 "SHARED" BY REFERENCE LDTM_IDLST "1"
            "LDT-KEY" BY REFERENCE LDT-KEY.
           CALL "DB_F_Open" USING
            "INPUT" CALM_PNAME1 "SHARED" BY REFERENCE CALM_IDLST "1"
            "CAL-KEY" BY REFERENCE CAL-KEY.
       INP-10.
      *           READ   JOLJF   NEXT  AT  END
      *///////////////
           CALL "DB_Read" USING
            "NEXT AT END" JOLJF_PNAME1 BY REFERENCE JOLJF11-REC " "
            RETURNING RET.
           IF  RET = 1
               GO  TO  INP-EXT
           END-IF.
           IF  JOLJF11-01  NOT =  11  OR  JOLJF11-17  NOT =  0
               GO  TO  INP-10
           END-IF.
           COMPUTE  WK-OPEN  =  JOLJF11-122  -  JOLJF11-132.
           IF  WK-OPEN  NOT >  0  OR  JOLJF11-06  =  0
               GO  TO  INP-10
           END-IF.
           MOVE  0      TO  WK-UPD.
           MOVE  SPACE  TO  WK-NEW.
           IF  JOLJF11-SHPDT  NOT NUMERIC
               MOVE  ZERO  TO  JOLJF11-SHPDT
           END-IF.
           IF  JOLJF11-SHPDT  =  0
               PERFORM  SHPDT-RTN  THRU  SHPDT-EXT
               MOVE  1  TO  WK-UPD
           END-IF.
           IF  JOLJF11-SHPDT  NOT <  WK-TODAY8
               GO  TO  INP-80
           END-IF.
           IF  JOLJF11-LTF  NOT =  "L"
               MOVE  "L"  TO  JOLJF11-LTF
               MOVE  "Y"  TO  WK-NEW
               MOVE  1    TO  WK-UPD
               ADD  1  TO  CNT-NEW
           END-IF.
           MOVE  JOLJF11-071    TO  SRT-TCD.
           MOVE  JOLJF11-06     TO  SRT-NDATE.
           MOVE  JOLJF11-02     TO  SRT-ORD.
           MOVE  JOLJF11-03     TO  SRT-SEQ.
           MOVE  JOLJF11-10     TO  SRT-ITEM.
           MOVE  JOLJF11-SHPDT  TO  SRT-SHPDT.
           MOVE  WK-OPEN        TO  SRT-OPEN.
           MOVE  WK-NEW         TO  SRT-NEW.
           RELEASE  SRT-REC.
       INP-80.
           IF  WK-UPD  =  1
      *           REWRITE  JOLJF11-REC   INVALID
      *///////////////
               CALL "DB_Update" USING
                JOLJF_PNAME1 JOLJF_LNAME JOLJF11-REC RETURNING RET
           END-IF.
           GO  TO  INP-10.
       INP-EXT.
           CALL "DB_F_Close" USING
            BY REFERENCE JOLJF_IDLST JOLJF_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE SHPT_IDLST SHPT_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE LDTM_IDLST LDTM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE CALM_IDLST CALM_PNAME1.
           EXIT.
       OUT-RTN.
           CALL "DB_F_Open" USING
            "INPUT" TK-M_PNAME1 "SHARED" BY REFERENCE TK-M_IDLST
            "1" "TK-KEY" BY REFERENCE TK-KEY.
       OUT-10.
           RETURN  JF-SORT-WORK  AT  END  GO  TO  OUT-90.
           IF  WK-FIRST  =  1  OR  SRT-TCD  NOT =  WK-CURTCD
               MOVE  0        TO  WK-FIRST
               MOVE  SRT-TCD  TO  WK-CURTCD
               ADD  1  TO  CNT-CUST
               MOVE  SRT-TCD  TO  TK-TCD
               MOVE  SPACE    TO  RPT-TNAME
               CALL "DB_Read" USING
                "INVALID" TK-M_PNAME1 BY REFERENCE TK-R "UNLOCK"
                RETURNING RET
               IF  RET  =  0
                   MOVE  TK-NAME  TO  RPT-TNAME
               END-IF
               MOVE  SRT-TCD  TO  RPT-TCD
               MOVE  JF-RPT-CUST  TO  JF-RPT-LINE
               WRITE  JF-RPT-LINE
           END-IF.
      *        DAYS LATE = CALENDAR DAYS THE SHIP DATE HAS PASSED.
           COMPUTE  WK-LATE-DAYS  =
               FUNCTION INTEGER-OF-DATE (WK-TODAY8) -
               FUNCTION INTEGER-OF-DATE (SRT-SHPDT).
           MOVE  SRT-ORD    TO  RPT-ORD.
           MOVE  SRT-SEQ    TO  RPT-SEQ.
           MOVE  SRT-ITEM   TO  RPT-ITEM.
           MOVE  SRT-NDATE  TO  RPT-NDATE.
           MOVE  SRT-SHPDT  TO  RPT-SHPDT.
           MOVE  WK-LATE-DAYS  TO  RPT-DAYS.
           MOVE  SRT-OPEN   TO  RPT-OPEN.
           MOVE  SPACE      TO  RPT-NEW.
           IF  SRT-NEW  =  "Y"
               MOVE  "NEW"  TO  RPT-NEW
           END-IF.
           MOVE  JF-RPT-DET  TO  JF-RPT-LINE.
           WRITE  JF-RPT-LINE.
           ADD  1  TO  CNT-LINE.
           GO  TO  OUT-10.
       OUT-90.
           CALL "DB_F_Close" USING BY REFERENCE TK-M_IDLST TK-M_PNAME1.
       OUT-EXT.
           EXIT.
      *****
      *    SHIP DATE FOR A LINE THAT HAS NONE YET.  THE
      *    PREFECTURE IS THE LEAD OF THE EDI DESTINATION CODE
      *    (JOLJF11-15B), ELSE THE SHIP-TO'S; THE CARRIER IS THE
      *    SHIP-TO'S.
       SHPDT-RTN.
           MOVE  0  TO  LDW-TDFK.
           MOVE  0  TO  LDW-CARR.
           IF  JOLJF11-SHPCD  NOT =  0
               MOVE  JOLJF11-071    TO  SHP-TCD
               MOVE  JOLJF11-SHPCD  TO  SHP-CD
               CALL "DB_Read" USING
                "INVALID" SHPT_PNAME1 BY REFERENCE SHP-R "UNLOCK"
                RETURNING RET
               IF  RET  =  0
                   MOVE  SHP-TDFK  TO  LDW-TDFK
                   MOVE  SHP-CARR  TO  LDW-CARR
               END-IF
           END-IF.
           IF  JOLJF11-15B  NOT =  0
               MOVE  JOLJF11-15B (1:2)  TO  LDW-TDFK
           END-IF.
           MOVE  JOLJF11-06  TO  LDW-NDATE.
           MOVE  WK-TODAY8   TO  LDW-TODAY.
           PERFORM  LDT-CALC-RTN  THRU  LDT-CALC-EXT.
           MOVE  LDW-SHPDT  TO  JOLJF11-SHPDT.
       SHPDT-EXT.
           EXIT.
       COPY    LPLDT.
       COPY    LPCAL.
