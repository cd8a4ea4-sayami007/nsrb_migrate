       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KM860U.
      *****************************************************
      *****   CONTRACTOR PAY RUN -- ZENGIN TRANSFER    *****
      *****************************************************
      *        PAYS THE KM830R PAYMENT PROPOSAL.  ARGUMENTS: THE
      *        PAY DATE (YYYYMMDD) AND THE OPERATOR ID.  EVERY
      *        JT-KSIF INVOICE THE PROPOSAL LISTS FOR THAT DATE
      *        (KSI-STAT 0/2, DUE ON OR BEFORE IT) IS TOTALLED PER
      *        CONTRACTOR, AND EACH CONTRACTOR WITH A JT-KHBK
      *        ACCOUNT AND A POSITIVE TOTAL GETS ONE TRANSFER ON
      *        THE ZENGIN BULK TRANSFER FILE (ZGPAY.DAT): HEADER
      *        (TYPE 1) WITH OUR CLIENT CODE AND THE JT-BNKM
      *        PAYMENTS ACCOUNT, DATA (TYPE 2) PER TRANSFER,
      *        TRAILER (TYPE 8) WITH THE COUNT AND AMOUNT, AND END
      *        (TYPE 9).  THE INVOICES PAID ARE SET TO KSI-STAT 3
      *        WITH KSI-PDATE = THE PAY DATE.  A CONTRACTOR WITH NO
      *        ACCOUNT OR A NIL OR CREDIT TOTAL IS HELD -- LISTED
      *        AND LEFT UNPAID.  THE TRANSFER LIST PRINTS EACH
      *        TRANSFER AND THE LIST TOTALS AGAINST THE FILE
      *        TRAILER.  THE RUN IS REGISTERED ON JT-ZGPR, AND A
      *        SECOND RUN FOR THE SAME PAY DATE IS REFUSED BEFORE
      *        THE FILE IS TOUCHED UNTIL OPERATIONS RESET IT ON
      *        KM870U.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  ZG-OUT-FILE  ASSIGN  TO  "ZGPAY.DAT"
               ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT  KM-RPT-FILE  ASSIGN  TO  "KM860U"
               ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT  KM-SORT-WORK  ASSIGN  TO  "KM860U.SRT".
       DATA                DIVISION.
       FILE                SECTION.
      *****
      *    ZENGIN GENERAL TRANSFER (SOUGOU FURIKOMI) RECORDS, 120
      *    BYTES: 1 HEADER, 2 DATA, 8 TRAILER, 9 END.  NAMES ARE
      *    HALF-WIDTH KANA.
       FD  ZG-OUT-FILE
           LABEL RECORD IS STANDARD.
       01  ZG-H-REC.
           02  ZH-KBN          PIC  X(01).
           02  ZH-SBT          PIC  X(02).
           02  ZH-CDK          PIC  X(01).
           02  ZH-CLCD         PIC  9(10).
           02  ZH-CLNM         PIC  X(40).
           02  ZH-MMDD         PIC  9(04).
           02  ZH-BKNO         PIC  9(04).
           02  ZH-BKNM         PIC  X(15).
           02  ZH-BRNO         PIC  9(03).
           02  ZH-BRNM         PIC  X(15).
           02  ZH-TYP          PIC  9(01).
           02  ZH-ACNO         PIC  9(07).
           02  FILLER          PIC  X(17).
       01  ZG-D-REC.
           02  ZD-KBN          PIC  X(01).
           02  ZD-BKNO         PIC  9(04).
           02  ZD-BKNM         PIC  X(15).
           02  ZD-BRNO         PIC  9(03).
           02  ZD-BRNM         PIC  X(15).
           02  ZD-CLH          PIC  X(04).
           02  ZD-TYP          PIC  9(01).
           02  ZD-ACNO         PIC  9(07).
           02  ZD-KNAM         PIC  X(30).
           02  ZD-AMT          PIC  9(10).
           02  ZD-NEW          PIC  X(01).
           02  ZD-CCD1         PIC  X(10).
           02  ZD-CCD2         PIC  X(10).
           02  ZD-SHT          PIC  X(01).
           02  ZD-IDH          PIC  X(01).
           02  FILLER          PIC  X(07).
       01  ZG-T-REC.
           02  ZT-KBN          PIC  X(01).
           02  ZT-CNT          PIC  9(06).
           02  ZT-AMT          PIC  9(12).
           02  FILLER          PIC  X(101).
       01  ZG-E-REC.
           02  ZE-KBN          PIC  X(01).
           02  FILLER          PIC  X(119).
       FD  KM-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  KM-RPT-LINE         PIC  X(132).
       SD  KM-SORT-WORK.
       01  SRT-REC.
           02  SRT-HCD         PIC  X(005).
           02  SRT-NO          PIC  9(006).
           02  SRT-KIN         PIC S9(009).
       WORKING-STORAGE     SECTION.
       77  ERR-STAT        PIC  X(02).
       77  RET             PIC  9(01)  VALUE  0.
       77  WK-OPR          PIC  X(06)  VALUE  SPACE.
       77  WK-TODAY        PIC  9(06)  VALUE  0.
       77  WK-NOW          PIC  9(06)  VALUE  0.
       77  WK-REG-SW       PIC  9(01)  VALUE  0.
       77  WK-1ST-SW       PIC  9(01)  VALUE  1.
       77  WK-CUR-HCD      PIC  X(05)  VALUE  SPACE.
       77  WK-HCD-KIN      PIC S9(11)  VALUE  0.
       77  WK-HCD-INV      PIC  9(04)  VALUE  0.
       77  WK-PD-CNT       PIC  9(04)  VALUE  0.
       77  WK-PX           PIC  9(04)  VALUE  0.
       77  WK-PD-FND       PIC  9(01)  VALUE  0.
       77  WS-LST-CNT      PIC  9(06)  VALUE  0.
       77  WS-LST-AMT      PIC  9(12)  VALUE  0.
       77  WS-ZG-CNT       PIC  9(06)  VALUE  0.
       77  WS-ZG-AMT       PIC  9(12)  VALUE  0.
       77  WS-INV-CNT      PIC  9(07)  VALUE  0.
       77  WS-HLD-CNT      PIC  9(06)  VALUE  0.
       77  WS-RD-CNT       PIC  9(07)  VALUE  0.
       01  WK-PAYDT        PIC  9(08)  VALUE  0.
       01  WK-PAYDTR  REDEFINES  WK-PAYDT.
           02  WK-PAYDT-Y      PIC  9(04).
           02  WK-PAYDT-M      PIC  9(02).
           02  WK-PAYDT-D      PIC  9(02).
      *    CONTRACTORS PAID IN THIS RUN, IN CODE ORDER.
       01  WK-PD-TBL.
           02  WK-PD-HCD       PIC  X(05)  OCCURS  1000.
       COPY    LIKSIF.
       COPY    LIKHBK.
       COPY    LIBNKM.
       COPY    LIZGPR.
       COPY    LIRUNL.
       COPY    LWHDR.
      *****
       01  KM-RPT-HDR.
           02  FILLER          PIC  X(09)  VALUE  "PAY DATE=".
           02  RPT-HDR-PAYDT   PIC  9(08).
           02  FILLER          PIC  X(12)  VALUE  " FROM ACCT=".
           02  RPT-HDR-CD      PIC  9(02).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-HDR-BKNO    PIC  9(04).
           02  FILLER          PIC  X(01)  VALUE  "-".
           02  RPT-HDR-BRNO    PIC  9(03).
           02  FILLER          PIC  X(01)  VALUE  "-".
           02  RPT-HDR-ACNO    PIC  9(07).
           02  FILLER          PIC  X(08)  VALUE  " CLIENT=".
           02  RPT-HDR-CLCD    PIC  9(10).
       01  KM-RPT-DET.
           02  FILLER          PIC  X(04)  VALUE  "CTR=".
           02  RPT-HCD         PIC  X(05).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-KNAM        PIC  X(30).
           02  FILLER          PIC  X(06)  VALUE  " BANK=".
           02  RPT-BKNO        PIC  9(04).
           02  FILLER          PIC  X(04)  VALUE  " BR=".
           02  RPT-BRNO        PIC  9(03).
           02  FILLER          PIC  X(03)  VALUE  " T=".
           02  RPT-TYP         PIC  9(01).
           02  FILLER          PIC  X(04)  VALUE  " NO=".
           02  RPT-ACNO        PIC  9(07).
           02  FILLER          PIC  X(05)  VALUE  " INV=".
           02  RPT-INV         PIC  ZZZ9.
           02  FILLER          PIC  X(05)  VALUE  " AMT=".
           02  RPT-AMT         PIC  Z(09)9.
           02  FILLER          PIC  X(05)  VALUE  " NEW=".
           02  RPT-NEW         PIC  X(01).
       01  KM-RPT-HLD.
           02  FILLER          PIC  X(13)  VALUE  "*** HELD CTR=".
           02  HLD-HCD         PIC  X(05).
           02  FILLER          PIC  X(05)  VALUE  " INV=".
           02  HLD-INV         PIC  ZZZ9.
           02  FILLER          PIC  X(05)  VALUE  " AMT=".
           02  HLD-AMT         PIC  -(10)9.
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  HLD-WHY         PIC  X(24).
       01  KM-RPT-TOT.
           02  TOT-LBL         PIC  X(16).
           02  FILLER          PIC  X(07)  VALUE  " COUNT=".
           02  TOT-CNT         PIC  ZZZZZ9.
           02  FILLER          PIC  X(08)  VALUE  " AMOUNT=".
           02  TOT-AMT         PIC  Z(11)9.
       01  KM-RPT-SUM.
           02  FILLER          PIC  X(14)  VALUE  "INVOICES PAID=".
           02  RPT-SUM-INV     PIC  ZZZZZZ9.
           02  FILLER          PIC  X(18)  VALUE  " CONTRACTORS HELD=".
           02  RPT-SUM-HLD     PIC  ZZZZZ9.
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       OPEN  OUTPUT  KM-RPT-FILE.
           ACCEPT  WK-PAYDT  FROM  ARGUMENT-VALUE.
           ACCEPT  WK-OPR    FROM  ARGUMENT-VALUE.
       MOVE  "KM860U"  TO  HDR-PGMID.
       MOVE  "ZENGIN TRANSFER LIST"  TO  HDR-TITLE.
       MOVE  WK-OPR    TO  HDR-OPR.
       PERFORM  HDR-INIT-RTN  THRU  HDR-INIT-EXT.
           IF  WK-PAYDT-Y  <  1989
               OR  WK-PAYDT-M  <  1  OR  WK-PAYDT-M  >  12
               OR  WK-PAYDT-D  <  1  OR  WK-PAYDT-D  >  31
               MOVE  "*** PAY DATE MISSING OR INVALID, RUN ENDED"
                TO  KM-RPT-LINE
               GO  TO  ERR-END
           END-IF.
      *****
      *    ONE FILE PER PAY DATE.
           CALL "DB_F_Open" USING
            "I-O" ZGPR_PNAME1 "SHARED" BY REFERENCE ZGPR_IDLST "1"
            "ZGP-KEY" BY REFERENCE ZGP-KEY.
           MOVE  WK-PAYDT  TO  ZGP-PDATE.
           CALL "DB_Read" USING
            "INVALID" ZGPR_PNAME1 BY REFERENCE ZGP-R "UNLOCK"
            RETURNING RET.
           MOVE  0  TO  WK-REG-SW.
           IF  RET  =  0
               MOVE  1  TO  WK-REG-SW
               IF  ZGP-STAT  =  1
                   CALL "DB_F_Close" USING
                    BY REFERENCE ZGPR_IDLST ZGPR_PNAME1
                   MOVE  "*** PAY DATE ALREADY RUN -- RESET ON KM870U"
                    TO  KM-RPT-LINE
                   PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
                   MOVE  "*** NO FILE WRITTEN, RUN ENDED"
                    TO  KM-RPT-LINE
                   GO  TO  ERR-END
               END-IF
           END-IF.
      *****
      *    THE ACCOUNT WE PAY FROM.
           CALL "DB_F_Open" USING
            "INPUT" BNKM_PNAME1 "SHARED" BY REFERENCE BNKM_IDLST "1"
            "BNK-KEY" BY REFERENCE BNK-KEY.
       BK-10.
           CALL "DB_Read" USING
            "NEXT AT END" BNKM_PNAME1 BY REFERENCE BNK-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  0  AND  BNK-PAYF  NOT =  1
               GO  TO  BK-10
           END-IF.
           CALL "DB_F_Close" USING BY REFERENCE BNKM_IDLST BNKM_PNAME1.
           IF  RET  =  1  OR  BNK-CLCD  =  0
               CALL "DB_F_Close" USING
                BY REFERENCE ZGPR_IDLST ZGPR_PNAME1
               MOVE  "*** NO PAYMENTS ACCOUNT CLIENT CODE, RUN ENDED"
                TO  KM-RPT-LINE
               GO  TO  ERR-END
           END-IF.
           MOVE  WK-PAYDT  TO  RPT-HDR-PAYDT.
           MOVE  BNK-CD    TO  RPT-HDR-CD.
           MOVE  BNK-BKNO  TO  RPT-HDR-BKNO.
           MOVE  BNK-BRNO  TO  RPT-HDR-BRNO.
           MOVE  BNK-ACNO  TO  RPT-HDR-ACNO.
           MOVE  BNK-CLCD  TO  RPT-HDR-CLCD.
           MOVE  KM-RPT-HDR  TO  KM-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  SPACE  TO  KM-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           PERFORM  RUNL-ST-RTN  THRU  RUNL-ST-EXT.
           OPEN  OUTPUT  ZG-OUT-FILE.
           MOVE  SPACE     TO  ZG-H-REC.
           MOVE  "1"       TO  ZH-KBN.
           MOVE  "21"      TO  ZH-SBT.
           MOVE  "0"       TO  ZH-CDK.
           MOVE  BNK-CLCD  TO  ZH-CLCD.
           MOVE  BNK-CLNM  TO  ZH-CLNM.
           MOVE  WK-PAYDT (5:4)  TO  ZH-MMDD.
           MOVE  BNK-BKNO  TO  ZH-BKNO.
           MOVE  BNK-BKNM  TO  ZH-BKNM.
           MOVE  BNK-BRNO  TO  ZH-BRNO.
           MOVE  BNK-BRNM  TO  ZH-BRNM.
           MOVE  BNK-TYP   TO  ZH-TYP.
           MOVE  BNK-ACNO  TO  ZH-ACNO.
           WRITE  ZG-H-REC.
           CALL "DB_F_Open" USING
            "I-O" KHBK_PNAME1 "SHARED" BY REFERENCE KHBK_IDLST "1"
            "KHB-KEY" BY REFERENCE KHB-KEY.
           SORT  KM-SORT-WORK
               ASCENDING  KEY  SRT-HCD  SRT-NO
               INPUT  PROCEDURE  IS  INP-RTN  THRU  INP-EXT
               OUTPUT  PROCEDURE  IS  OUT-RTN  THRU  OUT-EXT.
           CALL "DB_F_Close" USING BY REFERENCE KHBK_IDLST KHBK_PNAME1.
           MOVE  SPACE      TO  ZG-T-REC.
           MOVE  "8"        TO  ZT-KBN.
           MOVE  WS-ZG-CNT  TO  ZT-CNT.
           MOVE  WS-ZG-AMT  TO  ZT-AMT.
           WRITE  ZG-T-REC.
           MOVE  SPACE      TO  ZG-E-REC.
           MOVE  "9"        TO  ZE-KBN.
           WRITE  ZG-E-REC.
           CLOSE  ZG-OUT-FILE.
           IF  WS-ZG-CNT  =  0
               CALL "DB_F_Close" USING
                BY REFERENCE ZGPR_IDLST ZGPR_PNAME1
               MOVE  "*** NO TRANSFERS -- FILE NOT TO BE SENT"
                TO  KM-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
               GO  TO  END-10
           END-IF.
           PERFORM  PAID-RTN  THRU  PAID-EXT.
      *****
      *    REGISTER THE RUN.
           ACCEPT  WK-TODAY  FROM  DATE.
           ACCEPT  WK-NOW    FROM  TIME.
           IF  WK-REG-SW  =  0
               MOVE  SPACE     TO  ZGP-R
               MOVE  WK-PAYDT  TO  ZGP-PDATE
               MOVE  0         TO  ZGP-XDATE
               MOVE  0         TO  ZGP-XTIME
           ELSE
               MOVE  WK-PAYDT  TO  ZGP-PDATE
               CALL "DB_Read" USING
                "INVALID" ZGPR_PNAME1 BY REFERENCE ZGP-R " "
                RETURNING RET
           END-IF.
           MOVE  1           TO  ZGP-STAT.
           MOVE  BNK-CD      TO  ZGP-BKCD.
           MOVE  WS-ZG-CNT   TO  ZGP-CNT.
           MOVE  WS-ZG-AMT   TO  ZGP-AMT.
           MOVE  WS-INV-CNT  TO  ZGP-INV.
           COMPUTE  ZGP-RDATE  =  WK-TODAY  +  20000000.
           MOVE  WK-NOW      TO  ZGP-RTIME.
           MOVE  WK-OPR      TO  ZGP-OPR.
           IF  WK-REG-SW  =  0
               CALL "DB_Insert" USING
                ZGPR_PNAME1 ZGPR_LNAME ZGP-R RETURNING RET
           ELSE
               CALL "DB_Update" USING
                ZGPR_PNAME1 ZGPR_LNAME ZGP-R RETURNING RET
           END-IF.
           IF  RET  =  1
               MOVE  "*** PAY RUN REGISTER NOT WRITTEN"
                TO  KM-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
           END-IF.
           CALL "DB_F_Close" USING BY REFERENCE ZGPR_IDLST ZGPR_PNAME1.
       END-10.
           MOVE  SPACE  TO  KM-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  "TRANSFER LIST"  TO  TOT-LBL.
           MOVE  WS-LST-CNT  TO  TOT-CNT.
           MOVE  WS-LST-AMT  TO  TOT-AMT.
           MOVE  KM-RPT-TOT  TO  KM-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  "FILE TRAILER"  TO  TOT-LBL.
           MOVE  WS-ZG-CNT  TO  TOT-CNT.
           MOVE  WS-ZG-AMT  TO  TOT-AMT.
           MOVE  KM-RPT-TOT  TO  KM-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           IF  WS-LST-CNT  NOT =  WS-ZG-CNT
               OR  WS-LST-AMT  NOT =  WS-ZG-AMT
               MOVE  "*** LIST AND FILE TOTALS DISAGREE"
                TO  KM-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
           END-IF.
           MOVE  WS-INV-CNT  TO  RPT-SUM-INV.
           MOVE  WS-HLD-CNT  TO  RPT-SUM-HLD.
           MOVE  KM-RPT-SUM  TO  KM-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           PERFORM  HDR-TRL-RTN  THRU  HDR-TRL-EXT.
           CLOSE  KM-RPT-FILE.
           PERFORM  RUNL-EN-RTN  THRU  RUNL-EN-EXT.
           CALL "DB_Close".
           STOP  RUN.
       ERR-END.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           PERFORM  HDR-TRL-RTN  THRU  HDR-TRL-EXT.
           CLOSE  KM-RPT-FILE.
           CALL "DB_Close".
           STOP  RUN.
      *****
      *    THE PROPOSAL -- AS KM830R SELECTS IT.
       INP-RTN.
           CALL "DB_F_Open" USING
            "INPUT" KSIF_PNAME1 "SHARED" BY REFERENCE KSIF_IDLST "1"
            "KSI-KEY" BY REFERENCE KSI-KEY.
       INP-10.
           CALL "DB_Read" USING
            "NEXT AT END" KSIF_PNAME1 BY REFERENCE KSI-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  INP-90
           END-IF.
           IF  KSI-STAT  NOT =  0  AND  2
               GO  TO  INP-10
           END-IF.
           IF  KSI-DDATE  >  WK-PAYDT
               GO  TO  INP-10
           END-IF.
           ADD  1  TO  WS-RD-CNT.
           MOVE  KSI-HCD    TO  SRT-HCD.
           MOVE  KSI-NO     TO  SRT-NO.
           MOVE  KSI-KIN    TO  SRT-KIN.
           RELEASE  SRT-REC.
           GO  TO  INP-10.
       INP-90.
           CALL "DB_F_Close" USING BY REFERENCE KSIF_IDLST KSIF_PNAME1.
       INP-EXT.
           EXIT.
       OUT-RTN.
       OUT-10.
           RETURN  KM-SORT-WORK  AT  END
               PERFORM  BRK-RTN  THRU  BRK-EXT
               GO  TO  OUT-EXT.
           IF  WK-1ST-SW  =  1
               MOVE  0  TO  WK-1ST-SW
               MOVE  SRT-HCD  TO  WK-CUR-HCD
           END-IF.
           IF  SRT-HCD  NOT =  WK-CUR-HCD
               PERFORM  BRK-RTN  THRU  BRK-EXT
               MOVE  SRT-HCD  TO  WK-CUR-HCD
           END-IF.
           ADD  SRT-KIN  TO  WK-HCD-KIN.
           ADD  1        TO  WK-HCD-INV.
           GO  TO  OUT-10.
      *****
      *    ONE CONTRACTOR -- TRANSFER OR HOLD.
       BRK-RTN.
           IF  WK-1ST-SW  =  1
               GO  TO  BRK-EXT
           END-IF.
           MOVE  SPACE  TO  HLD-WHY.
           MOVE  WK-CUR-HCD  TO  KHB-HCD.
           CALL "DB_Read" USING
            "INVALID" KHBK_PNAME1 BY REFERENCE KHB-R " "
            RETURNING RET.
           IF  RET  =  1
               MOVE  "NO BANK ACCOUNT"  TO  HLD-WHY
           ELSE
               IF  WK-HCD-KIN  NOT >  0
                   MOVE  "NIL OR CREDIT TOTAL"  TO  HLD-WHY
               ELSE
                   IF  WK-HCD-KIN  >  9999999999
                       MOVE  "OVER TRANSFER LIMIT"  TO  HLD-WHY
                   ELSE
                       IF  WK-PD-CNT  NOT <  1000
                           MOVE  "TOO MANY PAYEES"  TO  HLD-WHY
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF  HLD-WHY  NOT =  SPACE
               ADD  1  TO  WS-HLD-CNT
               MOVE  WK-CUR-HCD  TO  HLD-HCD
               MOVE  WK-HCD-INV  TO  HLD-INV
               MOVE  WK-HCD-KIN  TO  HLD-AMT
               MOVE  KM-RPT-HLD  TO  KM-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
               GO  TO  BRK-90
           END-IF.
           MOVE  SPACE       TO  ZG-D-REC.
           MOVE  "2"         TO  ZD-KBN.
           MOVE  KHB-BKNO    TO  ZD-BKNO.
           MOVE  KHB-BKNM    TO  ZD-BKNM.
           MOVE  KHB-BRNO    TO  ZD-BRNO.
           MOVE  KHB-BRNM    TO  ZD-BRNM.
           MOVE  KHB-TYP     TO  ZD-TYP.
           MOVE  KHB-ACNO    TO  ZD-ACNO.
           MOVE  KHB-KNAM    TO  ZD-KNAM.
           MOVE  WK-HCD-KIN  TO  ZD-AMT.
      *        NEW CODE: 1 = FIRST TRANSFER TO THE ACCOUNT,
      *        2 = FIRST SINCE ITS DETAILS CHANGED, 0 = OTHER.
           IF  KHB-LPDT  =  0
               MOVE  "1"  TO  ZD-NEW
           ELSE
               IF  KHB-UDATE  >  KHB-LPDT
                   MOVE  "2"  TO  ZD-NEW
               ELSE
                   MOVE  "0"  TO  ZD-NEW
               END-IF
           END-IF.
           MOVE  WK-CUR-HCD  TO  ZD-CCD1.
           WRITE  ZG-D-REC.
           ADD  1           TO  WS-ZG-CNT.
           ADD  WK-HCD-KIN  TO  WS-ZG-AMT.
           MOVE  WK-CUR-HCD  TO  RPT-HCD.
           MOVE  KHB-KNAM    TO  RPT-KNAM.
           MOVE  KHB-BKNO    TO  RPT-BKNO.
           MOVE  KHB-BRNO    TO  RPT-BRNO.
           MOVE  KHB-TYP     TO  RPT-TYP.
           MOVE  KHB-ACNO    TO  RPT-ACNO.
           MOVE  WK-HCD-INV  TO  RPT-INV.
           MOVE  WK-HCD-KIN  TO  RPT-AMT.
           MOVE  ZD-NEW      TO  RPT-NEW.
           MOVE  KM-RPT-DET  TO  KM-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           ADD  1           TO  WS-LST-CNT.
           ADD  WK-HCD-KIN  TO  WS-LST-AMT.
           ADD  1  TO  WK-PD-CNT.
           MOVE  WK-CUR-HCD  TO  WK-PD-HCD (WK-PD-CNT).
           MOVE  KHB-LPDT    TO  KHB-PLPDT.
           MOVE  WK-PAYDT    TO  KHB-LPDT.
           CALL "DB_Update" USING
            KHBK_PNAME1 KHBK_LNAME KHB-R RETURNING RET.
       BRK-90.
           MOVE  0  TO  WK-HCD-KIN.
           MOVE  0  TO  WK-HCD-INV.
       BRK-EXT.
           EXIT.
       OUT-EXT.
           EXIT.
      *****
      *    MARK THE INVOICES OF THE CONTRACTORS PAID -- THE SAME
      *    SELECTION AS INP-RTN, LIMITED TO WK-PD-TBL.
       PAID-RTN.
           CALL "DB_F_Open" USING
            "I-O" KSIF_PNAME1 "SHARED" BY REFERENCE KSIF_IDLST "1"
            "KSI-KEY" BY REFERENCE KSI-KEY.
       PAID-10.
           CALL "DB_Read" USING
            "NEXT AT END" KSIF_PNAME1 BY REFERENCE KSI-R " "
            RETURNING RET.
           IF  RET = 1
               GO  TO  PAID-90
           END-IF.
           IF  KSI-STAT  NOT =  0  AND  2
               GO  TO  PAID-10
           END-IF.
           IF  KSI-DDATE  >  WK-PAYDT
               GO  TO  PAID-10
           END-IF.
           MOVE  0  TO  WK-PD-FND.
           PERFORM VARYING WK-PX FROM 1 BY 1 UNTIL WK-PX > WK-PD-CNT
               IF  WK-PD-HCD (WK-PX)  =  KSI-HCD
                   MOVE  1  TO  WK-PD-FND
               END-IF
           END-PERFORM.
           IF  WK-PD-FND  =  0
               GO  TO  PAID-10
           END-IF.
           MOVE  KSI-STAT  TO  KSI-PSTAT.
           MOVE  3         TO  KSI-STAT.
           MOVE  WK-PAYDT  TO  KSI-PDATE.
           CALL "DB_Update" USING
            KSIF_PNAME1 KSIF_LNAME KSI-R RETURNING RET.
           IF  RET  =  0
               ADD  1  TO  WS-INV-CNT
           END-IF.
           GO  TO  PAID-10.
       PAID-90.
           CALL "DB_F_Close" USING BY REFERENCE KSIF_IDLST KSIF_PNAME1.
       PAID-EXT.
           EXIT.
      *****
      *    RUNLOG START/END -- SEE LIRUNL.
       RUNL-ST-RTN.
           CALL "DB_F_Open" USING
            "I-O" RUNL_PNAME1 "SHARED" BY REFERENCE RUNL_IDLST "1"
            "RUNL-KEY" BY REFERENCE RUNL-KEY.
           ACCEPT  RUNL-SDATE  FROM  DATE.
           ACCEPT  RUNL-STIME  FROM  TIME.
           MOVE  "KM860U"  TO  RUNL-PGM.
           MOVE  WK-OPR    TO  RUNL-OPR.
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
           MOVE  WS-ZG-CNT   TO  RUNL-WRIT.
           MOVE  WS-INV-CNT  TO  RUNL-UPDT.
           MOVE  "000"       TO  RUNL-CC.
           MOVE  1           TO  RUNL-ENDF.
           CALL "DB_Update" USING
            RUNL_PNAME1 RUNL_LNAME RUNL-R RETURNING RET.
           CALL "DB_F_Close" USING BY REFERENCE RUNL_IDLST RUNL_PNAME1.
       RUNL-EN-EXT.
           EXIT.
       COPY  LPHDR  REPLACING  ==RPT-LINE==  BY  ==KM-RPT-LINE==.
