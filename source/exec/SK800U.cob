      *        FROM TT-M (TT-TUG) THE WAY THE TT700R STATEMENT
      *        SHOWS IT.  SKDF IS ALREADY KEYED CUSTOMER-FIRST,
      *        SO ONE SEQUENTIAL PASS BREAKS PER CUSTOMER.
      *        A CUSTOMER ON CUTOFF-TYPE JT-PTRM PAYMENT TERMS
      *        CLOSES ON THE TERMS' CLOSING DAY INSTEAD OF
      *        TK-CUTDAY.  THE BILL'S DUE DATE IS WORKED FROM THE
      *        CUTOFF UNDER THE CUSTOMER'S TERMS (LPDUE, ROLLED TO
      *        A BUSINESS DAY), PRINTED ON THE BILL AND STAMPED
      *        INTO SKD-DUE OF EVERY ROW IT CARRIES.
      *        A CUSTOMER WHOSE JT-PEPF PROFILE SENDS BY PEPPOL,
      *        EFFECTIVE BY THE MONTH'S END, GETS NO PAPER BILL:
      *        ITS HEADING PRINTS WITH AN E-INVOICE NOTE AND THE
      *        TOTAL, THE DETAIL DOES NOT, AND THE ROWS ARE STILL
      *        MARKED -- SK930U SENDS THE BILL (OR HAS ALREADY
      *        SENT EACH INVOICE ON ITS OWN).
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       77  WK-1ST-SW       PIC  9(01)  VALUE  1.
       77  WK-HDR-SW       PIC  9(01)  VALUE  0.
       77  WK-BILL-KIN     PIC S9(10)  VALUE  0.
       77  WK-YMEND        PIC  9(08)  VALUE  0.
       77  WK-EIV          PIC  9(01)  VALUE  0.
       77  WS-ROW-CNT      PIC  9(07)  VALUE  0.
       77  WS-BIL-CNT      PIC  9(07)  VALUE  0.
       COPY    LISKDF.
       COPY    LITKM.
       COPY    LIPEPF.
       COPY    LSTTM.
       COPY    LIPTRM.
       COPY    LICALM.
       COPY    LWCAL.
       COPY    LWDUE.
       COPY    LIRUNL.
      *****
       01  SK-RPT-HD0.
           02  RPT-CF          PIC  -(09)9.
           02  FILLER          PIC  X(09)  VALUE  " CUTOFF=".
           02  RPT-CUT         PIC  9(08).
           02  FILLER          PIC  X(06)  VALUE  "  DUE=".
           02  RPT-DUE         PIC  9(08).
       01  SK-RPT-EIV.
           02  FILLER          PIC  X(50)  VALUE
               " E-INVOICE (PEPPOL) -- SENT BY SK930U, NOT MAILED".
       01  SK-RPT-DET.
           02  FILLER          PIC  X(06)  VALUE  " DATE=".
           02  RPT-DATE        PIC  9(08).
       OPEN  OUTPUT  SK-RPT-FILE.
           ACCEPT  WK-YM  FROM  ARGUMENT-VALUE.
       MOVE  WK-YM  TO  RPT-HDR-YM.
       COMPUTE  WK-YMEND  =  20000000  +  (WK-YM  *  100)  +  31.
       MOVE  SK-RPT-HD0  TO  SK-RPT-LINE.
       WRITE  SK-RPT-LINE.
       PERFORM  RUNL-ST-RTN  THRU  RUNL-ST-EXT.
           CALL "DB_F_Open" USING
            "INPUT" TT-M_PNAME1 "SHARED" BY REFERENCE TT-M_IDLST
            "1" "TT-KEY" BY REFERENCE TT-KEY.
           CALL "DB_F_Open" USING
            "INPUT" PTRM_PNAME1 "SHARED" BY REFERENCE PTRM_IDLST "1"
            "PTM-KEY" BY REFERENCE PTM-KEY.
           CALL "DB_F_Open" USING
            "INPUT" CALM_PNAME1 "SHARED" BY REFERENCE CALM_IDLST "1"
            "CAL-KEY" BY REFERENCE CAL-KEY.
           CALL "DB_F_Open" USING
            "INPUT" PEPF_PNAME1 "SHARED" BY REFERENCE PEPF_IDLST "1"
            "PEP-KEY" BY REFERENCE PEP-KEY.
       SK-10.
           CALL "DB_Read" USING
            "NEXT AT END" SKDF_PNAME1 BY REFERENCE SKD-R " "
               MOVE  SKD-KIN   TO  RPT-KIN
               ADD  SKD-KIN  TO  WK-BILL-KIN
           END-IF.
           IF  WK-EIV  =  0
               MOVE  SK-RPT-DET  TO  SK-RPT-LINE
               WRITE  SK-RPT-LINE
           END-IF.
           MOVE  WK-YM     TO  SKD-BILYM.
           MOVE  WDUE-DUE  TO  SKD-DUE.
           CALL "DB_Update" USING
            SKDF_PNAME1 SKDF_LNAME SKD-R RETURNING RET.
           ADD  1  TO  WS-ROW-CNT.
           IF  TK-CUTDAY  IS  NOT  NUMERIC
               MOVE  0  TO  TK-CUTDAY
           END-IF.
      *        CUTOFF-TYPE PAYMENT TERMS CARRY THEIR OWN CLOSING
      *        DAY, WHICH WINS OVER TK-CUTDAY.
           IF  TK-PTC  IS  NUMERIC  AND  TK-PTC  NOT =  0
               MOVE  TK-PTC  TO  PTM-CODE
               CALL "DB_Read" USING
                "INVALID" PTRM_PNAME1 BY REFERENCE PTM-R "UNLOCK"
                RETURNING RET
               IF  RET  =  0  AND  PTM-TYPE  =  1
                   MOVE  PTM-CUTDAY  TO  TK-CUTDAY
               END-IF
           END-IF.
           COMPUTE  WK-CUTDT  =  20000000  +  (WK-YM  *  100).
           IF  TK-CUTDAY  =  0
               ADD  31  TO  WK-CUTDT
           ELSE
               ADD  TK-CUTDAY  TO  WK-CUTDT
           END-IF.
      *        DELIVERED OVER PEPPOL -- NO PAPER BILL.
           MOVE  0        TO  WK-EIV.
           MOVE  SKD-TCD  TO  PEP-TCD.
           CALL "DB_Read" USING
            "INVALID" PEPF_PNAME1 BY REFERENCE PEP-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  0  AND  PEP-ACTV  =  1
           AND  WK-YMEND  NOT <  PEP-FROM
               MOVE  1  TO  WK-EIV
           END-IF.
      *        THE BILL FALLS DUE UNDER THE TERMS FROM ITS CUTOFF.
           MOVE  SKD-TCD   TO  WDUE-TCD.
           MOVE  WK-CUTDT  TO  WDUE-BASE.
           PERFORM  DUE-RTN  THRU  DUE-EXT.
       NEWC-EXT.
           EXIT.
      *****
           MOVE  TK-NAME     TO  RPT-NAME.
           MOVE  SK-RPT-HD1  TO  SK-RPT-LINE.
           WRITE  SK-RPT-LINE.
           IF  WK-EIV  =  1
               MOVE  SK-RPT-EIV  TO  SK-RPT-LINE
               WRITE  SK-RPT-LINE
               GO  TO  HDR-EXT
           END-IF.
           MOVE  WK-CUR-TCD  TO  TT-TCD.
           CALL "DB_Read" USING
            "INVALID" TT-M_PNAME1 BY REFERENCE TT-R "UNLOCK"
               MOVE  0       TO  RPT-CF
           END-IF.
           MOVE  WK-CUTDT  TO  RPT-CUT.
           MOVE  WDUE-DUE  TO  RPT-DUE.
           MOVE  SK-RPT-HD2  TO  SK-RPT-LINE.
           WRITE  SK-RPT-LINE.
       HDR-EXT.
           CALL "DB_F_Close" USING BY REFERENCE SKDF_IDLST SKDF_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE TK-M_IDLST TK-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE TT-M_IDLST TT-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE PTRM_IDLST PTRM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE CALM_IDLST CALM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE PEPF_IDLST PEPF_PNAME1.
           CLOSE  SK-RPT-FILE.
           PERFORM  RUNL-EN-RTN  THRU  RUNL-EN-EXT.
           CALL "DB_Close".
           CALL "DB_F_Close" USING BY REFERENCE RUNL_IDLST RUNL_PNAME1.
       RUNL-EN-EXT.
           EXIT.
       COPY  LPCAL.
       COPY  LPDUE.
