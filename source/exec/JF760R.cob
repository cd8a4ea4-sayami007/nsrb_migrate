      *        (CARTONS, PIECES, WEIGHT).  WHAT PRINTS HERE IS
      *        EXACTLY WHAT JF750U RECORDED, SO THE RETAIL
      *        PARTNER'S PER-CARTON REQUIREMENT IS MET FROM THE
      *        FILE, NOT FROM MEMORY.  EACH PACKED SIZE PRINTS
      *        ITS JT-JANM BARCODE NUMBER FOR THE LABEL SCAN.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       77  WS-WGT          PIC  9(07)V9(01)  VALUE  0.
       COPY    LICTNF.
       COPY    LIJM.
       COPY    LIJANM.
       COPY    LIRUNL.
      *****
       01  JF-RPT-SEP.
           02  CTN-DT-NAME     PIC  N(16).
           02  FILLER          PIC  X(05)  VALUE  " QTY=".
           02  CTN-DT-QTT      PIC  ----9.
       01  JF-CTN-JAN.
           02  FILLER          PIC  X(09)  VALUE  "   SIZE=".
           02  CTN-JN-SZ       PIC  Z9.
           02  FILLER          PIC  X(05)  VALUE  " JAN=".
           02  CTN-JN-CODE     PIC  X(13).
           02  FILLER          PIC  X(05)  VALUE  " QTY=".
           02  CTN-JN-QTY      PIC  ----9.
       01  JF-RPT-PKL.
           02  FILLER          PIC  X(22)  VALUE
               "PACKING LIST  CARTONS=".
           CALL "DB_F_Open" USING
            "INPUT" J-M_PNAME1 "SHARED" BY REFERENCE J-M_IDLST "1"
            "J-JCD" BY REFERENCE J-JCD.
           CALL "DB_F_Open" USING
            "INPUT" JANM_PNAME1 "SHARED" BY REFERENCE JANM_IDLST "1"
            "JAN-KEY" BY REFERENCE JAN-KEY.
       CT-10.
           CALL "DB_Read" USING
            "NEXT AT END" CTNF_PNAME1 BY REFERENCE CTN-R "UNLOCK"
           ADD  CTN-QTT  TO  WS-PCS.
           MOVE  JF-CTN-DET  TO  JF-RPT-LINE.
           WRITE  JF-RPT-LINE.
      *        ONE BARCODE LINE PER SIZE PACKED IN THE CARTON.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  10
               IF  CTN-QT1 (I)  NOT =  0
                   MOVE  CTN-JCD  TO  JAN-JCD
                   MOVE  I        TO  JAN-SZ
                   CALL "DB_Read" USING
                    "INVALID" JANM_PNAME1 BY REFERENCE JAN-R "UNLOCK"
                    RETURNING RET
                   IF  RET  =  1
                       MOVE  "NO JAN"  TO  JAN-CODE
                   END-IF
                   MOVE  I            TO  CTN-JN-SZ
                   MOVE  JAN-CODE     TO  CTN-JN-CODE
                   MOVE  CTN-QT1 (I)  TO  CTN-JN-QTY
                   MOVE  JF-CTN-JAN  TO  JF-RPT-LINE
                   WRITE  JF-RPT-LINE
               END-IF
           END-PERFORM.
           GO  TO  CT-10.
       END-RTN.
           CALL "DB_F_Close" USING BY REFERENCE CTNF_IDLST CTNF_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE J-M_IDLST J-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE JANM_IDLST JANM_PNAME1.
           MOVE  JF-RPT-SEP  TO  JF-RPT-LINE.
           WRITE  JF-RPT-LINE.
           MOVE  WS-CTN-CNT  TO  PKL-CTN.
