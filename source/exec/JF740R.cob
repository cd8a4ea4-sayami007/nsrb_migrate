      *        CONFIRMED JSJD INSTRUCTIONS (JSJD-16 = 1) OF THE
      *        ARGUMENT SHIP DATE (DEFAULT TODAY): PER SHIPMENT
      *        A DELIVERY SLIP -- ITEM NAME FROM J-M, THE
      *        SHIPPED JSJD-12 SIZE QUANTITIES UNDER THE LABELS
      *        OF THE ITEM'S SIZE SCALE (J-SZS), THE UNIT PRICE
      *        PER THE THTND CUSTOMER OVERRIDE OR THE J-M
      *        DEFAULT, AND THE EXTENDED AMOUNT, WITH THE
      *        JT-JANM BARCODE NUMBER OF EACH SIZE SHIPPED --
      *        FOLLOWED BY THE SIGNATURE RECEIPT COPY.  SLIP
      *        NUMBERS COME
      *        FROM THE FCTL "DLVNO" COUNTER AND ARE STAMPED
      *        INTO JSJD-SLIP; AN INSTRUCTION ALREADY NUMBERED
      *        IS SKIPPED, SO A RERUN ISSUES NOTHING TWICE.
       77  WS-SLP-CNT      PIC  9(07)  VALUE  0.
       COPY    LIJSJD.
       COPY    LIJM.
       COPY    LIJANM.
       COPY    LISZSC.
       COPY    LWSZS.
       COPY    LITHTND.
       COPY    LJOLJF.
       COPY    FCTL.
           02  SLP-JCD         PIC  9(06).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  SLP-JNAME       PIC  N(24).
       01  JF-SLP-LBL.
           02  FILLER          PIC  X(06)  VALUE  " SIZE:".
           02  SLP-LBE         OCCURS  10.
               03  FILLER      PIC  X(01).
               03  SLP-LB      PIC  X(04).
       01  JF-SLP-QTY.
           02  FILLER          PIC  X(06)  VALUE  " QTY: ".
           02  SLP-SZ          OCCURS  10  PIC  ----9.
           02  FILLER          PIC  X(06)  VALUE  "  TTL=".
           02  SLP-QTT         PIC  ----9.
       01  JF-SLP-JAN.
           02  FILLER          PIC  X(08)  VALUE  "  SIZE=".
           02  SLP-JN-SZ       PIC  Z9.
           02  FILLER          PIC  X(05)  VALUE  " JAN=".
           02  SLP-JN-CODE     PIC  X(13).
           02  FILLER          PIC  X(05)  VALUE  " QTY=".
           02  SLP-JN-QTY      PIC  ----9.
       01  JF-SLP-AMT.
           02  FILLER          PIC  X(07)  VALUE  " PRICE=".
           02  SLP-TAN         PIC  -(05)9.99.
           CALL "DB_F_Open" USING
            "INPUT" JOLJF_PNAME1 "SHARED" BY REFERENCE JOLJF_IDLST "1"
            "JOLJF11-KEYW" BY REFERENCE JOLJF11-KEYW.
           CALL "DB_F_Open" USING
            "INPUT" JANM_PNAME1 "SHARED" BY REFERENCE JANM_IDLST "1"
            "JAN-KEY" BY REFERENCE JAN-KEY.
           CALL "DB_F_Open" USING
            "INPUT" SZSC_PNAME1 "SHARED" BY REFERENCE SZSC_IDLST "1"
            "SZS-KEY" BY REFERENCE SZS-KEY.
       ST-10.
           CALL "DB_Read" USING
            "NEXT AT END" JSJD_PNAME1 BY REFERENCE JSJD-REC " "
           IF  RET  =  1
               MOVE  SPACE  TO  J-NAME
               MOVE  0      TO  J-ST
               MOVE  0      TO  J-SZS
           END-IF.
           MOVE  JSJD-09  TO  SLP-JCD.
           MOVE  J-NAME   TO  SLP-JNAME.
               MOVE  JSJD-1211 (I)  TO  SLP-SZ (I)
           END-PERFORM.
           MOVE  JSJD-122  TO  SLP-QTT.
           MOVE  J-SZS  TO  SZSW-CD.
           PERFORM  SZSW-GET-RTN  THRU  SZSW-GET-EXT.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  10
               MOVE  SPACE          TO  SLP-LBE (I)
               MOVE  SZSW-LBL (I)  TO  SLP-LB (I)
           END-PERFORM.
           MOVE  JF-SLP-LBL  TO  JF-RPT-LINE.
           WRITE  JF-RPT-LINE.
           MOVE  JF-SLP-QTY  TO  JF-RPT-LINE.
           WRITE  JF-RPT-LINE.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  10
               IF  JSJD-1211 (I)  NOT =  0
                   MOVE  JSJD-09  TO  JAN-JCD
                   MOVE  I        TO  JAN-SZ
                   CALL "DB_Read" USING
                    "INVALID" JANM_PNAME1 BY REFERENCE JAN-R "UNLOCK"
                    RETURNING RET
                   IF  RET  =  1
                       MOVE  "NO JAN"  TO  JAN-CODE
                   END-IF
                   MOVE  I              TO  SLP-JN-SZ
                   MOVE  JAN-CODE       TO  SLP-JN-CODE
                   MOVE  JSJD-1211 (I)  TO  SLP-JN-QTY
                   MOVE  JF-SLP-JAN  TO  JF-RPT-LINE
                   WRITE  JF-RPT-LINE
               END-IF
           END-PERFORM.
      *        PRICE -- THE THTND CUSTOMER OVERRIDE WINS, ELSE
      *        THE J-M FINAL PRICE.
           MOVE  JSJD-021  TO  THTND-01.
            BY REFERENCE FCTL-F_IDLST FCTL-F_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE JOLJF_IDLST JOLJF_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE JANM_IDLST JANM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE SZSC_IDLST SZSC_PNAME1.
           MOVE  WS-SLP-CNT  TO  RPT-SUM-CNT.
           MOVE  JF-RPT-SUM  TO  JF-RPT-LINE.
           WRITE  JF-RPT-LINE.
           CALL "DB_F_Close" USING BY REFERENCE RUNL_IDLST RUNL_PNAME1.
       RUNL-EN-EXT.
           EXIT.
       COPY  LPSZS.
