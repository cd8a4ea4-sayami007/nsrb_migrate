      *        CANNOT RELEASE THE SAME ALLOCATION A SECOND TIME.
      *        AN ITEM WITH NO LEDGER RECORD IS REPORTED -- THAT
      *        SHIPMENT LEFT STOCK THE LEDGER NEVER KNEW ABOUT.
      *        THE SHIPPED TOTAL ALSO COMES OUT OF THE ITEM'S
      *        JT-BINA BIN QUANTITIES IN BIN SEQUENCE ORDER (SEE
      *        LWBIN); MORE SHIPPED THAN THE BINS HELD IS
      *        REPORTED FOR A BIN RECOUNT.
      *        A SHIPMENT TO A CONSIGNMENT CUSTOMER (TK-CNSF = 1)
      *        DOES NOT LEAVE OUR STOCK: THE WAREHOUSE RELIEF IS
      *        BOOKED AS A CONSIGNMENT DELIVERY (ZKV-TYP 6) AND
      *        THE SAME QUANTITIES GO INTO THE CONSIGNMENT
      *        LOCATION (ZKM-SOK 9, ZKV-TYP 7) AND THE CUSTOMER'S
      *        JT-CNSG RECORD, BOTH CREATED ON FIRST DELIVERY.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       77  WK-ALC-SW       PIC  9(01)  VALUE  0.
       77  WK-REL          PIC S9(04)  VALUE  0.
       77  WK-ALT          PIC S9(07)  VALUE  0.
       77  WK-CNSF         PIC  9(01)  VALUE  0.
       77  WK-NEW-SW       PIC  9(01)  VALUE  0.
       77  WK-TODAY8       PIC  9(08)  VALUE  0.
       77  WS-CNS-CNT      PIC  9(07)  VALUE  0.
       COPY    LIJSJD.
       COPY    LIZAIK.
       COPY    LIALCF.
       COPY    LWILCK.
       COPY    LIPRBL.
       COPY    LWABND.
       COPY    LIBINM.
       COPY    LIBINA.
       COPY    LWBIN.
       COPY    LITKM.
       COPY    LICNSG.
       77  WK-MV-SEQ       PIC  9(04)  VALUE  0.
       77  WK-MVTRY        PIC  9(01)  VALUE  0.
       77  WK-SOK          PIC  9(01)  VALUE  0.
       77  WK-MV-SOK       PIC  9(01)  VALUE  0.
       77  WK-MV-TYP       PIC  9(01)  VALUE  0.
       77  WK-MV-SGN       PIC S9(01)  VALUE  0.
      *****
       01  ZK-RPT-HDR.
           02  FILLER          PIC  X(30)  VALUE
       01  ZK-RPT-SUM.
           02  FILLER          PIC  X(16)  VALUE  "TOTAL RELIEVED=".
           02  RPT-SUM-CNT     PIC  ZZZZZZ9.
           02  FILLER          PIC  X(15)  VALUE  "  CONSIGNMENT=".
           02  RPT-SUM-CNS     PIC  ZZZZZZ9.
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
               STOP  RUN
           END-IF.
       PERFORM  RUNL-ST-RTN  THRU  RUNL-ST-EXT.
           ACCEPT  WK-TODAY8  FROM  DATE.
           ADD  20000000  TO  WK-TODAY8.
      *
           CALL "DB_F_Open" USING
            "I-O" JSJD_PNAME1 "SHARED" BY REFERENCE JSJD_IDLST "1"
           CALL "DB_F_Open" USING
            "I-O" ZKMV_PNAME1 "SHARED" BY REFERENCE ZKMV_IDLST "1"
            "ZKV-KEY" BY REFERENCE ZKV-KEY.
           CALL "DB_F_Open" USING
            "I-O" BINA_PNAME1 "SHARED" BY REFERENCE BINA_IDLST "1"
            "BNA-KEY" BY REFERENCE BNA-KEY.
           CALL "DB_F_Open" USING
            "INPUT" TK-M_PNAME1 "SHARED" BY REFERENCE TK-M_IDLST "1"
            "TK-KEY" BY REFERENCE TK-KEY.
           CALL "DB_F_Open" USING
            "I-O" CNSG_PNAME1 "SHARED" BY REFERENCE CNSG_IDLST "1"
            "CNS-KEY" BY REFERENCE CNS-KEY.
       ST-10.
      *           READ   JSJD   NEXT  AT  END
      *///////////////
           IF  WK-SOK  =  0
               MOVE  1  TO  WK-SOK
           END-IF.
      *        CONSIGNMENT CUSTOMER -- THE STOCK MOVES TO ITS SITE.
           MOVE  0  TO  WK-CNSF.
           MOVE  JSJD-021  TO  TK-TCD.
           CALL "DB_Read" USING
            "INVALID" TK-M_PNAME1 BY REFERENCE TK-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  0  AND  TK-CNSF  =  1
               MOVE  1  TO  WK-CNSF
           END-IF.
           MOVE  WK-SOK   TO  ZKM-SOK.
           MOVE  JSJD-09  TO  ZKM-JCD.
           CALL "DB_Read" USING
               PERFORM  ABND-RTN  THRU  ABND-EXT
               GO  TO  ST-10
           END-IF.
           MOVE  WK-SOK  TO  WK-MV-SOK.
           MOVE  -1      TO  WK-MV-SGN.
           IF  WK-CNSF  =  1
               MOVE  6  TO  WK-MV-TYP
           ELSE
               MOVE  2  TO  WK-MV-TYP
           END-IF.
           PERFORM  ZKMV-WR-RTN  THRU  ZKMV-WR-EXT.
           MOVE  WK-SOK   TO  BINW-SOK.
           MOVE  JSJD-09  TO  BINW-JCD.
           COMPUTE  BINW-QTY  =  0  -  ZKV-QTT.
           IF  WK-CNSF  =  1
               PERFORM  CNS-IN-RTN  THRU  CNS-IN-EXT
           END-IF.
           PERFORM  BINW-REL-RTN  THRU  BINW-REL-EXT.
           IF  BINW-FND  =  1  AND  BINW-REM  >  0
               MOVE  JSJD-081   TO  RPT-LOT
               MOVE  JSJD-04    TO  RPT-SEQ
               MOVE  JSJD-09    TO  RPT-ITEM
               MOVE  "BIN QTY SHORT, RECOUNT"  TO  RPT-MSG
               MOVE  ZK-RPT-DET TO  ZK-RPT-LINE
               WRITE  ZK-RPT-LINE
           END-IF.
           MOVE  1  TO  JSJD-16.
      *           REWRITE  JSJD-REC   INVALID
      *///////////////
           MOVE  JSJD-081   TO  RPT-LOT.
           MOVE  JSJD-04    TO  RPT-SEQ.
           MOVE  JSJD-09    TO  RPT-ITEM.
           IF  WK-CNSF  =  1
               MOVE  "RELIEVED TO CONSIGNMENT"  TO  RPT-MSG
               ADD  1  TO  WS-CNS-CNT
           ELSE
               MOVE  "RELIEVED"  TO  RPT-MSG
           END-IF.
           MOVE  ZK-RPT-DET TO  ZK-RPT-LINE.
           WRITE  ZK-RPT-LINE.
           ADD  1  TO  WS-RLV-CNT.
           CALL "DB_F_Close" USING BY REFERENCE ZKM_IDLST ZKM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE ALCF_IDLST ALCF_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE ZKMV_IDLST ZKMV_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE BINA_IDLST BINA_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE TK-M_IDLST TK-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE CNSG_IDLST CNSG_PNAME1.
           MOVE  WS-RLV-CNT  TO  RPT-SUM-CNT.
           MOVE  WS-CNS-CNT  TO  RPT-SUM-CNS.
           MOVE  ZK-RPT-SUM  TO  ZK-RPT-LINE.
           WRITE  ZK-RPT-LINE.
           CLOSE  ZK-RPT-FILE.
      *****
      *    JT-ZKMV MOVEMENT RECORD FOR THE RELIEF JUST POSTED --
      *    SEE LIZKMV.  SHIPPED QUANTITIES GO ON NEGATIVE, AS
      *    THEY HIT THE LEDGER (WK-MV-SGN -1), AND POSITIVE INTO
      *    THE CONSIGNMENT LOCATION; THE SOURCE KEY IS THE
      *    SHIPPING INSTRUCTION'S LOT AND SEQUENCE, WITH THE
      *    CUSTOMER ON A CONSIGNMENT DELIVERY.
       ZKMV-WR-RTN.
           INITIALIZE  ZKV-R.
           MOVE  WK-MV-SOK  TO  ZKV-SOK.
           MOVE  JSJD-09  TO  ZKV-JCD.
           ACCEPT  ZKV-DATE  FROM  DATE.
           ACCEPT  ZKV-TIME  FROM  TIME.
           ADD  1  TO  WK-MV-SEQ.
           MOVE  WK-MV-SEQ  TO  ZKV-SEQ.
           MOVE  WK-MV-TYP  TO  ZKV-TYP.
           MOVE  SPACE  TO  ZKV-SRC.
           IF  WK-CNSF  =  1
               STRING  "JSJD "  JSJD-081  "-"  JSJD-04  " C"
                   JSJD-021  DELIMITED  BY  SIZE  INTO  ZKV-SRC
           ELSE
               STRING  "JSJD "  JSJD-081  "-"  JSJD-04
                   DELIMITED  BY  SIZE  INTO  ZKV-SRC
           END-IF.
           MOVE  SPACE  TO  ZKV-OPR.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  10
               COMPUTE  ZKV-QT1 (I)  =  WK-MV-SGN  *  JSJD-1211 (I)
               ADD  ZKV-QT1 (I)  TO  ZKV-QTT
           END-PERFORM.
           CALL "DB_Insert" USING
            ZKMV_PNAME1 ZKMV_LNAME ZKV-R RETURNING RET.
       ZKMV-WR-EXT.
           EXIT.
      *****
      *    CONSIGNMENT DELIVERY -- THE SHIPPED SIZES GO INTO THE
      *    CONSIGNMENT LOCATION (ZKM-SOK 9) AND THE CUSTOMER'S
      *    JT-CNSG STOCK, EACH RECORD CREATED ON FIRST DELIVERY
      *    (THE ZK700U PATTERN).  LOCATION 9 IS NEVER ALLOCATED,
      *    SO ONLY ON-HAND MOVES.
       CNS-IN-RTN.
           MOVE  9        TO  ZKM-SOK.
           MOVE  JSJD-09  TO  ZKM-JCD.
           MOVE  0  TO  WK-NEW-SW.
           CALL "DB_Read" USING
            "INVALID" ZKM_PNAME1 BY REFERENCE ZKM-R " "
            RETURNING RET.
           IF  RET  =  1
               MOVE  1  TO  WK-NEW-SW
               INITIALIZE  ZKM-R
               MOVE  9        TO  ZKM-SOK
               MOVE  JSJD-09  TO  ZKM-JCD
           END-IF.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  10
               ADD  JSJD-1211 (I)  TO  ZKM-OH1 (I)
               ADD  JSJD-1211 (I)  TO  ZKM-OHT
           END-PERFORM.
           IF  WK-NEW-SW  =  1
               CALL "DB_Insert" USING
                ZKM_PNAME1 ZKM_LNAME ZKM-R RETURNING RET
           ELSE
               CALL "DB_Update" USING
                ZKM_PNAME1 ZKM_LNAME ZKM-R RETURNING RET
           END-IF.
           IF  RET  =  1
               MOVE  JSJD-081   TO  RPT-LOT
               MOVE  JSJD-04    TO  RPT-SEQ
               MOVE  JSJD-09    TO  RPT-ITEM
               MOVE  "*** ZKM LOC 9 FAILED"  TO  RPT-MSG
               MOVE  ZK-RPT-DET TO  ZK-RPT-LINE
               WRITE  ZK-RPT-LINE
           END-IF.
           MOVE  9   TO  WK-MV-SOK.
           MOVE  7   TO  WK-MV-TYP.
           MOVE  1   TO  WK-MV-SGN.
           PERFORM  ZKMV-WR-RTN  THRU  ZKMV-WR-EXT.
           MOVE  JSJD-021  TO  CNS-TCD.
           MOVE  JSJD-09   TO  CNS-JCD.
           MOVE  0  TO  WK-NEW-SW.
           CALL "DB_Read" USING
            "INVALID" CNSG_PNAME1 BY REFERENCE CNS-R " "
            RETURNING RET.
           IF  RET  =  1
               MOVE  1  TO  WK-NEW-SW
               INITIALIZE  CNS-R
               MOVE  JSJD-021  TO  CNS-TCD
               MOVE  JSJD-09   TO  CNS-JCD
           END-IF.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  10
               ADD  JSJD-1211 (I)  TO  CNS-OH1 (I)
               ADD  JSJD-1211 (I)  TO  CNS-OHT
           END-PERFORM.
           MOVE  WK-TODAY8  TO  CNS-LSHP.
           IF  WK-NEW-SW  =  1
               CALL "DB_Insert" USING
                CNSG_PNAME1 CNSG_LNAME CNS-R RETURNING RET
           ELSE
               CALL "DB_Update" USING
                CNSG_PNAME1 CNSG_LNAME CNS-R RETURNING RET
           END-IF.
           IF  RET  =  1
               MOVE  JSJD-081   TO  RPT-LOT
               MOVE  JSJD-04    TO  RPT-SEQ
               MOVE  JSJD-09    TO  RPT-ITEM
               MOVE  "*** CNSG UPDATE FAILED"  TO  RPT-MSG
               MOVE  ZK-RPT-DET TO  ZK-RPT-LINE
               WRITE  ZK-RPT-LINE
           END-IF.
       CNS-IN-EXT.
           EXIT.
      *****
      *    RUNLOG START/END -- SEE LIRUNL.
       RUNL-ST-RTN.
           CALL "DB_F_Open" USING
           EXIT.
       COPY  LPILCK  REPLACING  ==ILCK-PGM==  BY  =="ZK710U"==.
       COPY  LPABND  REPLACING  ==ABND-PGM==  BY  =="ZK710U"==.
       COPY  LPBIN.
