      *****************************************************
      *****   JOLJF CUSTOMER ORDER ACKNOWLEDGEMENT      *****
      *****************************************************
      *        EACH ORDER LINE'S SIZE QUANTITIES PRINT UNDER THE
      *        LABELS OF THE ITEM'S SIZE SCALE (J-SZS, JT-SZSC).
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       COPY    LJOLJF.
       COPY    LITKM.
       COPY    LSTTM.
       COPY    LIJM.
       COPY    LISZSC.
       COPY    LWSZS.
      *****
       01  JF-RPT-HDR.
           02  FILLER          PIC  X(30)  VALUE
           02  RPT-SZ          OCCURS  10  PIC  ---9.
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-REMARKS     PIC  N(23).
       01  JF-RPT-LBL.
           02  FILLER          PIC  X(43)  VALUE  SPACE.
           02  RPT-LB          OCCURS  10  PIC  X(04).
       01  JF-RPT-PROM.
           02  FILLER          PIC  X(10)  VALUE  SPACE.
           02  FILLER          PIC  X(10)  VALUE  "PROMOTION".
           02  RPT-PRMCD       PIC  X(06).
           02  FILLER          PIC  X(09)  VALUE  "   PRICE".
           02  RPT-PRMTAN      PIC  ZZZZZ9.
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
           CALL "DB_F_Open" USING
            "INPUT" TT-M_PNAME1 "SHARED" BY REFERENCE TT-M_IDLST
            "1" "TT-KEY" BY REFERENCE TT-KEY.
           CALL "DB_F_Open" USING
            "INPUT" J-M_PNAME1 "SHARED" BY REFERENCE J-M_IDLST
            "1" "J-JCD" BY REFERENCE J-JCD.
           CALL "DB_F_Open" USING
            "INPUT" SZSC_PNAME1 "SHARED" BY REFERENCE SZSC_IDLST
            "1" "SZS-KEY" BY REFERENCE SZS-KEY.
       ST-10.
      *           READ   JOLJF   NEXT  AT  END
      *///////////////
               MOVE  JOLJF11-1211 (I)  TO  RPT-SZ (I)
           END-PERFORM.
           MOVE  JOLJF11-16    TO  RPT-REMARKS.
      *        SIZE LABELS OVER THE QUANTITIES.
           MOVE  JOLJF11-10  TO  J-JCD.
           CALL "DB_Read" USING
            "INVALID" J-M_PNAME1 BY REFERENCE J-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               MOVE  0  TO  J-SZS
           END-IF.
           MOVE  J-SZS  TO  SZSW-CD.
           PERFORM  SZSW-GET-RTN  THRU  SZSW-GET-EXT.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  10
               MOVE  SZSW-LBL (I)  TO  RPT-LB (I)
           END-PERFORM.
           MOVE  JF-RPT-LBL    TO  JF-RPT-LINE.
           WRITE  JF-RPT-LINE.
           MOVE  JF-RPT-DET    TO  JF-RPT-LINE.
           WRITE  JF-RPT-LINE.
      *        PROMOTION PRICE TAKEN AT ORDER ENTRY (JT-PROM).
           IF  JOLJF11-PSRC  =  "P"
               MOVE  JOLJF11-PRMCD  TO  RPT-PRMCD
               MOVE  JOLJF11-TAN    TO  RPT-PRMTAN
               MOVE  JF-RPT-PROM    TO  JF-RPT-LINE
               WRITE  JF-RPT-LINE
           END-IF.
           GO  TO  ST-10.
       END-RTN.
           CLOSE  JF-RPT-FILE.
            BY REFERENCE TK-M_IDLST TK-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE TT-M_IDLST TT-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE J-M_IDLST J-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE SZSC_IDLST SZSC_PNAME1.
           CALL "DB_Close".
           STOP  RUN.
       COPY  LPSZS.
