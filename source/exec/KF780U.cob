      *        ROUTE KF740U USES.  EVERY APPLIED AMENDMENT WRITES
      *        A JT-OAMD AUDIT RECORD CARRYING THE FULL BEFORE
      *        AND AFTER JOLJF11 IMAGES.
      *        A CHANGE ALSO WORKS THE SHIP DATE (JOLJF11-SHPDT)
      *        BACK FROM THE NEW REQUESTED DELIVERY DATE (LPLDT)
      *        AND RESETS THE LATE MARK JOLJF11-LTF.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       77  WS-CHG-CNT      PIC  9(07)  VALUE  0.
       77  WS-CAN-CNT      PIC  9(07)  VALUE  0.
       77  WS-QUA-CNT      PIC  9(07)  VALUE  0.
       77  WK-TODAY8       PIC  9(08)  VALUE  0.
       COPY    LKOLRF.
       COPY    LJOLJF.
       COPY    LIKFQ.
       COPY    LIOAMD.
       COPY    LIRUNL.
       COPY    LISHPT.
       COPY    LILDTM.
       COPY    LICALM.
       COPY    LWCAL.
       COPY    LWLDT.
      *****
       01  KF-RPT-HDR.
           02  FILLER          PIC  X(34)  VALUE
       WRITE  KF-RPT-LINE.
       ACCEPT  WK-TODAY  FROM  DATE.
       ACCEPT  WK-NOW    FROM  TIME.
       COMPUTE  WK-TODAY8  =  WK-TODAY  +  20000000.
       PERFORM  RUNL-ST-RTN  THRU  RUNL-ST-EXT.
      *
           CALL "DB_F_Open" USING
           CALL "DB_F_Open" USING
            "I-O" OAMD_PNAME1 "SHARED" BY REFERENCE OAMD_IDLST
            "1" "OAMD-KEY" BY REFERENCE OAMD-KEY.
           CALL "DB_F_Open" USING
            "INPUT" SHPT_PNAME1 "SHARED" BY REFERENCE SHPT_IDLST "1"
            "SHP-KEY" BY REFERENCE SHP-KEY.
           CALL "DB_F_Open" USING
            "INPUT" LDTM_PNAME1 "SHARED" BY REFERENCE LDTM_IDLST "1"
            "LDT-KEY" BY REFERENCE LDT-KEY.
           CALL "DB_F_Open" USING
            "INPUT" CALM_PNAME1 "SHARED" BY REFERENCE CALM_IDLST "1"
            "CAL-KEY" BY REFERENCE CAL-KEY.
       K11-RD.
      *           READ   KOLRF   NEXT  AT  END
      *///////////////
               WRITE  KF-RPT-LINE
               GO  TO  K11-RD
           END-IF.
           IF  JOLJF11-SHPDT  NOT NUMERIC
               MOVE  ZERO  TO  JOLJF11-SHPDT
           END-IF.
      *        BEFORE IMAGE.
           MOVE  JOLJF11-REC  TO  OAMD-BEFORE.
           IF  KOLRF11-04  =  2
                   MOVE  KOLRF11-1211 (I)  TO  JOLJF11-1211 (I)
               END-PERFORM
               MOVE  KOLRF11-122  TO  JOLJF11-122
               PERFORM  SHPDT-RTN  THRU  SHPDT-EXT
           ELSE
               MOVE  9  TO  JOLJF11-17
               MOVE  1  TO  JOLJF11-18
           MOVE  JOLJF11-03  TO  RPT-SEQ.
           IF  KOLRF11-04  =  2
               MOVE  "CHANGED"    TO  RPT-MSG
               IF  JOLJF11-LTF  =  "L"
                   MOVE  "CHANGED, REQ DATE CANNOT BE MET"
                       TO  RPT-MSG
               END-IF
               ADD  1  TO  WS-CHG-CNT
           ELSE
               MOVE  "CANCELLED"  TO  RPT-MSG
            BY REFERENCE JOLJF_IDLST JOLJF_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE KFQ_IDLST KFQ_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE OAMD_IDLST OAMD_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE SHPT_IDLST SHPT_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE LDTM_IDLST LDTM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE CALM_IDLST CALM_PNAME1.
           MOVE  WS-CHG-CNT  TO  RPT-SUM-CHG.
           MOVE  WS-CAN-CNT  TO  RPT-SUM-CAN.
           MOVE  WS-QUA-CNT  TO  RPT-SUM-QUA.
           CALL "DB_F_Close" USING BY REFERENCE RUNL_IDLST RUNL_PNAME1.
       RUNL-EN-EXT.
           EXIT.
      *****
      *    SHIP DATE FOR THE CHANGED LINE.  THE PREFECTURE IS THE
      *    LEAD OF THE EDI DESTINATION CODE (JOLJF11-15B), ELSE
      *    THE SHIP-TO'S; THE CARRIER IS THE SHIP-TO'S.
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
           MOVE  LDW-LTF    TO  JOLJF11-LTF.
       SHPDT-EXT.
           EXIT.
       COPY    LPLDT.
       COPY    LPCAL.
