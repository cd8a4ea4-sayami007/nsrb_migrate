      *          STEP  1  NB710R        (PRE-FLIGHT MASTER CHECK)
      *          STEP  2  KF800U        (EDI TRANSMISSION CONTROL)
      *          STEP  3  KF820U        (PARTNER PROFILE GATE)
      *          STEP  4  KF870U        (PARTNER JAN TRANSLATION)
      *          STEP  5  KF880U        (SHIP DATE/LATE STAMP)
      *          STEP  6  KF930U        (ASSORTMENT GATE)
      *          STEP  7  KF740U        (KOLRF EDIT/QUARANTINE)
      *          STEP  8  NB720U JOLJF  (ORDER FILE BACKUP)
      *          STEP  9  JF610U        (ORDER AUTO-CLOSE)
      *          STEP 10  JF640R        (JSJD PICK LIST)
      *          STEP 11  JF650U        (SHIPMENT CARRYOVER)
      *          STEP 12  ST640R        (STRAN EDITS)
      *          STEP 13  NB720U TT-M   (CUSTOMER TOTALS BACKUP)
      *          STEP 14  ST700U        (SALES POSTING)
      *          STEP 15  NB720U BUGENF (BUDGET FILE BACKUP)
      *          STEP 16  PR530U        (BUDGET-ACTUAL POSTING)
      *          STEP 17  NB770U        (RETENTION PURGE)
      *          STEP 18  NB790U        (JSJD/JOLJF11 ARCHIVE)
      *          STEP 19  ST860U        (TERRITORY MOVES DUE)
      *          STEP 20  RL740U        (REPORT DISTRIBUTION)
      *        NB710R'S NONZERO RETURN CODE STOPS THE CHAIN
      *        BEFORE ANY UPDATER HAS TOUCHED DATA, AND EACH
      *        UPDATING STEP IS PRECEDED BY ITS NB720U GENERATION
      *        CHOICE: KEY THE STEP TO RESUME FROM AND THE CHAIN
      *        RUNS ON FROM THERE.  A STEP STILL MARKED RUNNING
      *        FROM A CRASHED NIGHT IS TREATED AS FAILED.
      *        A STEP THAT STOPPED BECAUSE A FILE DID NOT HOLD WHAT
      *        THE STEP BEFORE IT HANDED ON (JT-CTLT, SEE LPCTLT)
      *        HAS THE FILE AND THE HANDING STEP PRINTED UNDER ITS
      *        FAILED LINE.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
           02  FILLER      PIC  X(16)  VALUE  "NB710R          ".
           02  FILLER      PIC  X(16)  VALUE  "KF800U          ".
           02  FILLER      PIC  X(16)  VALUE  "KF820U          ".
           02  FILLER      PIC  X(16)  VALUE  "KF870U          ".
           02  FILLER      PIC  X(16)  VALUE  "KF880U          ".
           02  FILLER      PIC  X(16)  VALUE  "KF930U          ".
           02  FILLER      PIC  X(16)  VALUE  "KF740U          ".
           02  FILLER      PIC  X(16)  VALUE  "NB720U JOLJF    ".
           02  FILLER      PIC  X(16)  VALUE  "JF610U          ".
           02  FILLER      PIC  X(16)  VALUE  "NB720U BUGENF   ".
           02  FILLER      PIC  X(16)  VALUE  "PR530U          ".
           02  FILLER      PIC  X(16)  VALUE  "NB770U          ".
           02  FILLER      PIC  X(16)  VALUE  "NB790U          ".
           02  FILLER      PIC  X(16)  VALUE  "ST860U          ".
           02  FILLER      PIC  X(16)  VALUE  "RL740U          ".
       01  WK-STEP-TBL  REDEFINES  WK-STEP-TBL-V.
           02  WK-STEP-PGM  OCCURS  20  PIC  X(16).
       COPY    FCTL.
       COPY    LICALM.
       COPY    LWCAL.
       COPY    LIRUNL.
       COPY    LICTLT.
       77  WK-CTDY         PIC  9(06)  VALUE  0.
      *****
       01  NB-RPT-HDR.
           02  RPT-PGM         PIC  X(16).
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-MSG         PIC  X(30).
       01  NB-RPT-CTL.
           02  FILLER          PIC  X(10)  VALUE  SPACE.
           02  FILLER          PIC  X(20)  VALUE
               "CONTROL TOTALS OFF: ".
           02  RPT-CFILE       PIC  X(06).
           02  FILLER          PIC  X(06)  VALUE  " FROM ".
           02  RPT-CFROM       PIC  X(06).
       01  NB-RPT-SUM.
           02  FILLER          PIC  X(20)  VALUE  "CHAIN ENDED AT STEP".
           02  RPT-SUM-STEP    PIC  ZZ9.
               PERFORM  END-RTN  THRU  END-EXT
               STOP  RUN
           END-IF.
           IF  WK-START  <  1  OR  WK-START  >  20
               GO  TO  ST-10
           END-IF.
       ST-20.
           END-IF.
           MOVE  WK-START  TO  SI.
       STEP-10.
           IF  SI  >  20
               CALL "SD_Output" USING
                "DSP-053" DSP-053 "p" RETURNING RESU
               MOVE  000  TO  WK-ENDCC
               MOVE  "FAILED, CHAIN STOPPED"  TO  RPT-MSG
               MOVE  NB-RPT-DET  TO  NB-RPT-LINE
               WRITE  NB-RPT-LINE
               PERFORM  CTL-MIS-RTN  THRU  CTL-MIS-EXT
               MOVE  16  TO  RETURN-CODE
               PERFORM  END-RTN  THRU  END-EXT
               STOP  RUN
           END-IF.
       STAT-RD-PRV-EXT.
           EXIT.
      *****
      *    CONTROL TOTAL MISMATCHES THE FAILED STEP FOUND TODAY.
       CTL-MIS-RTN.
           CALL "DB_F_Open" USING
            "INPUT" CTLT_PNAME1 "SHARED" BY REFERENCE CTLT_IDLST "1"
            "CTL-KEY" BY REFERENCE CTL-KEY.
       CTL-MIS-10.
           CALL "DB_Read" USING
            "NEXT AT END" CTLT_PNAME1 BY REFERENCE CTL-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  CTL-MIS-90
           END-IF.
           IF  CTL-VST  NOT =  "M"
           OR  CTL-VPGM  NOT =  WK-STEP-PGM (SI) (1:6)
           OR  CTL-VDATE  NOT =  WK-CTDY
               GO  TO  CTL-MIS-10
           END-IF.
           MOVE  CTL-FILE  TO  RPT-CFILE.
           MOVE  CTL-PGM   TO  RPT-CFROM.
           MOVE  NB-RPT-CTL  TO  NB-RPT-LINE.
           WRITE  NB-RPT-LINE.
           GO  TO  CTL-MIS-10.
       CTL-MIS-90.
           CALL "DB_F_Close" USING BY REFERENCE CTLT_IDLST CTLT_PNAME1.
       CTL-MIS-EXT.
           EXIT.
       END-RTN.
           MOVE  SI  TO  RPT-SUM-STEP.
           MOVE  NB-RPT-SUM  TO  NB-RPT-LINE.
