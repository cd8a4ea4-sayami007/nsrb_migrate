      *        THE TIMELINE ZK720U'S STATIC ON-HAND CANNOT SHOW.
      *        FOR A KEYED ITEM THE INQUIRY MERGES THE CURRENT
      *        JT-ZKM POSITION ACROSS EVERY WAREHOUSE (ON-HAND,
      *        ALLOCATED, QUALITY-HELD, FREE), OPEN JOLJF11
      *        DEMAND (JOLJF11-17 = 0, DUE JOLJF11-06) AND
      *        INBOUND OPEN JT-KWOF WORK-ORDER SUPPLY (KWO-STAT
      *        0/1, DUE KWO-DDATE) AND ISSUED JT-PURF PURCHASE
      *        ORDERS NOT YET IN (PUR-STAT 1/2, DUE PUR-DDATE;
      *        DRAFTS ARE NOT YET A COMMITMENT AND ARE LEFT OUT)
      *        INTO ONE DATED EVENT LIST, OLDEST DUE FIRST, ONE
      *        EVENT PER ENTER.  EACH LINE
      *        SHOWS THE RUNNING AVAILABLE BALANCE PER SIZE
      *        BUCKET AND IN TOTAL FROM ON-HAND LESS HELD STOCK,
      *        WHICH CANNOT BE PEGGED UNTIL ZK870U RELEASES IT;
      *        D = DEMAND (A = ALLOCATION STANDING ON JT-ALCF),
      *        S = SUPPLY (P = FROM A PURCHASE ORDER).  THE
      *        FIRST DATE ANY BUCKET OR THE TOTAL GOES SHORT IS
      *        FLAGGED ON THE SUMMARY LINE.
      *        CONSIGNMENT STOCK AT CUSTOMERS (WAREHOUSE 9) IS
      *        NOT OURS TO PEG AND IS LEFT OUT.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
           02  WK-EVDT         PIC  9(06).
           02  WK-ONH          PIC S9(07).
           02  WK-ALO          PIC S9(07).
           02  WK-HLD          PIC S9(07).
           02  WK-FRE          PIC S9(07).
       01  WK-RB-AREA.
           02  WK-RB1     OCCURS  10  PIC S9(06).
       COPY    LJOLJF.
       COPY    LIALCF.
       COPY    LIKWOF.
       COPY    LIPURF.
      *****
       01  DSP-AREA.
           03  DSP-010         PIC  X(32)
               05  DSP-027     PIC  -(06)9.
               05  FILLER      PIC  X(06)  VALUE  " FREE=".
               05  DSP-028     PIC  -(06)9.
               05  FILLER      PIC  X(06)  VALUE  " HELD=".
               05  DSP-029     PIC  -(06)9.
           03  DSP-030.
               05  DSP-031     PIC  9(06).
               05  FILLER      PIC  X(01)  VALUE  SPACE.
       CALL "DB_Open".
       CALL "SD_Initialize" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA" " " "0" "0" "209" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-010" "X" "1" "1" "32" " " "DSP-AREA"  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-020" "X" "3" "1" "16" "DSP-010" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-025" " " "4" "0" "54" "DSP-020" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "01DSP-025" "X" "4" "1" "7" " " "DSP-025"  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-028" "9" "4" "35" "7" "03DSP-025" " "  RETURNING RESU.
       CALL "SD_From" USING
            "DSP-028" BY REFERENCE WK-FRE "7" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "04DSP-025" "X" "4" "42" "6" "DSP-028" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-029" "9" "4" "48" "7" "04DSP-025" " "  RETURNING RESU.
       CALL "SD_From" USING
            "DSP-029" BY REFERENCE WK-HLD "7" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-030" " " "6" "0" "76" "DSP-025" " "  RETURNING RESU.
       CALL "SD_Init" USING
           MOVE  0  TO  WK-SHORT.
           MOVE  0  TO  WK-ONH.
           MOVE  0  TO  WK-ALO.
           MOVE  0  TO  WK-HLD.
           MOVE  0  TO  WK-RBT.
           MOVE  1  TO  J.
       ST-12.
           PERFORM  OH-RTN   THRU  OH-EXT.
           PERFORM  DEM-RTN  THRU  DEM-EXT.
           PERFORM  SUP-RTN  THRU  SUP-EXT.
           COMPUTE  WK-FRE  =  WK-ONH  -  WK-ALO  -  WK-HLD.
           CALL "SD_Output" USING
            "DSP-025" DSP-025 "p" RETURNING RESU.
           IF  WS-EV-CNT  =  0
           IF  RET = 1
               GO  TO  OH-90
           END-IF.
           IF  ZKM-JCD  NOT =  WK-ITEM  OR  ZKM-SOK  =  9
               GO  TO  OH-10
           END-IF.
           MOVE  1  TO  J.
       OH-20.
           IF  J  NOT >  10
               COMPUTE  WK-RB1 (J)  =
                   WK-RB1 (J)  +  ZKM-OH1 (J)  -  ZKM-HD1 (J)
               ADD  1  TO  J
               GO  TO  OH-20
           END-IF.
           COMPUTE  WK-RBT  =  WK-RBT  +  ZKM-OHT  -  ZKM-HDT.
           ADD  ZKM-OHT  TO  WK-ONH.
           ADD  ZKM-ALT  TO  WK-ALO.
           ADD  ZKM-HDT  TO  WK-HLD.
           GO  TO  OH-10.
       OH-90.
           CALL "DB_F_Close" USING BY REFERENCE ZKM_IDLST ZKM_PNAME1.
           GO  TO  SUP-10.
       SUP-90.
           CALL "DB_F_Close" USING BY REFERENCE KWOF_IDLST KWOF_PNAME1.
      *        ISSUED PURCHASE ORDERS OF THE ITEM, ORDERED MINUS
      *        RECEIVED, FLAGGED P.
           CALL "DB_F_Open" USING
            "INPUT" PURF_PNAME1 "SHARED" BY REFERENCE PURF_IDLST "1"
            "PUR-KEY" BY REFERENCE PUR-KEY.
       SUP-50.
           CALL "DB_Read" USING
            "NEXT AT END" PURF_PNAME1 BY REFERENCE PUR-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  SUP-80
           END-IF.
           IF  PUR-JCD  NOT =  WK-ITEM
               GO  TO  SUP-50
           END-IF.
           IF  PUR-STAT  =  0  OR  PUR-STAT  >  2
               GO  TO  SUP-50
           END-IF.
           IF  PUR-OQT  -  PUR-RQT  =  0
               GO  TO  SUP-50
           END-IF.
           IF  WS-EV-CNT  NOT <  200
               GO  TO  SUP-50
           END-IF.
           ADD  1  TO  WS-EV-CNT.
           MOVE  WS-EV-CNT  TO  I.
           MOVE  PUR-DDATE  TO  EV-DATE (I).
           MOVE  "S"        TO  EV-TYP (I).
           MOVE  "P"        TO  EV-ALC (I).
           MOVE  PUR-NO     TO  EV-REF (I).
           MOVE  0          TO  EV-USED (I).
           MOVE  1  TO  J.
       SUP-60.
           IF  J  NOT >  10
               COMPUTE  EV-Q1 (I J)  =
                   PUR-OQ1 (J)  -  PUR-RQ1 (J)
               ADD  1  TO  J
               GO  TO  SUP-60
           END-IF.
           COMPUTE  EV-QT (I)  =  PUR-OQT  -  PUR-RQT.
           GO  TO  SUP-50.
       SUP-80.
           CALL "DB_F_Close" USING BY REFERENCE PURF_IDLST PURF_PNAME1.
       SUP-EXT.
           EXIT.
       END-RTN.
