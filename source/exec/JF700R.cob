      *        DATE JOLJF11-06, AND SUMMARIZES PER JOLJF11-071
      *        CUSTOMER: SHIPMENTS MATCHED, ON-TIME COUNT AND
      *        PERCENTAGE, AND AVERAGE SIGNED LATENESS IN DAYS
      *        (NEGATIVE = EARLY).  "ON TIME" MEANS DELIVERED: THE
      *        LATENESS IS TAKEN FROM THE PROOF-OF-DELIVERY DATE ON
      *        JT-TRKF (BY THE LINE'S CONSOLIDATION, ELSE ITS CARTON
      *        LOT/SEQUENCE; THE LAST CARTON DELIVERED COUNTS), AND
      *        A SHIPMENT IS DELIVERED ONLY WHEN EVERY TRACKING
      *        NUMBER ON IT IS.  SHIPMENTS NOT YET DELIVERED (OR
      *        WITHOUT TRACKING) ARE NEVER ON TIME AND STAY OUT OF
      *        THE AVERAGE; THEY ARE COUNTED AS NO-POD, AND THOSE
      *        WITH A CARRIER EXCEPTION AS EXC.  OPTIONAL ARGUMENTS
      *        GIVE THE
      *        SHIP-DATE RANGE (YYYYMMDD FROM/TO) FOR THE MONTH
      *        UNDER REVIEW.
       ENVIRONMENT         DIVISION.
       77  WK-AVG          PIC S9(05)V9(01)  VALUE  0.
       77  WS-TBL-CNT      PIC  9(03)  VALUE  0.
       77  WS-NOMATCH      PIC  9(07)  VALUE  0.
       77  WS-POD-CNT      PIC  9(04)  VALUE  0.
       77  PI              PIC  9(04)  VALUE  0.
       77  WK-PODF         PIC  X(01)  VALUE  SPACE.
       77  WK-PODD8        PIC  9(08)  VALUE  0.
       77  WK-PODHIT       PIC  9(01)  VALUE  0.
       01  WK-POD-TBL.
           02  WK-POD-ENT  OCCURS  3000.
               03  WK-POD-CONS      PIC  9(06).
               03  WK-POD-LOT       PIC  9(06).
               03  WK-POD-SEQ       PIC  9(01).
               03  WK-POD-STAT      PIC  X(01).
               03  WK-POD-DDATE     PIC  9(08).
       01  WK-OTD-TBL.
           02  WK-OTD-ENT  OCCURS  500.
               03  WK-OTD-CUST      PIC  9(04).
               03  WK-OTD-CNT       PIC  9(05).
               03  WK-OTD-ONT       PIC  9(05).
               03  WK-OTD-LSUM      PIC S9(07).
               03  WK-OTD-POD       PIC  9(05).
               03  WK-OTD-NOPOD     PIC  9(05).
               03  WK-OTD-EXC       PIC  9(05).
       COPY    LIJSJD.
       COPY    LJOLJF.
       COPY    LITRKF.
      *****
       01  JF-RPT-HDR.
           02  FILLER          PIC  X(32)  VALUE
           02  FILLER          PIC  X(08)  VALUE  "ONTIME".
           02  FILLER          PIC  X(08)  VALUE  "PCT".
           02  FILLER          PIC  X(10)  VALUE  "AVG DAYS".
           02  FILLER          PIC  X(07)  VALUE  "POD".
           02  FILLER          PIC  X(07)  VALUE  "NOPOD".
           02  FILLER          PIC  X(07)  VALUE  "EXC".
       01  JF-RPT-DET.
           02  RPT-CUST        PIC  9(04).
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-PCT         PIC  ZZ9.9.
           02  FILLER          PIC  X(04)  VALUE  " %  ".
           02  RPT-AVG         PIC  ----9.9.
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-POD         PIC  ZZZZ9.
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-NOPOD       PIC  ZZZZ9.
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-EXC         PIC  ZZZZ9.
       01  JF-RPT-SUM.
           02  FILLER          PIC  X(18)  VALUE  "TOTAL CUSTOMERS=".
           02  RPT-SUM-CNT     PIC  ZZZZZZ9.
           IF  WK-DATE-FR  =  0
               MOVE  99999999  TO  WK-DATE-TO
           END-IF.
           PERFORM  POD-LD  THRU  POD-LD-EXT.
      *
           CALL "DB_F_Open" USING
            "INPUT" JSJD_PNAME1 "SHARED" BY REFERENCE JSJD_IDLST "1"
           MOVE  JOLJF11-061  TO  WK-REQD8 (1:4).
           MOVE  JOLJF11-062  TO  WK-REQD8 (5:2).
           MOVE  JOLJF11-063  TO  WK-REQD8 (7:2).
           PERFORM  POD-FND  THRU  POD-FND-EXT.
           MOVE  0  TO  WK-LATE.
           IF  WK-PODF  =  "D"
               COMPUTE  WK-LATE  =
                   FUNCTION INTEGER-OF-DATE (WK-PODD8)  -
                   FUNCTION INTEGER-OF-DATE (WK-REQD8)
           END-IF.
           PERFORM  OTD-ADD  THRU  OTD-ADD-EXT.
           GO  TO  ST-10.
       OTD-ADD.
               MOVE  0            TO  WK-OTD-CNT  (WS-TBL-CNT)
               MOVE  0            TO  WK-OTD-ONT  (WS-TBL-CNT)
               MOVE  0            TO  WK-OTD-LSUM (WS-TBL-CNT)
               MOVE  0            TO  WK-OTD-POD  (WS-TBL-CNT)
               MOVE  0            TO  WK-OTD-NOPOD (WS-TBL-CNT)
               MOVE  0            TO  WK-OTD-EXC  (WS-TBL-CNT)
               MOVE  WS-TBL-CNT   TO  J
           END-IF.
           IF  WK-OTD-CUST (J)  NOT =  JOLJF11-071
               GO  TO  OTD-ADD-10
           END-IF.
           ADD  1        TO  WK-OTD-CNT  (J).
           IF  WK-PODF  NOT =  "D"
               ADD  1  TO  WK-OTD-NOPOD (J)
               IF  WK-PODF  =  "E"
                   ADD  1  TO  WK-OTD-EXC (J)
               END-IF
               GO  TO  OTD-ADD-EXT
           END-IF.
           ADD  1        TO  WK-OTD-POD  (J).
           ADD  WK-LATE  TO  WK-OTD-LSUM (J).
           IF  WK-LATE  NOT >  0
               ADD  1  TO  WK-OTD-ONT (J)
           END-IF.
       OTD-ADD-EXT.
           EXIT.
      *****
      *    JT-TRKF INTO WK-POD-TBL.
       POD-LD.
           CALL "DB_F_Open" USING
            "INPUT" TRKF_PNAME1 "SHARED" BY REFERENCE TRKF_IDLST "1"
            "TRK-KEY" BY REFERENCE TRK-KEY.
       POD-LD-10.
           CALL "DB_Read" USING
            "NEXT AT END" TRKF_PNAME1 BY REFERENCE TRK-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  POD-LD-90
           END-IF.
           IF  WS-POD-CNT  NOT <  3000
               DISPLAY  "DSP-085 WK-POD-TBL FULL, TRK="
                   TRK-NO  " DROPPED"
               GO  TO  POD-LD-10
           END-IF.
           ADD  1  TO  WS-POD-CNT.
           MOVE  TRK-CONS   TO  WK-POD-CONS  (WS-POD-CNT).
           MOVE  TRK-LOT    TO  WK-POD-LOT   (WS-POD-CNT).
           MOVE  TRK-SEQ    TO  WK-POD-SEQ   (WS-POD-CNT).
           MOVE  TRK-STAT   TO  WK-POD-STAT  (WS-POD-CNT).
           MOVE  TRK-DDATE  TO  WK-POD-DDATE (WS-POD-CNT).
           GO  TO  POD-LD-10.
       POD-LD-90.
           CALL "DB_F_Close" USING BY REFERENCE TRKF_IDLST TRKF_PNAME1.
       POD-LD-EXT.
           EXIT.
      *****
      *    POD OF THE CURRENT JSJD LINE: WK-PODF D = DELIVERED
      *    (WK-PODD8 THE LAST DELIVERY DATE), E = AN EXCEPTION IS
      *    OUTSTANDING, SPACE = IN TRANSIT OR NO TRACKING NUMBER.
       POD-FND.
           MOVE  "D"    TO  WK-PODF.
           MOVE  0      TO  WK-PODD8.
           MOVE  0      TO  WK-PODHIT.
           PERFORM  VARYING  PI  FROM  1  BY  1
               UNTIL  PI  >  WS-POD-CNT
               IF  WK-POD-CONS (PI)  NOT =  0
                   IF  JSJD-CONS  IS  NUMERIC
                       IF  WK-POD-CONS (PI)  =  JSJD-CONS
                           PERFORM  POD-MRG  THRU  POD-MRG-EXT
                       END-IF
                   END-IF
               ELSE
                   IF  WK-POD-LOT (PI)  =  JSJD-081  AND
                       WK-POD-SEQ (PI)  =  JSJD-04
                       PERFORM  POD-MRG  THRU  POD-MRG-EXT
                   END-IF
               END-IF
           END-PERFORM.
           IF  WK-PODHIT  =  0
               MOVE  SPACE  TO  WK-PODF
           END-IF.
       POD-FND-EXT.
           EXIT.
       POD-MRG.
           MOVE  1  TO  WK-PODHIT.
           EVALUATE  WK-POD-STAT (PI)
               WHEN  "D"
                   IF  WK-POD-DDATE (PI)  >  WK-PODD8
                       MOVE  WK-POD-DDATE (PI)  TO  WK-PODD8
                   END-IF
               WHEN  "E"
                   MOVE  "E"  TO  WK-PODF
               WHEN  OTHER
                   IF  WK-PODF  =  "D"
                       MOVE  SPACE  TO  WK-PODF
                   END-IF
           END-EVALUATE.
       POD-MRG-EXT.
           EXIT.
       PRT-ENT.
           PERFORM  VARYING  J  FROM  1  BY  1
               UNTIL  J  >  WS-TBL-CNT
               COMPUTE  WK-PCT  ROUNDED  =
                   WK-OTD-ONT (J)  *  100  /  WK-OTD-CNT (J)
               MOVE  WK-PCT  TO  RPT-PCT
               MOVE  0  TO  WK-AVG
               IF  WK-OTD-POD (J)  >  0
                   COMPUTE  WK-AVG  ROUNDED  =
                       WK-OTD-LSUM (J)  /  WK-OTD-POD (J)
               END-IF
               MOVE  WK-AVG  TO  RPT-AVG
               MOVE  WK-OTD-POD   (J)  TO  RPT-POD
               MOVE  WK-OTD-NOPOD (J)  TO  RPT-NOPOD
               MOVE  WK-OTD-EXC   (J)  TO  RPT-EXC
               MOVE  JF-RPT-DET  TO  JF-RPT-LINE
               WRITE  JF-RPT-LINE
           END-PERFORM.
