      *        PROVING DIRECT + ALLOCATED SUMS BACK TO THE
      *        COMPANY TOTAL, WITH A FLAG WHERE A SHARED ACCOUNT
      *        DID NOT FULLY ALLOCATE.
      *        EACH DEPARTMENT PRINTS ON A PAGE OF ITS OWN (AND
      *        THE RECONCILIATION ON ANOTHER) THROUGH LWHDR, SO THE
      *        PRINT IS ARCHIVED ON JT-RARC AND THE RL740U
      *        DISTRIBUTION RUN CAN HAND A DEPARTMENT ITS PAGE
      *        ("DEPT=NN" AT COLUMN 1).
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       COPY    LIZHTKF.
       COPY    LIALOC.
       COPY    LIRUNL.
       COPY    LWHDR.
      *****
       01  PR-RPT-HDR.
           02  FILLER          PIC  X(30)  VALUE
           END-IF.
       MOVE  WK-BMON (3:2)  TO  WK-CMON.
       MOVE  WK-BMON  TO  RPT-HDR-YM.
       MOVE  "PR630R"  TO  HDR-PGMID.
       MOVE  "DEPARTMENTAL P/L"  TO  HDR-TITLE.
       PERFORM  HDR-INIT-RTN  THRU  HDR-INIT-EXT.
       PERFORM  RUNL-ST-RTN  THRU  RUNL-ST-EXT.
           CALL "DB_F_Open" USING
            "INPUT" AM_PNAME1 "SHARED" BY REFERENCE AM_IDLST "1"
       DP-ALC-EXT.
           EXIT.
      *****
      *    PRINT -- DEPARTMENTS, THEN THE RECONCILIATION, EACH
      *    ON A NEW PAGE.
       PRT-RTN.
           MOVE  0  TO  WK-ALCTOT.
           PERFORM  VARYING  D  FROM  1  BY  1  UNTIL  D  >  WS-DEP-CNT
               MOVE  HDR-DEPTH    TO  HDR-LINECNT
               MOVE  PR-RPT-HDR   TO  PR-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
               MOVE  "-- DEPARTMENTAL RESULTS --"  TO  RPT-TTL
               MOVE  PR-RPT-TTL   TO  PR-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
               MOVE  DP-BUCD (D)  TO  RPT-BUCD
               MOVE  DP-DIR (D)   TO  RPT-DIR
               MOVE  DP-ALC (D)   TO  RPT-ALC
               MOVE  WK-AMT       TO  RPT-TOT
               ADD  WK-AMT  TO  WK-ALCTOT
               MOVE  PR-RPT-DEP   TO  PR-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
           END-PERFORM.
           MOVE  HDR-DEPTH   TO  HDR-LINECNT.
           MOVE  PR-RPT-HDR  TO  PR-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  "-- SHARED ACCOUNT RECONCILIATION --"  TO  RPT-TTL.
           MOVE  PR-RPT-TTL  TO  PR-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  0  TO  WK-AMT.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  WS-SHR-CNT
               MOVE  SH-KMCD (I)  TO  REC-KMCD
                   MOVE  SPACE  TO  REC-FLAG
               END-IF
               MOVE  PR-RPT-REC  TO  PR-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
           END-PERFORM.
      *        THE COMPANY RESULT (DIRECT + ALL SHARED) MUST
      *        EQUAL THE SUM OF THE DEPARTMENT RESULTS PLUS ANY
               MOVE  "*** GAP"      TO  CMP-FLAG
           END-IF.
           MOVE  PR-RPT-CMP  TO  PR-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           CALL "DB_F_Close" USING BY REFERENCE AM_IDLST AM_PNAME1.
           PERFORM  HDR-TRL-RTN  THRU  HDR-TRL-EXT.
           CLOSE  PR-RPT-FILE.
           PERFORM  RUNL-EN-RTN  THRU  RUNL-EN-EXT.
           CALL "DB_Close".
           CALL "DB_F_Close" USING BY REFERENCE RUNL_IDLST RUNL_PNAME1.
       RUNL-EN-EXT.
           EXIT.
       COPY  LPHDR  REPLACING  ==RPT-LINE==  BY  ==PR-RPT-LINE==.
