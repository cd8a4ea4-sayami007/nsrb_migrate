       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         TT860R.
      *****************************************************
      *****   CUSTOMER / SHIP-TO POSTAL CODE AUDIT     *****
      *****************************************************
      *        CHECKS EVERY LIVE TOKMS CUSTOMER (TK-POST) AND EVERY
      *        JT-SHPT SHIP-TO (SHP-POST) AGAINST THE JT-PSTM
      *        POSTAL MASTER LOADED BY TT850U, THE SAME WAY TT740U
      *        AND TT790U NOW CHECK NEW ENTRIES (LPPSTM), AND LISTS
      *        EACH ADDRESS WHOSE POSTAL CODE IS
      *          MISSING     BLANK,
      *          MALFORMED   NOT 7 DIGITS,
      *          UNKNOWN     NOT ON THE POSTAL MASTER,
      *        OR WHOSE PREFECTURE CODE (TT-FKC ON TT-M FOR A
      *        CUSTOMER, SHP-TDFK FOR A SHIP-TO) IS NOT SET OR
      *        DISAGREES WITH THE POSTAL CODE'S, SHOWING BOTH.
      *        MERGED-AWAY CUSTOMER CODES ARE SKIPPED.  RUN ONCE
      *        AFTER THE FIRST POSTAL MASTER LOAD TO CLEAN UP
      *        EXISTING ADDRESSES; IT MAY BE RE-RUN AT ANY TIME.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  TT-RPT-FILE  ASSIGN  TO  "TT860R"
               ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA                DIVISION.
       FILE                SECTION.
       FD  TT-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  TT-RPT-LINE         PIC  X(132).
       WORKING-STORAGE     SECTION.
       77  ERR-STAT        PIC  X(02).
       77  RET             PIC  9(01)  VALUE  0.
       77  WK-TODAY        PIC  9(06)  VALUE  0.
       77  WK-OURPF        PIC  9(02)  VALUE  0.
       77  WS-TK-CNT       PIC  9(07)  VALUE  0.
       77  WS-TK-EXC       PIC  9(07)  VALUE  0.
       77  WS-SH-CNT       PIC  9(07)  VALUE  0.
       77  WS-SH-EXC       PIC  9(07)  VALUE  0.
       COPY    LITKM.
       COPY    LSTTM.
       COPY    LISHPT.
       COPY    LIPSTM.
       COPY    LWPSTM.
       COPY    LIRUNL.
      *****
       01  TT-RPT-HDR.
           02  FILLER          PIC  X(36)  VALUE
               "CUSTOMER / SHIP-TO POSTAL CODE AUDIT".
           02  FILLER          PIC  X(08)  VALUE  "  DATE=".
           02  RPT-HDR-DATE    PIC  9(06).
       01  TT-RPT-COL.
           02  FILLER          PIC  X(50)  VALUE
               "KIND     CUST SHP POSTCODE OUR MST REASON         ".
           02  FILLER          PIC  X(04)  VALUE  "NAME".
       01  TT-RPT-EMP.
           02  FILLER          PIC  X(44)  VALUE
               "POSTAL MASTER IS EMPTY, RUN TT850U FIRST    ".
       01  TT-RPT-DET.
           02  RPT-D-KIND      PIC  X(08).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-D-TCD       PIC  9(04).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-D-SHP       PIC  ZZZ.
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-D-POST      PIC  X(08).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-D-OUR       PIC  ZZ9.
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-D-MST       PIC  ZZ9.
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-D-RSN       PIC  X(15).
           02  RPT-D-NAME      PIC  N(24).
       01  TT-RPT-SUM.
           02  FILLER          PIC  X(11)  VALUE  "CUSTOMERS=".
           02  RPT-S-TK        PIC  ZZZZZZ9.
           02  FILLER          PIC  X(08)  VALUE  " LISTED=".
           02  RPT-S-TKX       PIC  ZZZZZZ9.
           02  FILLER          PIC  X(11)  VALUE  "  SHIP-TOS=".
           02  RPT-S-SH        PIC  ZZZZZZ9.
           02  FILLER          PIC  X(08)  VALUE  " LISTED=".
           02  RPT-S-SHX       PIC  ZZZZZZ9.
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       OPEN  OUTPUT  TT-RPT-FILE.
           ACCEPT  WK-TODAY  FROM  DATE.
       MOVE  WK-TODAY  TO  RPT-HDR-DATE.
       MOVE  TT-RPT-HDR  TO  TT-RPT-LINE.
       WRITE  TT-RPT-LINE.
       PERFORM  RUNL-ST-RTN  THRU  RUNL-ST-EXT.
           CALL "DB_F_Open" USING
            "INPUT" PSTM_PNAME1 "SHARED" BY REFERENCE PSTM_IDLST "1"
            "PST-KEY" BY REFERENCE PST-KEY.
      *        WITH NOTHING LOADED EVERY ADDRESS WOULD LIST.
           CALL "DB_Read" USING
            "NEXT AT END" PSTM_PNAME1 BY REFERENCE PST-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  TT-RPT-EMP  TO  TT-RPT-LINE
               WRITE  TT-RPT-LINE
               GO  TO  END-RTN
           END-IF.
           MOVE  TT-RPT-COL  TO  TT-RPT-LINE.
           WRITE  TT-RPT-LINE.
           CALL "DB_F_Open" USING
            "INPUT" TK-M_PNAME1 "SHARED" BY REFERENCE TK-M_IDLST "1"
            "TK-KEY" BY REFERENCE TK-KEY.
           CALL "DB_F_Open" USING
            "INPUT" TT-M_PNAME1 "SHARED" BY REFERENCE TT-M_IDLST
            "1" "TT-KEY" BY REFERENCE TT-KEY.
           CALL "DB_F_Open" USING
            "INPUT" SHPT_PNAME1 "SHARED" BY REFERENCE SHPT_IDLST "1"
            "SHP-KEY" BY REFERENCE SHP-KEY.
      *****
      *    CUSTOMERS.
       TK-10.
           CALL "DB_Read" USING
            "NEXT AT END" TK-M_PNAME1 BY REFERENCE TK-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  SH-10
           END-IF.
           IF  TK-MRGTO  IS  NUMERIC  AND  TK-MRGTO  NOT =  0
               GO  TO  TK-10
           END-IF.
           ADD  1  TO  WS-TK-CNT.
           MOVE  0  TO  WK-OURPF.
           MOVE  TK-TCD  TO  TT-TCD.
           CALL "DB_Read" USING
            "INVALID" TT-M_PNAME1 BY REFERENCE TT-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0
               MOVE  TT-FKC  TO  WK-OURPF
           END-IF.
           MOVE  TK-POST  TO  PSTW-IN.
           PERFORM  PSTW-CHK-RTN  THRU  PSTW-CHK-EXT.
           MOVE  SPACE  TO  RPT-D-RSN.
           PERFORM  RSN-RTN  THRU  RSN-EXT.
           IF  RPT-D-RSN  =  SPACE
               GO  TO  TK-10
           END-IF.
           MOVE  "CUSTOMER"  TO  RPT-D-KIND.
           MOVE  TK-TCD      TO  RPT-D-TCD.
           MOVE  0           TO  RPT-D-SHP.
           MOVE  TK-POST     TO  RPT-D-POST.
           MOVE  TK-NAME     TO  RPT-D-NAME.
           MOVE  TT-RPT-DET  TO  TT-RPT-LINE.
           WRITE  TT-RPT-LINE.
           ADD  1  TO  WS-TK-EXC.
           GO  TO  TK-10.
      *****
      *    SHIP-TOS.
       SH-10.
           CALL "DB_Read" USING
            "NEXT AT END" SHPT_PNAME1 BY REFERENCE SHP-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  SH-90
           END-IF.
           ADD  1  TO  WS-SH-CNT.
           MOVE  SHP-TDFK  TO  WK-OURPF.
           MOVE  SHP-POST  TO  PSTW-IN.
           PERFORM  PSTW-CHK-RTN  THRU  PSTW-CHK-EXT.
           MOVE  SPACE  TO  RPT-D-RSN.
           PERFORM  RSN-RTN  THRU  RSN-EXT.
           IF  RPT-D-RSN  =  SPACE
               GO  TO  SH-10
           END-IF.
           MOVE  "SHIP-TO "  TO  RPT-D-KIND.
           MOVE  SHP-TCD     TO  RPT-D-TCD.
           MOVE  SHP-CD      TO  RPT-D-SHP.
           MOVE  SHP-POST    TO  RPT-D-POST.
           MOVE  SHP-NAME    TO  RPT-D-NAME.
           MOVE  TT-RPT-DET  TO  TT-RPT-LINE.
           WRITE  TT-RPT-LINE.
           ADD  1  TO  WS-SH-EXC.
           GO  TO  SH-10.
       SH-90.
           CALL "DB_F_Close" USING BY REFERENCE TK-M_IDLST TK-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE TT-M_IDLST TT-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE SHPT_IDLST SHPT_PNAME1.
           MOVE  WS-TK-CNT  TO  RPT-S-TK.
           MOVE  WS-TK-EXC  TO  RPT-S-TKX.
           MOVE  WS-SH-CNT  TO  RPT-S-SH.
           MOVE  WS-SH-EXC  TO  RPT-S-SHX.
           MOVE  SPACE  TO  TT-RPT-LINE.
           WRITE  TT-RPT-LINE.
           MOVE  TT-RPT-SUM  TO  TT-RPT-LINE.
           WRITE  TT-RPT-LINE.
       END-RTN.
           CALL "DB_F_Close" USING BY REFERENCE PSTM_IDLST PSTM_PNAME1.
           CLOSE  TT-RPT-FILE.
           PERFORM  RUNL-EN-RTN  THRU  RUNL-EN-EXT.
           CALL "DB_Close".
           STOP  RUN.
      *****
      *    THE REASON TO LIST, FROM PSTW-ST AND THE PREFECTURE
      *    CODE ON OUR RECORD (WK-OURPF); SPACE WHEN CLEAN.
       RSN-RTN.
           MOVE  WK-OURPF  TO  RPT-D-OUR.
           MOVE  0         TO  RPT-D-MST.
           IF  PSTW-ST  =  1
               MOVE  "MISSING"    TO  RPT-D-RSN
               GO  TO  RSN-EXT
           END-IF.
           IF  PSTW-ST  =  2
               MOVE  "MALFORMED"  TO  RPT-D-RSN
               GO  TO  RSN-EXT
           END-IF.
           IF  PSTW-ST  =  3
               MOVE  "UNKNOWN"    TO  RPT-D-RSN
               GO  TO  RSN-EXT
           END-IF.
           MOVE  PST-TDFK  TO  RPT-D-MST.
           IF  WK-OURPF  =  0
               MOVE  "PREF NOT SET"     TO  RPT-D-RSN
               GO  TO  RSN-EXT
           END-IF.
           IF  WK-OURPF  NOT =  PST-TDFK
               MOVE  "PREF DISAGREES"   TO  RPT-D-RSN
           END-IF.
       RSN-EXT.
           EXIT.
      *****
      *    RUNLOG START/END -- SEE LIRUNL.
       RUNL-ST-RTN.
           CALL "DB_F_Open" USING
            "I-O" RUNL_PNAME1 "SHARED" BY REFERENCE RUNL_IDLST "1"
            "RUNL-KEY" BY REFERENCE RUNL-KEY.
           ACCEPT  RUNL-SDATE  FROM  DATE.
           ACCEPT  RUNL-STIME  FROM  TIME.
           MOVE  "TT860R"  TO  RUNL-PGM.
           MOVE  SPACE     TO  RUNL-OPR.
           MOVE  0         TO  RUNL-EDATE.
           MOVE  0         TO  RUNL-ETIME.
           MOVE  0         TO  RUNL-READ.
           MOVE  0         TO  RUNL-WRIT.
           MOVE  0         TO  RUNL-UPDT.
           MOVE  SPACE     TO  RUNL-CC.
           MOVE  0         TO  RUNL-ENDF.
           CALL "DB_Insert" USING
            RUNL_PNAME1 RUNL_LNAME RUNL-R RETURNING RET.
       RUNL-ST-EXT.
           EXIT.
       RUNL-EN-RTN.
           ACCEPT  RUNL-EDATE  FROM  DATE.
           ACCEPT  RUNL-ETIME  FROM  TIME.
           COMPUTE  RUNL-READ  =  WS-TK-CNT  +  WS-SH-CNT.
           COMPUTE  RUNL-WRIT  =  WS-TK-EXC  +  WS-SH-EXC.
           MOVE  0           TO  RUNL-UPDT.
           MOVE  "000"       TO  RUNL-CC.
           MOVE  1           TO  RUNL-ENDF.
           CALL "DB_Update" USING
            RUNL_PNAME1 RUNL_LNAME RUNL-R RETURNING RET.
           CALL "DB_F_Close" USING BY REFERENCE RUNL_IDLST RUNL_PNAME1.
       RUNL-EN-EXT.
           EXIT.
       COPY    LPPSTM.
