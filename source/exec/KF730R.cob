      *****   CROSS-TOTAL CHECK ACROSS THE PARALLEL     *****
      *****   KOLRF3 SIZE ARRAYS                        *****
      *****************************************************
      *        ARGUMENT "T" CHECKS A TESTING PARTNER'S
      *        TRANSMISSION IN THE KOLRT SANDBOX RATHER THAN KOLRF
      *        (SEE LWKFCE) AND LOGS EACH FINDING TO JT-KFCE FOR
      *        THE KF920R CERTIFICATION.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       77  WS-CHK-CNT      PIC  9(07)  VALUE  0.
       77  WS-BAD-CNT      PIC  9(07)  VALUE  0.
       COPY    LKOLRF.
       COPY    LIKFCE.
       COPY    LWKFCE.
      *****
       01  KF-RPT-HDR.
           02  FILLER          PIC  X(30)  VALUE
       OPEN  OUTPUT  KF-RPT-FILE.
       MOVE  KF-RPT-HDR  TO  KF-RPT-LINE.
       WRITE  KF-RPT-LINE.
           ACCEPT  TSTM-ARG  FROM  ARGUMENT-VALUE.
           PERFORM  TSTM-OPN-RTN  THRU  TSTM-OPN-EXT.
           IF  TSTM-ON  =  1
               MOVE  TSTM-HDR  TO  KF-RPT-LINE
               WRITE  KF-RPT-LINE
           END-IF.
      *
           CALL "DB_F_Open" USING
            "INPUT" KOLRF_PNAME1 "SHARED" BY REFERENCE KOLRF_IDLST
               MOVE  KF-RPT-DET  TO  KF-RPT-LINE
               WRITE  KF-RPT-LINE
               ADD  1  TO  WS-BAD-CNT
               PERFORM  CER-RTN  THRU  CER-EXT
           END-IF.
           MOVE  0  TO  WK-TOT-05  WK-TOT-09.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  10
               MOVE  KF-RPT-DET  TO  KF-RPT-LINE
               WRITE  KF-RPT-LINE
               ADD  1  TO  WS-BAD-CNT
               PERFORM  CER-RTN  THRU  CER-EXT
           END-IF.
           MOVE  0  TO  WK-TOT-05  WK-TOT-09.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  10
               MOVE  KF-RPT-DET  TO  KF-RPT-LINE
               WRITE  KF-RPT-LINE
               ADD  1  TO  WS-BAD-CNT
               PERFORM  CER-RTN  THRU  CER-EXT
           END-IF.
           MOVE  0  TO  WK-TOT-05  WK-TOT-09.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  10
               MOVE  KF-RPT-DET  TO  KF-RPT-LINE
               WRITE  KF-RPT-LINE
               ADD  1  TO  WS-BAD-CNT
               PERFORM  CER-RTN  THRU  CER-EXT
           END-IF.
           GO  TO  K3-RD.
       K3-EXT.
           MOVE  KF-RPT-SUM2  TO  KF-RPT-LINE.
           WRITE  KF-RPT-LINE.
           CLOSE  KF-RPT-FILE.
           PERFORM  TSTM-CLS-RTN  THRU  TSTM-CLS-EXT.
           CALL "DB_Close".
           STOP  RUN.
      *****
      *    TEST MODE -- THE FINDING JUST REPORTED IS A
      *    CERTIFICATION ERROR.
       CER-RTN.
           IF  TSTM-ON  NOT =  1
               GO  TO  CER-EXT
           END-IF.
           MOVE  "03"  TO  KFCE-RTYPE.
           MOVE  SPACE TO  KFCE-RKEY.
           MOVE  KOLRF3-02  TO  KFCE-RKEY (1:6).
           MOVE  SPACE  TO  KFCE-REASON.
           STRING  "SIZE ARRAY "  RPT-ARR
               " ORDER/CONFIRM TOTALS DIFFER"  DELIMITED  BY  SIZE
               INTO  KFCE-REASON.
           MOVE  KOLRF3-REC  TO  KFCE-RAWDATA.
           PERFORM  TSTM-PUT-RTN  THRU  TSTM-PUT-EXT.
       CER-EXT.
           EXIT.
       COPY  LPKFCE  REPLACING  ==TSTM-PGM==  BY  =="KF730R"==.
