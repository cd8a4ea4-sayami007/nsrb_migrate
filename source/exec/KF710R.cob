      *        JT-KFCQ REVIEW QUEUE (STAT 0) FOR THE KF850U
      *        APPROVE/REJECT SCREEN -- VALIDATED CHANGES NO
      *        LONGER DIE HERE TO BE RE-KEYED BY HAND.
      *        ARGUMENT "T" RUNS THE EDITS ON A TESTING PARTNER'S
      *        TRANSMISSION IN THE KOLRT SANDBOX (SEE LWKFCE):
      *        EACH REJECTION IS ALSO LOGGED TO JT-KFCE FOR THE
      *        KF920R CERTIFICATION, AND CLEAN RECORDS ARE STAGED
      *        INTO THE JT-KFCS SANDBOX QUEUE, NEVER JT-KFCQ.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       77  WS-BAD-CNT      PIC  9(07)  VALUE  0.
       COPY    LKOLRF.
       COPY    LIKFCQ.
       COPY    LIKFCE.
       COPY    LWKFCE.
       77  WS-STG-CNT      PIC  9(07)  VALUE  0.
      *****
       01  KF-RPT-HDR.
       OPEN  OUTPUT  KF-RPT-FILE.
       MOVE  KF-RPT-HDR  TO  KF-RPT-LINE.
       WRITE  KF-RPT-LINE.
           ACCEPT  TSTM-ARG  FROM  ARGUMENT-VALUE.
           PERFORM  TSTM-OPN-RTN  THRU  TSTM-OPN-EXT.
           IF  TSTM-ON  =  1
               MOVE  "JT-KFCS"  TO  KFCQ_PNAME1
               MOVE  "KFCS"     TO  KFCQ_LNAME
               MOVE  TSTM-HDR   TO  KF-RPT-LINE
               WRITE  KF-RPT-LINE
           END-IF.
      *
           CALL "DB_F_Open" USING
            "INPUT" KOLRF_PNAME1 "SHARED" BY REFERENCE KOLRF_IDLST
               MOVE  "REJECTED: NAME (KOLRF2-04) IS BLANK" TO RPT-MSG
               MOVE  KF-RPT-DET  TO  KF-RPT-LINE
               WRITE  KF-RPT-LINE
               PERFORM  CER-RTN  THRU  CER-EXT
           END-IF.
           IF  KOLRF2-09  <  1  OR  KOLRF2-09  >  50
               SET  WS-HAS-ERROR  TO  TRUE
                   TO  RPT-MSG
               MOVE  KF-RPT-DET  TO  KF-RPT-LINE
               WRITE  KF-RPT-LINE
               PERFORM  CER-RTN  THRU  CER-EXT
           END-IF.
           IF  WS-HAS-ERROR
               ADD  1  TO  WS-BAD-CNT
               DELIMITED  BY  SIZE  INTO  KF-RPT-LINE.
           WRITE  KF-RPT-LINE.
           CLOSE  KF-RPT-FILE.
           PERFORM  TSTM-CLS-RTN  THRU  TSTM-CLS-EXT.
           CALL "DB_Close".
           STOP  RUN.
      *****
      *    TEST MODE -- THE REJECTION IN RPT-MSG IS A
      *    CERTIFICATION ERROR.
       CER-RTN.
           IF  TSTM-ON  NOT =  1
               GO  TO  CER-EXT
           END-IF.
           MOVE  "02"        TO  KFCE-RTYPE.
           MOVE  SPACE       TO  KFCE-RKEY.
           MOVE  KOLRF2-02   TO  KFCE-RKEY (1:4).
           MOVE  KOLRF2-03   TO  KFCE-RKEY (6:3).
           MOVE  RPT-MSG     TO  KFCE-REASON.
           MOVE  KOLRF2-REC  TO  KFCE-RAWDATA.
           PERFORM  TSTM-PUT-RTN  THRU  TSTM-PUT-EXT.
       CER-EXT.
           EXIT.
       COPY  LPKFCE  REPLACING  ==TSTM-PGM==  BY  =="KF710R"==.
