      *        MATCHING PAGES REPRINT LINE FOR LINE TO THE
      *        RL720R FILE, SO A LOST MONTH-END PAGE NEVER AGAIN
      *        FORCES A RERUN AGAINST CLOSED DATA.
      *        THE RL740U DISTRIBUTION LOG (JT-RDLG) IS WORKED
      *        HERE TOO --
      *          RCPT PROGRAM RUN-DATE RUN-TIME SEQ OPERATOR
      *            CONFIRMS THE RECIPIENT HAS THE DELIVERED RUN;
      *          DLOG [PROGRAM] [OPEN]
      *            LISTS THE LOG, OPEN = DELIVERIES NOT YET
      *            CONFIRMED ONLY.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       77  WK-LINES        PIC  9(05)  VALUE  0.
       77  WK-1ST-SW       PIC  9(01)  VALUE  1.
       77  WS-OUT-CNT      PIC  9(07)  VALUE  0.
       77  WK-SEQ          PIC  9(02)  VALUE  0.
       77  WK-OPR          PIC  X(06)  VALUE  SPACE.
       77  WK-OPEN         PIC  X(04)  VALUE  SPACE.
       COPY    LIRARC.
       COPY    LIRDLG.
      *****
       01  RL-RPT-HDR.
           02  FILLER          PIC  X(32)  VALUE
           02  RUN-PAGES       PIC  ZZZ9.
           02  FILLER          PIC  X(07)  VALUE  " LINES=".
           02  RUN-LINES       PIC  ZZZZ9.
       01  RL-RPT-DLH.
           02  FILLER          PIC  X(40)  VALUE
               "REPORT   RUN DATE/TIME  SQ GROUP        ".
           02  FILLER          PIC  X(49)  VALUE
               "              S CP PAGE SENT   CONFIRMED".
       01  RL-RPT-DLG.
           02  DLG-PGM         PIC  X(08).
           02  FILLER          PIC  X(01).
           02  DLG-DATE        PIC  9(06).
           02  DLG-SL          PIC  X(01).
           02  DLG-TIME        PIC  9(06).
           02  FILLER          PIC  X(02).
           02  DLG-SEQ         PIC  9(02).
           02  FILLER          PIC  X(01).
           02  DLG-GRP         PIC  X(20).
           02  FILLER          PIC  X(07).
           02  DLG-ST          PIC  X(01).
           02  FILLER          PIC  X(01).
           02  DLG-COPY        PIC  Z9.
           02  FILLER          PIC  X(01).
           02  DLG-PAGES       PIC  ZZZ9.
           02  FILLER          PIC  X(01).
           02  DLG-DDATE       PIC  9(06).
           02  FILLER          PIC  X(01).
           02  DLG-CFDATE      PIC  Z(06).
           02  FILLER          PIC  X(01).
           02  DLG-CFBY        PIC  X(06).
           02  FILLER          PIC  X(01).
           02  DLG-FILE        PIC  X(47).
       01  RL-RPT-SUM.
           02  FILLER          PIC  X(15)  VALUE  "LINES WRITTEN=".
           02  RPT-SUM-CNT     PIC  ZZZZZZ9.
       MOVE  RL-RPT-HDR  TO  RL-RPT-LINE.
       WRITE  RL-RPT-LINE.
           ACCEPT  WK-PGM   FROM  ARGUMENT-VALUE.
           IF  WK-PGM  =  "RCPT"
               GO  TO  RC-RTN
           END-IF.
           IF  WK-PGM  =  "DLOG"
               GO  TO  DL-RTN
           END-IF.
           ACCEPT  WK-DATE  FROM  ARGUMENT-VALUE.
           ACCEPT  WK-TIME  FROM  ARGUMENT-VALUE.
           ACCEPT  WK-PGFR  FROM  ARGUMENT-VALUE.
           CLOSE  RL-RPT-FILE.
           CALL "DB_Close".
           STOP  RUN.
      *****
      *    RECEIPT -- STAMPS THE DELIVERY CONFIRMED, ONCE.
       RC-RTN.
           ACCEPT  WK-PGM   FROM  ARGUMENT-VALUE.
           ACCEPT  WK-DATE  FROM  ARGUMENT-VALUE.
           ACCEPT  WK-TIME  FROM  ARGUMENT-VALUE.
           ACCEPT  WK-SEQ   FROM  ARGUMENT-VALUE.
           ACCEPT  WK-OPR   FROM  ARGUMENT-VALUE.
           CALL "DB_F_Open" USING
            "I-O" RDLG_PNAME1 "SHARED" BY REFERENCE RDLG_IDLST "1"
            "RDL-KEY" BY REFERENCE RDL-KEY.
           MOVE  WK-PGM   TO  RDL-PGM.
           MOVE  WK-DATE  TO  RDL-DATE.
           MOVE  WK-TIME  TO  RDL-TIME.
           MOVE  WK-SEQ   TO  RDL-SEQ.
           CALL "DB_Read" USING
            "INVALID" RDLG_PNAME1 BY REFERENCE RDL-R " "
            RETURNING RET.
           MOVE  SPACE  TO  RL-RPT-LINE.
           IF  RET  =  1
               STRING  "NO DELIVERY LOGGED FOR "  WK-PGM  " "
                   WK-DATE  "/"  WK-TIME  " SEQ "  WK-SEQ
                   DELIMITED  BY  SIZE  INTO  RL-RPT-LINE
               GO  TO  RC-90
           END-IF.
           IF  RDL-CFDATE  NOT =  0
               STRING  "ALREADY CONFIRMED "  RDL-CFDATE  " "
                   RDL-CFTIME  " BY "  RDL-CFBY
                   DELIMITED  BY  SIZE  INTO  RL-RPT-LINE
               GO  TO  RC-90
           END-IF.
           ACCEPT  RDL-CFDATE  FROM  DATE.
           ACCEPT  RDL-CFTIME  FROM  TIME.
           MOVE  WK-OPR  TO  RDL-CFBY.
           CALL "DB_Update" USING
            RDLG_PNAME1 RDLG_LNAME RDL-R RETURNING RET.
           STRING  "RECEIPT CONFIRMED "  WK-PGM  " "
               WK-DATE  "/"  WK-TIME  " SEQ "  WK-SEQ  " "  RDL-GRP
               DELIMITED  BY  SIZE  INTO  RL-RPT-LINE.
           ADD  1  TO  WS-OUT-CNT.
       RC-90.
           WRITE  RL-RPT-LINE.
           GO  TO  LOG-END.
      *****
      *    DELIVERY LOG LISTING.
       DL-RTN.
           ACCEPT  WK-PGM   FROM  ARGUMENT-VALUE.
           ACCEPT  WK-OPEN  FROM  ARGUMENT-VALUE.
           IF  WK-PGM  =  "OPEN"
               MOVE  "OPEN"  TO  WK-OPEN
               MOVE  SPACE   TO  WK-PGM
           END-IF.
           MOVE  RL-RPT-DLH  TO  RL-RPT-LINE.
           WRITE  RL-RPT-LINE.
           CALL "DB_F_Open" USING
            "INPUT" RDLG_PNAME1 "SHARED" BY REFERENCE RDLG_IDLST "1"
            "RDL-KEY" BY REFERENCE RDL-KEY.
       DL-10.
           CALL "DB_Read" USING
            "NEXT AT END" RDLG_PNAME1 BY REFERENCE RDL-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  LOG-END
           END-IF.
           IF  WK-PGM  NOT =  SPACE  AND  RDL-PGM  NOT =  WK-PGM
               GO  TO  DL-10
           END-IF.
           IF  WK-OPEN  =  "OPEN"
               IF  RDL-ST  NOT =  "S"  OR  RDL-CFDATE  NOT =  0
                   GO  TO  DL-10
               END-IF
           END-IF.
           MOVE  SPACE       TO  RL-RPT-DLG.
           MOVE  RDL-PGM     TO  DLG-PGM.
           MOVE  RDL-DATE    TO  DLG-DATE.
           MOVE  "/"         TO  DLG-SL.
           MOVE  RDL-TIME    TO  DLG-TIME.
           MOVE  RDL-SEQ     TO  DLG-SEQ.
           MOVE  RDL-GRP     TO  DLG-GRP.
           MOVE  RDL-ST      TO  DLG-ST.
           MOVE  RDL-COPY    TO  DLG-COPY.
           MOVE  RDL-PAGES   TO  DLG-PAGES.
           MOVE  RDL-DDATE   TO  DLG-DDATE.
           IF  RDL-CFDATE  NOT =  0
               MOVE  RDL-CFDATE  TO  DLG-CFDATE
               MOVE  RDL-CFBY    TO  DLG-CFBY
           END-IF.
           MOVE  RDL-FILE    TO  DLG-FILE.
           MOVE  RL-RPT-DLG  TO  RL-RPT-LINE.
           WRITE  RL-RPT-LINE.
           ADD  1  TO  WS-OUT-CNT.
           GO  TO  DL-10.
       LOG-END.
           CALL "DB_F_Close" USING BY REFERENCE RDLG_IDLST RDLG_PNAME1.
           MOVE  WS-OUT-CNT  TO  RPT-SUM-CNT.
           MOVE  RL-RPT-SUM  TO  RL-RPT-LINE.
           WRITE  RL-RPT-LINE.
           CLOSE  RL-RPT-FILE.
           CALL "DB_Close".
           STOP  RUN.
