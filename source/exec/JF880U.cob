       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         JF880U.
      *****************************************************
      *****   MARKDOWN PROPOSAL ACCEPTANCE             *****
      *****************************************************
      *        MERCHANDISING WORKS THROUGH THE OPEN JT-MDPR
      *        MARKDOWN PROPOSALS OF ONE SEASON, AS THE JF870R
      *        REPORT LEFT THEM, ONE ITEM AT A TIME: THE SCREEN
      *        SHOWS THE ITEM, ITS SELL-THROUGH AGAINST THE
      *        SEASON TARGET AND ITS J-M PRICE, AND OFFERS THE
      *        PROPOSED PRICE, WHICH MAY BE CHANGED BUT MUST STAY
      *        BELOW THE OLD ONE.  1 ACCEPTS -- THE PRICE GOES ON
      *        JT-PROM AS AN ITEM PROMOTION FOR ALL CUSTOMERS
      *        (CODE "MD" + SEASON, TYPE 1 FIXED PRICE, FROM
      *        TODAY TO THE SEASON END, REPLACING AN EARLIER
      *        MARKDOWN OF THE SAME ITEM) SO ORDER ENTRY PRICES
      *        FROM IT THROUGH LPPRC; 2 REJECTS; 9 SKIPS, LEAVING
      *        THE PROPOSAL OPEN.  NOTHING IS ACCEPTED ONCE THE
      *        SEASON HAS ENDED.  EVERY CHANGE TO JT-PROM AND
      *        JT-MDPR IS WRITTEN TO THE JT-MAUD AUDIT TRAIL.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  VIO-FILE    ASSIGN  TO  "OPAVIO.LOG"
               ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA                DIVISION.
       FILE                SECTION.
      *****
      *    Operator authority violation log -- one line per
      *    refusal, appended across runs.
       FD  VIO-FILE
           LABEL RECORD IS STANDARD.
       01  VIO-LINE            PIC  X(60).
       WORKING-STORAGE     SECTION.
       77  WK-AUI          PIC  9(02)  VALUE  0.
       77  WK-AUTH-OK      PIC  9(01)  VALUE  0.
       77  WK-VIO-DATE     PIC  9(06)  VALUE  0.
       01  VIO-DET.
           02  VIO-DATE        PIC  9(06).
           02  FILLER          PIC  X(06)  VALUE  " OPR=".
           02  VIO-OPR         PIC  X(06).
           02  FILLER          PIC  X(06)  VALUE  " PGM=".
           02  VIO-PGM         PIC  X(06).
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  VIO-REASON      PIC  X(26).
       COPY    LIOPAU.
       77  ERR-STAT        PIC  X(02).
       77  RET             PIC  9(01)  VALUE  0.
       77  USER_ID                 PIC  X(006) VALUE SPACE.
       77  COMPLETION_CODE         PIC  X(003) VALUE ZERO.
       77  ESTAT                   PIC  X(002).
       77  RESU                    PIC  9(001).
       77  WK-TODAY8       PIC  9(08)  VALUE  0.
       01  WK-AREA.
           02  JF-SEA          PIC  X(04).
           02  JF-ANS          PIC  X(01).
           02  WK-NEW          PIC  9(06).
           02  WK-PRMCD        PIC  X(06).
      *        SELL-THROUGH, TARGET AND PRICE FOR THE SCREEN.
       01  WK-INFO.
           02  FILLER          PIC  X(10)  VALUE  "SELL-THRU ".
           02  WK-I-STP        PIC  ZZ9.9.
           02  FILLER          PIC  X(10)  VALUE  "%  TARGET ".
           02  WK-I-TGT        PIC  ZZ9.
           02  FILLER          PIC  X(09)  VALUE  "%  PRICE ".
           02  WK-I-OLD        PIC  ZZZZZZ9.
       COPY    LISEAS.
       COPY    LIMDPR.
       COPY    LIPROM.
       COPY    LIJM.
       COPY    LIMAUD.
       77  WK-AUDSEQ       PIC  9(04)  VALUE  0.
       77  WK-WRTRY        PIC  9(01)  VALUE  0.
       01  WK-MAUDB            PIC  X(300)  VALUE  SPACE.
      *****
       01  DSP-AREA.
           03  DSP-010         PIC  X(32)
               VALUE  "MARKDOWN PROPOSAL ACCEPTANCE    ".
           03  DSP-020         PIC  X(12)
               VALUE  "SEASON(    )".
           03  DSP-030.
               05  FILLER      PIC  X(05)  VALUE  "ITEM(".
               05  DSP-031     PIC  9(06).
               05  FILLER      PIC  X(01)  VALUE  ")".
           03  DSP-035         PIC  N(24).
           03  DSP-040         PIC  X(44).
           03  DSP-050         PIC  X(17)
               VALUE  "NEW PRICE(      )".
           03  DSP-060         PIC  X(27)
               VALUE  "1=ACCEPT,2=REJECT,9=SKIP( )".
       01  DSP-AREA2.
           03  DSP-090         PIC  X(20)
               VALUE  "SEASON NOT ON SEAS  ".
           03  DSP-091         PIC  X(20)
               VALUE  "NO MORE PROPOSALS   ".
           03  DSP-092         PIC  X(20)
               VALUE  "PRICE NOT BELOW OLD ".
           03  DSP-093         PIC  X(20)
               VALUE  "SEASON HAS ENDED    ".
           03  DSP-094         PIC  X(20)
               VALUE  "ACCEPTED INTO PROMO ".
           03  DSP-095         PIC  X(20)
               VALUE  "REJECTED            ".
           03  DSP-098         PIC  X(20)
               VALUE  "DATABASE ERROR      ".
           03  DSP-099         PIC  X(20)
               VALUE  "NOT AUTHORIZED      ".
       01  DSP-BUZZER.
           03  DISP-BUZ-J-03   PIC  X(05)  VALUE  X"1B4A03".
       01  ACP-AREA.
           03  ACP-020         PIC  X(04).
           03  ACP-050         PIC  9(06).
           03  ACP-060         PIC  X(01).
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       CALL "SD_Initialize" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA" " " "0" "0" "192" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-010" "X" "1" "1" "32" " " "DSP-AREA"  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-020" "X" "3" "1" "12" "DSP-010" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-030" " " "5" "0" "12" "DSP-020" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "01DSP-030" "X" "5" "1" "5" " " "DSP-030"
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-031" "9" "5" "6" "6" "01DSP-030" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-031" BY REFERENCE MDP-JCD "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "02DSP-030" "X" "5" "12" "1" "DSP-031" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-035" "N" "6" "1" "48" "DSP-030" " "  RETURNING RESU.
       CALL "SD_From" USING
            "DSP-035" BY REFERENCE J-NAME "48" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-040" "X" "8" "1" "44" "DSP-035" " "  RETURNING RESU.
       CALL "SD_From" USING
            "DSP-040" BY REFERENCE WK-INFO "44" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-050" "X" "10" "1" "17" "DSP-040" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-060" "X" "12" "1" "27" "DSP-050" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA2" " " "0" "0" "160" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-090" "X" "22" "1" "20" " " "DSP-AREA2"
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-091" "X" "22" "1" "20" "DSP-090" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-092" "X" "22" "1" "20" "DSP-091" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-093" "X" "22" "1" "20" "DSP-092" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-094" "X" "22" "1" "20" "DSP-093" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-095" "X" "22" "1" "20" "DSP-094" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-098" "X" "22" "1" "20" "DSP-095" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-099" "X" "22" "1" "20" "DSP-098" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-BUZZER" " " "24" "0" "5" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DISP-BUZ-J-03" "X" "24" "80" "5" " " "DSP-BUZZER"
            RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-AREA" " " "0" "0" "11" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-020" "X" "3" "8" "4" " " "ACP-AREA"  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-020" BY REFERENCE JF-SEA "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-050" "9" "10" "11" "6" "ACP-020" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-050" BY REFERENCE WK-NEW "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-060" "X" "12" "26" "1" "ACP-050" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-060" BY REFERENCE JF-ANS "1" "0" RETURNING RESU.
      *
           ACCEPT USER_ID FROM ARGUMENT-VALUE.
           ACCEPT COMPLETION_CODE FROM ARGUMENT-VALUE.
      *
      *****
      *    OPERATOR AUTHORITY GATE -- SEE LIOPAU.  MAINTENANCE
      *    SCREENS REQUIRE OPA-MNT = 1 AND THIS PROGRAM ON THE
      *    OPERATOR'S ALLOWED LIST; A REFUSAL IS LOGGED AND THE
      *    SCREEN NEVER OPENS.
           CALL "DB_F_Open" USING
            "INPUT" OPAU_PNAME1 "SHARED" BY REFERENCE OPAU_IDLST "1"
            "OPA-KEY" BY REFERENCE OPA-KEY.
           MOVE  USER_ID  TO  OPA-OPR.
           CALL "DB_Read" USING
            "INVALID" OPAU_PNAME1 BY REFERENCE OPA-R "UNLOCK"
            RETURNING RET.
           CALL "DB_F_Close" USING BY REFERENCE OPAU_IDLST OPAU_PNAME1.
           MOVE  0  TO  WK-AUTH-OK.
           IF  RET  =  0  AND  OPA-MNT  =  1
               PERFORM  VARYING  WK-AUI  FROM  1  BY  1
                   UNTIL  WK-AUI  >  10
                   IF  OPA-PGM (WK-AUI)  =  "JF880U"
                   OR  OPA-PGM (WK-AUI)  =  "ALL"
                       MOVE  1  TO  WK-AUTH-OK
                   END-IF
               END-PERFORM
           END-IF.
           IF  WK-AUTH-OK  =  0
               ACCEPT  WK-VIO-DATE  FROM  DATE
               MOVE  WK-VIO-DATE  TO  VIO-DATE
               MOVE  USER_ID      TO  VIO-OPR
               MOVE  "JF880U"     TO  VIO-PGM
               MOVE  "MAINTENANCE NOT PERMITTED"  TO  VIO-REASON
               OPEN  EXTEND  VIO-FILE
               MOVE  VIO-DET  TO  VIO-LINE
               WRITE  VIO-LINE
               CLOSE  VIO-FILE
               CALL "SD_Output" USING
                "DSP-099" DSP-099 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               CALL "C3_Set_Jrcode" USING
                USER_ID BY REFERENCE COMPLETION_CODE 255
               CALL "DB_Close"
               STOP  RUN
           END-IF.
           ACCEPT  WK-TODAY8  FROM  DATE.
           ADD  20000000  TO  WK-TODAY8.
           CALL "DB_F_Open" USING
            "INPUT" SEAS_PNAME1 "SHARED" BY REFERENCE SEAS_IDLST "1"
            "SEA-KEY" BY REFERENCE SEA-KEY.
           CALL "DB_F_Open" USING
            "I-O" PROM_PNAME1 "SHARED" BY REFERENCE PROM_IDLST "1"
            "PRM-KEY" BY REFERENCE PRM-KEY.
           CALL "DB_F_Open" USING
            "INPUT" J-M_PNAME1 "SHARED" BY REFERENCE J-M_IDLST "1"
            "J-JCD" BY REFERENCE J-JCD.
           CALL "DB_F_Open" USING
            "I-O" MAUD_PNAME1 "SHARED" BY REFERENCE MAUD_IDLST "1"
            "MAUD-KEY" BY REFERENCE MAUD-KEY.
           CALL "SD_Output" USING
            "DSP-010" DSP-010 "p" RETURNING RESU.
       ST-10.
           CALL "SD_Output" USING
            "DSP-020" DSP-020 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-020 "ACP-020" "X" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT    =  "P9"
               PERFORM  END-RTN  THRU  END-EXT
               STOP  RUN
           END-IF.
           MOVE  JF-SEA  TO  SEA-CD.
           CALL "DB_Read" USING
            "INVALID" SEAS_PNAME1 BY REFERENCE SEA-R "UNLOCK"
            RETURNING RET.
           IF  JF-SEA  =  SPACE  OR  RET  =  1
               CALL "SD_Output" USING
                "DSP-090" DSP-090 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
      *        EACH SEASON STARTS FROM THE TOP OF JT-MDPR.
           CALL "DB_F_Open" USING
            "I-O" MDPR_PNAME1 "SHARED" BY REFERENCE MDPR_IDLST "1"
            "MDP-KEY" BY REFERENCE MDP-KEY.
       ST-20.
           CALL "DB_Read" USING
            "NEXT AT END" MDPR_PNAME1 BY REFERENCE MDP-R " "
            RETURNING RET.
           IF  RET  =  1
               CALL "SD_Output" USING
                "DSP-091" DSP-091 "p" RETURNING RESU
               GO  TO  ST-90
           END-IF.
           IF  MDP-SEA  NOT =  JF-SEA  OR  MDP-STAT  NOT =  SPACE
               GO  TO  ST-20
           END-IF.
           MOVE  MDP-JCD  TO  J-JCD.
           CALL "DB_Read" USING
            "INVALID" J-M_PNAME1 BY REFERENCE J-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               MOVE  SPACE  TO  J-NAME
           END-IF.
           MOVE  MDP-STP  TO  WK-I-STP.
           MOVE  SEA-TGT  TO  WK-I-TGT.
           MOVE  MDP-OLD  TO  WK-I-OLD.
           MOVE  MDP-NEW  TO  WK-NEW.
           CALL "SD_Output" USING
            "DSP-030" DSP-030 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "DSP-035" DSP-035 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "DSP-040" DSP-040 "p" RETURNING RESU.
       ST-30.
      *        THE PRICE MAY BE AMENDED BUT MUST STAY A MARKDOWN.
           CALL "SD_Output" USING
            "DSP-050" DSP-050 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-050 "ACP-050" "9" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-90
           END-IF.
           IF  WK-NEW  =  0  OR  WK-NEW  NOT <  MDP-OLD
               CALL "SD_Output" USING
                "DSP-092" DSP-092 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-30
           END-IF.
       ST-40.
           CALL "SD_Output" USING
            "DSP-060" DSP-060 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-060 "ACP-060" "X" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-30
           END-IF.
           IF  JF-ANS  NOT =  "1"  AND  "2"  AND  "9"
               GO  TO  ST-40
           END-IF.
           IF  JF-ANS  =  "9"
               GO  TO  ST-20
           END-IF.
           IF  JF-ANS  =  "2"
               GO  TO  ST-60
           END-IF.
           IF  WK-TODAY8  >  SEA-TO
               CALL "SD_Output" USING
                "DSP-093" DSP-093 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-40
           END-IF.
      *****
      *    ACCEPT -- THE ITEM'S SEASON MARKDOWN PROMOTION, NEW OR
      *    REPLACING THE LAST ONE.
           MOVE  "MD"     TO  WK-PRMCD (1:2).
           MOVE  JF-SEA   TO  WK-PRMCD (3:4).
           MOVE  WK-PRMCD  TO  PRM-CD.
           MOVE  MDP-JCD   TO  PRM-JCD.
           MOVE  0         TO  PRM-BR1.
           MOVE  0         TO  PRM-TCD.
           CALL "DB_Read" USING
            "INVALID" PROM_PNAME1 BY REFERENCE PRM-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  0
               MOVE  PRM-R  TO  WK-MAUDB
           ELSE
               MOVE  SPACE  TO  WK-MAUDB
               MOVE  SPACE  TO  PRM-R
               MOVE  WK-PRMCD  TO  PRM-CD
               MOVE  MDP-JCD   TO  PRM-JCD
               MOVE  0         TO  PRM-BR1
               MOVE  0         TO  PRM-TCD
           END-IF.
           MOVE  SEA-NAME   TO  PRM-NAME.
           MOVE  WK-TODAY8  TO  PRM-FROM.
           MOVE  SEA-TO     TO  PRM-TO.
           MOVE  1          TO  PRM-KBN.
           MOVE  WK-NEW     TO  PRM-TAN.
           MOVE  0          TO  PRM-PCT.
           MOVE  USER_ID    TO  PRM-OPR.
           MOVE  WK-TODAY8  TO  PRM-UDATE.
           IF  WK-MAUDB  =  SPACE
               CALL "DB_Insert" USING
                PROM_PNAME1 PROM_LNAME PRM-R RETURNING RET
           ELSE
               CALL "DB_Update" USING
                PROM_PNAME1 PROM_LNAME PRM-R RETURNING RET
           END-IF.
           IF  RET = 1
               CALL "SD_Output" USING
                "DSP-098" DSP-098 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-20
           END-IF.
           PERFORM  MAUD-PR-RTN  THRU  MAUD-PR-EXT.
           MOVE  MDP-R      TO  WK-MAUDB.
           MOVE  "A"        TO  MDP-STAT.
           MOVE  WK-NEW     TO  MDP-NEW.
           MOVE  WK-PRMCD   TO  MDP-PRMCD.
           GO  TO  ST-70.
       ST-60.
      *        REJECT.
           MOVE  MDP-R      TO  WK-MAUDB.
           MOVE  "R"        TO  MDP-STAT.
       ST-70.
           MOVE  USER_ID    TO  MDP-OPR.
           MOVE  WK-TODAY8  TO  MDP-ADATE.
           CALL "DB_Update" USING
            MDPR_PNAME1 MDPR_LNAME MDP-R RETURNING RET.
           IF  RET = 1
               CALL "SD_Output" USING
                "DSP-098" DSP-098 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-20
           END-IF.
           PERFORM  MAUD-MD-RTN  THRU  MAUD-MD-EXT.
           IF  MDP-STAT  =  "A"
               CALL "SD_Output" USING
                "DSP-094" DSP-094 "p" RETURNING RESU
           ELSE
               CALL "SD_Output" USING
                "DSP-095" DSP-095 "p" RETURNING RESU
           END-IF.
           GO  TO  ST-20.
       ST-90.
           CALL "DB_F_Close" USING BY REFERENCE MDPR_IDLST MDPR_PNAME1.
           GO  TO  ST-10.
       END-RTN.
           CALL "C3_Set_Jrcode" USING
            USER_ID BY REFERENCE COMPLETION_CODE 255.
           CALL "DB_F_Close" USING BY REFERENCE SEAS_IDLST SEAS_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE PROM_IDLST PROM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE J-M_IDLST J-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE MAUD_IDLST MAUD_PNAME1.
           CALL "DB_Close".
       END-EXT.
           EXIT.
      *****
      *    COMMON MAINTENANCE AUDIT -- SEE LIMAUD.  THE BEFORE
      *    IMAGE IS IN WK-MAUDB (SPACES FOR AN ADD); THE AFTER
      *    IMAGE IS THE RECORD JUST WRITTEN.
       MAUD-PR-RTN.
           MOVE  "PROM    "  TO  MAUD-FILE.
           MOVE  SPACE       TO  MAUD-FKEY.
           MOVE  PRM-KEY     TO  MAUD-FKEY (1:18).
           MOVE  PRM-R       TO  MAUD-AFTER.
           PERFORM  MAUD-PUT-RTN  THRU  MAUD-PUT-EXT.
       MAUD-PR-EXT.
           EXIT.
       MAUD-MD-RTN.
           MOVE  "MDPR    "  TO  MAUD-FILE.
           MOVE  SPACE       TO  MAUD-FKEY.
           MOVE  MDP-KEY     TO  MAUD-FKEY (1:10).
           MOVE  MDP-R       TO  MAUD-AFTER.
           PERFORM  MAUD-PUT-RTN  THRU  MAUD-PUT-EXT.
       MAUD-MD-EXT.
           EXIT.
       MAUD-PUT-RTN.
           ACCEPT  MAUD-DATE  FROM  DATE.
           ACCEPT  MAUD-TIME  FROM  TIME.
           ADD  1  TO  WK-AUDSEQ.
           MOVE  WK-AUDSEQ   TO  MAUD-SEQ.
           MOVE  USER_ID     TO  MAUD-OPR.
           MOVE  WK-MAUDB    TO  MAUD-BEFORE.
           CALL "DB_Insert" USING
            MAUD_PNAME1 MAUD_LNAME MAUD-R RETURNING RET.
      *        SAME-SECOND SEQUENCE COLLISION -- RE-SEQUENCE
      *        AND RETRY SO THE AUDIT ROW IS NEVER SILENTLY
      *        LOST.
           MOVE  0  TO  WK-WRTRY.
       MAUD-PUT-10.
           IF  RET  =  0  OR  WK-WRTRY  NOT <  5
               GO  TO  MAUD-PUT-90
           END-IF.
           ADD  1  TO  WK-WRTRY.
           ADD  1  TO  WK-AUDSEQ.
           MOVE  WK-AUDSEQ  TO  MAUD-SEQ.
           CALL "DB_Insert" USING
            MAUD_PNAME1 MAUD_LNAME MAUD-R RETURNING RET.
           GO  TO  MAUD-PUT-10.
       MAUD-PUT-90.
           IF  RET  =  1
               DISPLAY  "DSP-001 MAUD INSERT FAILED, AUDIT ROW"
                   " LOST"
           END-IF.
       MAUD-PUT-EXT.
           EXIT.
