       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         NB800U.
      *****************************************************
      *****   PENDING MASTER CHANGE APPROVAL           *****
      *****************************************************
      *        THE CHECKER'S SIDE OF THE JT-MCPF PENDING-CHANGE
      *        FILE (SEE LIMCPF).  OPERATOR KEYS A PROPOSAL
      *        NUMBER, OR 0 FOR THE NEXT ONE STILL PENDING, AND
      *        IS SHOWN THE FILE, KEY, PROPOSER AND THE BEFORE
      *        AND AFTER VALUES.  1 APPROVES: THE MASTER RECORD IS
      *        RE-READ AND MUST STILL MATCH THE BEFORE IMAGE (A
      *        RECORD CHANGED SINCE THE PROPOSAL IS REFUSED) -- FOR
      *        J-M AND TT-M ONLY THE PROPOSED FIELDS ARE COMPARED
      *        AND ONLY THEY ARE SET IN THE RECORD JUST READ, SO AN
      *        UNRELATED CHANGE MADE MEANWHILE IS KEPT -- THE
      *        AFTER IMAGE IS WRITTEN, THE OWNING PROGRAM'S OWN
      *        HISTORY IS KEPT (JM550U.HIS FOR J-M PRICES, THE KHMH
      *        SNAPSHOT FOR KHM RATES) AND THE CHANGE GOES TO THE
      *        JT-MAUD AUDIT TRAIL UNDER THE APPROVER.  A HELD
      *        JOURNAL VOUCHER IS RELEASED TO STAT 0 FOR PR650U.
      *        2 REJECTS WITH A REASON AND LEAVES THE MASTER AS IT
      *        WAS (A HELD VOUCHER GOES TO STAT 8, NEVER POSTED).
      *        THE OPERATOR NEEDS OPA-APR = 1 ON LIOPAU, AND MAY
      *        NEVER DECIDE A PROPOSAL OF THEIR OWN -- THE ATTEMPT
      *        IS REFUSED AND LOGGED.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  VIO-FILE    ASSIGN  TO  "OPAVIO.LOG"
               ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT  JM-HIST-FILE  ASSIGN  TO  "JM550U.HIS"
               ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA                DIVISION.
       FILE                SECTION.
      *****
      *    Operator authority violation log -- one line per
      *    refusal, appended across runs.
       FD  VIO-FILE
           LABEL RECORD IS STANDARD.
       01  VIO-LINE            PIC  X(60).
      *****
      *    J-M price-change history, as JM550U writes it.
       FD  JM-HIST-FILE
           LABEL RECORD IS STANDARD.
       01  JM-HIST-LINE          PIC  X(60).
       01  JM-HIST-REC  REDEFINES  JM-HIST-LINE.
           02  HIST-JCD          PIC  9(06).
           02  FILLER            PIC  X(02).
           02  HIST-OLD-ST       PIC  -(06)9.99.
           02  FILLER            PIC  X(02).
           02  HIST-OLD-YT       PIC  -(06)9.99.
           02  FILLER            PIC  X(02).
           02  HIST-OLD-ED       PIC  9(06).
           02  FILLER            PIC  X(02).
           02  HIST-CHGDT        PIC  9(06).
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
       77  WK-TODAY        PIC  9(06)  VALUE  0.
       77  WK-LAST         PIC  9(06)  VALUE  0.
       77  WK-OK           PIC  9(01)  VALUE  0.
       77  WK-JVST         PIC  9(01)  VALUE  0.
       77  WK-JVCNT        PIC  9(02)  VALUE  0.
       77  LI              PIC  9(02)  VALUE  0.
       01  WK-AREA.
           02  NB-ACT          PIC  X(01).
           02  WK-NO           PIC  9(06).
           02  WK-RSN          PIC  X(30).
           02  WK-CUR          PIC  X(300).
      *        THE PROPOSED FIELDS, BEFORE AND AFTER, TAKEN FROM
      *        THE PROPOSAL'S RECORD IMAGES.
           02  WK-BST          PIC S9(06)V9(02).
           02  WK-BYT          PIC S9(06)V9(02).
           02  WK-BED          PIC  9(06).
           02  WK-AST          PIC S9(06)V9(02).
           02  WK-AYT          PIC S9(06)V9(02).
           02  WK-AED          PIC  9(06).
           02  WK-BCRLM        PIC S9(09).
           02  WK-ACRLM        PIC S9(09).
       COPY    LIMCPF.
       COPY    LIJM.
       COPY    LSTTM.
       COPY    LIKHM.
       COPY    LIKHMH.
       COPY    LIJVF.
       COPY    LIMAUD.
       77  WK-AUDSEQ       PIC  9(04)  VALUE  0.
       77  WK-WRTRY        PIC  9(01)  VALUE  0.
       01  WK-MAUDB            PIC  X(300)  VALUE  SPACE.
      *****
       01  DSP-AREA.
           03  DSP-010         PIC  X(32)
               VALUE  "PENDING MASTER CHANGE APPROVAL  ".
           03  DSP-020         PIC  X(34)
               VALUE  "PROPOSAL NO(      ) 0=NEXT PENDING".
           03  DSP-030.
               05  FILLER      PIC  X(05)  VALUE  "FILE=".
               05  DSP-031     PIC  X(08).
               05  FILLER      PIC  X(05)  VALUE  " KEY=".
               05  DSP-032     PIC  X(20).
               05  FILLER      PIC  X(07)  VALUE  " FIELD=".
               05  DSP-033     PIC  X(03).
           03  DSP-040.
               05  FILLER      PIC  X(12)  VALUE  "PROPOSED BY ".
               05  DSP-041     PIC  X(06).
               05  FILLER      PIC  X(04)  VALUE  " ON ".
               05  DSP-042     PIC  9(06).
               05  FILLER      PIC  X(05)  VALUE  " VIA ".
               05  DSP-043     PIC  X(06).
           03  DSP-050.
               05  FILLER      PIC  X(08)  VALUE  "BEFORE: ".
               05  DSP-051     PIC  X(40).
           03  DSP-060.
               05  FILLER      PIC  X(08)  VALUE  "AFTER:  ".
               05  DSP-061     PIC  X(40).
           03  DSP-070         PIC  X(29)
               VALUE  "1=APPROVE 2=REJECT 9=SKIP ( )".
           03  DSP-080         PIC  X(45)
               VALUE  "REJECT REASON(                              )".
       01  DSP-AREA2.
           03  DSP-091         PIC  X(20)
               VALUE  "PROPOSAL NOT FOUND  ".
           03  DSP-092         PIC  X(20)
               VALUE  "ALREADY DECIDED     ".
           03  DSP-093         PIC  X(28)
               VALUE  "OWN PROPOSAL - NOT PERMITTED".
           03  DSP-094         PIC  X(30)
               VALUE  "MASTER CHANGED SINCE PROPOSAL ".
           03  DSP-095         PIC  X(20)
               VALUE  "CHANGE APPROVED     ".
           03  DSP-096         PIC  X(20)
               VALUE  "CHANGE REJECTED     ".
           03  DSP-097         PIC  X(20)
               VALUE  "NO MORE PENDING     ".
           03  DSP-098         PIC  X(20)
               VALUE  "DATABASE ERROR      ".
           03  DSP-099         PIC  X(20)
               VALUE  "NOT AUTHORIZED      ".
       01  DSP-BUZZER.
           03  DISP-BUZ-J-03   PIC  X(05)  VALUE  X"1B4A03".
       01  ACP-AREA.
           03  ACP-010         PIC  9(06).
           03  ACP-020         PIC  X(01).
           03  ACP-030         PIC  X(30).
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       CALL "SD_Initialize" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA" " " "0" "0" "323" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-010" "X" "1" "1" "32" " " "DSP-AREA"  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-020" "X" "3" "1" "34" "DSP-010" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-030" " " "5" "0" "48" "DSP-020" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "01DSP-030" "X" "5" "1" "5" " " "DSP-030"  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-031" "X" "5" "6" "8" "01DSP-030" " "  RETURNING RESU.
       CALL "SD_From" USING
            "DSP-031" BY REFERENCE MCP-FILE "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "02DSP-030" "X" "5" "14" "5" "DSP-031" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-032" "X" "5" "19" "20" "02DSP-030" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-032" BY REFERENCE MCP-FKEY "20" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "03DSP-030" "X" "5" "39" "7" "DSP-032" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-033" "X" "5" "46" "3" "03DSP-030" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-033" BY REFERENCE MCP-FLD "3" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-040" " " "7" "0" "39" "DSP-030" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "01DSP-040" "X" "7" "1" "12" " " "DSP-040"
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-041" "X" "7" "13" "6" "01DSP-040" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-041" BY REFERENCE MCP-POPR "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "02DSP-040" "X" "7" "19" "4" "DSP-041" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-042" "9" "7" "23" "6" "02DSP-040" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-042" BY REFERENCE MCP-PDATE "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "03DSP-040" "X" "7" "29" "5" "DSP-042" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-043" "X" "7" "34" "6" "03DSP-040" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-043" BY REFERENCE MCP-PPGM "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-050" " " "9" "0" "48" "DSP-040" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "01DSP-050" "X" "9" "1" "8" " " "DSP-050"  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-051" "X" "9" "9" "40" "01DSP-050" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-051" BY REFERENCE MCP-BTXT "40" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-060" " " "11" "0" "48" "DSP-050" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "01DSP-060" "X" "11" "1" "8" " " "DSP-060"
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-061" "X" "11" "9" "40" "01DSP-060" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-061" BY REFERENCE MCP-ATXT "40" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-070" "X" "13" "1" "29" "DSP-060" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-080" "X" "15" "1" "45" "DSP-070" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA2" " " "0" "0" "198" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-091" "X" "22" "1" "20" " " "DSP-AREA2"
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-092" "X" "22" "1" "20" "DSP-091" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-093" "X" "22" "1" "28" "DSP-092" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-094" "X" "22" "1" "30" "DSP-093" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-095" "X" "22" "1" "20" "DSP-094" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-096" "X" "22" "1" "20" "DSP-095" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-097" "X" "22" "1" "20" "DSP-096" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-098" "X" "22" "1" "20" "DSP-097" " "
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
            "ACP-AREA" " " "0" "0" "37" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-010" "9" "3" "13" "6" " " "ACP-AREA"  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-010" BY REFERENCE WK-NO "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-020" "X" "13" "28" "1" "ACP-010" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-020" BY REFERENCE NB-ACT "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-030" "X" "15" "15" "30" "ACP-020" " "
            RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-030" BY REFERENCE WK-RSN "30" "0" RETURNING RESU.
      *
           ACCEPT USER_ID FROM ARGUMENT-VALUE.
           ACCEPT COMPLETION_CODE FROM ARGUMENT-VALUE.
      *
      *****
      *    OPERATOR AUTHORITY GATE -- SEE LIOPAU.  APPROVAL
      *    NEEDS OPA-APR = 1 AND THIS PROGRAM ON THE OPERATOR'S
      *    ALLOWED LIST; A REFUSAL IS LOGGED AND THE SCREEN
      *    NEVER OPENS.
           CALL "DB_F_Open" USING
            "INPUT" OPAU_PNAME1 "SHARED" BY REFERENCE OPAU_IDLST "1"
            "OPA-KEY" BY REFERENCE OPA-KEY.
           MOVE  USER_ID  TO  OPA-OPR.
           CALL "DB_Read" USING
            "INVALID" OPAU_PNAME1 BY REFERENCE OPA-R "UNLOCK"
            RETURNING RET.
           CALL "DB_F_Close" USING BY REFERENCE OPAU_IDLST OPAU_PNAME1.
           MOVE  0  TO  WK-AUTH-OK.
           IF  RET  =  0  AND  OPA-APR  =  1
               PERFORM  VARYING  WK-AUI  FROM  1  BY  1
                   UNTIL  WK-AUI  >  10
                   IF  OPA-PGM (WK-AUI)  =  "NB800U"
                   OR  OPA-PGM (WK-AUI)  =  "ALL"
                       MOVE  1  TO  WK-AUTH-OK
                   END-IF
               END-PERFORM
           END-IF.
           IF  WK-AUTH-OK  =  0
               MOVE  "APPROVAL NOT PERMITTED"  TO  VIO-REASON
               PERFORM  VIO-RTN  THRU  VIO-EXT
               CALL "SD_Output" USING
                "DSP-099" DSP-099 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               CALL "C3_Set_Jrcode" USING
                USER_ID BY REFERENCE COMPLETION_CODE 255
               CALL "DB_Close"
               STOP  RUN
           END-IF.
           ACCEPT  WK-TODAY  FROM  DATE.
           CALL "DB_F_Open" USING
            "I-O" MCPF_PNAME1 "SHARED" BY REFERENCE MCPF_IDLST "1"
            "MCP-KEY" BY REFERENCE MCP-KEY.
           CALL "DB_F_Open" USING
            "I-O" J-M_PNAME1 "SHARED" BY REFERENCE J-M_IDLST "1"
            "J-JCD" BY REFERENCE J-JCD.
           CALL "DB_F_Open" USING
            "I-O" TT-M_PNAME1 "SHARED" BY REFERENCE TT-M_IDLST
            "1" "TT-KEY" BY REFERENCE TT-KEY.
           CALL "DB_F_Open" USING
            "I-O" KHM_PNAME1 "SHARED" BY REFERENCE KHM_IDLST "1"
            "KH-HCD" BY REFERENCE KH-HCD.
           CALL "DB_F_Open" USING
            "I-O" KHMH_PNAME1 "SHARED" BY REFERENCE KHMH_IDLST
            "1" "KHMH-KEY" BY REFERENCE KHMH-KEY.
           CALL "DB_F_Open" USING
            "I-O" JVF_PNAME1 "SHARED" BY REFERENCE JVF_IDLST "1"
            "JV-KEY" BY REFERENCE JV-KEY.
           CALL "DB_F_Open" USING
            "I-O" MAUD_PNAME1 "SHARED" BY REFERENCE MAUD_IDLST "1"
            "MAUD-KEY" BY REFERENCE MAUD-KEY.
           CALL "SD_Output" USING
            "DSP-010" DSP-010 "p" RETURNING RESU.
       ST-10.
           CALL "SD_Output" USING
            "DSP-020" DSP-020 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-010 "ACP-010" "9" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT    =  "P9"
               PERFORM  END-RTN  THRU  END-EXT
               STOP  RUN
           END-IF.
           IF  WK-NO  =  0
               PERFORM  NXT-RTN  THRU  NXT-EXT
               IF  WK-NO  =  0
                   MOVE  0  TO  WK-LAST
                   CALL "SD_Output" USING
                    "DSP-097" DSP-097 "p" RETURNING RESU
                   GO  TO  ST-10
               END-IF
           END-IF.
           MOVE  WK-NO  TO  MCP-NO.
           CALL "DB_Read" USING
            "INVALID" MCPF_PNAME1 BY REFERENCE MCP-R " "
            RETURNING RET.
           IF  RET  =  1
               CALL "SD_Output" USING
                "DSP-091" DSP-091 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
           MOVE  WK-NO  TO  WK-LAST.
           CALL "SD_Output" USING
            "DSP-030" DSP-030 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "DSP-040" DSP-040 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "DSP-050" DSP-050 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "DSP-060" DSP-060 "p" RETURNING RESU.
           IF  MCP-STAT  NOT =  0
               CALL "SD_Output" USING
                "DSP-092" DSP-092 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
      *        FOUR EYES -- NEVER ONE'S OWN PROPOSAL.
           IF  MCP-POPR  =  USER_ID
               MOVE  "OWN PROPOSAL NOT DECIDED"  TO  VIO-REASON
               PERFORM  VIO-RTN  THRU  VIO-EXT
               CALL "SD_Output" USING
                "DSP-093" DSP-093 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
       ST-20.
           CALL "SD_Output" USING
            "DSP-070" DSP-070 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-020 "ACP-020" "X" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-10
           END-IF.
           IF  NB-ACT  NOT =  "1"  AND  "2"  AND  "9"
               GO  TO  ST-20
           END-IF.
           IF  NB-ACT  =  "9"
               GO  TO  ST-10
           END-IF.
           IF  NB-ACT  =  "2"
               GO  TO  ST-30
           END-IF.
      *****
      *    APPROVE -- APPLY THE AFTER IMAGE, THEN CLOSE THE
      *    PROPOSAL AND AUDIT THE CHANGE.
           MOVE  0  TO  WK-OK.
           EVALUATE  MCP-FILE
               WHEN  "J-M     "
                   PERFORM  JM-RTN  THRU  JM-EXT
               WHEN  "TT-M    "
                   PERFORM  TT-RTN  THRU  TT-EXT
               WHEN  "KHM     "
                   PERFORM  KH-RTN  THRU  KH-EXT
               WHEN  "JVF     "
                   MOVE  0  TO  WK-JVST
                   PERFORM  JV-RTN  THRU  JV-EXT
           END-EVALUATE.
           IF  WK-OK  =  9
               CALL "SD_Output" USING
                "DSP-098" DSP-098 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
           IF  WK-OK  =  0
               CALL "SD_Output" USING
                "DSP-094" DSP-094 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
           MOVE  1  TO  MCP-STAT.
           MOVE  SPACE  TO  MCP-RSN.
           PERFORM  DEC-RTN  THRU  DEC-EXT.
           PERFORM  MAUD-WR-RTN  THRU  MAUD-WR-EXT.
           CALL "SD_Output" USING
            "DSP-095" DSP-095 "p" RETURNING RESU.
           GO  TO  ST-10.
      *****
      *    REJECT -- THE MASTER IS NOT TOUCHED; A HELD VOUCHER
      *    IS MARKED SO IT CAN NEVER BE POSTED.
       ST-30.
           MOVE  SPACE  TO  WK-RSN.
           CALL "SD_Output" USING
            "DSP-080" DSP-080 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-030 "ACP-030" "X" "30"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-20
           END-IF.
           IF  WK-RSN  =  SPACE
               GO  TO  ST-30
           END-IF.
           IF  MCP-FILE  =  "JVF     "
               MOVE  8  TO  WK-JVST
               PERFORM  JV-RTN  THRU  JV-EXT
           END-IF.
           MOVE  2       TO  MCP-STAT.
           MOVE  WK-RSN  TO  MCP-RSN.
           PERFORM  DEC-RTN  THRU  DEC-EXT.
           CALL "SD_Output" USING
            "DSP-096" DSP-096 "p" RETURNING RESU.
           GO  TO  ST-10.
       END-RTN.
           CALL "C3_Set_Jrcode" USING
            USER_ID BY REFERENCE COMPLETION_CODE 255.
           CALL "DB_F_Close" USING BY REFERENCE MCPF_IDLST MCPF_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE J-M_IDLST J-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE TT-M_IDLST TT-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE KHM_IDLST KHM_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE KHMH_IDLST KHMH_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE JVF_IDLST JVF_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE MAUD_IDLST MAUD_PNAME1.
           CALL "DB_Close".
       END-EXT.
           EXIT.
      *****
      *    THE NEXT PENDING PROPOSAL AFTER THE LAST ONE SHOWN
      *    (WK-NO 0 WHEN THERE IS NONE).
       NXT-RTN.
           CALL "DB_F_Close" USING BY REFERENCE MCPF_IDLST MCPF_PNAME1.
           CALL "DB_F_Open" USING
            "I-O" MCPF_PNAME1 "SHARED" BY REFERENCE MCPF_IDLST "1"
            "MCP-KEY" BY REFERENCE MCP-KEY.
       NXT-10.
           CALL "DB_Read" USING
            "NEXT AT END" MCPF_PNAME1 BY REFERENCE MCP-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               GO  TO  NXT-EXT
           END-IF.
           IF  MCP-NO  NOT >  WK-LAST  OR  MCP-STAT  NOT =  0
               GO  TO  NXT-10
           END-IF.
           MOVE  MCP-NO  TO  WK-NO.
       NXT-EXT.
           EXIT.
      *****
      *    J-M PRICE -- THE PRICES AND THEIR EFFECTIVE DATE MUST
      *    STILL BE AS PROPOSED; ONLY THEY ARE CHANGED.
       JM-RTN.
           MOVE  MCP-BEFORE  TO  J-R.
           MOVE  J-ST        TO  WK-BST.
           MOVE  J-YT        TO  WK-BYT.
           MOVE  J-ED        TO  WK-BED.
           MOVE  MCP-AFTER   TO  J-R.
           MOVE  J-ST        TO  WK-AST.
           MOVE  J-YT        TO  WK-AYT.
           MOVE  J-ED        TO  WK-AED.
           MOVE  MCP-FKEY (1:6)  TO  J-JCD.
           CALL "DB_Read" USING
            "INVALID" J-M_PNAME1 BY REFERENCE J-R " "
            RETURNING RET.
           IF  RET  =  1
               GO  TO  JM-EXT
           END-IF.
           IF  J-ST  NOT =  WK-BST  OR  J-YT  NOT =  WK-BYT
           OR  J-ED  NOT =  WK-BED
               GO  TO  JM-EXT
           END-IF.
           MOVE  SPACE         TO  JM-HIST-LINE.
           MOVE  J-JCD         TO  HIST-JCD.
           MOVE  J-ST          TO  HIST-OLD-ST.
           MOVE  J-YT          TO  HIST-OLD-YT.
           MOVE  J-ED          TO  HIST-OLD-ED.
           MOVE  WK-TODAY      TO  HIST-CHGDT.
           MOVE  SPACE         TO  MCP-BEFORE.
           MOVE  J-R           TO  MCP-BEFORE.
           MOVE  WK-AST        TO  J-ST.
           MOVE  WK-AYT        TO  J-YT.
           MOVE  WK-AED        TO  J-ED.
           MOVE  SPACE         TO  MCP-AFTER.
           MOVE  J-R           TO  MCP-AFTER.
           CALL "DB_Update" USING
            J-M_PNAME1 J-M_LNAME J-R RETURNING RET.
           IF  RET = 1
               MOVE  9  TO  WK-OK
               GO  TO  JM-EXT
           END-IF.
           OPEN  EXTEND  JM-HIST-FILE.
           WRITE  JM-HIST-LINE.
           CLOSE  JM-HIST-FILE.
           MOVE  1  TO  WK-OK.
       JM-EXT.
           EXIT.
      *****
      *    TT-M CREDIT LIMIT -- THE LIMIT MUST STILL BE AS
      *    PROPOSED; ONLY IT IS CHANGED (THE BALANCES MOVE WITH
      *    EVERY SALE AND RECEIPT).
       TT-RTN.
           MOVE  MCP-BEFORE  TO  TT-R.
           MOVE  TT-CRLM     TO  WK-BCRLM.
           MOVE  MCP-AFTER   TO  TT-R.
           MOVE  TT-CRLM     TO  WK-ACRLM.
           MOVE  MCP-FKEY (1:4)  TO  TT-TCD.
           CALL "DB_Read" USING
            "INVALID" TT-M_PNAME1 BY REFERENCE TT-R " "
            RETURNING RET.
           IF  RET  =  1
               GO  TO  TT-EXT
           END-IF.
           IF  TT-CRLM  NOT =  WK-BCRLM
               GO  TO  TT-EXT
           END-IF.
           MOVE  SPACE     TO  MCP-BEFORE.
           MOVE  TT-R      TO  MCP-BEFORE.
           MOVE  WK-ACRLM  TO  TT-CRLM.
           MOVE  SPACE     TO  MCP-AFTER.
           MOVE  TT-R      TO  MCP-AFTER.
           CALL "DB_Update" USING
            TT-M_PNAME1 TT-M_LNAME TT-R RETURNING RET.
           IF  RET = 1
               MOVE  9  TO  WK-OK
               GO  TO  TT-EXT
           END-IF.
           MOVE  1  TO  WK-OK.
       TT-EXT.
           EXIT.
      *****
      *    KHM RATE, WITH THE KHMH SNAPSHOT KM740U WOULD HAVE
      *    WRITTEN.
       KH-RTN.
           MOVE  MCP-FKEY (1:5)  TO  KH-HCD.
           CALL "DB_Read" USING
            "INVALID" KHM_PNAME1 BY REFERENCE KH-R " "
            RETURNING RET.
           IF  RET  =  1
               GO  TO  KH-EXT
           END-IF.
           MOVE  SPACE  TO  WK-CUR.
           MOVE  KH-R   TO  WK-CUR.
           IF  WK-CUR  NOT =  MCP-BEFORE
               GO  TO  KH-EXT
           END-IF.
           MOVE  KH-TGM  TO  KHMH-OLD-TGM.
           MOVE  KH-TKN  TO  KHMH-OLD-TKN.
           MOVE  KH-TSZ  TO  KHMH-OLD-TSZ.
           MOVE  KH-SBB  TO  KHMH-OLD-SBB.
           MOVE  KH-STS  TO  KHMH-OLD-STS.
           MOVE  KH-SNE  TO  KHMH-OLD-SNE.
           MOVE  KH-SKP  TO  KHMH-OLD-SKP.
           MOVE  KH-SKY  TO  KHMH-OLD-SKY.
           MOVE  KH-SMK  TO  KHMH-OLD-SMK.
           MOVE  KH-SPK  TO  KHMH-OLD-SPK.
           MOVE  KH-SKG  TO  KHMH-OLD-SKG.
           MOVE  KH-SAN  TO  KHMH-OLD-SAN.
           MOVE  KH-SET  TO  KHMH-OLD-SET.
           MOVE  KH-SST  TO  KHMH-OLD-SST.
           MOVE  KH-DRH  TO  KHMH-OLD-DRH.
           MOVE  KH-KPS  TO  KHMH-OLD-KPS.
           MOVE  KH-SKH  TO  KHMH-OLD-SKH.
           MOVE  KH-SHY  TO  KHMH-OLD-SHY.
           MOVE  MCP-AFTER  TO  KH-R.
           CALL "DB_Update" USING
            KHM_PNAME1 KHM_LNAME KH-R RETURNING RET.
           IF  RET = 1
               MOVE  9  TO  WK-OK
               GO  TO  KH-EXT
           END-IF.
           MOVE  KH-TGM  TO  KHMH-NEW-TGM.
           MOVE  KH-TKN  TO  KHMH-NEW-TKN.
           MOVE  KH-TSZ  TO  KHMH-NEW-TSZ.
           MOVE  KH-SBB  TO  KHMH-NEW-SBB.
           MOVE  KH-STS  TO  KHMH-NEW-STS.
           MOVE  KH-SNE  TO  KHMH-NEW-SNE.
           MOVE  KH-SKP  TO  KHMH-NEW-SKP.
           MOVE  KH-SKY  TO  KHMH-NEW-SKY.
           MOVE  KH-SMK  TO  KHMH-NEW-SMK.
           MOVE  KH-SPK  TO  KHMH-NEW-SPK.
           MOVE  KH-SKG  TO  KHMH-NEW-SKG.
           MOVE  KH-SAN  TO  KHMH-NEW-SAN.
           MOVE  KH-SET  TO  KHMH-NEW-SET.
           MOVE  KH-SST  TO  KHMH-NEW-SST.
           MOVE  KH-DRH  TO  KHMH-NEW-DRH.
           MOVE  KH-KPS  TO  KHMH-NEW-KPS.
           MOVE  KH-SKH  TO  KHMH-NEW-SKH.
           MOVE  KH-SHY  TO  KHMH-NEW-SHY.
           MOVE  KH-HCD    TO  KHMH-HCD.
           MOVE  WK-TODAY  TO  KHMH-CDATE.
           ACCEPT  KHMH-CTIME  FROM  TIME.
           MOVE  MCP-FLD   TO  KHMH-FLD.
           CALL "DB_Insert" USING
            KHMH_PNAME1 KHMH_LNAME KHMH-R RETURNING RET.
           MOVE  1  TO  WK-OK.
       KH-EXT.
           EXIT.
      *****
      *    HELD VOUCHER -- EVERY STAT-9 LINE TO WK-JVST (0 TO
      *    RELEASE FOR POSTING, 8 ON REJECTION).  NO HELD LINE
      *    LEFT MEANS THE VOUCHER WAS ALREADY DEALT WITH.
       JV-RTN.
           MOVE  0  TO  WK-JVCNT.
           MOVE  0  TO  LI.
       JV-10.
           ADD  1  TO  LI.
           IF  LI  >  20
               GO  TO  JV-90
           END-IF.
           MOVE  MCP-FKEY (1:6)  TO  JV-NO.
           MOVE  LI              TO  JV-LINE.
           CALL "DB_Read" USING
            "INVALID" JVF_PNAME1 BY REFERENCE JV-R " "
            RETURNING RET.
           IF  RET  =  1
               GO  TO  JV-90
           END-IF.
           IF  JV-STAT  NOT =  9
               GO  TO  JV-10
           END-IF.
           MOVE  WK-JVST  TO  JV-STAT.
           CALL "DB_Update" USING
            JVF_PNAME1 JVF_LNAME JV-R RETURNING RET.
           IF  RET = 1
               MOVE  9  TO  WK-OK
               GO  TO  JV-EXT
           END-IF.
           ADD  1  TO  WK-JVCNT.
           GO  TO  JV-10.
       JV-90.
           IF  WK-JVCNT  >  0
               MOVE  1  TO  WK-OK
           END-IF.
       JV-EXT.
           EXIT.
      *****
      *    CLOSE THE PROPOSAL UNDER THE DECIDING OPERATOR.
       DEC-RTN.
           MOVE  USER_ID   TO  MCP-AOPR.
           MOVE  WK-TODAY  TO  MCP-ADATE.
           ACCEPT  MCP-ATIME  FROM  TIME.
           CALL "DB_Update" USING
            MCPF_PNAME1 MCPF_LNAME MCP-R RETURNING RET.
       DEC-EXT.
           EXIT.
       VIO-RTN.
           ACCEPT  WK-VIO-DATE  FROM  DATE.
           MOVE  WK-VIO-DATE  TO  VIO-DATE.
           MOVE  USER_ID      TO  VIO-OPR.
           MOVE  "NB800U"     TO  VIO-PGM.
           OPEN  EXTEND  VIO-FILE.
           MOVE  VIO-DET  TO  VIO-LINE.
           WRITE  VIO-LINE.
           CLOSE  VIO-FILE.
       VIO-EXT.
           EXIT.
      *****
      *    COMMON MAINTENANCE AUDIT -- SEE LIMAUD.  THE BEFORE
      *    AND AFTER IMAGES ARE THE ONES THE PROPOSAL CARRIED;
      *    THE OPERATOR IS THE APPROVER.
       MAUD-WR-RTN.
           MOVE  MCP-FILE    TO  MAUD-FILE.
           MOVE  MCP-FKEY    TO  MAUD-FKEY.
           MOVE  MCP-BEFORE  TO  WK-MAUDB.
           MOVE  MCP-AFTER   TO  MAUD-AFTER.
           PERFORM  MAUD-PUT-RTN  THRU  MAUD-PUT-EXT.
       MAUD-WR-EXT.
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
