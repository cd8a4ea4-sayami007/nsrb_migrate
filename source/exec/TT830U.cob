       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         TT830U.
      *****************************************************
      *****   CUSTOMER CREDIT REVIEW                   *****
      *****************************************************
      *        KEEPS THE JT-CRVW CREDIT REVIEW MASTER FOR A TT-M
      *        CUSTOMER: THE EXTERNAL RATING, THE DATE RATED AND
      *        THE NEXT REVIEW DATE.  THE BALANCE, LIMIT AND THE
      *        LAST TT840U SCORE ARE SHOWN FOR REFERENCE.  WHEN
      *        TT840U HAS LEFT A PROPOSED LIMIT AWAITING APPROVAL
      *        THE OPERATOR APPROVES IT (THE LIMIT MAY BE AMENDED
      *        FIRST), REJECTS IT OR LEAVES IT FOR LATER.  AN
      *        APPROVED LIMIT IS WRITTEN TO TT-CRLM; WHEN THE NEXT
      *        REVIEW IS NOT ALREADY IN THE FUTURE IT IS SET 12
      *        MONTHS ON (6 FOR A SCORE UNDER 60).  TT-M AND
      *        JT-CRVW CHANGES ARE BOTH WRITTEN TO THE JT-MAUD
      *        AUDIT TRAIL.
      *        AN APPROVED INCREASE BEYOND THE FCTL "MCTHR" CREDIT
      *        THRESHOLD (OR A LIMIT TAKEN OFF) IS FILED ON JT-MCPF
      *        AS TT710U DOES, FOR A SECOND OPERATOR ON NB800U --
      *        TT-M IS LEFT AS IT IS AND THE REVIEW IS MARKED
      *        REFERRED (CRV-PST 4).
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
       77  WK-DCHK         PIC  9(01)  VALUE  0.
       77  WK-NEWC         PIC  9(01)  VALUE  0.
       77  WK-TODAY        PIC  9(06)  VALUE  0.
       77  WK-TODAY8       PIC  9(08)  VALUE  0.
       01  WK-AREA.
           02  TC-APP          PIC  X(01).
           02  TC-ANS          PIC  X(01).
           02  WK-TCD          PIC  9(04).
           02  WK-NLIM         PIC  9(09).
           02  WK-PSTN         PIC  X(10).
       01  WK-DATE             PIC  9(08).
       01  WK-DATER  REDEFINES  WK-DATE.
           02  WK-DATE-Y       PIC  9(04).
           02  WK-DATE-M       PIC  9(02).
           02  WK-DATE-D       PIC  9(02).
       COPY    LSTTM.
       COPY    LITKM.
       COPY    LICRVW.
       COPY    FCTL.
       COPY    LIMCPF.
       COPY    LWMCPF.
       01  TT-MCP-TXT.
           02  FILLER          PIC  X(06)  VALUE  "LIMIT=".
           02  TT-TXT-CRLM     PIC  -(09)9.
           02  FILLER          PIC  X(09)  VALUE  " BALANCE=".
           02  TT-TXT-TUZ      PIC  -(09)9.
       COPY    LIMAUD.
       77  WK-AUDSEQ       PIC  9(04)  VALUE  0.
       77  WK-WRTRY        PIC  9(01)  VALUE  0.
       01  WK-MAUDB            PIC  X(300)  VALUE  SPACE.
       01  WK-MAUDC            PIC  X(300)  VALUE  SPACE.
      *****
       01  DSP-AREA.
           03  DSP-010         PIC  X(32)
               VALUE  "CUSTOMER CREDIT REVIEW          ".
           03  DSP-020         PIC  X(16)
               VALUE  "CUST CD(    )   ".
           03  DSP-035         PIC  N(24).
           03  DSP-030.
               05  FILLER      PIC  X(08)  VALUE  "BALANCE=".
               05  DSP-031     PIC  -(09)9.
               05  FILLER      PIC  X(08)  VALUE  "  LIMIT=".
               05  DSP-032     PIC  Z(08)9.
           03  DSP-040.
               05  FILLER      PIC  X(06)  VALUE  "SCORE=".
               05  DSP-041     PIC  ZZ9.
               05  FILLER      PIC  X(07)  VALUE  "  PREV=".
               05  DSP-042     PIC  ZZ9.
               05  FILLER      PIC  X(07)  VALUE  "  LATE=".
               05  DSP-043     PIC  ZZ9.
               05  FILLER      PIC  X(06)  VALUE  "  DUN=".
               05  DSP-044     PIC  ZZ9.
               05  FILLER      PIC  X(06)  VALUE  "  DIS=".
               05  DSP-045     PIC  ZZ9.
               05  FILLER      PIC  X(08)  VALUE  "  GROW%=".
               05  DSP-046     PIC  ---9.
           03  DSP-050         PIC  X(12)
               VALUE  "RATING(    )".
           03  DSP-055         PIC  X(15)
               VALUE  "RATED(        )".
           03  DSP-060         PIC  X(21)
               VALUE  "NEXT REVIEW(        )".
           03  DSP-070.
               05  FILLER      PIC  X(09)  VALUE  "PROPOSED=".
               05  DSP-071     PIC  Z(08)9.
               05  FILLER      PIC  X(09)  VALUE  "  STATUS=".
               05  DSP-072     PIC  X(10).
           03  DSP-080         PIC  X(33)
               VALUE  "APPROVE 1=YES 9=REJECT 0=LATER( )".
           03  DSP-090         PIC  X(20)
               VALUE  "NEW LIMIT(         )".
       01  DSP-AREA2.
           03  DSP-093         PIC  X(18)
               VALUE  "RECORD NOT FOUND  ".
           03  DSP-097         PIC  X(16)
               VALUE  "RECORD UPDATED  ".
           03  DSP-098         PIC  X(20)
               VALUE  "DATABASE ERROR      ".
           03  DSP-099         PIC  X(20)
               VALUE  "NOT AUTHORIZED      ".
           03  DSP-100         PIC  X(20)
               VALUE  "INVALID DATE        ".
           03  DSP-101         PIC  X(20)
               VALUE  "WRITE OK Y=1,N=9( ) ".
           03  DSP-102.
               05  FILLER      PIC  X(25)  VALUE
               "PROPOSED FOR APPROVAL NO=".
               05  DSP-103     PIC  9(06).
       01  DSP-BUZZER.
           03  DISP-BUZ-J-03   PIC  X(05)  VALUE  X"1B4A03".
       01  ACP-AREA.
           03  ACP-010         PIC  9(04).
           03  ACP-020         PIC  X(04).
           03  ACP-030         PIC  9(08).
           03  ACP-040         PIC  9(08).
           03  ACP-050         PIC  X(01).
           03  ACP-060         PIC  9(09).
           03  ACP-070         PIC  X(01).
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       CALL "SD_Initialize" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA" " " "0" "0" "328" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-010" "X" "1" "1" "32" " " "DSP-AREA"  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-020" "X" "3" "1" "16" "DSP-010" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-035" "N" "3" "18" "48" "DSP-020" " "  RETURNING RESU.
       CALL "SD_From" USING
            "DSP-035" BY REFERENCE TK-NAME "48" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-030" " " "5" "0" "35" "DSP-035" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "01DSP-030" "X" "5" "1" "8" " " "DSP-030"  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-031" "9" "5" "9" "10" "01DSP-030" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-031" BY REFERENCE TT-TUZ "10" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "02DSP-030" "X" "5" "19" "8" "DSP-031" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-032" "9" "5" "27" "9" "02DSP-030" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-032" BY REFERENCE TT-CRLM "9" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-040" " " "7" "0" "59" "DSP-030" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "01DSP-040" "X" "7" "1" "6" " " "DSP-040"  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-041" "9" "7" "7" "3" "01DSP-040" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-041" BY REFERENCE CRV-SCORE "3" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "02DSP-040" "X" "7" "10" "7" "DSP-041" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-042" "9" "7" "17" "3" "02DSP-040" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-042" BY REFERENCE CRV-PSCORE "3" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "03DSP-040" "X" "7" "20" "7" "DSP-042" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-043" "9" "7" "27" "3" "03DSP-040" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-043" BY REFERENCE CRV-DLATE "3" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "04DSP-040" "X" "7" "30" "6" "DSP-043" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-044" "9" "7" "36" "3" "04DSP-040" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-044" BY REFERENCE CRV-DUN "3" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "05DSP-040" "X" "7" "39" "6" "DSP-044" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-045" "9" "7" "45" "3" "05DSP-040" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-045" BY REFERENCE CRV-DIS "3" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "06DSP-040" "X" "7" "48" "8" "DSP-045" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-046" "9" "7" "56" "4" "06DSP-040" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-046" BY REFERENCE CRV-GROW "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-050" "X" "9" "1" "12" "DSP-040" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-055" "X" "9" "16" "15" "DSP-050" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-060" "X" "11" "1" "21" "DSP-055" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-070" " " "13" "0" "37" "DSP-060" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "01DSP-070" "X" "13" "1" "9" " " "DSP-070"
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-071" "9" "13" "10" "9" "01DSP-070" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-071" BY REFERENCE CRV-PLIM "9" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "02DSP-070" "X" "13" "19" "9" "DSP-071" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-072" "X" "13" "28" "10" "02DSP-070" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-072" BY REFERENCE WK-PSTN "10" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-080" "X" "15" "1" "33" "DSP-070" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-090" "X" "17" "1" "20" "DSP-080" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA2" " " "0" "0" "145" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-093" "X" "22" "1" "18" " " "DSP-AREA2"
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-097" "X" "22" "1" "16" "DSP-093" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-098" "X" "22" "1" "20" "DSP-097" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-099" "X" "22" "1" "20" "DSP-098" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-100" "X" "22" "1" "20" "DSP-099" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-101" "X" "22" "1" "20" "DSP-100" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-102" " " "22" "0" "31" "DSP-101" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "01DSP-102" "X" "22" "1" "25" " " "DSP-102"
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-103" "9" "22" "26" "6" "01DSP-102" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-103" BY REFERENCE MCP-NO "6" "0"
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-BUZZER" " " "24" "0" "5" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DISP-BUZ-J-03" "X" "24" "80" "5" " " "DSP-BUZZER"
            RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-AREA" " " "0" "0" "35" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-010" "9" "3" "9" "4" " " "ACP-AREA"  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-010" BY REFERENCE WK-TCD "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-020" "X" "9" "8" "4" "ACP-010" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-020" BY REFERENCE CRV-RATE "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-030" "9" "9" "22" "8" "ACP-020" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-030" BY REFERENCE CRV-RDATE "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-040" "9" "11" "13" "8" "ACP-030" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-040" BY REFERENCE CRV-NEXT "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-050" "X" "15" "32" "1" "ACP-040" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-050" BY REFERENCE TC-APP "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-060" "9" "17" "11" "9" "ACP-050" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-060" BY REFERENCE WK-NLIM "9" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-070" "X" "22" "18" "1" "ACP-060" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-070" BY REFERENCE TC-ANS "1" "0" RETURNING RESU.
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
                   IF  OPA-PGM (WK-AUI)  =  "TT830U"
                   OR  OPA-PGM (WK-AUI)  =  "ALL"
                       MOVE  1  TO  WK-AUTH-OK
                   END-IF
               END-PERFORM
           END-IF.
           IF  WK-AUTH-OK  =  0
               ACCEPT  WK-VIO-DATE  FROM  DATE
               MOVE  WK-VIO-DATE  TO  VIO-DATE
               MOVE  USER_ID      TO  VIO-OPR
               MOVE  "TT830U"     TO  VIO-PGM
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
           CALL "DB_F_Open" USING
            "I-O" TT-M_PNAME1 "SHARED" BY REFERENCE TT-M_IDLST
            "1" "TT-KEY" BY REFERENCE TT-KEY.
           CALL "DB_F_Open" USING
            "INPUT" TK-M_PNAME1 "SHARED" BY REFERENCE TK-M_IDLST "1"
            "TK-KEY" BY REFERENCE TK-KEY.
           CALL "DB_F_Open" USING
            "I-O" CRVW_PNAME1 "SHARED" BY REFERENCE CRVW_IDLST "1"
            "CRV-KEY" BY REFERENCE CRV-KEY.
           CALL "DB_F_Open" USING
            "I-O" MAUD_PNAME1 "SHARED" BY REFERENCE MAUD_IDLST "1"
            "MAUD-KEY" BY REFERENCE MAUD-KEY.
           CALL "DB_F_Open" USING
            "I-O" FCTL-F_PNAME1 "SHARED" BY REFERENCE FCTL-F_IDLST "1"
            "FCTL-KEY" BY REFERENCE FCTL-KEY.
           CALL "DB_F_Open" USING
            "I-O" MCPF_PNAME1 "SHARED" BY REFERENCE MCPF_IDLST "1"
            "MCP-KEY" BY REFERENCE MCP-KEY.
           PERFORM  MCPW-THR-RTN  THRU  MCPW-THR-EXT.
           CALL "SD_Output" USING
            "DSP-010" DSP-010 "p" RETURNING RESU.
       ST-10.
           CALL "SD_Output" USING
            "DSP-020" DSP-020 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-010 "ACP-010" "9" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT    =  "P9"
               PERFORM  END-RTN  THRU  END-EXT
               STOP  RUN
           END-IF.
           MOVE  WK-TCD  TO  TT-TCD.
      *           READ   TT-M   INVALID
      *///////////////
           CALL "DB_Read" USING
            "INVALID" TT-M_PNAME1 BY REFERENCE TT-R " "
            RETURNING RET.
           IF  RET  =  1
               CALL "SD_Output" USING
                "DSP-093" DSP-093 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
           MOVE  TT-R  TO  WK-MAUDB.
           MOVE  WK-TCD  TO  TK-TCD.
           CALL "DB_Read" USING
            "INVALID" TK-M_PNAME1 BY REFERENCE TK-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               MOVE  SPACE  TO  TK-NAME
           END-IF.
           MOVE  WK-TCD  TO  CRV-TCD.
           CALL "DB_Read" USING
            "INVALID" CRVW_PNAME1 BY REFERENCE CRV-R " "
            RETURNING RET.
           IF  RET  =  0
               MOVE  0      TO  WK-NEWC
               MOVE  CRV-R  TO  WK-MAUDC
           ELSE
               MOVE  1      TO  WK-NEWC
               MOVE  SPACE  TO  WK-MAUDC
               INITIALIZE  CRV-R
               MOVE  WK-TCD  TO  CRV-TCD
           END-IF.
           EVALUATE  CRV-PST
               WHEN  1
                   MOVE  "PENDING"   TO  WK-PSTN
               WHEN  2
                   MOVE  "APPROVED"  TO  WK-PSTN
               WHEN  3
                   MOVE  "REJECTED"  TO  WK-PSTN
               WHEN  4
                   MOVE  "REFERRED"  TO  WK-PSTN
               WHEN  OTHER
                   MOVE  "NONE"      TO  WK-PSTN
           END-EVALUATE.
           CALL "SD_Output" USING
            "DSP-035" DSP-035 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "DSP-030" DSP-030 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "DSP-040" DSP-040 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "DSP-070" DSP-070 "p" RETURNING RESU.
       ST-20.
           CALL "SD_Output" USING
            "DSP-050" DSP-050 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-020 "ACP-020" "X" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-10
           END-IF.
       ST-22.
           CALL "SD_Output" USING
            "DSP-055" DSP-055 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-030 "ACP-030" "9" "8"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-20
           END-IF.
           IF  CRV-RDATE  NOT =  0
               MOVE  CRV-RDATE  TO  WK-DATE
               PERFORM  DATE-CHK-RTN  THRU  DATE-CHK-EXT
               IF  WK-DCHK  =  1
                   CALL "SD_Output" USING
                    "DSP-100" DSP-100 "p" RETURNING RESU
                   CALL "SD_Output" USING
                    "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
                   GO  TO  ST-22
               END-IF
           END-IF.
       ST-24.
           CALL "SD_Output" USING
            "DSP-060" DSP-060 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-040 "ACP-040" "9" "8"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-22
           END-IF.
           IF  CRV-NEXT  NOT =  0
               MOVE  CRV-NEXT  TO  WK-DATE
               PERFORM  DATE-CHK-RTN  THRU  DATE-CHK-EXT
               IF  WK-DCHK  =  1
                   CALL "SD_Output" USING
                    "DSP-100" DSP-100 "p" RETURNING RESU
                   CALL "SD_Output" USING
                    "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
                   GO  TO  ST-24
               END-IF
           END-IF.
      *        THE PROPOSAL -- ONLY WHILE ONE IS AWAITING APPROVAL.
           MOVE  "0"  TO  TC-APP.
           IF  CRV-PST  NOT =  1
               GO  TO  ST-40
           END-IF.
       ST-30.
           CALL "SD_Output" USING
            "DSP-080" DSP-080 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-050 "ACP-050" "X" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-24
           END-IF.
           IF  TC-APP  NOT =  "1"  AND  "9"  AND  "0"
               GO  TO  ST-30
           END-IF.
           IF  TC-APP  NOT =  "1"
               GO  TO  ST-40
           END-IF.
           IF  CRV-PLIM  >  0
               MOVE  CRV-PLIM  TO  WK-NLIM
           ELSE
               MOVE  0  TO  WK-NLIM
           END-IF.
       ST-32.
           CALL "SD_Output" USING
            "DSP-090" DSP-090 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-060 "ACP-060" "9" "9"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-30
           END-IF.
       ST-40.
           CALL "SD_Output" USING
            "DSP-101" DSP-101 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-070 "ACP-070" "X" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  TC-ANS  NOT =  "1"  AND  "9"
               GO  TO  ST-40
           END-IF.
           IF  TC-ANS  =  "9"
               GO  TO  ST-10
           END-IF.
           ACCEPT  WK-TODAY  FROM  DATE.
           COMPUTE  WK-TODAY8  =  20000000  +  WK-TODAY.
           IF  TC-APP  NOT =  "1"
               GO  TO  ST-50
           END-IF.
      *        A LIFT OVER THE THRESHOLD WAITS FOR APPROVAL.
           IF  WK-NLIM  >  TT-CRLM  +  MCPW-THCR
           OR  ( WK-NLIM  =  0  AND  TT-CRLM  NOT =  0 )
               GO  TO  ST-45
           END-IF.
      *        APPROVED -- THE LIMIT ONTO TT-M FIRST.
           MOVE  WK-NLIM  TO  TT-CRLM.
      *           REWRITE  TT-R   INVALID
      *///////////////
           CALL "DB_Update" USING
            TT-M_PNAME1 TT-M_LNAME TT-R RETURNING RET.
           IF  RET = 1
               CALL "SD_Output" USING
                "DSP-098" DSP-098 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
           PERFORM  MAUD-TT-RTN  THRU  MAUD-TT-EXT.
           MOVE  WK-NLIM    TO  CRV-PLIM.
           MOVE  2          TO  CRV-PST.
           MOVE  WK-TODAY8  TO  CRV-ADATE.
           IF  CRV-NEXT  NOT >  WK-TODAY8
               PERFORM  NXT-RTN  THRU  NXT-EXT
           END-IF.
           GO  TO  ST-50.
      *****
      *    FILE THE LIMIT ON JT-MCPF -- TT-M STAYS AS IT IS AND
      *    THE REVIEW IS MARKED REFERRED.
       ST-45.
           MOVE  TT-R      TO  MCP-BEFORE.
           MOVE  TT-CRLM   TO  TT-TXT-CRLM.
           MOVE  TT-TUZ    TO  TT-TXT-TUZ.
           MOVE  TT-MCP-TXT  TO  MCP-BTXT.
           MOVE  WK-NLIM   TO  TT-CRLM.
           MOVE  TT-R      TO  MCP-AFTER.
           MOVE  TT-CRLM   TO  TT-TXT-CRLM.
           MOVE  TT-MCP-TXT  TO  MCP-ATXT.
           MOVE  "TT-M    "  TO  MCP-FILE.
           MOVE  SPACE       TO  MCP-FKEY.
           MOVE  TT-TCD      TO  MCP-FKEY (1:4).
           MOVE  "CRL"       TO  MCP-FLD.
           MOVE  USER_ID     TO  MCP-POPR.
           PERFORM  MCPW-PUT-RTN  THRU  MCPW-PUT-EXT.
           IF  RET = 1
               CALL "SD_Output" USING
                "DSP-098" DSP-098 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
           MOVE  WK-NLIM    TO  CRV-PLIM.
           MOVE  4          TO  CRV-PST.
           MOVE  WK-TODAY8  TO  CRV-ADATE.
           IF  CRV-NEXT  NOT >  WK-TODAY8
               PERFORM  NXT-RTN  THRU  NXT-EXT
           END-IF.
       ST-50.
           IF  TC-APP  =  "9"
               MOVE  3          TO  CRV-PST
               MOVE  WK-TODAY8  TO  CRV-ADATE
           END-IF.
           MOVE  USER_ID  TO  CRV-OPR.
           IF  WK-NEWC  =  1
      *           WRITE  CRV-R   INVALID
      *///////////////
               CALL "DB_Insert" USING
                CRVW_PNAME1 CRVW_LNAME CRV-R RETURNING RET
           ELSE
      *           REWRITE  CRV-R   INVALID
      *///////////////
               CALL "DB_Update" USING
                CRVW_PNAME1 CRVW_LNAME CRV-R RETURNING RET
           END-IF.
           IF  RET = 1
               CALL "SD_Output" USING
                "DSP-098" DSP-098 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
           PERFORM  MAUD-CR-RTN  THRU  MAUD-CR-EXT.
           IF  TC-APP  =  "1"  AND  CRV-PST  =  4
               CALL "SD_Output" USING
                "DSP-102" DSP-102 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
           CALL "SD_Output" USING
            "DSP-097" DSP-097 "p" RETURNING RESU.
           GO  TO  ST-10.
       END-RTN.
           CALL "C3_Set_Jrcode" USING
            USER_ID BY REFERENCE COMPLETION_CODE 255.
           CALL "DB_F_Close" USING
            BY REFERENCE TT-M_IDLST TT-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE TK-M_IDLST TK-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE CRVW_IDLST CRVW_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE MAUD_IDLST MAUD_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE FCTL-F_IDLST FCTL-F_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE MCPF_IDLST MCPF_PNAME1.
           CALL "DB_Close".
       END-EXT.
           EXIT.
      *****
      *    NEXT REVIEW FROM TODAY -- 12 MONTHS ON, 6 FOR A SCORE
      *    UNDER 60; DAY 29-31 FALLS BACK TO THE 28TH.
       NXT-RTN.
           MOVE  WK-TODAY8  TO  WK-DATE.
           IF  CRV-SCORE  <  60
               ADD  6  TO  WK-DATE-M
               IF  WK-DATE-M  >  12
                   SUBTRACT  12  FROM  WK-DATE-M
                   ADD  1  TO  WK-DATE-Y
               END-IF
           ELSE
               ADD  1  TO  WK-DATE-Y
           END-IF.
           IF  WK-DATE-D  >  28
               MOVE  28  TO  WK-DATE-D
           END-IF.
           MOVE  WK-DATE  TO  CRV-NEXT.
       NXT-EXT.
           EXIT.
       DATE-CHK-RTN.
           MOVE  0  TO  WK-DCHK.
           IF  WK-DATE-Y  <  1989
               OR  WK-DATE-M  <  1  OR  WK-DATE-M  >  12
               OR  WK-DATE-D  <  1  OR  WK-DATE-D  >  31
               MOVE  1  TO  WK-DCHK
           END-IF.
       DATE-CHK-EXT.
           EXIT.
      *****
      *    COMMON MAINTENANCE AUDIT -- SEE LIMAUD.  THE BEFORE
      *    IMAGES WERE CAPTURED AT THE KEY READ (SPACES FOR A NEW
      *    REVIEW RECORD); THE AFTER IMAGE IS THE RECORD JUST
      *    WRITTEN.
       MAUD-TT-RTN.
           MOVE  "TT-M    "  TO  MAUD-FILE.
           MOVE  SPACE       TO  MAUD-FKEY.
           MOVE  TT-TCD      TO  MAUD-FKEY (1:4).
           MOVE  WK-MAUDB    TO  MAUD-BEFORE.
           MOVE  TT-R        TO  MAUD-AFTER.
           PERFORM  MAUD-PUT-RTN  THRU  MAUD-PUT-EXT.
       MAUD-TT-EXT.
           EXIT.
       MAUD-CR-RTN.
           MOVE  "CRVW    "  TO  MAUD-FILE.
           MOVE  SPACE       TO  MAUD-FKEY.
           MOVE  CRV-TCD     TO  MAUD-FKEY (1:4).
           MOVE  WK-MAUDC    TO  MAUD-BEFORE.
           MOVE  CRV-R       TO  MAUD-AFTER.
           PERFORM  MAUD-PUT-RTN  THRU  MAUD-PUT-EXT.
       MAUD-CR-EXT.
           EXIT.
       MAUD-PUT-RTN.
           ACCEPT  MAUD-DATE  FROM  DATE.
           ACCEPT  MAUD-TIME  FROM  TIME.
           ADD  1  TO  WK-AUDSEQ.
           MOVE  WK-AUDSEQ   TO  MAUD-SEQ.
           MOVE  USER_ID     TO  MAUD-OPR.
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
       COPY  LPMCPF  REPLACING  ==MCPW-PGM==  BY  =="TT830U"==.
