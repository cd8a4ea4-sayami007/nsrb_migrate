       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         SK920U.
      *****************************************************
      *****   E-INVOICE (PEPPOL) PROFILE MAINTENANCE   *****
      *****************************************************
      *        ADD/CHANGE/DELETE FOR THE JT-PEPF PROFILE OF A
      *        TOKMS CUSTOMER THAT TAKES ITS INVOICES OVER THE
      *        PEPPOL NETWORK: PARTICIPANT ID SCHEME AND ID,
      *        WHETHER TO SEND BY PEPPOL, WHICH DOCUMENT (EACH
      *        INVOICE OR THE SUMMARY BILL) AND THE DATE FROM
      *        WHICH IT APPLIES.  THE CUSTOMER MUST BE ON TOKMS.
      *        FUNCTION S MAINTAINS OUR OWN SELLER PARTY -- THE
      *        FCTL "EINVC" RECORD (LEGAL NAME, ENDPOINT SCHEME
      *        AND ID) SK930U PUTS ON EVERY DOCUMENT.  EVERY
      *        CHANGE IS WRITTEN TO THE JT-MAUD AUDIT TRAIL.
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
       77  WK-TODAY        PIC  9(06)  VALUE  0.
       77  WK-TODAY8       PIC  9(08)  VALUE  0.
       77  WK-DCHK         PIC  9(01)  VALUE  0.
       77  WK-EINEW        PIC  9(01)  VALUE  0.
       01  WK-DATE             PIC  9(08).
       01  WK-DATER  REDEFINES  WK-DATE.
           02  WK-DATE-Y       PIC  9(04).
           02  WK-DATE-M       PIC  9(02).
           02  WK-DATE-D       PIC  9(02).
       01  WK-AREA.
           02  TC-ACT          PIC  X(01).
           02  TC-ANS          PIC  X(01).
       COPY    LITKM.
       COPY    LIPEPF.
       COPY    FCTL.
       COPY    LIMAUD.
       77  WK-AUDSEQ       PIC  9(04)  VALUE  0.
       77  WK-WRTRY        PIC  9(01)  VALUE  0.
       01  WK-MAUDB            PIC  X(300)  VALUE  SPACE.
      *****
       01  DSP-AREA.
           03  DSP-010         PIC  X(32)
               VALUE  "E-INVOICE PROFILE MAINTENANCE   ".
           03  DSP-020         PIC  X(34)
               VALUE  "ACT A=ADD,C=CHG,D=DEL,S=SELLER( )".
           03  DSP-030         PIC  X(16)
               VALUE  "CUST CD(    )   ".
           03  DSP-035         PIC  N(24).
           03  DSP-040         PIC  X(12)
               VALUE  "SCHEME(    )".
           03  DSP-050         PIC  X(15)
               VALUE  "PARTICIPANT ID:".
           03  DSP-060         PIC  X(28)
               VALUE  "SEND BY PEPPOL( ) 1=YES 0=NO".
           03  DSP-070         PIC  X(36)
               VALUE  "DOCUMENT( ) 1=INVOICE 2=SUMMARY BILL".
           03  DSP-080         PIC  X(24)
               VALUE  "EFFECTIVE FROM(        )".
           03  DSP-140         PIC  X(12)
               VALUE  "SELLER NAME:".
           03  DSP-150         PIC  X(21)
               VALUE  "ENDPOINT SCHEME(    )".
           03  DSP-160         PIC  X(12)
               VALUE  "ENDPOINT ID:".
       01  DSP-AREA2.
           03  DSP-090         PIC  X(20)
               VALUE  "CUSTOMER NOT ON FILE".
           03  DSP-091         PIC  X(20)
               VALUE  "INVALID ACT CODE   ".
           03  DSP-092         PIC  X(24)
               VALUE  "RECORD ALREADY EXISTS  ".
           03  DSP-093         PIC  X(18)
               VALUE  "RECORD NOT FOUND  ".
           03  DSP-094         PIC  X(20)
               VALUE  "DELETE OK Y=1,N=9( )".
           03  DSP-095         PIC  X(16)
               VALUE  "RECORD DELETED  ".
           03  DSP-096         PIC  X(16)
               VALUE  "RECORD ADDED    ".
           03  DSP-097         PIC  X(16)
               VALUE  "RECORD UPDATED  ".
           03  DSP-098         PIC  X(20)
               VALUE  "DATABASE ERROR      ".
           03  DSP-099         PIC  X(20)
               VALUE  "NOT AUTHORIZED      ".
           03  DSP-100         PIC  X(20)
               VALUE  "INVALID DATE        ".
           03  DSP-101         PIC  X(20)
               VALUE  "PARTICIPANT ID BLANK".
       01  DSP-BUZZER.
           03  DISP-BUZ-J-03   PIC  X(05)  VALUE  X"1B4A03".
       01  ACP-AREA.
           03  ACP-010         PIC  X(01).
           03  ACP-020         PIC  9(04).
           03  ACP-030         PIC  X(04).
           03  ACP-040         PIC  X(40).
           03  ACP-050         PIC  9(01).
           03  ACP-060         PIC  9(01).
           03  ACP-070         PIC  9(08).
           03  ACP-140         PIC  X(40).
           03  ACP-150         PIC  X(04).
           03  ACP-160         PIC  X(20).
           03  ACP-090         PIC  X(01).
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       CALL "SD_Initialize" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA" " " "0" "0" "290" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-010" "X" "1" "1" "32" " " "DSP-AREA"  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-020" "X" "3" "1" "34" "DSP-010" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-030" "X" "5" "1" "16" "DSP-020" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-035" "N" "5" "18" "48" "DSP-030" " "  RETURNING RESU.
       CALL "SD_From" USING
            "DSP-035" BY REFERENCE TK-NAME "48" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-040" "X" "7" "1" "12" "DSP-035" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-050" "X" "9" "1" "15" "DSP-040" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-060" "X" "11" "1" "28" "DSP-050" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-070" "X" "13" "1" "36" "DSP-060" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-080" "X" "15" "1" "24" "DSP-070" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-140" "X" "7" "1" "12" "DSP-080" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-150" "X" "9" "1" "21" "DSP-140" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-160" "X" "11" "1" "12" "DSP-150" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA2" " " "0" "0" "230" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-090" "X" "22" "1" "20" " " "DSP-AREA2"
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-091" "X" "22" "1" "20" "DSP-090" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-092" "X" "22" "1" "24" "DSP-091" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-093" "X" "22" "1" "18" "DSP-092" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-094" "X" "22" "1" "20" "DSP-093" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-095" "X" "22" "1" "16" "DSP-094" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-096" "X" "22" "1" "16" "DSP-095" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-097" "X" "22" "1" "16" "DSP-096" " "
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
            "DSP-BUZZER" " " "24" "0" "5" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DISP-BUZ-J-03" "X" "24" "80" "5" " " "DSP-BUZZER"
            RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-AREA" " " "0" "0" "124" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-010" "X" "3" "32" "1" " " "ACP-AREA"  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-010" BY REFERENCE TC-ACT "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-020" "9" "5" "9" "4" "ACP-010" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-020" BY REFERENCE PEP-TCD "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-030" "X" "7" "8" "4" "ACP-020" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-030" BY REFERENCE PEP-SCHEME "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-040" "X" "9" "17" "40" "ACP-030" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-040" BY REFERENCE PEP-PID "40" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-050" "9" "11" "16" "1" "ACP-040" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-050" BY REFERENCE PEP-ACTV "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-060" "9" "13" "10" "1" "ACP-050" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-060" BY REFERENCE PEP-DOC "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-070" "9" "15" "16" "8" "ACP-060" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-070" BY REFERENCE PEP-FROM "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-140" "X" "7" "14" "40" "ACP-070" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-140" BY REFERENCE FCTL-EINAME "40" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-150" "X" "9" "17" "4" "ACP-140" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-150" BY REFERENCE FCTL-EISCH "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-160" "X" "11" "14" "20" "ACP-150" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-160" BY REFERENCE FCTL-EIEPID "20" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-090" "X" "22" "20" "1" "ACP-160" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-090" BY REFERENCE TC-ANS "1" "0" RETURNING RESU.
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
                   IF  OPA-PGM (WK-AUI)  =  "SK920U"
                   OR  OPA-PGM (WK-AUI)  =  "ALL"
                       MOVE  1  TO  WK-AUTH-OK
                   END-IF
               END-PERFORM
           END-IF.
           IF  WK-AUTH-OK  =  0
               ACCEPT  WK-VIO-DATE  FROM  DATE
               MOVE  WK-VIO-DATE  TO  VIO-DATE
               MOVE  USER_ID      TO  VIO-OPR
               MOVE  "SK920U"     TO  VIO-PGM
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
           ACCEPT  WK-TODAY  FROM  DATE.
           MOVE  "20"      TO  WK-TODAY8 (1:2).
           MOVE  WK-TODAY  TO  WK-TODAY8 (3:6).
           CALL "DB_F_Open" USING
            "INPUT" TK-M_PNAME1 "SHARED" BY REFERENCE TK-M_IDLST "1"
            "TK-KEY" BY REFERENCE TK-KEY.
           CALL "DB_F_Open" USING
            "I-O" PEPF_PNAME1 "SHARED" BY REFERENCE PEPF_IDLST "1"
            "PEP-KEY" BY REFERENCE PEP-KEY.
           CALL "DB_F_Open" USING
            "I-O" FCTL-F_PNAME1 "SHARED" BY REFERENCE FCTL-F_IDLST "1"
            "FCTL-KEY" BY REFERENCE FCTL-KEY.
           CALL "DB_F_Open" USING
            "I-O" MAUD_PNAME1 "SHARED" BY REFERENCE MAUD_IDLST "1"
            "MAUD-KEY" BY REFERENCE MAUD-KEY.
           CALL "SD_Output" USING
            "DSP-010" DSP-010 "p" RETURNING RESU.
       ST-10.
           CALL "SD_Output" USING
            "DSP-020" DSP-020 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-010 "ACP-010" "X" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT    =  "P9"
               PERFORM  END-RTN  THRU  END-EXT
               STOP  RUN
           END-IF.
           IF  TC-ACT  =  "S"
               GO  TO  SL-10
           END-IF.
           IF  TC-ACT  NOT =  "A"  AND  "C"  AND  "D"
               CALL "SD_Output" USING
                "DSP-091" DSP-091 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
       ST-20.
           CALL "SD_Output" USING
            "DSP-030" DSP-030 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-020 "ACP-020" "9" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-10
           END-IF.
           MOVE  PEP-TCD  TO  TK-TCD.
           CALL "DB_Read" USING
            "INVALID" TK-M_PNAME1 BY REFERENCE TK-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               CALL "SD_Output" USING
                "DSP-090" DSP-090 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-20
           END-IF.
           CALL "SD_Output" USING
            "DSP-035" DSP-035 "p" RETURNING RESU.
      *           READ   PEPF   INVALID
      *///////////////
           CALL "DB_Read" USING
            "INVALID" PEPF_PNAME1 BY REFERENCE PEP-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  0
               MOVE  PEP-R  TO  WK-MAUDB
           ELSE
               MOVE  SPACE  TO  WK-MAUDB
           END-IF.
           IF  TC-ACT  =  "A"
               IF  RET  =  0
                   CALL "SD_Output" USING
                    "DSP-092" DSP-092 "p" RETURNING RESU
                   CALL "SD_Output" USING
                    "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
                   GO  TO  ST-20
               END-IF
      *        A NEW PROFILE DEFAULTS TO THE JAPAN CORPORATE
      *        NUMBER SCHEME, PAPER UNTIL SWITCHED ON, EACH
      *        INVOICE, FROM TODAY.
               MOVE  "0188"     TO  PEP-SCHEME
               MOVE  SPACE      TO  PEP-PID
               MOVE  0          TO  PEP-ACTV
               MOVE  1          TO  PEP-DOC
               MOVE  WK-TODAY8  TO  PEP-FROM
               GO  TO  ST-30
           END-IF.
           IF  RET  =  1
               CALL "SD_Output" USING
                "DSP-093" DSP-093 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-20
           END-IF.
           IF  TC-ACT  =  "D"
               GO  TO  ST-50
           END-IF.
       ST-30.
           CALL "SD_Output" USING
            "DSP-040" DSP-040 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-030 "ACP-030" "X" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-20
           END-IF.
           IF  PEP-SCHEME  =  SPACE
               GO  TO  ST-30
           END-IF.
       ST-32.
           CALL "SD_Output" USING
            "DSP-050" DSP-050 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-040 "ACP-040" "X" "40"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-30
           END-IF.
       ST-34.
           CALL "SD_Output" USING
            "DSP-060" DSP-060 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-050 "ACP-050" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-32
           END-IF.
           IF  PEP-ACTV  NOT =  0  AND  1
               GO  TO  ST-34
           END-IF.
      *        NOTHING CAN BE SENT WITHOUT AN ADDRESS.
           IF  PEP-ACTV  =  1  AND  PEP-PID  =  SPACE
               CALL "SD_Output" USING
                "DSP-101" DSP-101 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-32
           END-IF.
       ST-36.
           CALL "SD_Output" USING
            "DSP-070" DSP-070 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-060 "ACP-060" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-34
           END-IF.
           IF  PEP-DOC  NOT =  1  AND  2
               GO  TO  ST-36
           END-IF.
       ST-38.
           CALL "SD_Output" USING
            "DSP-080" DSP-080 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-070 "ACP-070" "9" "8"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-36
           END-IF.
           MOVE  PEP-FROM  TO  WK-DATE.
           PERFORM  DATE-CHK-RTN  THRU  DATE-CHK-EXT.
           IF  WK-DCHK  =  1
               CALL "SD_Output" USING
                "DSP-100" DSP-100 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-38
           END-IF.
           MOVE  USER_ID  TO  PEP-OPR.
           IF  TC-ACT  =  "A"
      *           WRITE  PEP-R   INVALID
      *///////////////
               CALL "DB_Insert" USING
                PEPF_PNAME1 PEPF_LNAME PEP-R RETURNING RET
               IF  RET = 1
                   CALL "SD_Output" USING
                    "DSP-098" DSP-098 "p" RETURNING RESU
                   CALL "SD_Output" USING
                    "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
                   GO  TO  ST-10
               END-IF
               CALL "SD_Output" USING
                "DSP-096" DSP-096 "p" RETURNING RESU
               MOVE  SPACE  TO  WK-MAUDB
               PERFORM  MAUD-WR-RTN  THRU  MAUD-WR-EXT
           ELSE
      *           REWRITE  PEP-R   INVALID
      *///////////////
               CALL "DB_Update" USING
                PEPF_PNAME1 PEPF_LNAME PEP-R RETURNING RET
               IF  RET = 1
                   CALL "SD_Output" USING
                    "DSP-098" DSP-098 "p" RETURNING RESU
                   CALL "SD_Output" USING
                    "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
                   GO  TO  ST-10
               END-IF
               CALL "SD_Output" USING
                "DSP-097" DSP-097 "p" RETURNING RESU
               PERFORM  MAUD-WR-RTN  THRU  MAUD-WR-EXT
           END-IF.
           GO  TO  ST-10.
       ST-50.
           CALL "SD_Output" USING
            "DSP-094" DSP-094 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-090 "ACP-090" "X" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  TC-ANS  NOT =  "1"  AND  "9"
               GO  TO  ST-50
           END-IF.
           IF  TC-ANS  =  "9"
               GO  TO  ST-10
           END-IF.
           CALL "DB_Delete" USING
            PEPF_PNAME1 PEPF_LNAME PEP-R RETURNING RET.
           IF  RET = 1
               CALL "SD_Output" USING
                "DSP-098" DSP-098 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
           CALL "SD_Output" USING
            "DSP-095" DSP-095 "p" RETURNING RESU.
           PERFORM  MAUD-DEL-RTN  THRU  MAUD-DEL-EXT.
           GO  TO  ST-10.
      *****
      *    SELLER PARTY -- THE FCTL "EINVC" RECORD, CREATED ON
      *    FIRST USE.
       SL-10.
           MOVE  "EINVC"  TO  FCTL-KEY1.
           CALL "DB_Read" USING
            "INVALID" FCTL-F_PNAME1 BY REFERENCE FCTL-REC "UNLOCK"
            RETURNING RET.
           IF  RET  =  0
               MOVE  0         TO  WK-EINEW
               MOVE  FCTL-REC  TO  WK-MAUDB
           ELSE
               MOVE  1         TO  WK-EINEW
               MOVE  SPACE     TO  WK-MAUDB
               MOVE  SPACE     TO  FCTL-REC1
               MOVE  "EINVC"   TO  FCTL-EIK
               MOVE  "0188"    TO  FCTL-EISCH
           END-IF.
       SL-20.
           CALL "SD_Output" USING
            "DSP-140" DSP-140 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-140 "ACP-140" "X" "40"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-10
           END-IF.
           IF  FCTL-EINAME  =  SPACE
               GO  TO  SL-20
           END-IF.
       SL-30.
           CALL "SD_Output" USING
            "DSP-150" DSP-150 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-150 "ACP-150" "X" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  SL-20
           END-IF.
           IF  FCTL-EISCH  =  SPACE
               GO  TO  SL-30
           END-IF.
       SL-40.
           CALL "SD_Output" USING
            "DSP-160" DSP-160 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-160 "ACP-160" "X" "20"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  SL-30
           END-IF.
           MOVE  "EINVC"  TO  FCTL-EIK.
           IF  WK-EINEW  =  1
               CALL "DB_Insert" USING
                FCTL-F_PNAME1 FCTL-F_LNAME FCTL-REC RETURNING RET
           ELSE
               CALL "DB_Update" USING
                FCTL-F_PNAME1 FCTL-F_LNAME FCTL-REC RETURNING RET
           END-IF.
           IF  RET = 1
               CALL "SD_Output" USING
                "DSP-098" DSP-098 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
           IF  WK-EINEW  =  1
               CALL "SD_Output" USING
                "DSP-096" DSP-096 "p" RETURNING RESU
           ELSE
               CALL "SD_Output" USING
                "DSP-097" DSP-097 "p" RETURNING RESU
           END-IF.
           PERFORM  MAUD-SL-RTN  THRU  MAUD-SL-EXT.
           GO  TO  ST-10.
       END-RTN.
           CALL "C3_Set_Jrcode" USING
            USER_ID BY REFERENCE COMPLETION_CODE 255.
           CALL "DB_F_Close" USING BY REFERENCE TK-M_IDLST TK-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE PEPF_IDLST PEPF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE FCTL-F_IDLST FCTL-F_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE MAUD_IDLST MAUD_PNAME1.
           CALL "DB_Close".
       END-EXT.
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
      *    IMAGE WAS CAPTURED AT THE KEY READ (SPACES FOR AN
      *    ADD); THE AFTER IMAGE IS THE RECORD JUST WRITTEN.
       MAUD-WR-RTN.
           MOVE  "PEPF    "  TO  MAUD-FILE.
           MOVE  SPACE       TO  MAUD-FKEY.
           MOVE  PEP-TCD     TO  MAUD-FKEY (1:4).
           MOVE  PEP-R       TO  MAUD-AFTER.
           PERFORM  MAUD-PUT-RTN  THRU  MAUD-PUT-EXT.
       MAUD-WR-EXT.
           EXIT.
       MAUD-DEL-RTN.
           MOVE  "PEPF    "  TO  MAUD-FILE.
           MOVE  SPACE       TO  MAUD-FKEY.
           MOVE  PEP-TCD     TO  MAUD-FKEY (1:4).
           MOVE  PEP-R       TO  WK-MAUDB.
           MOVE  SPACE       TO  MAUD-AFTER.
           PERFORM  MAUD-PUT-RTN  THRU  MAUD-PUT-EXT.
       MAUD-DEL-EXT.
           EXIT.
       MAUD-SL-RTN.
           MOVE  "FCTL    "  TO  MAUD-FILE.
           MOVE  "EINVC"     TO  MAUD-FKEY.
           MOVE  FCTL-REC    TO  MAUD-AFTER.
           PERFORM  MAUD-PUT-RTN  THRU  MAUD-PUT-EXT.
       MAUD-SL-EXT.
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
