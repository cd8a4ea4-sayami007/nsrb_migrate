       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PR810U.
      *****************************************************
      *****   BANK ACCOUNT MAINTENANCE                 *****
      *****************************************************
      *        MAINTAINS THE JT-BNKM BANK ACCOUNT MASTER THE
      *        PR820R RECONCILIATION RUNS ON, THE HK530U WAY:
      *        ACTION A/C/D AND THE ACCOUNT CODE, THEN BANK AND
      *        BRANCH (ZENGIN CODE AND NAME), ACCOUNT TYPE AND
      *        NUMBER, THE ACCUNT CODE IT IS BOOKED UNDER, WHETHER
      *        CUSTOMER RECEIPTS COME IN AND INVOICE PAYMENTS GO
      *        OUT THROUGH IT, AND THE BOOK BALANCE THE
      *        RECONCILIATION STARTS FROM WITH ITS DATE.  ONLY ONE
      *        ACCOUNT MAY TAKE RECEIPTS AND ONLY ONE PAYMENTS.
      *        THE PAYMENTS ACCOUNT ALSO CARRIES THE ZENGIN CLIENT
      *        CODE AND KANA NAME FOR THE KM860U TRANSFER FILE.
      *        PAYMENT DETAILS ARE SENSITIVE, SO THE SCREEN SITS
      *        BEHIND THE JT-OPAU AUTHORITY GATE, AND EVERY CHANGE
      *        IS WRITTEN TO THE JT-MAUD AUDIT TRAIL.
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
       77  WK-FLG-ERR      PIC  9(01)  VALUE  0.
       01  WK-AREA.
           02  PR-ACT          PIC  X(01).
           02  PR-ANS          PIC  X(01).
           02  WK-CD           PIC  9(02).
           02  WK-BKNO         PIC  9(04).
           02  WK-BKNM         PIC  X(15).
           02  WK-BRNO         PIC  9(03).
           02  WK-BRNM         PIC  X(15).
           02  WK-TYP          PIC  9(01).
           02  WK-ACNO         PIC  9(07).
           02  WK-KMCD         PIC  9(04).
           02  WK-RCVF         PIC  9(01).
           02  WK-PAYF         PIC  9(01).
           02  WK-OBDT         PIC  9(08).
           02  WK-OBAL         PIC  9(11).
           02  WK-CLCD         PIC  9(10).
           02  WK-CLNM         PIC  X(40).
       01  WK-DATE             PIC  9(08).
       01  WK-DATER  REDEFINES  WK-DATE.
           02  WK-DATE-Y       PIC  9(04).
           02  WK-DATE-M       PIC  9(02).
           02  WK-DATE-D       PIC  9(02).
       COPY    LIBNKM.
       COPY    ACCUNT.
       COPY    LIMAUD.
       77  WK-AUDSEQ       PIC  9(04)  VALUE  0.
       77  WK-WRTRY        PIC  9(01)  VALUE  0.
       01  WK-MAUDB            PIC  X(300)  VALUE  SPACE.
      *****
       01  DSP-AREA.
           03  DSP-010         PIC  X(32)
               VALUE  "BANK ACCOUNT MAINTENANCE        ".
           03  DSP-020         PIC  X(20)
               VALUE  "ACTION A/C/D ( )    ".
           03  DSP-030         PIC  X(14)
               VALUE  "ACCOUNT CD(  )".
           03  DSP-040         PIC  X(33)
               VALUE  "BANK(    ) NAME(               )".
           03  DSP-050         PIC  X(33)
               VALUE  "BRANCH(   ) NAME(               )".
           03  DSP-060         PIC  X(31)
               VALUE  "TYPE 1=ORD,2=CUR( ) NO(       )".
           03  DSP-070         PIC  X(34)
               VALUE  "ACCT(    ) RECEIPTS( ) PAYMENTS( )".
           03  DSP-080         PIC  X(43)  VALUE
               "OPENING DATE(        ) BALANCE(           )".
           03  DSP-085.
               05  FILLER      PIC  X(14)  VALUE  "ZENGIN CLIENT(".
               05  FILLER      PIC  X(17)  VALUE
                   "          ) NAME(".
               05  FILLER      PIC  X(41)  VALUE
                   "                                        )".
       01  DSP-AREA2.
           03  DSP-091         PIC  X(20)
               VALUE  "BAD ACTION CODE     ".
           03  DSP-092         PIC  X(20)
               VALUE  "ALREADY ON FILE     ".
           03  DSP-093         PIC  X(20)
               VALUE  "NOT ON FILE         ".
           03  DSP-094         PIC  X(20)
               VALUE  "DELETE OK 1/9 ( )   ".
           03  DSP-095         PIC  X(16)
               VALUE  "DELETED         ".
           03  DSP-096         PIC  X(16)
               VALUE  "ADDED           ".
           03  DSP-097         PIC  X(16)
               VALUE  "CHANGED         ".
           03  DSP-098         PIC  X(20)
               VALUE  "DATABASE ERROR      ".
           03  DSP-099         PIC  X(20)
               VALUE  "ACCOUNT NOT FOUND   ".
           03  DSP-100         PIC  X(20)
               VALUE  "FLAG ON OTHER ACCT  ".
           03  DSP-101         PIC  X(20)
               VALUE  "INVALID DATE        ".
           03  DSP-102         PIC  X(20)
               VALUE  "CLIENT CODE NEEDED  ".
           03  DSP-103         PIC  X(20)
               VALUE  "NOT AUTHORIZED      ".
       01  DSP-BUZZER.
           03  DISP-BUZ-J-03   PIC  X(05)  VALUE  X"1B4A03".
       01  ACP-AREA.
           03  ACP-010         PIC  X(01).
           03  ACP-020         PIC  9(02).
           03  ACP-030         PIC  9(04).
           03  ACP-033         PIC  X(15).
           03  ACP-035         PIC  9(03).
           03  ACP-038         PIC  X(15).
           03  ACP-040         PIC  9(01).
           03  ACP-043         PIC  9(07).
           03  ACP-045         PIC  9(04).
           03  ACP-047         PIC  9(01).
           03  ACP-049         PIC  9(01).
           03  ACP-050         PIC  9(08).
           03  ACP-055         PIC  9(11).
           03  ACP-060         PIC  9(10).
           03  ACP-065         PIC  X(40).
           03  ACP-090         PIC  X(01).
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       CALL "SD_Initialize" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA" " " "0" "0" "312" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-010" "X" "1" "1" "32" " " "DSP-AREA"  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-020" "X" "3" "1" "20" "DSP-010" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-030" "X" "5" "1" "14" "DSP-020" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-040" "X" "7" "1" "33" "DSP-030" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-050" "X" "9" "1" "33" "DSP-040" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-060" "X" "11" "1" "31" "DSP-050" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-070" "X" "13" "1" "34" "DSP-060" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-080" "X" "15" "1" "43" "DSP-070" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-085" "X" "17" "1" "72" "DSP-080" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA2" " " "0" "0" "248" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-091" "X" "22" "1" "20" " " "DSP-AREA2"
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
            "DSP-102" "X" "22" "1" "20" "DSP-101" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-103" "X" "22" "1" "20" "DSP-102" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-BUZZER" " " "24" "0" "5" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DISP-BUZ-J-03" "X" "24" "80" "5" " " "DSP-BUZZER"
            RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-AREA" " " "0" "0" "124" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-010" "X" "3" "15" "1" " " "ACP-AREA"  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-010" BY REFERENCE PR-ACT "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-020" "9" "5" "12" "2" "ACP-010" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-020" BY REFERENCE WK-CD "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-030" "9" "7" "6" "4" "ACP-020" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-030" BY REFERENCE WK-BKNO "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-033" "X" "7" "17" "15" "ACP-030" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-033" BY REFERENCE WK-BKNM "15" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-035" "9" "9" "8" "3" "ACP-033" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-035" BY REFERENCE WK-BRNO "3" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-038" "X" "9" "18" "15" "ACP-035" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-038" BY REFERENCE WK-BRNM "15" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-040" "9" "11" "18" "1" "ACP-038" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-040" BY REFERENCE WK-TYP "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-043" "9" "11" "24" "7" "ACP-040" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-043" BY REFERENCE WK-ACNO "7" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-045" "9" "13" "6" "4" "ACP-043" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-045" BY REFERENCE WK-KMCD "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-047" "9" "13" "21" "1" "ACP-045" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-047" BY REFERENCE WK-RCVF "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-049" "9" "13" "33" "1" "ACP-047" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-049" BY REFERENCE WK-PAYF "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-050" "9" "15" "14" "8" "ACP-049" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-050" BY REFERENCE WK-OBDT "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-055" "9" "15" "32" "11" "ACP-050" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-055" BY REFERENCE WK-OBAL "11" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-060" "9" "17" "15" "10" "ACP-055" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-060" BY REFERENCE WK-CLCD "10" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-065" "X" "17" "32" "40" "ACP-060" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-065" BY REFERENCE WK-CLNM "40" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-090" "X" "22" "16" "1" "ACP-065" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-090" BY REFERENCE PR-ANS "1" "0" RETURNING RESU.
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
                   IF  OPA-PGM (WK-AUI)  =  "PR810U"
                   OR  OPA-PGM (WK-AUI)  =  "ALL"
                       MOVE  1  TO  WK-AUTH-OK
                   END-IF
               END-PERFORM
           END-IF.
           IF  WK-AUTH-OK  =  0
               ACCEPT  WK-VIO-DATE  FROM  DATE
               MOVE  WK-VIO-DATE  TO  VIO-DATE
               MOVE  USER_ID      TO  VIO-OPR
               MOVE  "PR810U"     TO  VIO-PGM
               MOVE  "MAINTENANCE NOT PERMITTED"  TO  VIO-REASON
               OPEN  EXTEND  VIO-FILE
               MOVE  VIO-DET  TO  VIO-LINE
               WRITE  VIO-LINE
               CLOSE  VIO-FILE
               CALL "SD_Output" USING
                "DSP-103" DSP-103 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               CALL "C3_Set_Jrcode" USING
                USER_ID BY REFERENCE COMPLETION_CODE 255
               CALL "DB_Close"
               STOP  RUN
           END-IF.
           CALL "DB_F_Open" USING
            "I-O" MAUD_PNAME1 "SHARED" BY REFERENCE MAUD_IDLST "1"
            "MAUD-KEY" BY REFERENCE MAUD-KEY.
           CALL "DB_F_Open" USING
            "I-O" BNKM_PNAME1 "SHARED" BY REFERENCE BNKM_IDLST "1"
            "BNK-KEY" BY REFERENCE BNK-KEY.
           CALL "DB_F_Open" USING
            "INPUT" AM_PNAME1 "SHARED" BY REFERENCE AM_IDLST "1"
            "AM-KEY" BY REFERENCE AM-KEY.
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
           IF  PR-ACT  NOT =  "A"  AND  "C"  AND  "D"
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
            BY REFERENCE ACP-020 "ACP-020" "9" "2"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-10
           END-IF.
           IF  WK-CD  =  0
               GO  TO  ST-20
           END-IF.
           MOVE  WK-CD  TO  BNK-CD.
           CALL "DB_Read" USING
            "INVALID" BNKM_PNAME1 BY REFERENCE BNK-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  0
               MOVE  BNK-R  TO  WK-MAUDB
           ELSE
               MOVE  SPACE  TO  WK-MAUDB
           END-IF.
           IF  PR-ACT  =  "A"
               IF  RET  =  0
                   CALL "SD_Output" USING
                    "DSP-092" DSP-092 "p" RETURNING RESU
                   CALL "SD_Output" USING
                    "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
                   GO  TO  ST-20
               END-IF
               MOVE  WK-CD  TO  BNK-CD
               INITIALIZE  WK-AREA
               MOVE  "A"    TO  PR-ACT
               MOVE  BNK-CD TO  WK-CD
               MOVE  1      TO  WK-TYP
               GO  TO  ST-30
           END-IF.
           IF  RET  =  1
               CALL "SD_Output" USING
                "DSP-093" DSP-093 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-20
           END-IF.
           MOVE  BNK-BKNO  TO  WK-BKNO.
           MOVE  BNK-BKNM  TO  WK-BKNM.
           MOVE  BNK-BRNO  TO  WK-BRNO.
           MOVE  BNK-BRNM  TO  WK-BRNM.
           MOVE  BNK-TYP   TO  WK-TYP.
           MOVE  BNK-ACNO  TO  WK-ACNO.
           MOVE  BNK-KMCD  TO  WK-KMCD.
           MOVE  BNK-RCVF  TO  WK-RCVF.
           MOVE  BNK-PAYF  TO  WK-PAYF.
           MOVE  BNK-OBDT  TO  WK-OBDT.
           MOVE  BNK-OBAL  TO  WK-OBAL.
           MOVE  BNK-CLCD  TO  WK-CLCD.
           MOVE  BNK-CLNM  TO  WK-CLNM.
           IF  PR-ACT  =  "D"
               GO  TO  ST-90
           END-IF.
       ST-30.
           CALL "SD_Output" USING
            "DSP-040" DSP-040 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-030 "ACP-030" "9" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-20
           END-IF.
           IF  WK-BKNO  =  0
               GO  TO  ST-30
           END-IF.
       ST-33.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-033 "ACP-033" "X" "15"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-30
           END-IF.
       ST-35.
           CALL "SD_Output" USING
            "DSP-050" DSP-050 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-035 "ACP-035" "9" "3"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-33
           END-IF.
       ST-38.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-038 "ACP-038" "X" "15"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-35
           END-IF.
       ST-40.
           CALL "SD_Output" USING
            "DSP-060" DSP-060 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-040 "ACP-040" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-38
           END-IF.
           IF  WK-TYP  NOT =  1  AND  2
               GO  TO  ST-40
           END-IF.
       ST-43.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-043 "ACP-043" "9" "7"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-40
           END-IF.
           IF  WK-ACNO  =  0
               GO  TO  ST-43
           END-IF.
       ST-45.
           CALL "SD_Output" USING
            "DSP-070" DSP-070 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-045 "ACP-045" "9" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-43
           END-IF.
           MOVE  WK-KMCD  TO  AM-KEY.
           CALL "DB_Read" USING
            "INVALID" AM_PNAME1 BY REFERENCE AM-REC "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               CALL "SD_Output" USING
                "DSP-099" DSP-099 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-45
           END-IF.
       ST-47.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-047 "ACP-047" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-45
           END-IF.
           IF  WK-RCVF  >  1
               GO  TO  ST-47
           END-IF.
       ST-49.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-049 "ACP-049" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-47
           END-IF.
           IF  WK-PAYF  >  1
               GO  TO  ST-49
           END-IF.
           PERFORM  FLG-CHK-RTN  THRU  FLG-CHK-EXT.
           IF  WK-FLG-ERR  =  1
               CALL "SD_Output" USING
                "DSP-100" DSP-100 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-47
           END-IF.
       ST-50.
           CALL "SD_Output" USING
            "DSP-080" DSP-080 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-050 "ACP-050" "9" "8"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-49
           END-IF.
           MOVE  WK-OBDT  TO  WK-DATE.
           PERFORM  DATE-CHK-RTN  THRU  DATE-CHK-EXT.
           IF  WK-DCHK  =  1
               CALL "SD_Output" USING
                "DSP-101" DSP-101 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-50
           END-IF.
       ST-55.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-055 "ACP-055" "9" "11"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-50
           END-IF.
       ST-60.
           CALL "SD_Output" USING
            "DSP-085" DSP-085 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-060 "ACP-060" "9" "10"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-55
           END-IF.
           IF  WK-PAYF  =  1  AND  WK-CLCD  =  0
               CALL "SD_Output" USING
                "DSP-102" DSP-102 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-60
           END-IF.
       ST-65.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-065 "ACP-065" "X" "40"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-60
           END-IF.
           IF  WK-PAYF  =  1  AND  WK-CLNM  =  SPACE
               GO  TO  ST-65
           END-IF.
           MOVE  SPACE     TO  BNK-R.
           MOVE  WK-CD     TO  BNK-CD.
           MOVE  WK-BKNO   TO  BNK-BKNO.
           MOVE  WK-BKNM   TO  BNK-BKNM.
           MOVE  WK-BRNO   TO  BNK-BRNO.
           MOVE  WK-BRNM   TO  BNK-BRNM.
           MOVE  WK-TYP    TO  BNK-TYP.
           MOVE  WK-ACNO   TO  BNK-ACNO.
           MOVE  WK-KMCD   TO  BNK-KMCD.
           MOVE  WK-RCVF   TO  BNK-RCVF.
           MOVE  WK-PAYF   TO  BNK-PAYF.
           MOVE  WK-OBDT   TO  BNK-OBDT.
           MOVE  WK-OBAL   TO  BNK-OBAL.
           MOVE  WK-CLCD   TO  BNK-CLCD.
           MOVE  WK-CLNM   TO  BNK-CLNM.
           MOVE  USER_ID   TO  BNK-OPR.
           IF  PR-ACT  =  "A"
               CALL "DB_Insert" USING
                BNKM_PNAME1 BNKM_LNAME BNK-R RETURNING RET
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
               CALL "DB_Update" USING
                BNKM_PNAME1 BNKM_LNAME BNK-R RETURNING RET
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
       ST-90.
           CALL "SD_Output" USING
            "DSP-094" DSP-094 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-090 "ACP-090" "X" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  PR-ANS  NOT =  "1"  AND  "9"
               GO  TO  ST-90
           END-IF.
           IF  PR-ANS  =  "9"
               GO  TO  ST-10
           END-IF.
           CALL "DB_Delete" USING
            BNKM_PNAME1 BNKM_LNAME BNK-R RETURNING RET.
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
      *    NO OTHER ACCOUNT MAY CARRY A RECEIPTS OR PAYMENTS FLAG
      *    BEING SET HERE.  WK-FLG-ERR 1 = ONE DOES.  THE FILE IS
      *    REOPENED EITHER SIDE OF THE SWEEP.
       FLG-CHK-RTN.
           MOVE  0  TO  WK-FLG-ERR.
           IF  WK-RCVF  =  0  AND  WK-PAYF  =  0
               GO  TO  FLG-CHK-EXT
           END-IF.
           CALL "DB_F_Close" USING
            BY REFERENCE BNKM_IDLST BNKM_PNAME1.
           CALL "DB_F_Open" USING
            "I-O" BNKM_PNAME1 "SHARED" BY REFERENCE BNKM_IDLST "1"
            "BNK-KEY" BY REFERENCE BNK-KEY.
       FLG-CHK-10.
           CALL "DB_Read" USING
            "NEXT AT END" BNKM_PNAME1 BY REFERENCE BNK-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               GO  TO  FLG-CHK-90
           END-IF.
           IF  BNK-CD  =  WK-CD
               GO  TO  FLG-CHK-10
           END-IF.
           IF  (WK-RCVF  =  1  AND  BNK-RCVF  =  1)
               OR  (WK-PAYF  =  1  AND  BNK-PAYF  =  1)
               MOVE  1  TO  WK-FLG-ERR
               GO  TO  FLG-CHK-90
           END-IF.
           GO  TO  FLG-CHK-10.
       FLG-CHK-90.
           CALL "DB_F_Close" USING
            BY REFERENCE BNKM_IDLST BNKM_PNAME1.
           CALL "DB_F_Open" USING
            "I-O" BNKM_PNAME1 "SHARED" BY REFERENCE BNKM_IDLST "1"
            "BNK-KEY" BY REFERENCE BNK-KEY.
       FLG-CHK-EXT.
           EXIT.
      *****
      *    CALENDAR DATE CHECK ON WK-DATE.  WK-DCHK 1 = BAD.
       DATE-CHK-RTN.
           MOVE  0  TO  WK-DCHK.
           IF  WK-DATE-Y  <  1989
               OR  WK-DATE-M  <  1  OR  WK-DATE-M  >  12
               OR  WK-DATE-D  <  1  OR  WK-DATE-D  >  31
               MOVE  1  TO  WK-DCHK
           END-IF.
       DATE-CHK-EXT.
           EXIT.
       END-RTN.
           CALL "C3_Set_Jrcode" USING
            USER_ID BY REFERENCE COMPLETION_CODE 255.
           CALL "DB_F_Close" USING BY REFERENCE BNKM_IDLST BNKM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE AM_IDLST AM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE MAUD_IDLST MAUD_PNAME1.
           CALL "DB_Close".
       END-EXT.
           EXIT.
      *****
      *    COMMON MAINTENANCE AUDIT -- SEE LIMAUD.  THE BEFORE
      *    IMAGE WAS CAPTURED AT THE KEY READ (SPACES FOR AN
      *    ADD); THE AFTER IMAGE IS THE RECORD JUST WRITTEN.
       MAUD-WR-RTN.
           MOVE  BNK-R  TO  MAUD-AFTER.
           PERFORM  MAUD-PUT-RTN  THRU  MAUD-PUT-EXT.
       MAUD-WR-EXT.
           EXIT.
       MAUD-DEL-RTN.
           MOVE  BNK-R  TO  WK-MAUDB.
           MOVE  SPACE  TO  MAUD-AFTER.
           PERFORM  MAUD-PUT-RTN  THRU  MAUD-PUT-EXT.
       MAUD-DEL-EXT.
           EXIT.
       MAUD-PUT-RTN.
           ACCEPT  MAUD-DATE  FROM  DATE.
           ACCEPT  MAUD-TIME  FROM  TIME.
           ADD  1  TO  WK-AUDSEQ.
           MOVE  WK-AUDSEQ   TO  MAUD-SEQ.
           MOVE  "BNKM    "  TO  MAUD-FILE.
           MOVE  SPACE       TO  MAUD-FKEY.
           MOVE  BNK-CD      TO  MAUD-FKEY (1:2).
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
