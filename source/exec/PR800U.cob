       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PR800U.
      *****************************************************
      *****   GENERAL EXPENSE INVOICE ENTRY            *****
      *****************************************************
      *        ENTERS NON-CONTRACTOR BILLS TO THE JT-EXIF
      *        PAYABLES FILE.  ACTION A ADDS: PAYEE CODE AND
      *        NAME (DEFAULTED FROM A JT-QREG "EX" ROW WHEN THERE
      *        IS ONE), THE PAYEE'S INVOICE REFERENCE, INVOICE
      *        AND DUE DATE, ACCUNT EXPENSE ACCOUNT, DEPARTMENT
      *        AND PL LINE (THE TKEIHI-F KEY -- LEFT AT 0 IT IS
      *        TAKEN FROM AN EXISTING BUCKET OF THE ACCOUNT AND
      *        DEPARTMENT), AMOUNT BEFORE TAX, TAX CLASS
      *        (DEFAULT AM-ZKB), TAX AS INVOICED AND THE
      *        REGISTRATION NUMBER (DEFAULTED FROM JT-QREG WHILE
      *        THE PAYEE IS REGISTERED).  ON CONFIRM THE INVOICE
      *        IS NUMBERED FROM THE FCTL "EXINO" COUNTER AND
      *        WRITTEN, AND THE AMOUNT IS ADDED TO THE TKEIHI-F
      *        BUCKET FOR THE INVOICE MONTH AS ONE UNIT OF WORK
      *        -- IF THE TKEIHI-F WRITE FAILS THE INVOICE IS
      *        DELETED AGAIN.  ACTION D CANCELS AN OPEN INVOICE
      *        AND TAKES ITS AMOUNT BACK OUT OF THE BUCKET.  A
      *        CLOSED INVOICE MONTH (FCTL "CYYMM") IS REFUSED.
      *        THE SCREEN SITS BEHIND THE JT-OPAU AUTHORITY GATE,
      *        AND EVERY INVOICE ADDED OR CANCELLED IS WRITTEN TO
      *        THE JT-MAUD AUDIT TRAIL.
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
       77  WK-CKYM         PIC  9(04)  VALUE  0.
       77  WK-CLOSED       PIC  9(01)  VALUE  0.
       77  WK-QRG-FND      PIC  9(01)  VALUE  0.
       77  WK-TKF-FND      PIC  9(01)  VALUE  0.
       77  WK-MM           PIC  9(02)  VALUE  0.
       77  WK-TODAY        PIC  9(06)  VALUE  0.
       77  WK-AMT          PIC S9(09)  VALUE  0.
       01  WK-AREA.
           02  EX-ACT          PIC  X(01).
           02  EX-ANS          PIC  X(01).
           02  WK-NO           PIC  9(06).
           02  WK-PAYEE        PIC  X(06).
           02  WK-PNAME        PIC  X(20).
           02  WK-REF          PIC  X(10).
           02  WK-IDATE        PIC  9(08).
           02  WK-DDATE        PIC  9(08).
           02  WK-KMCD         PIC  9(04).
           02  WK-BUCD         PIC  9(04).
           02  WK-LINNO        PIC  9(03).
           02  WK-KIN          PIC  9(09).
           02  WK-ZKB          PIC  9(01).
           02  WK-SHZ          PIC  9(07).
           02  WK-TNO          PIC  X(14).
       01  WK-DATE             PIC  9(08).
       01  WK-DATER  REDEFINES  WK-DATE.
           02  WK-DATE-Y       PIC  9(04).
           02  WK-DATE-M       PIC  9(02).
           02  WK-DATE-D       PIC  9(02).
       COPY    LIEXIF.
       COPY    LIZHTKF.
       COPY    ACCUNT.
       COPY    LIQREG.
       COPY    FCTL.
       COPY    LIMAUD.
       77  WK-AUDSEQ       PIC  9(04)  VALUE  0.
       77  WK-WRTRY        PIC  9(01)  VALUE  0.
       01  WK-MAUDB            PIC  X(300)  VALUE  SPACE.
      *****
       01  DSP-AREA.
           03  DSP-010         PIC  X(32)
               VALUE  "EXPENSE INVOICE ENTRY           ".
           03  DSP-020         PIC  X(24)
               VALUE  "ACT A=ADD,D=CANCEL ( )  ".
           03  DSP-030         PIC  X(40)
               VALUE  "PAYEE(      ) NAME(                    )".
           03  DSP-040         PIC  X(48)  VALUE
               "REF(          ) INV DATE(        ) DUE(        )".
           03  DSP-050         PIC  X(34)
               VALUE  "ACCT(    ) DEPT(    ) PL LINE(   )".
           03  DSP-060         PIC  X(43)  VALUE
               "AMOUNT(         ) TAX CLASS( ) TAX(       )".
           03  DSP-070         PIC  X(22)
               VALUE  "REG NO(              )".
           03  DSP-080         PIC  X(18)
               VALUE  "INVOICE NO(      )".
           03  DSP-110.
               05  FILLER      PIC  X(06)  VALUE  "PAYEE=".
               05  DSP-111     PIC  X(06).
               05  FILLER      PIC  X(05)  VALUE  " AMT=".
               05  DSP-112     PIC  -(09)9.
               05  FILLER      PIC  X(05)  VALUE  " TAX=".
               05  DSP-113     PIC  -(07)9.
       01  DSP-AREA2.
           03  DSP-091         PIC  X(20)
               VALUE  "INVALID ACT CODE    ".
           03  DSP-092         PIC  X(20)
               VALUE  "ACCOUNT NOT FOUND   ".
           03  DSP-093         PIC  X(20)
               VALUE  "INVOICE NOT OPEN    ".
           03  DSP-094         PIC  X(20)
               VALUE  "NO BUDGET LINE      ".
           03  DSP-095         PIC  X(20)
               VALUE  "INVALID REG NO      ".
           03  DSP-096         PIC  X(20)
               VALUE  "INVOICE CANCELLED   ".
           03  DSP-097.
               05  FILLER      PIC  X(17)  VALUE  "INVOICE ADDED NO=".
               05  DSP-0971    PIC  9(06).
           03  DSP-098         PIC  X(20)
               VALUE  "DATABASE ERROR      ".
           03  DSP-099         PIC  X(20)
               VALUE  "PERIOD CLOSED       ".
           03  DSP-101         PIC  X(20)
               VALUE  "POST OK Y=1,N=9( )  ".
           03  DSP-102         PIC  X(20)
               VALUE  "NOT AUTHORIZED      ".
       01  DSP-BUZZER.
           03  DISP-BUZ-J-03   PIC  X(05)  VALUE  X"1B4A03".
       01  ACP-AREA.
           03  ACP-010         PIC  X(01).
           03  ACP-015         PIC  9(06).
           03  ACP-020         PIC  X(06).
           03  ACP-025         PIC  X(20).
           03  ACP-030         PIC  X(10).
           03  ACP-035         PIC  9(08).
           03  ACP-038         PIC  9(08).
           03  ACP-040         PIC  9(04).
           03  ACP-043         PIC  9(04).
           03  ACP-046         PIC  9(03).
           03  ACP-050         PIC  9(09).
           03  ACP-053         PIC  9(01).
           03  ACP-056         PIC  9(07).
           03  ACP-060         PIC  X(14).
           03  ACP-090         PIC  X(01).
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       CALL "SD_Initialize" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA" " " "0" "0" "301" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-010" "X" "1" "1" "32" " " "DSP-AREA"  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-020" "X" "3" "1" "24" "DSP-010" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-030" "X" "5" "1" "40" "DSP-020" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-040" "X" "7" "1" "48" "DSP-030" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-050" "X" "9" "1" "34" "DSP-040" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-060" "X" "11" "1" "43" "DSP-050" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-070" "X" "13" "1" "22" "DSP-060" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-080" "X" "15" "1" "18" "DSP-070" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-110" " " "17" "0" "40" "DSP-080" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "01DSP-110" "X" "17" "1" "6" " " "DSP-110"
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-111" "X" "17" "7" "6" "01DSP-110" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-111" BY REFERENCE EXI-PAYEE "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "02DSP-110" "X" "17" "13" "5" "DSP-111" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-112" "9" "17" "18" "10" "02DSP-110" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-112" BY REFERENCE EXI-KIN "10" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "03DSP-110" "X" "17" "28" "5" "DSP-112" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-113" "9" "17" "33" "8" "03DSP-110" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-113" BY REFERENCE EXI-SHZ "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA2" " " "0" "0" "223" " " " "  RETURNING RESU.
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
            "DSP-095" "X" "22" "1" "20" "DSP-094" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-096" "X" "22" "1" "20" "DSP-095" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-097" " " "22" "0" "23" "DSP-096" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "01DSP-097" "X" "22" "1" "17" " " "DSP-097"
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-0971" "9" "22" "18" "6" "01DSP-097" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-0971" BY REFERENCE EXI-NO "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-098" "X" "22" "1" "20" "DSP-097" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-099" "X" "22" "1" "20" "DSP-098" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-101" "X" "22" "1" "20" "DSP-099" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-102" "X" "22" "1" "20" "DSP-101" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-BUZZER" " " "24" "0" "5" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DISP-BUZ-J-03" "X" "24" "80" "5" " " "DSP-BUZZER"
            RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-AREA" " " "0" "0" "102" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-010" "X" "3" "21" "1" " " "ACP-AREA"  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-010" BY REFERENCE EX-ACT "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-015" "9" "15" "12" "6" "ACP-010" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-015" BY REFERENCE WK-NO "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-020" "X" "5" "7" "6" "ACP-015" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-020" BY REFERENCE WK-PAYEE "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-025" "X" "5" "20" "20" "ACP-020" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-025" BY REFERENCE WK-PNAME "20" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-030" "X" "7" "5" "10" "ACP-025" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-030" BY REFERENCE WK-REF "10" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-035" "9" "7" "26" "8" "ACP-030" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-035" BY REFERENCE WK-IDATE "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-038" "9" "7" "40" "8" "ACP-035" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-038" BY REFERENCE WK-DDATE "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-040" "9" "9" "6" "4" "ACP-038" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-040" BY REFERENCE WK-KMCD "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-043" "9" "9" "17" "4" "ACP-040" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-043" BY REFERENCE WK-BUCD "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-046" "9" "9" "31" "3" "ACP-043" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-046" BY REFERENCE WK-LINNO "3" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-050" "9" "11" "8" "9" "ACP-046" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-050" BY REFERENCE WK-KIN "9" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-053" "9" "11" "29" "1" "ACP-050" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-053" BY REFERENCE WK-ZKB "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-056" "9" "11" "36" "7" "ACP-053" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-056" BY REFERENCE WK-SHZ "7" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-060" "X" "13" "8" "14" "ACP-056" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-060" BY REFERENCE WK-TNO "14" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-090" "X" "22" "17" "1" "ACP-060" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-090" BY REFERENCE EX-ANS "1" "0" RETURNING RESU.
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
                   IF  OPA-PGM (WK-AUI)  =  "PR800U"
                   OR  OPA-PGM (WK-AUI)  =  "ALL"
                       MOVE  1  TO  WK-AUTH-OK
                   END-IF
               END-PERFORM
           END-IF.
           IF  WK-AUTH-OK  =  0
               ACCEPT  WK-VIO-DATE  FROM  DATE
               MOVE  WK-VIO-DATE  TO  VIO-DATE
               MOVE  USER_ID      TO  VIO-OPR
               MOVE  "PR800U"     TO  VIO-PGM
               MOVE  "MAINTENANCE NOT PERMITTED"  TO  VIO-REASON
               OPEN  EXTEND  VIO-FILE
               MOVE  VIO-DET  TO  VIO-LINE
               WRITE  VIO-LINE
               CLOSE  VIO-FILE
               CALL "SD_Output" USING
                "DSP-102" DSP-102 "p" RETURNING RESU
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
           ACCEPT  WK-TODAY  FROM  DATE.
           CALL "DB_F_Open" USING
            "I-O" EXIF_PNAME1 "SHARED" BY REFERENCE EXIF_IDLST "1"
            "EXI-KEY" BY REFERENCE EXI-KEY.
           CALL "DB_F_Open" USING
            "I-O" TKEIHI-F_PNAME1 "SHARED" BY REFERENCE
            TKEIHI-F_IDLST "1" "TKF-KEY" BY REFERENCE TKF-KEY.
           CALL "DB_F_Open" USING
            "INPUT" AM_PNAME1 "SHARED" BY REFERENCE AM_IDLST "1"
            "AM-KEY" BY REFERENCE AM-KEY.
           CALL "DB_F_Open" USING
            "INPUT" QREG_PNAME1 "SHARED" BY REFERENCE QREG_IDLST "1"
            "QRG-KEY" BY REFERENCE QRG-KEY.
           CALL "DB_F_Open" USING
            "I-O" FCTL-F_PNAME1 "SHARED" BY REFERENCE FCTL-F_IDLST "1"
            "FCTL-KEY" BY REFERENCE FCTL-KEY.
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
           IF  EX-ACT  NOT =  "A"  AND  "D"
               CALL "SD_Output" USING
                "DSP-091" DSP-091 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
           IF  EX-ACT  =  "D"
               GO  TO  ST-15
           END-IF.
           INITIALIZE  WK-AREA.
           MOVE  "A"  TO  EX-ACT.
           GO  TO  ST-20.
      *****
      *    CANCEL -- THE INVOICE MUST STILL BE OPEN.
       ST-15.
           CALL "SD_Output" USING
            "DSP-080" DSP-080 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-015 "ACP-015" "9" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-10
           END-IF.
           MOVE  WK-NO  TO  EXI-NO.
      *           READ   EXIF   INVALID
      *///////////////
           CALL "DB_Read" USING
            "INVALID" EXIF_PNAME1 BY REFERENCE EXI-R " "
            RETURNING RET.
           IF  RET  =  0
               MOVE  EXI-R  TO  WK-MAUDB
           ELSE
               MOVE  SPACE  TO  WK-MAUDB
           END-IF.
           IF  RET  =  1  OR  EXI-STAT  NOT =  0
               CALL "SD_Output" USING
                "DSP-093" DSP-093 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-15
           END-IF.
           CALL "SD_Output" USING
            "DSP-110" DSP-110 "p" RETURNING RESU.
           GO  TO  ST-90.
      *****
      *    ADD.
       ST-20.
           CALL "SD_Output" USING
            "DSP-030" DSP-030 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-020 "ACP-020" "X" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-10
           END-IF.
           IF  WK-PAYEE  =  SPACE
               GO  TO  ST-20
           END-IF.
      *        A PAYEE ON JT-QREG SUPPLIES THE NAME.
           MOVE  "EX"      TO  QRG-KND.
           MOVE  WK-PAYEE  TO  QRG-CD.
           CALL "DB_Read" USING
            "INVALID" QREG_PNAME1 BY REFERENCE QRG-R "UNLOCK"
            RETURNING RET.
           MOVE  0  TO  WK-QRG-FND.
           IF  RET  =  0
               MOVE  1  TO  WK-QRG-FND
               IF  WK-PNAME  =  SPACE
                   MOVE  QRG-NAME  TO  WK-PNAME
               END-IF
           END-IF.
       ST-21.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-025 "ACP-025" "X" "20"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-20
           END-IF.
           IF  WK-PNAME  =  SPACE
               GO  TO  ST-21
           END-IF.
       ST-30.
           CALL "SD_Output" USING
            "DSP-040" DSP-040 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-030 "ACP-030" "X" "10"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-21
           END-IF.
       ST-31.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-035 "ACP-035" "9" "8"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-30
           END-IF.
           MOVE  WK-IDATE  TO  WK-DATE.
           PERFORM  DATE-CHK-RTN  THRU  DATE-CHK-EXT.
           IF  WK-DCHK  =  1
               GO  TO  ST-31
           END-IF.
      *        PERIOD LOCK -- AN INVOICE DATED IN A CLOSED MONTH
      *        IS REFUSED (PR590U FUNCTION L REOPENS).
           MOVE  WK-IDATE (3:4)  TO  WK-CKYM.
           PERFORM  CLCK-RTN  THRU  CLCK-EXT.
           IF  WK-CLOSED  =  1
               CALL "SD_Output" USING
                "DSP-099" DSP-099 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-31
           END-IF.
       ST-32.
      *        DUE DATE -- DEFAULTS TO THE INVOICE DATE.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-038 "ACP-038" "9" "8"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-31
           END-IF.
           IF  WK-DDATE  =  0
               MOVE  WK-IDATE  TO  WK-DDATE
           END-IF.
           MOVE  WK-DDATE  TO  WK-DATE.
           PERFORM  DATE-CHK-RTN  THRU  DATE-CHK-EXT.
           IF  WK-DCHK  =  1  OR  WK-DDATE  <  WK-IDATE
               GO  TO  ST-32
           END-IF.
       ST-40.
           CALL "SD_Output" USING
            "DSP-050" DSP-050 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-040 "ACP-040" "9" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-32
           END-IF.
           MOVE  WK-KMCD  TO  AM-KEY.
           CALL "DB_Read" USING
            "INVALID" AM_PNAME1 BY REFERENCE AM-REC "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               CALL "SD_Output" USING
                "DSP-092" DSP-092 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-40
           END-IF.
           IF  AM-ZKB  IS  NOT  NUMERIC
               MOVE  0  TO  AM-ZKB
           END-IF.
           MOVE  AM-ZKB  TO  WK-ZKB.
       ST-41.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-043 "ACP-043" "9" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-40
           END-IF.
       ST-42.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-046 "ACP-046" "9" "3"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-41
           END-IF.
           IF  WK-LINNO  =  0
               PERFORM  TKF-FND-RTN  THRU  TKF-FND-EXT
               IF  WK-TKF-FND  =  0
                   CALL "SD_Output" USING
                    "DSP-094" DSP-094 "p" RETURNING RESU
                   CALL "SD_Output" USING
                    "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
                   GO  TO  ST-42
               END-IF
               MOVE  TKF-03  TO  WK-LINNO
           END-IF.
       ST-50.
           CALL "SD_Output" USING
            "DSP-060" DSP-060 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-050 "ACP-050" "9" "9"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-42
           END-IF.
           IF  WK-KIN  =  0
               GO  TO  ST-50
           END-IF.
       ST-51.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-053 "ACP-053" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-50
           END-IF.
           IF  WK-ZKB  >  2
               GO  TO  ST-51
           END-IF.
           IF  WK-ZKB  =  0
               MOVE  0      TO  WK-SHZ
               MOVE  SPACE  TO  WK-TNO
               GO  TO  ST-90
           END-IF.
       ST-52.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-056 "ACP-056" "9" "7"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-51
           END-IF.
      *        REGISTRATION NUMBER -- OFFERED FROM JT-QREG WHILE THE
      *        PAYEE IS REGISTERED ON THE INVOICE DATE.
           IF  WK-TNO  =  SPACE  AND  WK-QRG-FND  =  1
               AND  QRG-EDATE  NOT >  WK-IDATE
               AND  (QRG-XDATE  =  0  OR  QRG-XDATE  >  WK-IDATE)
               MOVE  QRG-TNO  TO  WK-TNO
           END-IF.
       ST-60.
           CALL "SD_Output" USING
            "DSP-070" DSP-070 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-060 "ACP-060" "X" "14"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-52
           END-IF.
           IF  WK-TNO  NOT =  SPACE
               IF  WK-TNO (1:1)  NOT =  "T"
                   OR  WK-TNO (2:13)  NOT NUMERIC
                   CALL "SD_Output" USING
                    "DSP-095" DSP-095 "p" RETURNING RESU
                   CALL "SD_Output" USING
                    "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
                   GO  TO  ST-60
               END-IF
           END-IF.
       ST-90.
           CALL "SD_Output" USING
            "DSP-101" DSP-101 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-090 "ACP-090" "X" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  EX-ANS  NOT =  "1"  AND  "9"
               GO  TO  ST-90
           END-IF.
           IF  EX-ANS  =  "9"
               GO  TO  ST-10
           END-IF.
           IF  EX-ACT  =  "D"
               GO  TO  ST-95
           END-IF.
      *****
      *    One unit of work: number the invoice, write JT-EXIF, add
      *    to the TKEIHI-F bucket, and back the invoice out if the
      *    bucket write fails.
           MOVE  "EXINO"        TO  FCTL-KEY1.
           CALL "DB_Read" USING
            "INVALID" FCTL-F_PNAME1 BY REFERENCE FCTL-REC " "
            RETURNING RET.
           IF  RET  =  1
               MOVE  SPACE    TO  FCTL-REC1
               MOVE  "EXINO"  TO  FCTL-IVK
               MOVE  0        TO  FCTL-IVNO
               CALL "DB_Insert" USING
                FCTL-F_PNAME1 FCTL-F_LNAME FCTL-REC RETURNING RET
           END-IF.
           ADD  1  TO  FCTL-IVNO.
           MOVE  "EXINO"  TO  FCTL-IVK.
           CALL "DB_Update" USING
            FCTL-F_PNAME1 FCTL-F_LNAME FCTL-REC RETURNING RET.
           INITIALIZE  EXI-R.
           MOVE  FCTL-IVNO  TO  EXI-NO.
           MOVE  WK-PAYEE   TO  EXI-PAYEE.
           MOVE  WK-PNAME   TO  EXI-PNAME.
           MOVE  WK-REF     TO  EXI-REF.
           MOVE  WK-IDATE   TO  EXI-IDATE.
           MOVE  WK-DDATE   TO  EXI-DDATE.
           MOVE  WK-KMCD    TO  EXI-KMCD.
           MOVE  WK-BUCD    TO  EXI-BUCD.
           MOVE  WK-LINNO   TO  EXI-LINNO.
           MOVE  WK-KIN     TO  EXI-KIN.
           MOVE  WK-ZKB     TO  EXI-ZKB.
           MOVE  WK-SHZ     TO  EXI-SHZ.
           MOVE  WK-TNO     TO  EXI-TNO.
           MOVE  0          TO  EXI-STAT.
           MOVE  USER_ID    TO  EXI-OPR.
           MOVE  "20"       TO  EXI-EDATE (1:2).
           MOVE  WK-TODAY   TO  EXI-EDATE (3:6).
           CALL "DB_Insert" USING
            EXIF_PNAME1 EXIF_LNAME EXI-R RETURNING RET.
           IF  RET = 1
               CALL "SD_Output" USING
                "DSP-098" DSP-098 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
           MOVE  WK-KIN  TO  WK-AMT.
           PERFORM  TKF-UPD-RTN  THRU  TKF-UPD-EXT.
           IF  RET = 1
               CALL "DB_Delete" USING
                EXIF_PNAME1 EXIF_LNAME EXI-R RETURNING RET
               CALL "SD_Output" USING
                "DSP-098" DSP-098 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
           CALL "SD_Output" USING
            "DSP-097" DSP-097 "p" RETURNING RESU.
           MOVE  SPACE  TO  WK-MAUDB.
           PERFORM  MAUD-WR-RTN  THRU  MAUD-WR-EXT.
           GO  TO  ST-10.
      *****
      *    CANCEL: TAKE THE AMOUNT OUT OF THE BUCKET, THEN MARK THE
      *    INVOICE; PUT THE AMOUNT BACK IF THE MARK FAILS.
       ST-95.
           MOVE  EXI-IDATE (3:4)  TO  WK-CKYM.
           PERFORM  CLCK-RTN  THRU  CLCK-EXT.
           IF  WK-CLOSED  =  1
               CALL "SD_Output" USING
                "DSP-099" DSP-099 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
           MOVE  EXI-BUCD   TO  WK-BUCD.
           MOVE  EXI-KMCD   TO  WK-KMCD.
           MOVE  EXI-LINNO  TO  WK-LINNO.
           MOVE  EXI-IDATE  TO  WK-IDATE.
           COMPUTE  WK-AMT  =  0  -  EXI-KIN.
           PERFORM  TKF-UPD-RTN  THRU  TKF-UPD-EXT.
           IF  RET = 1
               CALL "SD_Output" USING
                "DSP-098" DSP-098 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
           MOVE  9  TO  EXI-STAT.
           CALL "DB_Update" USING
            EXIF_PNAME1 EXIF_LNAME EXI-R RETURNING RET.
           IF  RET = 1
               MOVE  EXI-KIN  TO  WK-AMT
               PERFORM  TKF-UPD-RTN  THRU  TKF-UPD-EXT
               CALL "SD_Output" USING
                "DSP-098" DSP-098 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
           CALL "SD_Output" USING
            "DSP-096" DSP-096 "p" RETURNING RESU.
           PERFORM  MAUD-WR-RTN  THRU  MAUD-WR-EXT.
           GO  TO  ST-10.
      *****
      *    ADD WK-AMT (NEGATIVE FOR A CANCEL) TO THE TKEIHI-F
      *    BUCKET OF WK-BUCD/WK-KMCD/WK-LINNO FOR THE CALENDAR
      *    MONTH OF WK-IDATE, CREATING THE RECORD WHEN THERE IS
      *    NONE.  RET 1 = FAILED.
       TKF-UPD-RTN.
           MOVE  WK-BUCD (1:2)  TO  TKF-011.
           MOVE  WK-BUCD (3:2)  TO  TKF-012.
           MOVE  WK-KMCD        TO  TKF-02.
           MOVE  WK-LINNO       TO  TKF-03.
           MOVE  WK-IDATE (5:2) TO  WK-MM.
      *           READ   TKEIHI-F   INVALID
      *///////////////
           CALL "DB_Read" USING
            "INVALID" TKEIHI-F_PNAME1 BY REFERENCE TKF-R " "
            RETURNING RET.
           IF  RET  =  0
               ADD  WK-AMT  TO  TKF-041 (WK-MM)
               CALL "DB_Update" USING
                TKEIHI-F_PNAME1 TKEIHI-F_LNAME TKF-R RETURNING RET
               GO  TO  TKF-UPD-EXT
           END-IF.
           INITIALIZE  TKF-R.
           MOVE  WK-BUCD (1:2)  TO  TKF-011.
           MOVE  WK-BUCD (3:2)  TO  TKF-012.
           MOVE  WK-KMCD        TO  TKF-02.
           MOVE  WK-LINNO       TO  TKF-03.
           MOVE  WK-AMT         TO  TKF-041 (WK-MM).
           CALL "DB_Insert" USING
            TKEIHI-F_PNAME1 TKEIHI-F_LNAME TKF-R RETURNING RET.
       TKF-UPD-EXT.
           EXIT.
      *****
      *    FIRST TKEIHI-F BUCKET OF THE ACCOUNT AND DEPARTMENT --
      *    ITS PL LINE IS THE DEFAULT.  WK-TKF-FND 1 = FOUND.  THE
      *    FILE IS REOPENED EITHER SIDE OF THE SWEEP SO THE KEYED
      *    READS THAT FOLLOW START FROM A CLEAN POSITION.
       TKF-FND-RTN.
           MOVE  0  TO  WK-TKF-FND.
           CALL "DB_F_Close" USING
            BY REFERENCE TKEIHI-F_IDLST TKEIHI-F_PNAME1.
           CALL "DB_F_Open" USING
            "I-O" TKEIHI-F_PNAME1 "SHARED" BY REFERENCE
            TKEIHI-F_IDLST "1" "TKF-KEY" BY REFERENCE TKF-KEY.
       TKF-FND-10.
      *           READ   TKEIHI-F   NEXT  AT  END
      *///////////////
           CALL "DB_Read" USING
            "NEXT AT END" TKEIHI-F_PNAME1 BY REFERENCE TKF-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               GO  TO  TKF-FND-90
           END-IF.
           IF  TKF-011  NOT =  WK-BUCD (1:2)
               OR  TKF-012  NOT =  WK-BUCD (3:2)
               OR  TKF-02  NOT =  WK-KMCD
               GO  TO  TKF-FND-10
           END-IF.
           MOVE  1  TO  WK-TKF-FND.
       TKF-FND-90.
           CALL "DB_F_Close" USING
            BY REFERENCE TKEIHI-F_IDLST TKEIHI-F_PNAME1.
           CALL "DB_F_Open" USING
            "I-O" TKEIHI-F_PNAME1 "SHARED" BY REFERENCE
            TKEIHI-F_IDLST "1" "TKF-KEY" BY REFERENCE TKF-KEY.
       TKF-FND-EXT.
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
      *****
      *    PERIOD LOCK CHECK -- FCTL "CYYMM" RECORD, SEE PR590U
      *    FUNCTION L.  WK-CLOSED COMES BACK 1 WHEN THE MONTH IN
      *    WK-CKYM IS CLOSED.
       CLCK-RTN.
           MOVE  0  TO  WK-CLOSED.
           MOVE  "C"      TO  FCTL-KEY1 (1:1).
           MOVE  WK-CKYM  TO  FCTL-KEY1 (2:4).
           CALL "DB_Read" USING
            "INVALID" FCTL-F_PNAME1 BY REFERENCE FCTL-REC "UNLOCK"
            RETURNING RET.
           IF  RET  =  0  AND  FCTL-CLST  =  1
               MOVE  1  TO  WK-CLOSED
           END-IF.
       CLCK-EXT.
           EXIT.
       END-RTN.
           CALL "C3_Set_Jrcode" USING
            USER_ID BY REFERENCE COMPLETION_CODE 255.
           CALL "DB_F_Close" USING
            BY REFERENCE EXIF_IDLST EXIF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE TKEIHI-F_IDLST TKEIHI-F_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE AM_IDLST AM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE QREG_IDLST QREG_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE FCTL-F_IDLST FCTL-F_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE MAUD_IDLST MAUD_PNAME1.
           CALL "DB_Close".
       END-EXT.
           EXIT.
      *****
      *    COMMON MAINTENANCE AUDIT -- SEE LIMAUD.  THE BEFORE
      *    IMAGE WAS CAPTURED AT THE CANCEL READ (SPACES FOR
      *    AN ADD); THE AFTER IMAGE IS THE RECORD JUST WRITTEN.
       MAUD-WR-RTN.
           MOVE  EXI-R  TO  MAUD-AFTER.
           PERFORM  MAUD-PUT-RTN  THRU  MAUD-PUT-EXT.
       MAUD-WR-EXT.
           EXIT.
       MAUD-PUT-RTN.
           ACCEPT  MAUD-DATE  FROM  DATE.
           ACCEPT  MAUD-TIME  FROM  TIME.
           ADD  1  TO  WK-AUDSEQ.
           MOVE  WK-AUDSEQ   TO  MAUD-SEQ.
           MOVE  "EXIF    "  TO  MAUD-FILE.
           MOVE  SPACE       TO  MAUD-FKEY.
           MOVE  EXI-NO      TO  MAUD-FKEY (1:6).
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
