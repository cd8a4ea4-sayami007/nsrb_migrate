       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         SK960U.
      *****************************************************
      *****   FREIGHT SURCHARGE RULE MAINTENANCE       *****
      *****************************************************
      *        ADD/CHANGE/DELETE FOR THE JT-SCHG SURCHARGE RULE
      *        OF A TOKMS CUSTOMER, OR THE HOUSE DEFAULT UNDER
      *        CUSTOMER 0000: WHETHER THE MINIMUM ORDER VALUE IS
      *        TESTED PER DELIVERY OR PER CONSOLIDATION, THE
      *        MINIMUM ITSELF, A FIXED OR CARRIER-RATE CHARGE,
      *        THE RUSH/SPECIAL-CARRIER CHARGE, ANY EXEMPTION AND
      *        THE DATE FROM WHICH THE RULE APPLIES.  SK730U
      *        BILLS WHAT THE RULE YIELDS.  EVERY CHANGE IS
      *        WRITTEN TO THE JT-MAUD AUDIT TRAIL.
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
       01  WK-DATE             PIC  9(08).
       01  WK-DATER  REDEFINES  WK-DATE.
           02  WK-DATE-Y       PIC  9(04).
           02  WK-DATE-M       PIC  9(02).
           02  WK-DATE-D       PIC  9(02).
       01  WK-AREA.
           02  TC-ACT          PIC  X(01).
           02  TC-ANS          PIC  X(01).
       COPY    LITKM.
       COPY    LISCHG.
       COPY    LIMAUD.
       77  WK-AUDSEQ       PIC  9(04)  VALUE  0.
       77  WK-WRTRY        PIC  9(01)  VALUE  0.
       01  WK-MAUDB            PIC  X(300)  VALUE  SPACE.
      *****
       01  DSP-AREA.
           03  DSP-010         PIC  X(32)
               VALUE  "FREIGHT SURCHARGE RULES         ".
           03  DSP-020         PIC  X(24)
               VALUE  "ACT A=ADD,C=CHG,D=DEL( )".
           03  DSP-030         PIC  X(26)
               VALUE  "CUST CD(    ) 0000=DEFAULT".
           03  DSP-035         PIC  N(24).
           03  DSP-040         PIC  X(35)
               VALUE  "BASIS( ) 1=DELIVERY 2=CONSOLIDATION".
           03  DSP-050         PIC  X(30)
               VALUE  "MINIMUM ORDER VALUE(         )".
           03  DSP-060         PIC  X(32)
               VALUE  "CHARGE( ) 1=FIXED 2=CARRIER RATE".
           03  DSP-070         PIC  X(21)
               VALUE  "FIXED CHARGE(       )".
           03  DSP-080         PIC  X(28)
               VALUE  "RUSH/SPECIAL CHARGE(       )".
           03  DSP-110         PIC  X(20)
               VALUE  "EXEMPT( ) 1=YES 0=NO".
           03  DSP-120         PIC  X(24)
               VALUE  "THROUGH(        ) 0=OPEN".
           03  DSP-130         PIC  X(24)
               VALUE  "EFFECTIVE FROM(        )".
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
               VALUE  "FIXED CHARGE ZERO   ".
       01  DSP-BUZZER.
           03  DISP-BUZ-J-03   PIC  X(05)  VALUE  X"1B4A03".
       01  ACP-AREA.
           03  ACP-010         PIC  X(01).
           03  ACP-020         PIC  9(04).
           03  ACP-030         PIC  9(01).
           03  ACP-040         PIC  9(09).
           03  ACP-050         PIC  9(01).
           03  ACP-060         PIC  9(07).
           03  ACP-070         PIC  9(07).
           03  ACP-080         PIC  9(01).
           03  ACP-085         PIC  9(08).
           03  ACP-087         PIC  9(08).
           03  ACP-090         PIC  X(01).
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       CALL "SD_Initialize" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA" " " "0" "0" "344" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-010" "X" "1" "1" "32" " " "DSP-AREA"  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-020" "X" "3" "1" "24" "DSP-010" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-030" "X" "5" "1" "26" "DSP-020" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-035" "N" "5" "28" "48" "DSP-030" " "  RETURNING RESU.
       CALL "SD_From" USING
            "DSP-035" BY REFERENCE TK-NAME "48" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-040" "X" "7" "1" "35" "DSP-035" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-050" "X" "9" "1" "30" "DSP-040" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-060" "X" "11" "1" "32" "DSP-050" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-070" "X" "13" "1" "21" "DSP-060" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-080" "X" "15" "1" "28" "DSP-070" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-110" "X" "17" "1" "20" "DSP-080" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-120" "X" "17" "30" "24" "DSP-110" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-130" "X" "19" "1" "24" "DSP-120" " "  RETURNING RESU.
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
            "ACP-AREA" " " "0" "0" "48" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-010" "X" "3" "23" "1" " " "ACP-AREA"  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-010" BY REFERENCE TC-ACT "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-020" "9" "5" "9" "4" "ACP-010" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-020" BY REFERENCE SCH-TCD "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-030" "9" "7" "7" "1" "ACP-020" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-030" BY REFERENCE SCH-BASIS "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-040" "9" "9" "21" "9" "ACP-030" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-040" BY REFERENCE SCH-MIN "9" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-050" "9" "11" "8" "1" "ACP-040" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-050" BY REFERENCE SCH-CTYP "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-060" "9" "13" "14" "7" "ACP-050" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-060" BY REFERENCE SCH-FIX "7" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-070" "9" "15" "21" "7" "ACP-060" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-070" BY REFERENCE SCH-SPCL "7" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-080" "9" "17" "8" "1" "ACP-070" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-080" BY REFERENCE SCH-EXMP "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-085" "9" "17" "38" "8" "ACP-080" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-085" BY REFERENCE SCH-XTO "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-087" "9" "19" "16" "8" "ACP-085" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-087" BY REFERENCE SCH-FROM "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-090" "X" "22" "20" "1" "ACP-087" " "  RETURNING RESU.
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
                   IF  OPA-PGM (WK-AUI)  =  "SK960U"
                   OR  OPA-PGM (WK-AUI)  =  "ALL"
                       MOVE  1  TO  WK-AUTH-OK
                   END-IF
               END-PERFORM
           END-IF.
           IF  WK-AUTH-OK  =  0
               ACCEPT  WK-VIO-DATE  FROM  DATE
               MOVE  WK-VIO-DATE  TO  VIO-DATE
               MOVE  USER_ID      TO  VIO-OPR
               MOVE  "SK960U"     TO  VIO-PGM
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
            "I-O" SCHG_PNAME1 "SHARED" BY REFERENCE SCHG_IDLST "1"
            "SCH-KEY" BY REFERENCE SCH-KEY.
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
      *        CUSTOMER 0000 IS THE HOUSE DEFAULT -- NOT ON TOKMS.
           IF  SCH-TCD  =  0
               MOVE  SPACE  TO  TK-NAME
               GO  TO  ST-22
           END-IF.
           MOVE  SCH-TCD  TO  TK-TCD.
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
       ST-22.
           CALL "SD_Output" USING
            "DSP-035" DSP-035 "p" RETURNING RESU.
      *           READ   SCHG   INVALID
      *///////////////
           CALL "DB_Read" USING
            "INVALID" SCHG_PNAME1 BY REFERENCE SCH-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  0
               MOVE  SCH-R  TO  WK-MAUDB
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
      *        A NEW RULE DEFAULTS TO PER DELIVERY, FIXED CHARGE,
      *        NOTHING TO CHARGE UNTIL KEYED, FROM TODAY.
               MOVE  1          TO  SCH-BASIS
               MOVE  0          TO  SCH-MIN
               MOVE  1          TO  SCH-CTYP
               MOVE  0          TO  SCH-FIX
               MOVE  0          TO  SCH-SPCL
               MOVE  0          TO  SCH-EXMP
               MOVE  0          TO  SCH-XTO
               MOVE  WK-TODAY8  TO  SCH-FROM
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
            BY REFERENCE ACP-030 "ACP-030" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-20
           END-IF.
           IF  SCH-BASIS  NOT =  1  AND  2
               GO  TO  ST-30
           END-IF.
       ST-32.
           CALL "SD_Output" USING
            "DSP-050" DSP-050 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-040 "ACP-040" "9" "9"
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
           IF  SCH-CTYP  NOT =  1  AND  2
               GO  TO  ST-34
           END-IF.
       ST-36.
           CALL "SD_Output" USING
            "DSP-070" DSP-070 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-060 "ACP-060" "9" "7"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-34
           END-IF.
      *        A FIXED-CHARGE MINIMUM NEEDS SOMETHING TO CHARGE.
           IF  SCH-CTYP  =  1  AND  SCH-MIN  >  0  AND  SCH-FIX  =  0
               CALL "SD_Output" USING
                "DSP-101" DSP-101 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-36
           END-IF.
       ST-38.
           CALL "SD_Output" USING
            "DSP-080" DSP-080 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-070 "ACP-070" "9" "7"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-36
           END-IF.
       ST-40.
           CALL "SD_Output" USING
            "DSP-110" DSP-110 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-080 "ACP-080" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-38
           END-IF.
           IF  SCH-EXMP  NOT =  0  AND  1
               GO  TO  ST-40
           END-IF.
           IF  SCH-EXMP  =  0
               MOVE  0  TO  SCH-XTO
               GO  TO  ST-44
           END-IF.
       ST-42.
           CALL "SD_Output" USING
            "DSP-120" DSP-120 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-085 "ACP-085" "9" "8"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-40
           END-IF.
           IF  SCH-XTO  NOT =  0
               MOVE  SCH-XTO  TO  WK-DATE
               PERFORM  DATE-CHK-RTN  THRU  DATE-CHK-EXT
               IF  WK-DCHK  =  1
                   CALL "SD_Output" USING
                    "DSP-100" DSP-100 "p" RETURNING RESU
                   CALL "SD_Output" USING
                    "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
                   GO  TO  ST-42
               END-IF
           END-IF.
       ST-44.
           CALL "SD_Output" USING
            "DSP-130" DSP-130 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-087 "ACP-087" "9" "8"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-40
           END-IF.
           MOVE  SCH-FROM  TO  WK-DATE.
           PERFORM  DATE-CHK-RTN  THRU  DATE-CHK-EXT.
           IF  WK-DCHK  =  1
               CALL "SD_Output" USING
                "DSP-100" DSP-100 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-44
           END-IF.
           MOVE  USER_ID  TO  SCH-OPR.
           IF  TC-ACT  =  "A"
      *           WRITE  SCH-R   INVALID
      *///////////////
               CALL "DB_Insert" USING
                SCHG_PNAME1 SCHG_LNAME SCH-R RETURNING RET
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
      *           REWRITE  SCH-R   INVALID
      *///////////////
               CALL "DB_Update" USING
                SCHG_PNAME1 SCHG_LNAME SCH-R RETURNING RET
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
            SCHG_PNAME1 SCHG_LNAME SCH-R RETURNING RET.
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
       END-RTN.
           CALL "C3_Set_Jrcode" USING
            USER_ID BY REFERENCE COMPLETION_CODE 255.
           CALL "DB_F_Close" USING BY REFERENCE TK-M_IDLST TK-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE SCHG_IDLST SCHG_PNAME1.
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
           MOVE  "SCHG    "  TO  MAUD-FILE.
           MOVE  SPACE       TO  MAUD-FKEY.
           MOVE  SCH-TCD     TO  MAUD-FKEY (1:4).
           MOVE  SCH-R       TO  MAUD-AFTER.
           PERFORM  MAUD-PUT-RTN  THRU  MAUD-PUT-EXT.
       MAUD-WR-EXT.
           EXIT.
       MAUD-DEL-RTN.
           MOVE  "SCHG    "  TO  MAUD-FILE.
           MOVE  SPACE       TO  MAUD-FKEY.
           MOVE  SCH-TCD     TO  MAUD-FKEY (1:4).
           MOVE  SCH-R       TO  WK-MAUDB.
           MOVE  SPACE       TO  MAUD-AFTER.
           PERFORM  MAUD-PUT-RTN  THRU  MAUD-PUT-EXT.
       MAUD-DEL-EXT.
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
