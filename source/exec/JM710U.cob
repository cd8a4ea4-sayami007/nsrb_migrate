       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         JM710U.
      *****************************************************
      *****   SIZE SCALE MASTER MAINTENANCE            *****
      *****************************************************
      *        ADD/CHANGE/DELETE FOR THE JT-SZSC SIZE SCALES.
      *        A SCALE NAMES THE TEN SIZE BUCKETS (E.G. S M L LL
      *        OR 22.0 22.5 ...); AN ITEM TAKES ITS SCALE FROM
      *        J-SZS ON JM590U.  EACH LABEL IS KEYED ONE BUCKET
      *        AT A TIME AND STORED RIGHT-JUSTIFIED TO SIT OVER
      *        THE QUANTITY COLUMNS; A BLANK LABEL IS A BUCKET
      *        THE SCALE DOES NOT USE, AND AT LEAST ONE BUCKET
      *        MUST BE NAMED.  A SCALE STILL HELD BY AN ITEM
      *        CANNOT BE DELETED.  SCALE 00 IS RESERVED FOR
      *        "NO SCALE" AND IS NEVER ON FILE.
      *        EVERY CHANGE IS WRITTEN TO THE JT-MAUD AUDIT TRAIL.
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
       77  I               PIC  9(02)  VALUE  0.
       77  IX              PIC  9(02)  VALUE  0.
       77  J               PIC  9(01)  VALUE  0.
       77  WK-CD           PIC  9(02)  VALUE  0.
       77  WK-LCNT         PIC  9(02)  VALUE  0.
       77  WK-USED         PIC  9(01)  VALUE  0.
       01  WK-AREA.
           02  TC-ACT          PIC  X(01).
           02  TC-ANS          PIC  X(01).
      *        ONE LABEL AS KEYED, BEFORE IT IS RIGHT-JUSTIFIED.
       01  WK-LBL              PIC  X(04)  VALUE  SPACE.
      *        THE TEN LABELS AS THEY STAND, FOR THE SCREEN.
       01  WK-LBLV.
           02  WK-LBLV-E       OCCURS  10.
               03  FILLER      PIC  X(01).
               03  WK-LBLV-L   PIC  X(04).
       COPY    LIJM.
       COPY    LISZSC.
       COPY    LIMAUD.
       77  WK-AUDSEQ       PIC  9(04)  VALUE  0.
       77  WK-WRTRY        PIC  9(01)  VALUE  0.
       01  WK-MAUDB            PIC  X(300)  VALUE  SPACE.
      *****
       01  DSP-AREA.
           03  DSP-010         PIC  X(32)
               VALUE  "SIZE SCALE MASTER               ".
           03  DSP-020         PIC  X(24)
               VALUE  "ACT A=ADD,C=CHG,D=DEL( )".
           03  DSP-030         PIC  X(10)
               VALUE  "SCALE(  ) ".
           03  DSP-040         PIC  X(26)
               VALUE  "NAME(                    )".
           03  DSP-050.
               05  FILLER      PIC  X(05)  VALUE  "SIZE(".
               05  DSP-051     PIC  9(02).
               05  FILLER      PIC  X(13)  VALUE  ") LABEL(    )".
           03  DSP-060         PIC  X(50).
       01  DSP-AREA2.
           03  DSP-090         PIC  X(20)
               VALUE  "INVALID ACT CODE    ".
           03  DSP-091         PIC  X(20)
               VALUE  "SCALE 00 NOT ALLOWED".
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
               VALUE  "NO SIZE LABEL KEYED ".
           03  DSP-101         PIC  X(20)
               VALUE  "SCALE USED BY ITEMS ".
           03  DSP-102         PIC  X(20)
               VALUE  "NAME REQUIRED       ".
       01  DSP-BUZZER.
           03  DISP-BUZ-J-03   PIC  X(05)  VALUE  X"1B4A03".
       01  ACP-AREA.
           03  ACP-010         PIC  X(01).
           03  ACP-020         PIC  9(02).
           03  ACP-030         PIC  X(20).
           03  ACP-050         PIC  X(04).
           03  ACP-090         PIC  X(01).
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       CALL "SD_Initialize" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA" " " "0" "0" "162" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-010" "X" "1" "1" "32" " " "DSP-AREA"  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-020" "X" "3" "1" "24" "DSP-010" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-030" "X" "5" "1" "10" "DSP-020" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-040" "X" "6" "1" "26" "DSP-030" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-050" " " "8" "0" "20" "DSP-040" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "01DSP-050" "X" "8" "1" "5" " " "DSP-050"
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-051" "9" "8" "6" "2" "01DSP-050" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-051" BY REFERENCE IX "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "02DSP-050" "X" "8" "8" "13" "DSP-051" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-060" "X" "10" "1" "50" "DSP-050" " "  RETURNING RESU.
       CALL "SD_From" USING
            "DSP-060" BY REFERENCE WK-LBLV "50" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA2" " " "0" "0" "250" " " " "  RETURNING RESU.
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
            "DSP-102" "X" "22" "1" "20" "DSP-101" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-BUZZER" " " "24" "0" "5" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DISP-BUZ-J-03" "X" "24" "80" "5" " " "DSP-BUZZER"
            RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-AREA" " " "0" "0" "28" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-010" "X" "3" "23" "1" " " "ACP-AREA"  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-010" BY REFERENCE TC-ACT "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-020" "9" "5" "7" "2" "ACP-010" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-020" BY REFERENCE SZS-CD "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-030" "X" "6" "6" "20" "ACP-020" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-030" BY REFERENCE SZS-NAME "20" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-050" "X" "8" "16" "4" "ACP-030" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-050" BY REFERENCE WK-LBL "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-090" "X" "22" "20" "1" "ACP-050" " "  RETURNING RESU.
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
                   IF  OPA-PGM (WK-AUI)  =  "JM710U"
                   OR  OPA-PGM (WK-AUI)  =  "ALL"
                       MOVE  1  TO  WK-AUTH-OK
                   END-IF
               END-PERFORM
           END-IF.
           IF  WK-AUTH-OK  =  0
               ACCEPT  WK-VIO-DATE  FROM  DATE
               MOVE  WK-VIO-DATE  TO  VIO-DATE
               MOVE  USER_ID      TO  VIO-OPR
               MOVE  "JM710U"     TO  VIO-PGM
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
            "I-O" SZSC_PNAME1 "SHARED" BY REFERENCE SZSC_IDLST "1"
            "SZS-KEY" BY REFERENCE SZS-KEY.
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
                "DSP-090" DSP-090 "p" RETURNING RESU
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
           IF  SZS-CD  =  0
               CALL "SD_Output" USING
                "DSP-091" DSP-091 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-20
           END-IF.
      *           READ   SZSC   INVALID
      *///////////////
           CALL "DB_Read" USING
            "INVALID" SZSC_PNAME1 BY REFERENCE SZS-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  0
               MOVE  SZS-R  TO  WK-MAUDB
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
               MOVE  SZS-CD  TO  WK-CD
               MOVE  SPACE   TO  SZS-R
               MOVE  WK-CD   TO  SZS-CD
               PERFORM  LBLV-RTN  THRU  LBLV-EXT
               GO  TO  ST-30
           END-IF.
           IF  RET  =  1
               CALL "SD_Output" USING
                "DSP-093" DSP-093 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-20
           END-IF.
           PERFORM  LBLV-RTN  THRU  LBLV-EXT.
           CALL "SD_Output" USING
            "DSP-060" DSP-060 "p" RETURNING RESU.
           IF  TC-ACT  =  "D"
               GO  TO  ST-90
           END-IF.
       ST-30.
           CALL "SD_Output" USING
            "DSP-040" DSP-040 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "DSP-060" DSP-060 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-030 "ACP-030" "X" "20"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-20
           END-IF.
           IF  SZS-NAME  =  SPACE
               CALL "SD_Output" USING
                "DSP-102" DSP-102 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-30
           END-IF.
       ST-40.
      *        TEN LABELS, ONE BUCKET AT A TIME.  A LABEL IS
      *        STORED RIGHT-JUSTIFIED SO IT SITS OVER THE
      *        RIGHT-HAND DIGITS OF A QUANTITY COLUMN.
           MOVE  0  TO  IX.
       ST-41.
           ADD  1  TO  IX.
           IF  IX  >  10
               GO  TO  ST-45
           END-IF.
           MOVE  SZS-LBL (IX)  TO  WK-LBL.
           CALL "SD_Output" USING
            "DSP-050" DSP-050 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-050 "ACP-050" "X" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-30
           END-IF.
           PERFORM  VARYING  J  FROM  4  BY  -1
               UNTIL  J  <  1  OR  WK-LBL (J:1)  NOT =  SPACE
           END-PERFORM.
           MOVE  SPACE  TO  SZS-LBL (IX).
           IF  J  >  0
               MOVE  WK-LBL (1:J)  TO  SZS-LBL (IX) (5 - J:J)
           END-IF.
           PERFORM  LBLV-RTN  THRU  LBLV-EXT.
           CALL "SD_Output" USING
            "DSP-060" DSP-060 "p" RETURNING RESU.
           GO  TO  ST-41.
       ST-45.
           MOVE  0  TO  WK-LCNT.
           PERFORM  VARYING  IX  FROM  1  BY  1  UNTIL  IX  >  10
               IF  SZS-LBL (IX)  NOT =  SPACE
                   ADD  1  TO  WK-LCNT
               END-IF
           END-PERFORM.
           IF  WK-LCNT  =  0
               CALL "SD_Output" USING
                "DSP-100" DSP-100 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-40
           END-IF.
           MOVE  USER_ID  TO  SZS-OPR.
           IF  TC-ACT  =  "A"
      *           WRITE  SZS-R   INVALID
      *///////////////
               CALL "DB_Insert" USING
                SZSC_PNAME1 SZSC_LNAME SZS-R RETURNING RET
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
      *           REWRITE  SZS-R   INVALID
      *///////////////
               CALL "DB_Update" USING
                SZSC_PNAME1 SZSC_LNAME SZS-R RETURNING RET
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
           PERFORM  USE-CHK-RTN  THRU  USE-CHK-EXT.
           IF  WK-USED  NOT =  0
               CALL "SD_Output" USING
                "DSP-101" DSP-101 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
       ST-91.
           CALL "SD_Output" USING
            "DSP-094" DSP-094 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-090 "ACP-090" "X" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  TC-ANS  NOT =  "1"  AND  "9"
               GO  TO  ST-91
           END-IF.
           IF  TC-ANS  =  "9"
               GO  TO  ST-10
           END-IF.
           MOVE  WK-MAUDB  TO  SZS-R.
           CALL "DB_Delete" USING
            SZSC_PNAME1 SZSC_LNAME SZS-R RETURNING RET.
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
           CALL "DB_F_Close" USING BY REFERENCE SZSC_IDLST SZSC_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE MAUD_IDLST MAUD_PNAME1.
           CALL "DB_Close".
       END-EXT.
           EXIT.
      *****
      *    THE TEN LABELS SPACED OUT FOR THE SCREEN LINE.
       LBLV-RTN.
           MOVE  SPACE  TO  WK-LBLV.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  10
               MOVE  SZS-LBL (I)  TO  WK-LBLV-L (I)
           END-PERFORM.
       LBLV-EXT.
           EXIT.
      *****
      *    NO J-M ITEM MAY STILL HOLD THE SCALE.  WK-USED 1 =
      *    ONE DOES.
       USE-CHK-RTN.
           MOVE  0  TO  WK-USED.
           CALL "DB_F_Open" USING
            "INPUT" J-M_PNAME1 "SHARED" BY REFERENCE J-M_IDLST "1"
            "J-JCD" BY REFERENCE J-JCD.
       USE-CHK-10.
           CALL "DB_Read" USING
            "NEXT AT END" J-M_PNAME1 BY REFERENCE J-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               GO  TO  USE-CHK-90
           END-IF.
           IF  J-SZS  IS  NUMERIC  AND  J-SZS  =  SZS-CD
               MOVE  1  TO  WK-USED
               GO  TO  USE-CHK-90
           END-IF.
           GO  TO  USE-CHK-10.
       USE-CHK-90.
           CALL "DB_F_Close" USING
            BY REFERENCE J-M_IDLST J-M_PNAME1.
       USE-CHK-EXT.
           EXIT.
      *****
      *    COMMON MAINTENANCE AUDIT -- SEE LIMAUD.  THE BEFORE
      *    IMAGE WAS CAPTURED AT THE KEY READ (SPACES FOR AN
      *    ADD); THE AFTER IMAGE IS THE RECORD JUST WRITTEN.
       MAUD-WR-RTN.
           MOVE  "SZSC    "  TO  MAUD-FILE.
           MOVE  SPACE       TO  MAUD-FKEY.
           MOVE  SZS-KEY     TO  MAUD-FKEY (1:2).
           MOVE  SZS-R       TO  MAUD-AFTER.
           PERFORM  MAUD-PUT-RTN  THRU  MAUD-PUT-EXT.
       MAUD-WR-EXT.
           EXIT.
       MAUD-DEL-RTN.
           MOVE  "SZSC    "  TO  MAUD-FILE.
           MOVE  SPACE       TO  MAUD-FKEY.
           MOVE  SZS-KEY     TO  MAUD-FKEY (1:2).
           MOVE  SZS-R       TO  WK-MAUDB.
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
