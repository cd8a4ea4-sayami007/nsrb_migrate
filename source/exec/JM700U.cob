       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         JM700U.
      *****************************************************
      *****   JAN/GTIN BARCODE MASTER MAINTENANCE      *****
      *****************************************************
      *        ADD/CHANGE/DELETE FOR THE JT-JANM JAN CODE OF AN
      *        ITEM IN ONE SIZE BUCKET (1-10).  THE CODE MUST BE
      *        ALL DIGITS, 13 LONG (EAN-13) OR 8 LONG KEYED FROM
      *        THE LEFT (EAN-8), WITH A GOOD MODULUS-10 CHECK
      *        DIGIT, AND CANNOT ALREADY BELONG TO ANOTHER ITEM
      *        OR SIZE.  THE JT-JANX REVERSE INDEX (JAN TO ITEM
      *        AND SIZE) IS KEPT IN STEP WITH EVERY CHANGE.
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
       77  WK-JLEN         PIC  9(02)  VALUE  0.
       77  WK-WT           PIC  9(01)  VALUE  0.
       77  WK-CSUM         PIC  9(04)  VALUE  0.
       77  WK-CQ           PIC  9(04)  VALUE  0.
       77  WK-CREM         PIC  9(02)  VALUE  0.
       77  WK-CDIG         PIC  9(02)  VALUE  0.
       77  WK-CPOS         PIC  9(02)  VALUE  0.
       77  WK-JANERR       PIC  9(01)  VALUE  0.
       01  WK-AREA.
           02  TC-ACT          PIC  X(01).
           02  TC-ANS          PIC  X(01).
      *        THE CODE BEING CHECKED, DIGIT BY DIGIT.
       01  WK-JANW             PIC  X(13).
       01  WK-JANW-R  REDEFINES  WK-JANW.
           02  WK-JAND         PIC  9(01)  OCCURS  13.
      *        THE CODE ON FILE BEFORE A CHANGE.
       01  WK-OJAN             PIC  X(13)  VALUE  SPACE.
       COPY    LIJM.
       COPY    LIJANM.
       COPY    LIJANX.
       COPY    LIMAUD.
       77  WK-AUDSEQ       PIC  9(04)  VALUE  0.
       77  WK-WRTRY        PIC  9(01)  VALUE  0.
       01  WK-MAUDB            PIC  X(300)  VALUE  SPACE.
      *****
       01  DSP-AREA.
           03  DSP-010         PIC  X(32)
               VALUE  "JAN BARCODE MASTER              ".
           03  DSP-020         PIC  X(24)
               VALUE  "ACT A=ADD,C=CHG,D=DEL( )".
           03  DSP-030         PIC  X(27)
               VALUE  "ITEM(      )  SIZE(  ) 1-10".
           03  DSP-035         PIC  N(24).
           03  DSP-040         PIC  X(18)
               VALUE  "JAN(             )".
       01  DSP-AREA2.
           03  DSP-090         PIC  X(20)
               VALUE  "ITEM NOT ON J-M     ".
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
               VALUE  "INVALID SIZE 1-10   ".
           03  DSP-101         PIC  X(20)
               VALUE  "JAN NOT 8/13 DIGITS ".
           03  DSP-102         PIC  X(20)
               VALUE  "JAN CHECK DIGIT BAD ".
           03  DSP-103         PIC  X(20)
               VALUE  "JAN ON OTHER ITEM   ".
       01  DSP-BUZZER.
           03  DISP-BUZ-J-03   PIC  X(05)  VALUE  X"1B4A03".
       01  ACP-AREA.
           03  ACP-010         PIC  X(01).
           03  ACP-020         PIC  9(06).
           03  ACP-022         PIC  9(02).
           03  ACP-030         PIC  X(13).
           03  ACP-090         PIC  X(01).
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       CALL "SD_Initialize" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA" " " "0" "0" "149" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-010" "X" "1" "1" "32" " " "DSP-AREA"  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-020" "X" "3" "1" "24" "DSP-010" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-030" "X" "5" "1" "27" "DSP-020" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-035" "N" "6" "1" "48" "DSP-030" " "  RETURNING RESU.
       CALL "SD_From" USING
            "DSP-035" BY REFERENCE J-NAME "48" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-040" "X" "8" "1" "18" "DSP-035" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA2" " " "0" "0" "270" " " " "  RETURNING RESU.
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
            "DSP-103" "X" "22" "1" "20" "DSP-102" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-BUZZER" " " "24" "0" "5" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DISP-BUZ-J-03" "X" "24" "80" "5" " " "DSP-BUZZER"
            RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-AREA" " " "0" "0" "23" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-010" "X" "3" "23" "1" " " "ACP-AREA"  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-010" BY REFERENCE TC-ACT "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-020" "9" "5" "6" "6" "ACP-010" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-020" BY REFERENCE JAN-JCD "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-022" "9" "5" "20" "2" "ACP-020" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-022" BY REFERENCE JAN-SZ "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-030" "X" "8" "5" "13" "ACP-022" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-030" BY REFERENCE JAN-CODE "13" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-090" "X" "22" "20" "1" "ACP-030" " "  RETURNING RESU.
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
                   IF  OPA-PGM (WK-AUI)  =  "JM700U"
                   OR  OPA-PGM (WK-AUI)  =  "ALL"
                       MOVE  1  TO  WK-AUTH-OK
                   END-IF
               END-PERFORM
           END-IF.
           IF  WK-AUTH-OK  =  0
               ACCEPT  WK-VIO-DATE  FROM  DATE
               MOVE  WK-VIO-DATE  TO  VIO-DATE
               MOVE  USER_ID      TO  VIO-OPR
               MOVE  "JM700U"     TO  VIO-PGM
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
            "INPUT" J-M_PNAME1 "SHARED" BY REFERENCE J-M_IDLST "1"
            "J-JCD" BY REFERENCE J-JCD.
           CALL "DB_F_Open" USING
            "I-O" JANM_PNAME1 "SHARED" BY REFERENCE JANM_IDLST "1"
            "JAN-KEY" BY REFERENCE JAN-KEY.
           CALL "DB_F_Open" USING
            "I-O" JANX_PNAME1 "SHARED" BY REFERENCE JANX_IDLST "1"
            "JANX-KEY" BY REFERENCE JANX-KEY.
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
            BY REFERENCE ACP-020 "ACP-020" "9" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-10
           END-IF.
           MOVE  JAN-JCD  TO  J-JCD.
           CALL "DB_Read" USING
            "INVALID" J-M_PNAME1 BY REFERENCE J-R "UNLOCK"
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
       ST-22.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-022 "ACP-022" "9" "2"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-20
           END-IF.
           IF  JAN-SZ  <  1  OR  JAN-SZ  >  10
               CALL "SD_Output" USING
                "DSP-100" DSP-100 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-22
           END-IF.
      *           READ   JANM   INVALID
      *///////////////
           CALL "DB_Read" USING
            "INVALID" JANM_PNAME1 BY REFERENCE JAN-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  0
               MOVE  JAN-R     TO  WK-MAUDB
               MOVE  JAN-CODE  TO  WK-OJAN
           ELSE
               MOVE  SPACE  TO  WK-MAUDB
               MOVE  SPACE  TO  WK-OJAN
           END-IF.
           IF  TC-ACT  =  "A"
               IF  RET  =  0
                   CALL "SD_Output" USING
                    "DSP-092" DSP-092 "p" RETURNING RESU
                   CALL "SD_Output" USING
                    "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
                   GO  TO  ST-20
               END-IF
               MOVE  SPACE  TO  JAN-CODE
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
            BY REFERENCE ACP-030 "ACP-030" "X" "13"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-22
           END-IF.
           PERFORM  CHK-RTN  THRU  CHK-EXT.
           IF  WK-JANERR  =  1
               CALL "SD_Output" USING
                "DSP-101" DSP-101 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-30
           END-IF.
           IF  WK-JANERR  =  2
               CALL "SD_Output" USING
                "DSP-102" DSP-102 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-30
           END-IF.
      *        ONE JAN, ONE ITEM AND SIZE -- AN INDEX ENTRY FOR
      *        THIS SAME ITEM AND SIZE IS THE CODE ALREADY HELD.
           MOVE  JAN-CODE  TO  JANX-CODE.
           CALL "DB_Read" USING
            "INVALID" JANX_PNAME1 BY REFERENCE JANX-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  0
               IF  JANX-JCD  NOT =  JAN-JCD
               OR  JANX-SZ   NOT =  JAN-SZ
                   CALL "SD_Output" USING
                    "DSP-103" DSP-103 "p" RETURNING RESU
                   CALL "SD_Output" USING
                    "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
                   GO  TO  ST-30
               END-IF
           END-IF.
           ACCEPT  JAN-LDATE  FROM  DATE.
           MOVE  USER_ID  TO  JAN-OPR.
           IF  TC-ACT  =  "A"
      *           WRITE  JAN-R   INVALID
      *///////////////
               CALL "DB_Insert" USING
                JANM_PNAME1 JANM_LNAME JAN-R RETURNING RET
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
      *           REWRITE  JAN-R   INVALID
      *///////////////
               CALL "DB_Update" USING
                JANM_PNAME1 JANM_LNAME JAN-R RETURNING RET
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
           PERFORM  IDX-RTN  THRU  IDX-EXT.
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
            JANM_PNAME1 JANM_LNAME JAN-R RETURNING RET.
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
           MOVE  SPACE  TO  JAN-CODE.
           PERFORM  IDX-RTN  THRU  IDX-EXT.
           GO  TO  ST-10.
       END-RTN.
           CALL "C3_Set_Jrcode" USING
            USER_ID BY REFERENCE COMPLETION_CODE 255.
           CALL "DB_F_Close" USING BY REFERENCE J-M_IDLST J-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE JANM_IDLST JANM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE JANX_IDLST JANX_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE MAUD_IDLST MAUD_PNAME1.
           CALL "DB_Close".
       END-EXT.
           EXIT.
      *****
      *    JAN FORMAT AND CHECK DIGIT.  WK-JANERR 1 = NOT 8 OR
      *    13 DIGITS, 2 = CHECK DIGIT WRONG.  THE DIGITS LEFT OF
      *    THE CHECK DIGIT ARE WEIGHTED 3,1,3,1... FROM THE
      *    RIGHT; THE CHECK DIGIT BRINGS THE SUM UP TO THE NEXT
      *    MULTIPLE OF 10.
       CHK-RTN.
           MOVE  0         TO  WK-JANERR.
           MOVE  JAN-CODE  TO  WK-JANW.
           IF  WK-JANW  IS  NUMERIC
               MOVE  13  TO  WK-JLEN
           ELSE
               IF  WK-JANW (1:8)  IS  NUMERIC
               AND WK-JANW (9:5)  =  SPACE
                   MOVE  8  TO  WK-JLEN
               ELSE
                   MOVE  1  TO  WK-JANERR
                   GO  TO  CHK-EXT
               END-IF
           END-IF.
           MOVE  0  TO  WK-CSUM.
           MOVE  3  TO  WK-WT.
           COMPUTE  WK-CPOS  =  WK-JLEN  -  1.
           PERFORM  VARYING  I  FROM  WK-CPOS  BY  -1  UNTIL  I  <  1
               COMPUTE  WK-CSUM  =  WK-CSUM  +  WK-JAND (I) * WK-WT
               IF  WK-WT  =  3
                   MOVE  1  TO  WK-WT
               ELSE
                   MOVE  3  TO  WK-WT
               END-IF
           END-PERFORM.
           DIVIDE  WK-CSUM  BY  10  GIVING  WK-CQ  REMAINDER  WK-CREM.
           COMPUTE  WK-CDIG  =  10  -  WK-CREM.
           IF  WK-CDIG  =  10
               MOVE  0  TO  WK-CDIG
           END-IF.
           IF  WK-CDIG  NOT =  WK-JAND (WK-JLEN)
               MOVE  2  TO  WK-JANERR
           END-IF.
       CHK-EXT.
           EXIT.
      *****
      *    JT-JANX REVERSE INDEX -- THE OLD CODE (WK-OJAN) COMES
      *    OFF AND THE CURRENT JAN-CODE (SPACES ON A DELETE) GOES
      *    ON, POINTING AT THIS ITEM AND SIZE.
       IDX-RTN.
           IF  WK-OJAN  NOT =  SPACE  AND  WK-OJAN  NOT =  JAN-CODE
               MOVE  WK-OJAN  TO  JANX-CODE
               CALL "DB_Read" USING
                "INVALID" JANX_PNAME1 BY REFERENCE JANX-R " "
                RETURNING RET
               IF  RET  =  0
                   CALL "DB_Delete" USING
                    JANX_PNAME1 JANX_LNAME JANX-R RETURNING RET
               END-IF
           END-IF.
           IF  JAN-CODE  =  SPACE
               GO  TO  IDX-EXT
           END-IF.
           MOVE  JAN-CODE  TO  JANX-CODE.
           CALL "DB_Read" USING
            "INVALID" JANX_PNAME1 BY REFERENCE JANX-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  0
               GO  TO  IDX-EXT
           END-IF.
           MOVE  SPACE     TO  JANX-R.
           MOVE  JAN-CODE  TO  JANX-CODE.
           MOVE  JAN-JCD   TO  JANX-JCD.
           MOVE  JAN-SZ    TO  JANX-SZ.
           CALL "DB_Insert" USING
            JANX_PNAME1 JANX_LNAME JANX-R RETURNING RET.
           IF  RET  =  1
               CALL "SD_Output" USING
                "DSP-098" DSP-098 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
           END-IF.
       IDX-EXT.
           EXIT.
      *****
      *    COMMON MAINTENANCE AUDIT -- SEE LIMAUD.  THE BEFORE
      *    IMAGE WAS CAPTURED AT THE KEY READ (SPACES FOR AN
      *    ADD); THE AFTER IMAGE IS THE RECORD JUST WRITTEN.
       MAUD-WR-RTN.
           MOVE  "JANM    "  TO  MAUD-FILE.
           MOVE  SPACE       TO  MAUD-FKEY.
           MOVE  JAN-KEY     TO  MAUD-FKEY (1:8).
           MOVE  JAN-R       TO  MAUD-AFTER.
           PERFORM  MAUD-PUT-RTN  THRU  MAUD-PUT-EXT.
       MAUD-WR-EXT.
           EXIT.
       MAUD-DEL-RTN.
           MOVE  "JANM    "  TO  MAUD-FILE.
           MOVE  SPACE       TO  MAUD-FKEY.
           MOVE  JAN-KEY     TO  MAUD-FKEY (1:8).
           MOVE  JAN-R       TO  WK-MAUDB.
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
