       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         NB810U.
      *****************************************************
      *****   MAKER-CHECKER THRESHOLD MAINTENANCE      *****
      *****************************************************
      *        KEYS THE LIMITS BEYOND WHICH A MASTER CHANGE IS
      *        HELD ON JT-MCPF FOR A SECOND OPERATOR TO APPROVE ON
      *        NB800U, ON THE FCTL "MCTHR" RECORD, CREATED ON FIRST
      *        USE: J-M PRICE (JM550U) AND KHM RATE (KM740U) MOVES
      *        IN WHOLE PERCENT OF THE OLD VALUE, TT-CRLM INCREASES
      *        (TT710U) IN YEN, AND THE JOURNAL VOUCHER DEBIT TOTAL
      *        (PR640U) IN YEN FROM WHICH A VOUCHER IS HELD.  0 IN
      *        A PERCENT OR CREDIT LIMIT SENDS EVERY SUCH CHANGE FOR
      *        APPROVAL.  EVERY CHANGE IS WRITTEN TO THE JT-MAUD
      *        AUDIT TRAIL.
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
       77  WK-MCNEW        PIC  9(01)  VALUE  0.
       COPY    FCTL.
       COPY    LWMCPF.
       COPY    LIMAUD.
       77  WK-AUDSEQ       PIC  9(04)  VALUE  0.
       77  WK-WRTRY        PIC  9(01)  VALUE  0.
       01  WK-MAUDB            PIC  X(300)  VALUE  SPACE.
      *****
       01  DSP-AREA.
           03  DSP-010         PIC  X(32)
               VALUE  "MAKER-CHECKER THRESHOLDS        ".
           03  DSP-030         PIC  X(31)
               VALUE  "J-M PRICE CHANGE OVER   (   ) %".
           03  DSP-040         PIC  X(35)
               VALUE  "CREDIT LIMIT RISE OVER  (         )".
           03  DSP-050         PIC  X(31)
               VALUE  "KHM RATE CHANGE OVER    (   ) %".
           03  DSP-060         PIC  X(37)
               VALUE  "VOUCHER DEBITS FROM     (           )".
       01  DSP-AREA2.
           03  DSP-096         PIC  X(16)
               VALUE  "RECORD ADDED    ".
           03  DSP-097         PIC  X(16)
               VALUE  "RECORD UPDATED  ".
           03  DSP-098         PIC  X(20)
               VALUE  "DATABASE ERROR      ".
           03  DSP-099         PIC  X(20)
               VALUE  "NOT AUTHORIZED      ".
       01  DSP-BUZZER.
           03  DISP-BUZ-J-03   PIC  X(05)  VALUE  X"1B4A03".
       01  ACP-AREA.
           03  ACP-030         PIC  9(03).
           03  ACP-040         PIC  9(09).
           03  ACP-050         PIC  9(03).
           03  ACP-060         PIC  9(11).
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       CALL "SD_Initialize" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA" " " "0" "0" "166" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-010" "X" "1" "1" "32" " " "DSP-AREA"  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-030" "X" "5" "1" "31" "DSP-010" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-040" "X" "7" "1" "35" "DSP-030" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-050" "X" "9" "1" "31" "DSP-040" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-060" "X" "11" "1" "37" "DSP-050" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA2" " " "0" "0" "72" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-096" "X" "22" "1" "16" " " "DSP-AREA2"
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
            "DSP-BUZZER" " " "24" "0" "5" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DISP-BUZ-J-03" "X" "24" "80" "5" " " "DSP-BUZZER"
            RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-AREA" " " "0" "0" "26" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-030" "9" "5" "26" "3" " " "ACP-AREA"  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-030" BY REFERENCE FCTL-MCJMP "3" "0"
            RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-040" "9" "7" "26" "9" "ACP-030" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-040" BY REFERENCE FCTL-MCCRL "9" "0"
            RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-050" "9" "9" "26" "3" "ACP-040" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-050" BY REFERENCE FCTL-MCKHP "3" "0"
            RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-060" "9" "11" "26" "11" "ACP-050" " "
            RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-060" BY REFERENCE FCTL-MCJVA "11" "0"
            RETURNING RESU.
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
                   IF  OPA-PGM (WK-AUI)  =  "NB810U"
                   OR  OPA-PGM (WK-AUI)  =  "ALL"
                       MOVE  1  TO  WK-AUTH-OK
                   END-IF
               END-PERFORM
           END-IF.
           IF  WK-AUTH-OK  =  0
               ACCEPT  WK-VIO-DATE  FROM  DATE
               MOVE  WK-VIO-DATE  TO  VIO-DATE
               MOVE  USER_ID      TO  VIO-OPR
               MOVE  "NB810U"     TO  VIO-PGM
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
            "I-O" FCTL-F_PNAME1 "SHARED" BY REFERENCE FCTL-F_IDLST "1"
            "FCTL-KEY" BY REFERENCE FCTL-KEY.
           CALL "DB_F_Open" USING
            "I-O" MAUD_PNAME1 "SHARED" BY REFERENCE MAUD_IDLST "1"
            "MAUD-KEY" BY REFERENCE MAUD-KEY.
           CALL "SD_Output" USING
            "DSP-010" DSP-010 "p" RETURNING RESU.
      *****
      *    THE FCTL "MCTHR" RECORD, CREATED ON FIRST USE WITH THE
      *    SAME DEFAULTS THE CHECKING PROGRAMS USE WHEN IT IS
      *    ABSENT (SEE LWMCPF).
       MC-10.
           MOVE  "MCTHR"  TO  FCTL-KEY1.
           CALL "DB_Read" USING
            "INVALID" FCTL-F_PNAME1 BY REFERENCE FCTL-REC "UNLOCK"
            RETURNING RET.
           IF  RET  =  0
               MOVE  0         TO  WK-MCNEW
               MOVE  FCTL-REC  TO  WK-MAUDB
           ELSE
               MOVE  1          TO  WK-MCNEW
               MOVE  SPACE      TO  WK-MAUDB
               MOVE  SPACE      TO  FCTL-REC1
               MOVE  "MCTHR"    TO  FCTL-MCK
               MOVE  MCPW-THJM  TO  FCTL-MCJMP
               MOVE  MCPW-THCR  TO  FCTL-MCCRL
               MOVE  MCPW-THKH  TO  FCTL-MCKHP
               MOVE  MCPW-THJV  TO  FCTL-MCJVA
           END-IF.
       MC-20.
           CALL "SD_Output" USING
            "DSP-030" DSP-030 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-030 "ACP-030" "9" "3"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT    =  "P9"  OR  "09"
               PERFORM  END-RTN  THRU  END-EXT
               STOP  RUN
           END-IF.
       MC-30.
           CALL "SD_Output" USING
            "DSP-040" DSP-040 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-040 "ACP-040" "9" "9"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  MC-20
           END-IF.
       MC-40.
           CALL "SD_Output" USING
            "DSP-050" DSP-050 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-050 "ACP-050" "9" "3"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  MC-30
           END-IF.
       MC-50.
           CALL "SD_Output" USING
            "DSP-060" DSP-060 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-060 "ACP-060" "9" "11"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  MC-40
           END-IF.
           MOVE  "MCTHR"  TO  FCTL-MCK.
           IF  WK-MCNEW  =  1
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
               GO  TO  MC-10
           END-IF.
           IF  WK-MCNEW  =  1
               CALL "SD_Output" USING
                "DSP-096" DSP-096 "p" RETURNING RESU
           ELSE
               CALL "SD_Output" USING
                "DSP-097" DSP-097 "p" RETURNING RESU
           END-IF.
           PERFORM  MAUD-MC-RTN  THRU  MAUD-MC-EXT.
           GO  TO  MC-10.
       END-RTN.
           CALL "C3_Set_Jrcode" USING
            USER_ID BY REFERENCE COMPLETION_CODE 255.
           CALL "DB_F_Close" USING
            BY REFERENCE FCTL-F_IDLST FCTL-F_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE MAUD_IDLST MAUD_PNAME1.
           CALL "DB_Close".
       END-EXT.
           EXIT.
      *****
      *    COMMON MAINTENANCE AUDIT -- SEE LIMAUD.  THE BEFORE
      *    IMAGE WAS CAPTURED AT THE READ (SPACES FOR A NEW
      *    RECORD); THE AFTER IMAGE IS THE RECORD JUST WRITTEN.
       MAUD-MC-RTN.
           MOVE  "FCTL    "  TO  MAUD-FILE.
           MOVE  "MCTHR"     TO  MAUD-FKEY.
           MOVE  FCTL-REC    TO  MAUD-AFTER.
           PERFORM  MAUD-PUT-RTN  THRU  MAUD-PUT-EXT.
       MAUD-MC-EXT.
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
