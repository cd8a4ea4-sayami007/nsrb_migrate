      *****************************************************
      *        ADD/CHANGE/DELETE FOR THE JT-KFPF PARTNER PROFILE
      *        MASTER: PARTNER ID, NAME, THE ALLOWED KOLRF RECORD
      *        TYPES (01/02/03/11/12/13, EACH 0/1), THE LIVE/
      *        TESTING/HELD STATUS AND THE EXPECTED TRANSMISSION
      *        CALENDAR (SEVEN WEEKDAY FLAGS, MON-SUN).  THE KF820U
      *        LOAD GATE REJECTS RECORD TYPES A PARTNER IS NOT
      *        PROFILED FOR.  THE STOCK FEED FLAG AND ITS CUSTOMER CODE
      *        SAY WHETHER KF890U SENDS THE PARTNER THE DAILY
      *        FREE-STOCK FILE AND WHOSE PRICE LIST IS ITS RANGE.
      *        A NEW PARTNER STARTS AS TESTING; IT CAN ONLY BE
      *        PROMOTED TO LIVE ONCE KF920R HAS CERTIFIED A TEST
      *        TRANSMISSION WITH NO ERRORS, AND THE PROMOTION IS
      *        CONFIRMED ON SCREEN.  EVERY ADD, CHANGE AND DELETE
      *        IS WRITTEN TO THE JT-MAUD AUDIT TRAIL.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
           02  WK-CAL-R    REDEFINES  WK-CAL.
               03  WK-CAL1  OCCURS  7  PIC  9(01).
       77  CI              PIC  9(01)  VALUE  0.
       77  WK-OACTV        PIC  9(01)  VALUE  0.
       COPY    LIKFPF.
       COPY    LIMAUD.
       77  WK-AUDSEQ       PIC  9(04)  VALUE  0.
       77  WK-WRTRY        PIC  9(01)  VALUE  0.
       01  WK-MAUDB            PIC  X(300)  VALUE  SPACE.
      *****
       01  DSP-AREA.
           03  DSP-010         PIC  X(32)
               VALUE  "NAME:".
           03  DSP-050         PIC  X(36)
               VALUE  "TYPES 01/02/03/11/12/13 (      )    ".
           03  DSP-060         PIC  X(24)
               VALUE  "LIVE=1 TEST=2 HOLD=0( ) ".
           03  DSP-070         PIC  X(26)
               VALUE  "CAL MON-SUN (       )     ".
           03  DSP-080         PIC  X(32)
               VALUE  "STOCK FEED 1=YES ( ) CUST(    ) ".
       01  DSP-AREA2.
           03  DSP-091         PIC  X(20)
               VALUE  "INVALID ACT CODE   ".
               VALUE  "DATABASE ERROR      ".
           03  DSP-099         PIC  X(20)
               VALUE  "NOT AUTHORIZED      ".
           03  DSP-100         PIC  X(20)
               VALUE  "NOT CERTIFIED CLEAN ".
           03  DSP-101         PIC  X(26)
               VALUE  "PROMOTE TO LIVE Y=1,N=9( )".
       01  DSP-BUZZER.
           03  DISP-BUZ-J-03   PIC  X(05)  VALUE  X"1B4A03".
       01  ACP-AREA.
           03  ACP-050         PIC  9(01).
           03  ACP-060         PIC  X(07).
           03  ACP-070         PIC  X(01).
           03  ACP-080         PIC  9(01).
           03  ACP-090         PIC  9(04).
           03  ACP-100         PIC  X(01).
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       CALL "SD_Initialize" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA" " " "0" "0" "204" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-010" "X" "1" "1" "32" " " "DSP-AREA"  RETURNING RESU.
       CALL "SD_Init" USING
       CALL "SD_Init" USING
            "DSP-050" "X" "9" "1" "36" "DSP-040" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-060" "X" "11" "1" "24" "DSP-050" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-070" "X" "13" "1" "26" "DSP-060" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-080" "X" "15" "1" "32" "DSP-070" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA2" " " "0" "0" "220" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-091" "X" "22" "1" "20" " " "DSP-AREA2"
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-099" "X" "22" "1" "20" "DSP-098" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-100" "X" "22" "1" "20" "DSP-099" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-101" "X" "22" "1" "26" "DSP-100" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-BUZZER" " " "24" "0" "5" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DISP-BUZ-J-03" "X" "24" "80" "5" " " "DSP-BUZZER"
            RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-AREA" " " "0" "0" "41" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-010" "X" "3" "30" "1" " " "ACP-AREA"  RETURNING RESU.
       CALL "SD_Into" USING
       CALL "SD_Into" USING
            "ACP-040" BY REFERENCE WK-TYPES "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-050" "9" "11" "22" "1" "ACP-040" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-050" BY REFERENCE KFPF-ACTV "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-070" "X" "22" "20" "1" "ACP-060" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-070" BY REFERENCE KF-ANS "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-080" "9" "15" "19" "1" "ACP-070" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-080" BY REFERENCE KFPF-STK "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-090" "9" "15" "27" "4" "ACP-080" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-090" BY REFERENCE KFPF-TCD "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-100" "X" "22" "25" "1" "ACP-090" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-100" BY REFERENCE KF-ANS "1" "0" RETURNING RESU.
      *
           ACCEPT USER_ID FROM ARGUMENT-VALUE.
           ACCEPT COMPLETION_CODE FROM ARGUMENT-VALUE.
           CALL "DB_F_Open" USING
            "I-O" KFPF_PNAME1 "SHARED" BY REFERENCE KFPF_IDLST "1"
            "KFPF-KEY" BY REFERENCE KFPF-KEY.
           CALL "DB_F_Open" USING
            "I-O" MAUD_PNAME1 "SHARED" BY REFERENCE MAUD_IDLST "1"
            "MAUD-KEY" BY REFERENCE MAUD-KEY.
           CALL "SD_Output" USING
            "DSP-010" DSP-010 "p" RETURNING RESU.
       ST-10.
           CALL "DB_Read" USING
            "INVALID" KFPF_PNAME1 BY REFERENCE KFPF-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  0
               MOVE  KFPF-R     TO  WK-MAUDB
               MOVE  KFPF-ACTV  TO  WK-OACTV
           ELSE
               MOVE  SPACE      TO  WK-MAUDB
               MOVE  0          TO  WK-OACTV
           END-IF.
           IF  KF-ACT  =  "A"
               IF  RET  =  0
                   CALL "SD_Output" USING
           IF  ESTAT  =  "09"
               GO  TO  ST-31
           END-IF.
           IF  KFPF-ACTV  >  2
               GO  TO  ST-32
           END-IF.
      *        A PARTNER RETURNED TO TESTING MUST BE CERTIFIED
      *        AGAIN BEFORE IT CAN GO LIVE.
           IF  KFPF-ACTV  =  2  AND  WK-OACTV  NOT =  2
               MOVE  0  TO  KFPF-CDATE
               MOVE  0  TO  KFPF-CERR
           END-IF.
           IF  KFPF-ACTV  NOT =  1
               GO  TO  ST-33
           END-IF.
           IF  KF-ACT  =  "C"  AND  WK-OACTV  =  1
               GO  TO  ST-33
           END-IF.
      *        PROMOTION TO LIVE -- ONLY AFTER A CLEAN KF920R
      *        CERTIFICATION RUN.  A NEW PARTNER IS NEVER ADDED
      *        STRAIGHT TO LIVE.
           IF  KF-ACT  =  "A"
           OR  KFPF-CDATE  =  0  OR  KFPF-CERR  NOT =  0
               CALL "SD_Output" USING
                "DSP-100" DSP-100 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-32
           END-IF.
       ST-32A.
           CALL "SD_Output" USING
            "DSP-101" DSP-101 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-100 "ACP-100" "X" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-32
           END-IF.
           IF  KF-ANS  NOT =  "1"  AND  "9"
               GO  TO  ST-32A
           END-IF.
           IF  KF-ANS  =  "9"
               GO  TO  ST-32
           END-IF.
       ST-33.
               MOVE  WK-CAL1 (CI)  TO  KFPF-CAL1 (CI)
           END-PERFORM.
           IF  KF-ACT  =  "A"
               MOVE  0  TO  KFPF-STK
               MOVE  0  TO  KFPF-TCD
               MOVE  0  TO  KFPF-CDATE
               MOVE  0  TO  KFPF-CERR
           END-IF.
       ST-34.
           CALL "SD_Output" USING
            "DSP-080" DSP-080 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-080 "ACP-080" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-33
           END-IF.
           IF  KFPF-STK  >  1
               GO  TO  ST-34
           END-IF.
       ST-35.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-090 "ACP-090" "9" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-34
           END-IF.
      *        A FEED NEEDS THE CUSTOMER WHOSE RANGE IT CARRIES.
           IF  KFPF-STK  =  1  AND  KFPF-TCD  =  0
               GO  TO  ST-35
           END-IF.
           IF  KF-ACT  =  "A"
      *           WRITE  KFPF-R   INVALID
      *///////////////
               CALL "DB_Insert" USING
                    "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
                   GO  TO  ST-10
               END-IF
               PERFORM  MAUD-WR-RTN  THRU  MAUD-WR-EXT
               CALL "SD_Output" USING
                "DSP-096" DSP-096 "p" RETURNING RESU
           ELSE
                    "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
                   GO  TO  ST-10
               END-IF
               PERFORM  MAUD-WR-RTN  THRU  MAUD-WR-EXT
               CALL "SD_Output" USING
                "DSP-097" DSP-097 "p" RETURNING RESU
           END-IF.
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
           PERFORM  MAUD-DEL-RTN  THRU  MAUD-DEL-EXT.
           CALL "SD_Output" USING
            "DSP-095" DSP-095 "p" RETURNING RESU.
           GO  TO  ST-10.
           CALL "C3_Set_Jrcode" USING
            USER_ID BY REFERENCE COMPLETION_CODE 255.
           CALL "DB_F_Close" USING BY REFERENCE KFPF_IDLST KFPF_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE MAUD_IDLST MAUD_PNAME1.
           CALL "DB_Close".
       END-EXT.
           EXIT.
      *****
      *    COMMON MAINTENANCE AUDIT -- SEE LIMAUD.  THE BEFORE
      *    IMAGE WAS CAPTURED AT THE KEY READ (SPACES FOR AN
      *    ADD); THE AFTER IMAGE IS THE RECORD JUST WRITTEN.
       MAUD-WR-RTN.
           MOVE  "KFPF    "  TO  MAUD-FILE.
           MOVE  SPACE       TO  MAUD-FKEY.
           MOVE  KFPF-KEY    TO  MAUD-FKEY (1:1).
           MOVE  KFPF-R      TO  MAUD-AFTER.
           PERFORM  MAUD-PUT-RTN  THRU  MAUD-PUT-EXT.
       MAUD-WR-EXT.
           EXIT.
       MAUD-DEL-RTN.
           MOVE  "KFPF    "  TO  MAUD-FILE.
           MOVE  SPACE       TO  MAUD-FKEY.
           MOVE  KFPF-KEY    TO  MAUD-FKEY (1:1).
           MOVE  KFPF-R      TO  WK-MAUDB.
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
