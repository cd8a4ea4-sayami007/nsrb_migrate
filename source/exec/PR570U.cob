      *****   ACCUNT ACCOUNT MASTER MAINTENANCE        *****
      *****************************************************
      *        ADD/CHANGE/DELETE FOR AM-KEY/AM-NAME/AM-DRCR/
      *        AM-BUCD/AM-ZKB.  DELETE REFUSES WHILE THE ACCOUNT IS
      *        STILL REFERENCED BY ANY BZM-F RECORD (BZM-KMCD) OR ANY
      *        TKEIHI-F ENTRY (TKF-02) -- A DELETED-BUT-REFERENCED
      *        ACCOUNT IS WHAT SURFACES AS THE "AM READ KEY="
      *        ERROR IN THE MIDDLE OF A PR530U POSTING.
           03  DSP-040         PIC  X(08)
               VALUE  "NAME:".
           03  DSP-050         PIC  X(26)
               VALUE  "DR/CR( ) DEPT(  ) TAX( )  ".
       01  DSP-AREA2.
           03  DSP-091         PIC  X(20)
               VALUE  "INVALID ACT CODE   ".
           03  ACP-030         PIC  N(12).
           03  ACP-040         PIC  9(01).
           03  ACP-050         PIC  9(02).
           03  ACP-055         PIC  9(01).
           03  ACP-060         PIC  X(01).
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
            "DISP-BUZ-J-03" "X" "24" "80" "5" " " "DSP-BUZZER"
            RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-AREA" " " "0" "0" "34" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-010" "X" "3" "30" "1" " " "ACP-AREA"  RETURNING RESU.
       CALL "SD_Into" USING
       CALL "SD_Into" USING
            "ACP-050" BY REFERENCE AM-BUCD "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-055" "9" "9" "23" "1" "ACP-050" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-055" BY REFERENCE AM-ZKB "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-060" "X" "22" "20" "1" "ACP-055" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-060" BY REFERENCE AM-ANS "1" "0" RETURNING RESU.
      *
           IF  ESTAT  =  "09"
               GO  TO  ST-31
           END-IF.
           IF  AM-ZKB  NOT NUMERIC
               MOVE  0  TO  AM-ZKB
           END-IF.
       ST-33.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-055 "ACP-055" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-32
           END-IF.
           IF  AM-ZKB  >  2
               GO  TO  ST-33
           END-IF.
           IF  AM-ACT  =  "A"
      *           WRITE  AM-REC   INVALID
      *///////////////
