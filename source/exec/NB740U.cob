      *        AUTHORITY MASTER: OPERATOR ID, UP TO TEN ALLOWED
      *        PROGRAM IDS ("ALL" IN SLOT 1 OPENS EVERYTHING),
      *        THE LIVE-RUN PERMISSION, THE POSTABLE DEPARTMENT
      *        RANGE, THE MAINTENANCE-SCREEN PERMISSION AND THE
      *        NB800U CHANGE-APPROVAL PERMISSION.
      *        MAINTENANCE OF THIS MASTER IS ITSELF GATED: THE
      *        RUNNING OPERATOR MUST CARRY OPA-MNT = 1 (THE
      *        FIRST RECORD CAN BE KEYED WHILE THE MASTER IS
               05  FILLER      PIC  X(05)  VALUE  "PGM(".
               05  DSP-041     PIC  9(02).
               05  FILLER      PIC  X(11)  VALUE  ")=(      )".
           03  DSP-050         PIC  X(44)
               VALUE  "LIVE( ) DEPT FROM(  )TO(  ) MAINT( ) APPR( )".
       01  DSP-AREA2.
           03  DSP-091         PIC  X(20)
               VALUE  "INVALID ACT CODE   ".
           03  ACP-060         PIC  9(02).
           03  ACP-070         PIC  9(01).
           03  ACP-080         PIC  X(01).
           03  ACP-090         PIC  9(01).
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       CALL "SD_Initialize" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA" " " "0" "0" "144" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-010" "X" "1" "1" "32" " " "DSP-AREA"  RETURNING RESU.
       CALL "SD_Init" USING
            "02DSP-040" "X" "7" "8" "11" "DSP-041" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-050" "X" "9" "1" "44" "DSP-040" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA2" " " "0" "0" "178" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DISP-BUZ-J-03" "X" "24" "80" "5" " " "DSP-BUZZER"
            RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-AREA" " " "0" "0" "21" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-010" "X" "3" "30" "1" " " "ACP-AREA"  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-080" "X" "22" "20" "1" "ACP-070" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-080" BY REFERENCE OP-ANS "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-090" "9" "9" "43" "1" "ACP-080" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-090" BY REFERENCE OPA-APR "1" "0" RETURNING RESU.
      *
           ACCEPT USER_ID FROM ARGUMENT-VALUE.
           ACCEPT COMPLETION_CODE FROM ARGUMENT-VALUE.
           IF  ESTAT  =  "09"
               GO  TO  ST-40
           END-IF.
       ST-45.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-090 "ACP-090" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-40
           END-IF.
           IF  OPA-APR  >  1
               GO  TO  ST-45
           END-IF.
           IF  OP-ACT  =  "A"
      *           WRITE  OPA-R   INVALID
      *///////////////
