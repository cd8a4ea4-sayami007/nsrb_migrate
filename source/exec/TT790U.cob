      *        TOKMS CUSTOMER, THE HK530U WAY: ACTION A/C/D,
      *        CUSTOMER (MUST EXIST ON TOKMS) AND SHIP-TO CODE,
      *        THEN NAME, POSTAL CODE, ADDRESS AND THE DEFAULT
      *        CARRIER COURSE AND THE DESTINATION PREFECTURE
      *        (00-47, 00 = NOT KNOWN) THAT PICKS THE JT-LDTM LEAD
      *        TIME.  JF680U SELECTS THESE AT ORDER ENTRY AND
      *        JF720R PRINTS THEM ON THE LABELS.
      *        THE POSTAL CODE IS CHECKED ON THE JT-PSTM POSTAL
      *        MASTER (TT850U) AND STORED AS NNN-NNNN; A CODE NOT
      *        ON THE MASTER IS KEPT ONLY ON CONFIRMATION.  A KNOWN
      *        CODE SHOWS ITS PREFECTURE AND CITY, PROPOSES THEM
      *        AS THE ADDRESS WHEN THAT IS EMPTY, AND FIXES THE
      *        DESTINATION PREFECTURE TO THE MASTER'S.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
           02  WK-CD           PIC  9(03).
       COPY    LISHPT.
       COPY    LITKM.
       COPY    LIPSTM.
       COPY    LWPSTM.
       77  WK-PTDF         PIC  9(02)  VALUE  0.
      *****
       01  DSP-AREA.
           03  DSP-010         PIC  X(32)
               VALUE  "NAME: ".
           03  DSP-050         PIC  X(12)
               VALUE  "POST(      )".
           03  DSP-052         PIC  N(16).
           03  DSP-060         PIC  X(06)
               VALUE  "ADR1: ".
           03  DSP-070         PIC  X(24)
               VALUE  "CARRIER(   )  PREF(  )  ".
       01  DSP-AREA2.
           03  DSP-091         PIC  X(20)
               VALUE  "BAD ACTION CODE     ".
               VALUE  "DATABASE ERROR      ".
           03  DSP-099         PIC  X(20)
               VALUE  "CUST NOT ON TOKMS   ".
           03  DSP-090         PIC  X(20)
               VALUE  "PREFECTURE 00-47    ".
           03  DSP-081         PIC  X(20)
               VALUE  "POSTAL CODE NNN-NNNN".
           03  DSP-082         PIC  X(32)
               VALUE  "NOT ON POSTAL MASTER KEEP 1/9( )".
           03  DSP-083         PIC  X(24)
               VALUE  "PREF NOT AS POSTAL CODE ".
       01  DSP-BUZZER.
           03  DISP-BUZ-J-03   PIC  X(05)  VALUE  X"1B4A03".
       01  ACP-AREA.
           03  ACP-040         PIC  X(08).
           03  ACP-050         PIC  N(24).
           03  ACP-060         PIC  9(03).
           03  ACP-065         PIC  9(02).
           03  ACP-070         PIC  X(01).
           03  ACP-075         PIC  X(01).
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       CALL "SD_Initialize" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA" " " "0" "0" "156" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-010" "X" "1" "1" "32" " " "DSP-AREA"  RETURNING RESU.
       CALL "SD_Init" USING
       CALL "SD_Init" USING
            "DSP-050" "X" "9" "1" "12" "DSP-040" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-052" "N" "9" "16" "32" "DSP-050" " "  RETURNING RESU.
       CALL "SD_From" USING
            "DSP-052" BY REFERENCE PST-ADRP "32" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-060" "X" "11" "1" "6" "DSP-052" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-070" "X" "13" "1" "24" "DSP-060" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA2" " " "0" "0" "264" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-091" "X" "22" "1" "20" " " "DSP-AREA2"
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-099" "X" "22" "1" "20" "DSP-098" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-090" "X" "22" "1" "20" "DSP-099" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-081" "X" "22" "1" "20" "DSP-090" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-082" "X" "22" "1" "32" "DSP-081" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-083" "X" "22" "1" "24" "DSP-082" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-BUZZER" " " "24" "0" "5" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DISP-BUZ-J-03" "X" "24" "80" "5" " " "DSP-BUZZER"
            RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-AREA" " " "0" "0" "123" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-010" "X" "3" "15" "1" " " "ACP-AREA"  RETURNING RESU.
       CALL "SD_Into" USING
       CALL "SD_Into" USING
            "ACP-060" BY REFERENCE SHP-CARR "3" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-065" "9" "13" "20" "2" "ACP-060" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-065" BY REFERENCE SHP-TDFK "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-070" "X" "22" "17" "1" "ACP-065" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-070" BY REFERENCE TT-ANS "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-075" "X" "22" "31" "1" "ACP-070" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-075" BY REFERENCE TT-ANS "1" "0" RETURNING RESU.
      *
           ACCEPT USER_ID FROM ARGUMENT-VALUE.
           ACCEPT COMPLETION_CODE FROM ARGUMENT-VALUE.
           CALL "DB_F_Open" USING
            "INPUT" TK-M_PNAME1 "SHARED" BY REFERENCE TK-M_IDLST "1"
            "TK-KEY" BY REFERENCE TK-KEY.
           CALL "DB_F_Open" USING
            "INPUT" PSTM_PNAME1 "SHARED" BY REFERENCE PSTM_IDLST "1"
            "PST-KEY" BY REFERENCE PST-KEY.
           CALL "SD_Output" USING
            "DSP-010" DSP-010 "p" RETURNING RESU.
       ST-10.
           IF  ESTAT  =  "09"
               GO  TO  ST-20
           END-IF.
       ST-30A.
           MOVE  0  TO  WK-PTDF.
           CALL "SD_Output" USING
            "DSP-050" DSP-050 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-040 "ACP-040" "X" "8"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-30
           END-IF.
      *        POSTAL CODE ON THE JT-PSTM MASTER -- SEE LPPSTM.
      *        BLANK IS LEFT AS IT WAS.
           MOVE  SHP-POST  TO  PSTW-IN.
           PERFORM  PSTW-CHK-RTN  THRU  PSTW-CHK-EXT.
           MOVE  PSTW-IN  TO  SHP-POST.
           IF  PSTW-ST  =  2
               CALL "SD_Output" USING
                "DSP-081" DSP-081 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-30A
           END-IF.
           IF  PSTW-ST  =  3
               CALL "SD_Output" USING
                "DSP-082" DSP-082 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               PERFORM  PST-KEEP-RTN  THRU  PST-KEEP-EXT
               IF  TT-ANS  =  "9"
                   GO  TO  ST-30A
               END-IF
           END-IF.
           IF  PSTW-ST  =  0
               MOVE  PST-TDFK  TO  WK-PTDF
               MOVE  PST-TDFK  TO  SHP-TDFK
               CALL "SD_Output" USING
                "DSP-052" DSP-052 "p" RETURNING RESU
               IF  SHP-ADR1  =  SPACE
                   MOVE  PST-ADRP  TO  SHP-ADR1
               END-IF
           END-IF.
           CALL "SD_Output" USING
            "DSP-060" DSP-060 "p" RETURNING RESU.
           CALL "SD_Accept" USING
           CALL "SD_Accept" USING
            BY REFERENCE ACP-060 "ACP-060" "9" "3"
            BY REFERENCE ESTAT RETURNING RESU.
       ST-35.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-065 "ACP-065" "9" "2"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  SHP-TDFK  >  47
               CALL "SD_Output" USING
                "DSP-090" DSP-090 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-35
           END-IF.
      *        A KNOWN POSTAL CODE DECIDES THE PREFECTURE.
           IF  WK-PTDF  NOT =  0  AND  SHP-TDFK  NOT =  WK-PTDF
               MOVE  WK-PTDF  TO  SHP-TDFK
               CALL "SD_Output" USING
                "DSP-083" DSP-083 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-35
           END-IF.
           IF  TT-ACT  =  "A"
               CALL "DB_Insert" USING
                SHPT_PNAME1 SHPT_LNAME SHP-R RETURNING RET
            USER_ID BY REFERENCE COMPLETION_CODE 255.
           CALL "DB_F_Close" USING BY REFERENCE SHPT_IDLST SHPT_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE TK-M_IDLST TK-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE PSTM_IDLST PSTM_PNAME1.
           CALL "DB_Close".
       END-EXT.
           EXIT.
       PST-KEEP-RTN.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-075 "ACP-075" "X" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  TT-ANS  NOT =  "1"  AND  "9"
               GO  TO  PST-KEEP-RTN
           END-IF.
       PST-KEEP-EXT.
           EXIT.
       COPY    LPPSTM.
