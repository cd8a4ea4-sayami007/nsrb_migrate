      *        BALANCE (TT-TUZ) IS DISPLAYED FOR REFERENCE BEFORE
      *        THE LIMIT IS ACCEPTED.  A LIMIT OF ZERO MEANS "NO
      *        LIMIT CHECKING" TO THE TT720R DAILY CHECK.
      *        THE MONTHLY CREDIT REVIEW (TT840U SCORING, TT830U
      *        APPROVAL) ALSO SETS TT-CRLM.
      *        AN INCREASE BEYOND THE FCTL "MCTHR" CREDIT
      *        THRESHOLD -- OR A LIMIT TAKEN OFF ALTOGETHER (NEW
      *        LIMIT ZERO) -- IS FILED ON JT-MCPF INSTEAD, FOR A
      *        SECOND OPERATOR TO APPROVE ON NB800U.  REDUCTIONS
      *        APPLY AT ONCE.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
           02  WK-TCD          PIC  9(04).
           02  WK-CRLM         PIC  9(09).
       COPY    LSTTM.
       COPY    FCTL.
       COPY    LIMCPF.
       COPY    LWMCPF.
       01  TT-MCP-TXT.
           02  FILLER          PIC  X(06)  VALUE  "LIMIT=".
           02  TT-TXT-CRLM     PIC  -(09)9.
           02  FILLER          PIC  X(09)  VALUE  " BALANCE=".
           02  TT-TXT-TUZ      PIC  -(09)9.
      *****
       01  DSP-AREA.
           03  DSP-010         PIC  X(32)
               VALUE  "WRITE OK Y=1,N=9( ) ".
           03  DSP-102         PIC  X(20)
               VALUE  "NOT AUTHORIZED      ".
           03  DSP-103.
               05  FILLER      PIC  X(25)  VALUE
               "PROPOSED FOR APPROVAL NO=".
               05  DSP-104     PIC  9(06).
       01  DSP-BUZZER.
           03  DISP-BUZ-J-03   PIC  X(05)  VALUE  X"1B4A03".
       01  ACP-AREA.
       CALL "SD_Init" USING
            "DSP-040" "X" "7" "1" "22" "DSP-030" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA2" " " "0" "0" "125" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-093" "X" "22" "1" "18" " " "DSP-AREA2"
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-102" "X" "22" "1" "20" "DSP-101" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-103" " " "22" "0" "31" "DSP-102" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "01DSP-103" "X" "22" "1" "25" " " "DSP-103"
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-104" "9" "22" "26" "6" "01DSP-103" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-104" BY REFERENCE MCP-NO "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-BUZZER" " " "24" "0" "5" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
           CALL "DB_F_Open" USING
            "I-O" TT-M_PNAME1 "SHARED" BY REFERENCE TT-M_IDLST
            "1" "TT-KEY" BY REFERENCE TT-KEY.
           CALL "DB_F_Open" USING
            "I-O" FCTL-F_PNAME1 "SHARED" BY REFERENCE FCTL-F_IDLST "1"
            "FCTL-KEY" BY REFERENCE FCTL-KEY.
           CALL "DB_F_Open" USING
            "I-O" MCPF_PNAME1 "SHARED" BY REFERENCE MCPF_IDLST "1"
            "MCP-KEY" BY REFERENCE MCP-KEY.
           PERFORM  MCPW-THR-RTN  THRU  MCPW-THR-EXT.
           CALL "SD_Output" USING
            "DSP-010" DSP-010 "p" RETURNING RESU.
       ST-10.
           IF  TT-ANS  =  "9"
               GO  TO  ST-10
           END-IF.
      *        A LIFT OVER THE THRESHOLD WAITS FOR APPROVAL.
           IF  WK-CRLM  >  TT-CRLM  +  MCPW-THCR
           OR  ( WK-CRLM  =  0  AND  TT-CRLM  NOT =  0 )
               GO  TO  ST-40
           END-IF.
           MOVE  WK-CRLM  TO  TT-CRLM.
      *           REWRITE  TT-R   INVALID
      *///////////////
           CALL "SD_Output" USING
            "DSP-097" DSP-097 "p" RETURNING RESU.
           GO  TO  ST-10.
      *****
      *    FILE THE CHANGE ON JT-MCPF -- TT-M STAYS AS IT IS.
       ST-40.
           MOVE  TT-R      TO  MCP-BEFORE.
           MOVE  TT-CRLM   TO  TT-TXT-CRLM.
           MOVE  TT-TUZ    TO  TT-TXT-TUZ.
           MOVE  TT-MCP-TXT  TO  MCP-BTXT.
           MOVE  WK-CRLM   TO  TT-CRLM.
           MOVE  TT-R      TO  MCP-AFTER.
           MOVE  TT-CRLM   TO  TT-TXT-CRLM.
           MOVE  TT-MCP-TXT  TO  MCP-ATXT.
           MOVE  "TT-M    "  TO  MCP-FILE.
           MOVE  SPACE       TO  MCP-FKEY.
           MOVE  TT-TCD      TO  MCP-FKEY (1:4).
           MOVE  "CRL"       TO  MCP-FLD.
           MOVE  USER_ID     TO  MCP-POPR.
           PERFORM  MCPW-PUT-RTN  THRU  MCPW-PUT-EXT.
           IF  RET = 1
               CALL "SD_Output" USING
                "DSP-098" DSP-098 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
           CALL "SD_Output" USING
            "DSP-103" DSP-103 "p" RETURNING RESU.
           GO  TO  ST-10.
       END-RTN.
           CALL "C3_Set_Jrcode" USING
            USER_ID BY REFERENCE COMPLETION_CODE 255.
           CALL "DB_F_Close" USING
            BY REFERENCE TT-M_IDLST TT-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE FCTL-F_IDLST FCTL-F_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE MCPF_IDLST MCPF_PNAME1.
           CALL "DB_Close".
       END-EXT.
           EXIT.
       COPY  LPMCPF  REPLACING  ==MCPW-PGM==  BY  =="TT710U"==.
