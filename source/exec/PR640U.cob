      *        CREDITS, THE NUMBER COMES FROM THE FCTL "JVNO"
      *        COUNTER, AND THE LINES GO TO JT-JVF AT STAT 0 FOR
      *        THE PR650U BATCH POSTING.  AN UNBALANCED VOUCHER
      *        IS REFUSED WHOLE.  A VOUCHER WHOSE DEBITS REACH
      *        THE FCTL "MCTHR" VOUCHER THRESHOLD IS WRITTEN AT
      *        STAT 9 INSTEAD AND FILED ON JT-MCPF: PR650U WILL NOT
      *        POST IT UNTIL A SECOND OPERATOR APPROVES IT ON
      *        NB800U.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       77  WK-DRTOT        PIC S9(10)  VALUE  0.
       77  WK-CRTOT        PIC S9(10)  VALUE  0.
       77  WK-TODAY8       PIC  9(08)  VALUE  0.
       77  WK-JVST         PIC  9(01)  VALUE  0.
       01  WK-AREA.
           02  PR-ANS          PIC  X(01).
           02  WK-BMON         PIC  9(04).
       COPY    LIJVF.
       COPY    ACCUNT.
       COPY    FCTL.
       COPY    LIMCPF.
       COPY    LWMCPF.
       01  PR-MCP-BTXT.
           02  FILLER          PIC  X(08)  VALUE  "VOUCHER ".
           02  PR-TXT-NO       PIC  9(06).
           02  FILLER          PIC  X(07)  VALUE  " MONTH ".
           02  PR-TXT-BMON     PIC  9(04).
           02  FILLER          PIC  X(07)  VALUE  " LINES ".
           02  PR-TXT-LI       PIC  Z9.
       01  PR-MCP-ATXT.
           02  FILLER          PIC  X(16)  VALUE  "POST DEBITS=    ".
           02  PR-TXT-DR       PIC  -(09)9.
      *****
       01  DSP-AREA.
           03  DSP-010         PIC  X(32)
           03  DSP-102.
               05  FILLER      PIC  X(16)  VALUE  "ACCEPTED VCH NO=".
               05  DSP-103     PIC  9(06).
           03  DSP-104.
               05  FILLER      PIC  X(24)  VALUE
               "HELD FOR APPROVAL VCH NO".
               05  DSP-105     PIC  9(06).
       01  DSP-BUZZER.
           03  DISP-BUZ-J-03   PIC  X(05)  VALUE  X"1B4A03".
       01  ACP-AREA.
       CALL "SD_From" USING
            "DSP-052" BY REFERENCE WK-CRTOT "10" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA2" " " "0" "0" "140" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-092" "X" "22" "1" "20" " " "DSP-AREA2"
            RETURNING RESU.
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-103" BY REFERENCE JV-NO "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-104" " " "22" "0" "30" "DSP-102" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "01DSP-104" "X" "22" "1" "24" " " "DSP-104"
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-105" "9" "22" "25" "6" "01DSP-104" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-105" BY REFERENCE JV-NO "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-BUZZER" " " "24" "0" "5" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
           CALL "DB_F_Open" USING
            "I-O" FCTL-F_PNAME1 "SHARED" BY REFERENCE FCTL-F_IDLST "1"
            "FCTL-KEY" BY REFERENCE FCTL-KEY.
           CALL "DB_F_Open" USING
            "I-O" MCPF_PNAME1 "SHARED" BY REFERENCE MCPF_IDLST "1"
            "MCP-KEY" BY REFERENCE MCP-KEY.
           PERFORM  MCPW-THR-RTN  THRU  MCPW-THR-EXT.
           ACCEPT  WK-TODAY8  FROM  DATE.
           ADD  20000000  TO  WK-TODAY8.
           CALL "SD_Output" USING
               CALL "DB_Update" USING
                FCTL-F_PNAME1 FCTL-F_LNAME FCTL-REC RETURNING RET
           END-IF.
      *        A VOUCHER AT OR OVER THE THRESHOLD IS HELD.
           MOVE  0  TO  WK-JVST.
           IF  WK-DRTOT  NOT <  MCPW-THJV
               MOVE  9  TO  WK-JVST
           END-IF.
           PERFORM  WR-RTN  THRU  WR-EXT.
           IF  WK-JVST  =  9
               GO  TO  ST-60
           END-IF.
           CALL "SD_Output" USING
            "DSP-102" DSP-102 "p" RETURNING RESU.
           GO  TO  ST-10.
      *****
      *    FILE THE HELD VOUCHER ON JT-MCPF.
       ST-60.
           MOVE  JV-NO     TO  PR-TXT-NO.
           MOVE  WK-BMON   TO  PR-TXT-BMON.
           MOVE  LI        TO  PR-TXT-LI.
           MOVE  WK-DRTOT  TO  PR-TXT-DR.
           MOVE  PR-MCP-BTXT  TO  MCP-BTXT.
           MOVE  PR-MCP-ATXT  TO  MCP-ATXT.
           MOVE  SPACE        TO  MCP-BEFORE.
           MOVE  MCP-ATXT     TO  MCP-AFTER.
           MOVE  "JVF     "   TO  MCP-FILE.
           MOVE  SPACE        TO  MCP-FKEY.
           MOVE  JV-NO        TO  MCP-FKEY (1:6).
           MOVE  "JV "        TO  MCP-FLD.
           MOVE  USER_ID      TO  MCP-POPR.
           PERFORM  MCPW-PUT-RTN  THRU  MCPW-PUT-EXT.
           IF  RET = 1
               CALL "SD_Output" USING
                "DSP-098" DSP-098 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
           CALL "SD_Output" USING
            "DSP-104" DSP-104 "p" RETURNING RESU.
           GO  TO  ST-10.
      *****
      *    WRITE THE HELD LINES AS ONE VOUCHER.
       WR-RTN.
           MOVE  FCTL-IVNO  TO  JV-NO.
               MOVE  WK-LN-DRCR (LJ)    TO  JV-DRCR
               MOVE  WK-LN-KIN  (LJ)    TO  JV-KIN
               MOVE  WK-LN-TEXT (LJ)    TO  JV-TEXT
               MOVE  WK-JVST            TO  JV-STAT
               MOVE  USER_ID            TO  JV-OPR
               CALL "DB_Insert" USING
                JVF_PNAME1 JVF_LNAME JV-R RETURNING RET
           CALL "DB_F_Close" USING BY REFERENCE AM_IDLST AM_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE FCTL-F_IDLST FCTL-F_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE MCPF_IDLST MCPF_PNAME1.
           CALL "DB_Close".
       END-EXT.
           EXIT.
       COPY  LPMCPF  REPLACING  ==MCPW-PGM==  BY  =="PR640U"==.
