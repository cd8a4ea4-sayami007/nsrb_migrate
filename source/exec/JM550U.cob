      *****************************************************
      *****   J-M ITEM PRICE MAINTENANCE WITH HISTORY *****
      *****************************************************
      *        A J-ST OR J-YT MOVE BEYOND THE FCTL "MCTHR" PRICE
      *        THRESHOLD IS NOT APPLIED HERE: IT IS FILED ON
      *        JT-MCPF FOR A SECOND OPERATOR TO APPROVE ON NB800U,
      *        WHICH UPDATES J-M AND WRITES THE HISTORY LINE.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
           02  WK-JCD          PIC  9(06).
           02  WK-TODAY        PIC  9(06).
       COPY    LIJM.
       COPY    FCTL.
       COPY    LIMCPF.
       COPY    LWMCPF.
       01  JM-MCP-TXT.
           02  FILLER          PIC  X(03)  VALUE  "ST=".
           02  JM-TXT-ST       PIC  -(06)9.99.
           02  FILLER          PIC  X(04)  VALUE  " YT=".
           02  JM-TXT-YT       PIC  -(06)9.99.
           02  FILLER          PIC  X(04)  VALUE  " ED=".
           02  JM-TXT-ED       PIC  9(06).
      *****
       01  DSP-AREA.
           03  DSP-010         PIC  X(32)
               VALUE  "PRICE UPDATED     ".
           03  DSP-094         PIC  X(18)
               VALUE  "UPDATE FAILED     ".
           03  DSP-095.
               05  FILLER      PIC  X(25)  VALUE
               "PROPOSED FOR APPROVAL NO=".
               05  DSP-096     PIC  9(06).
       01  DSP-BUZZER.
           03  DISP-BUZ-J-03   PIC  X(05)  VALUE  X"1B4A03".
       01  ACP-AREA.
       CALL "SD_Init" USING
            "DSP-060" "X" "11" "1" "20" "DSP-050" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA2" " " "0" "0" "103" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-091" "X" "22" "1" "20" " " "DSP-AREA2"
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-094" "X" "22" "1" "18" "DSP-093" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-095" " " "22" "0" "31" "DSP-094" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "01DSP-095" "X" "22" "1" "25" " " "DSP-095"
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-096" "9" "22" "26" "6" "01DSP-095" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-096" BY REFERENCE MCP-NO "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-BUZZER" " " "24" "0" "5" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "I-O" J-M_PNAME1 "SHARED" BY REFERENCE J-M_IDLST "1"
            "J-JCD" BY REFERENCE J-JCD.
           OPEN  EXTEND  JM-HIST-FILE.
           CALL "DB_F_Open" USING
            "I-O" FCTL-F_PNAME1 "SHARED" BY REFERENCE FCTL-F_IDLST "1"
            "FCTL-KEY" BY REFERENCE FCTL-KEY.
           CALL "DB_F_Open" USING
            "I-O" MCPF_PNAME1 "SHARED" BY REFERENCE MCPF_IDLST "1"
            "MCP-KEY" BY REFERENCE MCP-KEY.
           PERFORM  MCPW-THR-RTN  THRU  MCPW-THR-EXT.
       ST-10.
           CALL "SD_Output" USING
            "DSP-020" DSP-020 "p" RETURNING RESU.
                "DSP-092" DSP-092 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
      *        A PRICE MOVE OVER THE THRESHOLD WAITS FOR APPROVAL.
           MOVE  MCPW-THJM  TO  MCPW-THP.
           MOVE  J-ST       TO  MCPW-OLD.
           MOVE  ACP-020    TO  MCPW-NEW.
           PERFORM  MCPW-PCT-RTN  THRU  MCPW-PCT-EXT.
           IF  MCPW-OVR  =  0
               MOVE  J-YT       TO  MCPW-OLD
               MOVE  ACP-030    TO  MCPW-NEW
               PERFORM  MCPW-PCT-RTN  THRU  MCPW-PCT-EXT
           END-IF.
           IF  MCPW-OVR  =  1
               GO  TO  ST-40
           END-IF.
           MOVE  SPACE         TO  JM-HIST-LINE.
           MOVE  J-JCD         TO  HIST-JCD.
           MOVE  J-ST          TO  HIST-OLD-ST.
           CALL "SD_Output" USING
            "DSP-093" DSP-093 "p" RETURNING RESU.
           GO  TO  ST-10.
      *****
      *    FILE THE CHANGE ON JT-MCPF -- J-M STAYS AS IT IS.
       ST-40.
           MOVE  J-R       TO  MCP-BEFORE.
           MOVE  J-ST      TO  JM-TXT-ST.
           MOVE  J-YT      TO  JM-TXT-YT.
           MOVE  J-ED      TO  JM-TXT-ED.
           MOVE  JM-MCP-TXT  TO  MCP-BTXT.
           MOVE  ACP-020   TO  J-ST.
           MOVE  ACP-030   TO  J-YT.
           MOVE  ACP-040   TO  J-ED.
           MOVE  J-R       TO  MCP-AFTER.
           MOVE  J-ST      TO  JM-TXT-ST.
           MOVE  J-YT      TO  JM-TXT-YT.
           MOVE  J-ED      TO  JM-TXT-ED.
           MOVE  JM-MCP-TXT  TO  MCP-ATXT.
           MOVE  "J-M     "  TO  MCP-FILE.
           MOVE  SPACE       TO  MCP-FKEY.
           MOVE  J-JCD       TO  MCP-FKEY (1:6).
           MOVE  "PRC"       TO  MCP-FLD.
           MOVE  USER_ID     TO  MCP-POPR.
           PERFORM  MCPW-PUT-RTN  THRU  MCPW-PUT-EXT.
           IF  RET = 1
               CALL "SD_Output" USING
                "DSP-094" DSP-094 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
           CALL "SD_Output" USING
            "DSP-095" DSP-095 "p" RETURNING RESU.
           GO  TO  ST-10.
       END-RTN.
           CALL "C3_Set_Jrcode" USING
            USER_ID BY REFERENCE COMPLETION_CODE 255.
           CLOSE  JM-HIST-FILE.
           CALL "DB_F_Close" USING BY REFERENCE J-M_IDLST J-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE FCTL-F_IDLST FCTL-F_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE MCPF_IDLST MCPF_PNAME1.
           CALL "DB_Close".
           STOP  RUN.
       COPY  LPMCPF  REPLACING  ==MCPW-PGM==  BY  =="JM550U"==.
