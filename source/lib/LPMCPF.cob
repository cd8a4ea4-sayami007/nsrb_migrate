      *****************************************************
      *****   MAKER-CHECKER ROUTINES  ( LPMCPF )      *****
      *****************************************************
      *    COPY INTO THE PROCEDURE DIVISION WITH
      *        COPY LPMCPF REPLACING ==MCPW-PGM== BY =="XXXXXX"==.
      *    DATA IN LWMCPF, LIMCPF AND FCTL.
       MCPW-THR-RTN.
           MOVE  "MCTHR"  TO  FCTL-KEY1.
           CALL "DB_Read" USING
            "INVALID" FCTL-F_PNAME1 BY REFERENCE FCTL-REC "UNLOCK"
            RETURNING RET.
           IF  RET  =  0
               MOVE  FCTL-MCJMP  TO  MCPW-THJM
               MOVE  FCTL-MCCRL  TO  MCPW-THCR
               MOVE  FCTL-MCKHP  TO  MCPW-THKH
               MOVE  FCTL-MCJVA  TO  MCPW-THJV
           END-IF.
       MCPW-THR-EXT.
           EXIT.
      *    A MOVE FROM A ZERO VALUE IS ALWAYS OVER THE THRESHOLD.
       MCPW-PCT-RTN.
           MOVE  0  TO  MCPW-OVR.
           IF  MCPW-NEW  =  MCPW-OLD
               GO  TO  MCPW-PCT-EXT
           END-IF.
           IF  MCPW-OLD  =  0
               MOVE  1  TO  MCPW-OVR
               GO  TO  MCPW-PCT-EXT
           END-IF.
           COMPUTE  MCPW-DIF  =  ( MCPW-NEW - MCPW-OLD ) * 100.
           IF  MCPW-DIF  <  0
               COMPUTE  MCPW-DIF  =  0 - MCPW-DIF
           END-IF.
           IF  MCPW-OLD  <  0
               COMPUTE  MCPW-OLD  =  0 - MCPW-OLD
           END-IF.
           IF  MCPW-DIF  >  MCPW-OLD * MCPW-THP
               MOVE  1  TO  MCPW-OVR
           END-IF.
       MCPW-PCT-EXT.
           EXIT.
      *    THE NEXT NUMBER FROM THE FCTL "MCPNO" COUNTER, THEN
      *    THE PENDING RECORD ITSELF.
       MCPW-PUT-RTN.
           MOVE  "MCPNO"  TO  FCTL-KEY1.
           CALL "DB_Read" USING
            "INVALID" FCTL-F_PNAME1 BY REFERENCE FCTL-REC " "
            RETURNING RET.
           IF  RET  =  1
               MOVE  SPACE    TO  FCTL-REC
               MOVE  "MCPNO"  TO  FCTL-IVK
               MOVE  1        TO  FCTL-IVNO
               CALL "DB_Insert" USING
                FCTL-F_PNAME1 FCTL-F_LNAME FCTL-REC RETURNING RET
           ELSE
               ADD  1  TO  FCTL-IVNO
               CALL "DB_Update" USING
                FCTL-F_PNAME1 FCTL-F_LNAME FCTL-REC RETURNING RET
           END-IF.
           IF  RET  =  1
               GO  TO  MCPW-PUT-EXT
           END-IF.
           MOVE  FCTL-IVNO  TO  MCP-NO.
           MOVE  0          TO  MCP-STAT.
           MOVE  MCPW-PGM   TO  MCP-PPGM.
           ACCEPT  MCP-PDATE  FROM  DATE.
           ACCEPT  MCP-PTIME  FROM  TIME.
           MOVE  SPACE      TO  MCP-AOPR.
           MOVE  0          TO  MCP-ADATE.
           MOVE  0          TO  MCP-ATIME.
           MOVE  SPACE      TO  MCP-RSN.
           CALL "DB_Insert" USING
            MCPF_PNAME1 MCPF_LNAME MCP-R RETURNING RET.
       MCPW-PUT-EXT.
           EXIT.
