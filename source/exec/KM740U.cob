      *        SST/DRH/KPS/SKH/SHY) AND THE NEW RATE VALUE, SNAPSHOTS
      *        THE OLD AND NEW FULL RATE SET TO THE KHMH HISTORY FILE,
      *        AND APPLIES THE CHANGE TO KHM.
      *        A RATE MOVE BEYOND THE FCTL "MCTHR" KHM THRESHOLD
      *        IS NOT APPLIED: IT IS FILED ON JT-MCPF FOR A SECOND
      *        OPERATOR TO APPROVE ON NB800U, WHICH THEN UPDATES
      *        KHM AND WRITES THE KHMH SNAPSHOT.  SUCH A CHANGE
      *        NEEDS THE PROPOSING OPERATOR'S ID AS THE FOURTH
      *        ARGUMENT.
       77  ERR-STAT        PIC  X(02).
       77  RET             PIC  9(01)  VALUE  0.
       77  WK-HCD          PIC  X(005).
       77  WK-OLDVAL       PIC  9(004)V9(02).
       77  WK-TODAY        PIC  9(006).
       77  WK-NOW          PIC  9(006).
       77  WK-OPR          PIC  X(006)  VALUE  SPACE.
       COPY    LIKHM.
       COPY    LIKHMH.
       COPY    FCTL.
       COPY    LIMCPF.
       COPY    LWMCPF.
       01  KM-MCP-TXT.
           02  KM-TXT-FLD      PIC  X(03).
           02  FILLER          PIC  X(01)  VALUE  "=".
           02  KM-TXT-VAL      PIC  Z(05)9.99.
      *****
       01  KM-RPT-NF.
           02  FILLER          PIC  X(30)  VALUE
           02  FILLER          PIC  X(34)  VALUE
               "DATABASE ERROR, RATE NOT CHANGED".
           02  RPT-DBERR-FLD   PIC  X(003).
       01  KM-RPT-MCP.
           02  FILLER          PIC  X(44)  VALUE
               "RATE CHANGE AWAITING APPROVAL ON NB800U NO=".
           02  RPT-MCP-NO      PIC  9(006).
       01  KM-RPT-NOPR.
           02  FILLER          PIC  X(44)  VALUE
               "CHANGE NEEDS APPROVAL, NO OPERATOR ID GIVEN".
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
           ACCEPT  WK-HCD         FROM  ARGUMENT-VALUE.
           ACCEPT  WK-FLD         FROM  ARGUMENT-VALUE.
           ACCEPT  WK-NEWVAL      FROM  ARGUMENT-VALUE.
           ACCEPT  WK-OPR         FROM  ARGUMENT-VALUE.
           ACCEPT  WK-TODAY  FROM  DATE.
           ACCEPT  WK-NOW    FROM  TIME.
      *
           CALL "DB_F_Open" USING
            "I-O" KHMH_PNAME1 "SHARED" BY REFERENCE KHMH_IDLST
            "1" "KHMH-KEY" BY REFERENCE KHMH-KEY.
           CALL "DB_F_Open" USING
            "I-O" FCTL-F_PNAME1 "SHARED" BY REFERENCE FCTL-F_IDLST "1"
            "FCTL-KEY" BY REFERENCE FCTL-KEY.
           CALL "DB_F_Open" USING
            "I-O" MCPF_PNAME1 "SHARED" BY REFERENCE MCPF_IDLST "1"
            "MCP-KEY" BY REFERENCE MCP-KEY.
           PERFORM  MCPW-THR-RTN  THRU  MCPW-THR-EXT.
           MOVE  WK-HCD  TO  KH-HCD.
           CALL "DB_Read" USING
            "INVALID" KHM_PNAME1 BY REFERENCE KH-R "UNLOCK"
           MOVE  KH-KPS  TO  KHMH-OLD-KPS  KHMH-NEW-KPS.
           MOVE  KH-SKH  TO  KHMH-OLD-SKH  KHMH-NEW-SKH.
           MOVE  KH-SHY  TO  KHMH-OLD-SHY  KHMH-NEW-SHY.
           MOVE  KH-R    TO  MCP-BEFORE.
           EVALUATE  WK-FLD
               WHEN  "TGM"  MOVE  KH-TGM  TO  WK-OLDVAL
                            MOVE  WK-NEWVAL  TO  KH-TGM  KHMH-NEW-TGM
                   WRITE  KM-RPT-LINE
                   GO  TO  END-RTN
           END-EVALUATE.
      *        A RATE MOVE OVER THE THRESHOLD WAITS FOR APPROVAL.
           IF  WK-FLD  NOT =  "CAP"
               MOVE  MCPW-THKH  TO  MCPW-THP
               MOVE  WK-OLDVAL  TO  MCPW-OLD
               MOVE  WK-NEWVAL  TO  MCPW-NEW
               PERFORM  MCPW-PCT-RTN  THRU  MCPW-PCT-EXT
               IF  MCPW-OVR  =  1
                   PERFORM  MCP-RTN  THRU  MCP-EXT
                   GO  TO  END-RTN
               END-IF
           END-IF.
           CALL "DB_Update" USING
            KHM_PNAME1 KHM_LNAME KH-R RETURNING RET.
           IF  RET = 1
           CALL "DB_F_Close" USING BY REFERENCE KHM_IDLST KHM_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE KHMH_IDLST KHMH_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE FCTL-F_IDLST FCTL-F_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE MCPF_IDLST MCPF_PNAME1.
           CALL "DB_Close".
           STOP  RUN.
      *****
      *    FILE THE CHANGE ON JT-MCPF -- KHM STAYS AS IT IS.
       MCP-RTN.
           IF  WK-OPR  =  SPACE
               MOVE  KM-RPT-NOPR  TO  KM-RPT-LINE
               WRITE  KM-RPT-LINE
               GO  TO  MCP-EXT
           END-IF.
           MOVE  KH-R       TO  MCP-AFTER.
           MOVE  WK-FLD     TO  KM-TXT-FLD.
           MOVE  WK-OLDVAL  TO  KM-TXT-VAL.
           MOVE  KM-MCP-TXT TO  MCP-BTXT.
           MOVE  WK-NEWVAL  TO  KM-TXT-VAL.
           MOVE  KM-MCP-TXT TO  MCP-ATXT.
           MOVE  "KHM     "  TO  MCP-FILE.
           MOVE  SPACE       TO  MCP-FKEY.
           MOVE  WK-HCD      TO  MCP-FKEY (1:5).
           MOVE  WK-FLD      TO  MCP-FLD.
           MOVE  WK-OPR      TO  MCP-POPR.
           PERFORM  MCPW-PUT-RTN  THRU  MCPW-PUT-EXT.
           IF  RET = 1
               MOVE  WK-FLD  TO  RPT-DBERR-FLD
               MOVE  KM-RPT-DBERR  TO  KM-RPT-LINE
               WRITE  KM-RPT-LINE
               GO  TO  MCP-EXT
           END-IF.
           MOVE  MCP-NO       TO  RPT-MCP-NO.
           MOVE  KM-RPT-MCP   TO  KM-RPT-LINE.
           WRITE  KM-RPT-LINE.
       MCP-EXT.
           EXIT.
       COPY  LPMCPF  REPLACING  ==MCPW-PGM==  BY  =="KM740U"==.
