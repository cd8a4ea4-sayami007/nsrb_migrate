      *        THEY POST.  CLOSES AND THE CONTROLLED REOPENS
      *        BOTH GO THROUGH THE SAME JT-FCTA AUDIT AS EVERY
      *        OTHER FCTL CHANGE, AND THE WHOLE CONSOLE ALREADY
      *        SITS BEHIND THE JT-OPAU AUTHORITY GATE.  A CLOSE
      *        IS REFUSED WHILE ANY MANDATORY JT-CTSK CLOSE TASK
      *        IS NOT DONE ON THE PERIOD'S PR840U CHECKLIST.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       77  RESU                    PIC  9(001).
       77  WK-TODAY        PIC  9(06).
       77  WK-NOW          PIC  9(06).
       77  WK-CTK-OPEN     PIC  9(03)  VALUE  0.
       01  WK-AREA.
           02  PR-SELKEY   PIC  X(01).
           02  WK-LKYM     PIC  9(04).
       COPY    LWMSG_PR.
       COPY    FCTL.
       COPY    LIFCTA.
       COPY    LICTSK.
       COPY    LICCHK.
      *****
       01  PR-RPT-DATE.
           02  FILLER          PIC  X(14)  VALUE  "FCTL DATE    ".
               VALUE  "WRITE OK Y=1,N=9( ) ".
           03  DSP-102         PIC  X(20)
               VALUE  "NOT AUTHORIZED      ".
           03  DSP-103         PIC  X(20)
               VALUE  "CLOSE TASKS OPEN    ".
       01  ACP-AREA.
           03  ACP-010         PIC  X(01).
           03  ACP-031         PIC  9(08).
            "03DSP-040" "X" "7" "21" "1" "DSP-042" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA2" " " "0" "0" "134" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-093" "X" "22" "1" "18" " " "DSP-AREA2"
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-102" "X" "22" "1" "20" "DSP-101" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-103" "X" "22" "1" "20" "DSP-102" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-AREA" " " "0" "0" "29" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
           CALL "DB_F_Open" USING
            "I-O" FCTA_PNAME1 "SHARED" BY REFERENCE FCTA_IDLST "1"
            "FCTA-KEY" BY REFERENCE FCTA-KEY.
           CALL "DB_F_Open" USING
            "INPUT" CTSK_PNAME1 "SHARED" BY REFERENCE CTSK_IDLST "1"
            "CTK-KEY" BY REFERENCE CTK-KEY.
           CALL "DB_F_Open" USING
            "INPUT" CCHK_PNAME1 "SHARED" BY REFERENCE CCHK_IDLST "1"
            "CCK-KEY" BY REFERENCE CCK-KEY.
           OPEN  OUTPUT  PR-RPT-FILE.
           PERFORM  LST-RTN  THRU  LST-EXT.
           CALL "SD_Output" USING
           IF  WK-LKST  >  1
               GO  TO  ST-61
           END-IF.
           IF  WK-LKST  =  1
               PERFORM  CTK-CHK-RTN  THRU  CTK-CHK-EXT
               IF  WK-CTK-OPEN  NOT =  0
                   CALL "SD_Output" USING
                    "DSP-103" DSP-103 "p" RETURNING RESU
                   CALL "SD_Output" USING
                    "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
                   GO  TO  ST-10
               END-IF
           END-IF.
       ST-62.
           CALL "SD_Output" USING
            "DSP-101" DSP-101 "p" RETURNING RESU.
           PERFORM  UPD-RTN  THRU  UPD-EXT.
           GO  TO  ST-10.
      *****
      *    COUNT THE MANDATORY CLOSE TASKS NOT DONE FOR WK-LKYM
      *    INTO WK-CTK-OPEN.  A TASK WITH NO JT-CCHK RECORD FOR
      *    THE PERIOD HAS NEVER BEEN CHECKED OFF AND IS OPEN.
       CTK-CHK-RTN.
           MOVE  0  TO  WK-CTK-OPEN.
           CALL "DB_F_Close" USING
            BY REFERENCE CTSK_IDLST CTSK_PNAME1.
           CALL "DB_F_Open" USING
            "INPUT" CTSK_PNAME1 "SHARED" BY REFERENCE CTSK_IDLST "1"
            "CTK-KEY" BY REFERENCE CTK-KEY.
       CTK-CHK-10.
           CALL "DB_Read" USING
            "NEXT AT END" CTSK_PNAME1 BY REFERENCE CTK-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               GO  TO  CTK-CHK-EXT
           END-IF.
           IF  CTK-MAND  NOT =  1
               GO  TO  CTK-CHK-10
           END-IF.
           MOVE  WK-LKYM  TO  CCK-YM.
           MOVE  CTK-CD   TO  CCK-CD.
           CALL "DB_Read" USING
            "INVALID" CCHK_PNAME1 BY REFERENCE CCK-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1  OR  CCK-STAT  NOT =  1
               ADD  1  TO  WK-CTK-OPEN
           END-IF.
           GO  TO  CTK-CHK-10.
       CTK-CHK-EXT.
           EXIT.
      *****
      *    AUDIT FOR A FRESHLY INSERTED LOCK RECORD -- THE
      *    UPD-RTN AUDIT WITHOUT THE REWRITE.
       AUD-RTN.
            BY REFERENCE FCTL-F_IDLST FCTL-F_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE FCTA_IDLST FCTA_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE CTSK_IDLST CTSK_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE CCHK_IDLST CCHK_PNAME1.
           CALL "DB_Close".
       END-EXT.
           EXIT.
