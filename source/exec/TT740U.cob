      *        ADD/CHANGE/DELETE FOR THE TOKMS CUSTOMER NAME AND
      *        ADDRESS MASTER (TK-M): KANJI NAME, POSTAL CODE,
      *        TWO ADDRESS LINES, PAYMENT-TERMS DAYS AND TAX
      *        ROUNDING RULE, SUMMARY-BILLING CUTOFF AND DISPUTE
      *        FLAG, AND THE BAD-DEBT DOUBTFUL FLAG WITH ITS
      *        SPECIFIC PROVISION PERCENT FOR PR780U, AND THE
      *        JT-PTRM PAYMENT-TERMS CODE (0 = NONE, THE TERMS
      *        DAYS APPLY) THAT SETS SKDF DUE DATES, AND THE
      *        JF860U BACKORDER FILL PRIORITY (1-9, 0 = NOT
      *        RANKED), AND THE CONSIGNMENT FLAG (1 = DELIVERIES
      *        STAY OUR STOCK AT THE CUSTOMER'S SITE, JT-CNSG,
      *        UNTIL REPORTED SOLD).  TT700R
      *        STATEMENTS, JF620R ORDER ACKNOWLEDGEMENTS AND THE
      *        SK700R AGING PULL NAME AND ADDRESS FROM HERE, SO
      *        OUTPUT IS MAILABLE AS PRINTED.
      *        THE POSTAL CODE IS CHECKED ON THE JT-PSTM POSTAL
      *        MASTER (TT850U) AND STORED AS NNN-NNNN; A CODE NOT
      *        ON THE MASTER IS KEPT ONLY ON CONFIRMATION.  A KNOWN
      *        CODE SHOWS ITS PREFECTURE AND CITY, PROPOSES THEM
      *        AS THE FIRST ADDRESS LINE WHEN THAT IS EMPTY, AND
      *        SETS THE TT-M PREFECTURE CODE TT-FKC ON SAVE.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
           02  TK-ACT          PIC  X(01).
           02  TK-ANS          PIC  X(01).
       COPY    LITKM.
       COPY    LIPTRM.
       COPY    LSTTM.
       COPY    LIPSTM.
       COPY    LWPSTM.
       77  WK-PTDF         PIC  9(02)  VALUE  0.
       COPY    LMSTRN.
       COPY    LIMSOX.
       COPY    LIMAUD.
               VALUE  "NAME:".
           03  DSP-050         PIC  X(12)
               VALUE  "POST(      )".
           03  DSP-052         PIC  N(16).
           03  DSP-060         PIC  X(06)
               VALUE  "ADR1:".
           03  DSP-070         PIC  X(06)
               VALUE  "TERMS(  ) ROUND( )      ".
           03  DSP-085         PIC  X(24)
               VALUE  "CUTDAY(  ) DISPUTE( )   ".
           03  DSP-087         PIC  X(24)
               VALUE  "DOUBTFUL( ) PROV%(   )  ".
           03  DSP-089         PIC  X(34)
               VALUE  "PAY TERMS(   ) 0=DAYS  FILL PRI( )".
           03  DSP-088         PIC  X(10)
               VALUE  "CONSIGN( )".
       01  DSP-AREA2.
           03  DSP-090         PIC  X(20)
               VALUE  "TERMS CODE NOT FOUND".
           03  DSP-091         PIC  X(20)
               VALUE  "INVALID ACT CODE   ".
           03  DSP-092         PIC  X(24)
               VALUE  "DATABASE ERROR      ".
           03  DSP-099         PIC  X(20)
               VALUE  "NOT AUTHORIZED      ".
           03  DSP-081         PIC  X(20)
               VALUE  "POSTAL CODE NNN-NNNN".
           03  DSP-082         PIC  X(32)
               VALUE  "NOT ON POSTAL MASTER KEEP 1/9( )".
       01  DSP-BUZZER.
           03  DISP-BUZ-J-03   PIC  X(05)  VALUE  X"1B4A03".
       01  ACP-AREA.
           03  ACP-080         PIC  9(01).
           03  ACP-083         PIC  9(02).
           03  ACP-086         PIC  9(01).
           03  ACP-087         PIC  9(01).
           03  ACP-088         PIC  9(03).
           03  ACP-089         PIC  9(03).
           03  ACP-091         PIC  9(01).
           03  ACP-092         PIC  9(01).
           03  ACP-090         PIC  X(01).
           03  ACP-093         PIC  X(01).
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       CALL "SD_Initialize" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA" " " "0" "0" "258" " " " "  RETURNING RESU.
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
            "DSP-070" "X" "13" "1" "6" "DSP-060" " "  RETURNING RESU.
       CALL "SD_Init" USING
       CALL "SD_Init" USING
            "DSP-085" "X" "17" "1" "24" "DSP-080" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-087" "X" "19" "1" "24" "DSP-085" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-089" "X" "21" "1" "34" "DSP-087" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-088" "X" "21" "36" "10" "DSP-089" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA2" " " "0" "0" "246" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-090" "X" "22" "1" "20" " " "DSP-AREA2"
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-091" "X" "22" "1" "20" "DSP-090" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-092" "X" "22" "1" "24" "DSP-091" " "
       CALL "SD_Init" USING
            "DSP-099" "X" "22" "1" "20" "DSP-098" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-081" "X" "22" "1" "20" "DSP-099" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-082" "X" "22" "1" "32" "DSP-081" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-BUZZER" " " "24" "0" "5" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DISP-BUZ-J-03" "X" "24" "80" "5" " " "DSP-BUZZER"
            RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-AREA" " " "0" "0" "115" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-010" "X" "3" "30" "1" " " "ACP-AREA"  RETURNING RESU.
       CALL "SD_Into" USING
       CALL "SD_Into" USING
            "ACP-086" BY REFERENCE TK-DSPF "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-087" "9" "19" "10" "1" "ACP-086" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-087" BY REFERENCE TK-BDF "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-088" "9" "19" "19" "3" "ACP-087" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-088" BY REFERENCE TK-BDPCT "3" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-089" "9" "21" "11" "3" "ACP-088" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-089" BY REFERENCE TK-PTC "3" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-091" "9" "21" "33" "1" "ACP-089" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-091" BY REFERENCE TK-PRI "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-092" "9" "21" "44" "1" "ACP-091" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-092" BY REFERENCE TK-CNSF "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-090" "X" "22" "20" "1" "ACP-092" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-090" BY REFERENCE TK-ANS "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-093" "X" "22" "31" "1" "ACP-090" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-093" BY REFERENCE TK-ANS "1" "0" RETURNING RESU.
      *
           ACCEPT USER_ID FROM ARGUMENT-VALUE.
           ACCEPT COMPLETION_CODE FROM ARGUMENT-VALUE.
           CALL "DB_F_Open" USING
            "I-O" TK-M_PNAME1 "SHARED" BY REFERENCE TK-M_IDLST "1"
            "TK-KEY" BY REFERENCE TK-KEY.
           CALL "DB_F_Open" USING
            "INPUT" PTRM_PNAME1 "SHARED" BY REFERENCE PTRM_IDLST "1"
            "PTM-KEY" BY REFERENCE PTM-KEY.
           CALL "DB_F_Open" USING
            "INPUT" PSTM_PNAME1 "SHARED" BY REFERENCE PSTM_IDLST "1"
            "PST-KEY" BY REFERENCE PST-KEY.
           CALL "DB_F_Open" USING
            "I-O" TT-M_PNAME1 "SHARED" BY REFERENCE TT-M_IDLST
            "1" "TT-KEY" BY REFERENCE TT-KEY.
           CALL "DB_F_Open" USING
            "I-O" MAUD_PNAME1 "SHARED" BY REFERENCE MAUD_IDLST "1"
            "MAUD-KEY" BY REFERENCE MAUD-KEY.
           IF  ESTAT  =  "09"
               GO  TO  ST-20
           END-IF.
       ST-30A.
           MOVE  0  TO  WK-PTDF.
           CALL "SD_Output" USING
            "DSP-050" DSP-050 "p" RETURNING RESU.
           CALL "SD_Accept" USING
           IF  ESTAT  =  "09"
               GO  TO  ST-30
           END-IF.
      *        POSTAL CODE ON THE JT-PSTM MASTER -- SEE LPPSTM.
      *        BLANK IS LEFT AS IT WAS.
           MOVE  TK-POST  TO  PSTW-IN.
           PERFORM  PSTW-CHK-RTN  THRU  PSTW-CHK-EXT.
           MOVE  PSTW-IN  TO  TK-POST.
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
               IF  TK-ANS  =  "9"
                   GO  TO  ST-30A
               END-IF
           END-IF.
           IF  PSTW-ST  =  0
               MOVE  PST-TDFK  TO  WK-PTDF
               CALL "SD_Output" USING
                "DSP-052" DSP-052 "p" RETURNING RESU
               IF  TK-ADR1  =  SPACE
                   MOVE  PST-ADRP  TO  TK-ADR1
               END-IF
           END-IF.
           CALL "SD_Output" USING
            "DSP-060" DSP-060 "p" RETURNING RESU.
           CALL "SD_Accept" USING
           IF  TK-DSPF  >  1
               GO  TO  ST-34
           END-IF.
      *        BAD-DEBT DOUBTFUL FLAG AND THE PERCENT OF THE OPEN
      *        BALANCE PR780U PROVIDES WHILE IT IS SET.  THE
      *        WRITE-OFF FLAG IS PR790U'S AND IS NOT KEYED HERE.
           IF  TK-BDF  IS  NOT  NUMERIC
               MOVE  0  TO  TK-BDF
           END-IF.
           IF  TK-BDPCT  IS  NOT  NUMERIC
               MOVE  0  TO  TK-BDPCT
           END-IF.
           IF  TK-ACT  =  "A"  OR  TK-WOF  IS  NOT  NUMERIC
               MOVE  0  TO  TK-WOF
           END-IF.
           CALL "SD_Output" USING
            "DSP-087" DSP-087 "p" RETURNING RESU.
       ST-35.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-087 "ACP-087" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-34
           END-IF.
           IF  TK-BDF  >  1
               GO  TO  ST-35
           END-IF.
           IF  TK-BDF  =  0
               MOVE  0  TO  TK-BDPCT
               GO  TO  ST-37
           END-IF.
       ST-36.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-088 "ACP-088" "9" "3"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-35
           END-IF.
           IF  TK-BDPCT  >  100
               GO  TO  ST-36
           END-IF.
      *        PAYMENT-TERMS CODE -- MUST BE ON JT-PTRM (SK900U);
      *        0 LEAVES THE TERMS DAYS IN CHARGE.
       ST-37.
           IF  TK-PTC  IS  NOT  NUMERIC
               MOVE  0  TO  TK-PTC
           END-IF.
           CALL "SD_Output" USING
            "DSP-089" DSP-089 "p" RETURNING RESU.
       ST-38.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-089 "ACP-089" "9" "3"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-35
           END-IF.
           IF  TK-PTC  NOT =  0
               MOVE  TK-PTC  TO  PTM-CODE
               CALL "DB_Read" USING
                "INVALID" PTRM_PNAME1 BY REFERENCE PTM-R "UNLOCK"
                RETURNING RET
               IF  RET  =  1
                   CALL "SD_Output" USING
                    "DSP-090" DSP-090 "p" RETURNING RESU
                   CALL "SD_Output" USING
                    "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
                   GO  TO  ST-38
               END-IF
           END-IF.
      *        BACKORDER FILL PRIORITY (JF860U).
           IF  TK-PRI  IS  NOT  NUMERIC
               MOVE  0  TO  TK-PRI
           END-IF.
       ST-39.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-091 "ACP-091" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-38
           END-IF.
      *        CONSIGNMENT CUSTOMER (ZK710U, ZK850U) -- 0 OR 1.
           IF  TK-CNSF  IS  NOT  NUMERIC
               MOVE  0  TO  TK-CNSF
           END-IF.
           CALL "SD_Output" USING
            "DSP-088" DSP-088 "p" RETURNING RESU.
       ST-39A.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-092 "ACP-092" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-39
           END-IF.
           IF  TK-CNSF  >  1
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-39A
           END-IF.
       ST-40.
           IF  TK-ACT  =  "A"
      *           WRITE  TK-R   INVALID
      *///////////////
               PERFORM  MAUD-WR-RTN  THRU  MAUD-WR-EXT
               MOVE  "A"  TO  WK-MSACT
               PERFORM  MSOX-WR-RTN  THRU  MSOX-WR-EXT
               PERFORM  FKC-RTN  THRU  FKC-EXT
           ELSE
      *           REWRITE  TK-R   INVALID
      *///////////////
               PERFORM  MAUD-WR-RTN  THRU  MAUD-WR-EXT
               MOVE  "C"  TO  WK-MSACT
               PERFORM  MSOX-WR-RTN  THRU  MSOX-WR-EXT
               PERFORM  FKC-RTN  THRU  FKC-EXT
           END-IF.
           GO  TO  ST-10.
       ST-50.
            USER_ID BY REFERENCE COMPLETION_CODE 255.
           CALL "DB_F_Close" USING
            BY REFERENCE TK-M_IDLST TK-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE PTRM_IDLST PTRM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE PSTM_IDLST PSTM_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE TT-M_IDLST TT-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE MSOX_IDLST MSOX_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE MAUD_IDLST MAUD_PNAME1.
           CALL "DB_Close".
       END-EXT.
           EXIT.
       PST-KEEP-RTN.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-093 "ACP-093" "X" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  TK-ANS  NOT =  "1"  AND  "9"
               GO  TO  PST-KEEP-RTN
           END-IF.
       PST-KEEP-EXT.
           EXIT.
      *****
      *    THE CUSTOMER'S TT-M PREFECTURE CODE FOLLOWS A POSTAL
      *    CODE FOUND ON THE MASTER.
       FKC-RTN.
           IF  WK-PTDF  =  0
               GO  TO  FKC-EXT
           END-IF.
           MOVE  TK-TCD  TO  TT-TCD.
           CALL "DB_Read" USING
            "INVALID" TT-M_PNAME1 BY REFERENCE TT-R " "
            RETURNING RET.
           IF  RET  =  1
               GO  TO  FKC-EXT
           END-IF.
           IF  TT-FKC  =  WK-PTDF
               GO  TO  FKC-EXT
           END-IF.
           MOVE  WK-PTDF  TO  TT-FKC.
           CALL "DB_Update" USING
            TT-M_PNAME1 TT-M_LNAME TT-R RETURNING RET.
       FKC-EXT.
           EXIT.
      *****
      *    QUEUE THE CHANGE JUST MADE AS AN OUTBOUND MSTRN-
      *    FORMAT RECORD (SEE LIMSOX) SO THE BRANCH SYSTEM
           END-IF.
       MAUD-PUT-EXT.
           EXIT.
       COPY    LPPSTM.
