      *        (J-NAME), USE CLASS (J-YC), STOCK CLASS (J-ZC),
      *        UNIT CLASSES (J-TC1/J-TC2), PRICES (J-ST/J-YT,
      *        KEYED AS EIGHT DIGITS WITH TWO IMPLIED DECIMALS),
      *        THE OUTSOURCE LINK (J-MCD/J-KT), THE TAX CLASS
      *        (J-ZKB), THE STRN-151 ITEM CLASS (J-BR1, ON
      *        HKBM WHEN NONZERO), THE SIZE SCALE (J-SZS, ON
      *        JT-SZSC WHEN NONZERO) AND THE SELLING SEASON
      *        (J-SEA, ON JT-SEAS WHEN NOT BLANK), THE
      *        MERCHANDISE SUPPLIER OF A BOUGHT-IN ITEM (J-VCD,
      *        ON JT-VNDM WHEN NONZERO).  THE ITEM
      *        CODE MUST CARRY A NONZERO J-BC MAJOR CLASS (THE
      *        SAME CODE STRUCTURE THE VALIDATION UTILITIES
      *        AUDIT), AND A NONZERO J-MCD MUST RESOLVE ON THE
      *        KHM PROCESS MASTER -- THE LOW-ORDER FIVE DIGITS OF
      *        J-MCD FORM THE KH-HCD PROCESS CODE.  ON A CHANGE
      *        A J-ST OR J-YT MOVE BEYOND THE FCTL "MCTHR" PRICE
      *        THRESHOLD IS NOT APPLIED HERE: THE OTHER FIELDS ARE
      *        SAVED WITH THE PRICES ON FILE, AND THE NEW PRICES
      *        ARE FILED ON JT-MCPF FOR NB800U APPROVAL, AS JM550U
      *        DOES.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
           02  WK-ST8          PIC  9(08).
           02  WK-YT8          PIC  9(08).
           02  WK-KT8          PIC  9(08).
           02  WK-NST          PIC S9(06)V9(02).
           02  WK-NYT          PIC S9(06)V9(02).
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
       COPY    LMSTRN.
       COPY    LIMSOX.
       COPY    LIMAUD.
       77  WK-MSQ          PIC  9(04)  VALUE  0.
       77  WK-MSACT        PIC  X(01)  VALUE  SPACE.
       COPY    LIKHM.
       COPY    LIHKBM.
       COPY    LISZSC.
       COPY    LISEAS.
       COPY    LIVNDM.
      *****
       01  DSP-AREA.
           03  DSP-010         PIC  X(32)
               VALUE  "MCD(      ) KT(        ) X100   ".
           03  DSP-075         PIC  X(22)
               VALUE  "TAXCLS 0=STD,1=RED( ) ".
           03  DSP-076         PIC  X(14)
               VALUE  "ITEM CLASS(  )".
           03  DSP-077         PIC  X(14)
               VALUE  "SIZE SCALE(  )".
           03  DSP-078         PIC  X(12)
               VALUE  "SEASON(    )".
           03  DSP-079         PIC  X(15)
               VALUE  "SUPPLIER(     )".
       01  DSP-AREA2.
           03  DSP-091         PIC  X(20)
               VALUE  "INVALID ACT CODE   ".
               VALUE  "MCD NOT ON KHM      ".
           03  DSP-101         PIC  X(20)
               VALUE  "NOT AUTHORIZED      ".
           03  DSP-102         PIC  X(20)
               VALUE  "CLASS NOT ON HKBM   ".
           03  DSP-103         PIC  X(20)
               VALUE  "SCALE NOT ON SZSC   ".
           03  DSP-104         PIC  X(20)
               VALUE  "SEASON NOT ON SEAS  ".
           03  DSP-105         PIC  X(20)
               VALUE  "SUPPLIER NOT ON VNDM".
           03  DSP-106.
               05  FILLER      PIC  X(25)  VALUE
               "PROPOSED FOR APPROVAL NO=".
               05  DSP-107     PIC  9(06).
       01  DSP-BUZZER.
           03  DISP-BUZ-J-03   PIC  X(05)  VALUE  X"1B4A03".
       01  ACP-AREA.
           03  ACP-061         PIC  9(06).
           03  ACP-062         PIC  9(08).
           03  ACP-065         PIC  9(01).
           03  ACP-066         PIC  9(02).
           03  ACP-067         PIC  9(02).
           03  ACP-068         PIC  X(04).
           03  ACP-069         PIC  9(05).
           03  ACP-070         PIC  X(01).
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       CALL "SD_Initialize" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA" " " "0" "0" "265" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-010" "X" "1" "1" "32" " " "DSP-AREA"  RETURNING RESU.
       CALL "SD_Init" USING
       CALL "SD_Init" USING
            "DSP-075" "X" "15" "1" "22" "DSP-070" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-076" "X" "17" "1" "14" "DSP-075" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-077" "X" "19" "1" "14" "DSP-076" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-078" "X" "20" "1" "12" "DSP-077" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-079" "X" "21" "1" "15" "DSP-078" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA2" " " "0" "0" "325" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-091" "X" "22" "1" "20" " " "DSP-AREA2"
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-101" "X" "22" "1" "20" "DSP-100" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-102" "X" "22" "1" "20" "DSP-101" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-103" "X" "22" "1" "20" "DSP-102" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-104" "X" "22" "1" "20" "DSP-103" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-105" "X" "22" "1" "20" "DSP-104" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-106" " " "22" "0" "31" "DSP-105" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "01DSP-106" "X" "22" "1" "25" " " "DSP-106"
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-107" "9" "22" "26" "6" "01DSP-106" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-107" BY REFERENCE MCP-NO "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-BUZZER" " " "24" "0" "5" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DISP-BUZ-J-03" "X" "24" "80" "5" " " "DSP-BUZZER"
            RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-AREA" " " "0" "0" "104" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-010" "X" "3" "30" "1" " " "ACP-AREA"  RETURNING RESU.
       CALL "SD_Into" USING
       CALL "SD_Into" USING
            "ACP-065" BY REFERENCE J-ZKB "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-066" "9" "17" "12" "2" "ACP-065" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-066" BY REFERENCE J-BR1 "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-067" "9" "19" "12" "2" "ACP-066" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-067" BY REFERENCE J-SZS "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-068" "X" "20" "8" "4" "ACP-067" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-068" BY REFERENCE J-SEA "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-069" "9" "21" "10" "5" "ACP-068" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-069" BY REFERENCE J-VCD "5" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-070" "X" "22" "20" "1" "ACP-069" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-070" BY REFERENCE JM-ANS "1" "0" RETURNING RESU.
      *
           CALL "DB_F_Open" USING
            "INPUT" KHM_PNAME1 "SHARED" BY REFERENCE KHM_IDLST "1"
            "KH-HCD" BY REFERENCE KH-HCD.
           CALL "DB_F_Open" USING
            "INPUT" HKBM_PNAME1 "SHARED" BY REFERENCE HKBM_IDLST "1"
            "HKB-KEY" BY REFERENCE HKB-KEY.
           CALL "DB_F_Open" USING
            "INPUT" SZSC_PNAME1 "SHARED" BY REFERENCE SZSC_IDLST "1"
            "SZS-KEY" BY REFERENCE SZS-KEY.
           CALL "DB_F_Open" USING
            "INPUT" SEAS_PNAME1 "SHARED" BY REFERENCE SEAS_IDLST "1"
            "SEA-KEY" BY REFERENCE SEA-KEY.
           CALL "DB_F_Open" USING
            "INPUT" VNDM_PNAME1 "SHARED" BY REFERENCE VNDM_IDLST "1"
            "VND-KEY" BY REFERENCE VND-KEY.
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
           IF  JM-ACT  =  "D"
               GO  TO  ST-50
           END-IF.
      *        THE PRICES ON FILE ARE OFFERED BACK, SO A CHANGE
      *        THAT LEAVES THEM ALONE RAISES NO PROPOSAL.
           COMPUTE  WK-ST8  =  J-ST  *  100.
           COMPUTE  WK-YT8  =  J-YT  *  100.
       ST-30.
           CALL "SD_Output" USING
            "DSP-040" DSP-040 "p" RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-30
           END-IF.
      *        ON A CHANGE J-ST/J-YT KEEP THE PRICES ON FILE UNTIL
      *        THE THRESHOLD TEST BEFORE THE REWRITE.
           IF  JM-ACT  =  "A"
               COMPUTE  J-ST  =  WK-ST8  /  100
           END-IF.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-052 "ACP-052" "9" "8"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-31
           END-IF.
           IF  JM-ACT  =  "A"
               COMPUTE  J-YT  =  WK-YT8  /  100
           END-IF.
       ST-32.
           CALL "SD_Output" USING
            "DSP-070" DSP-070 "p" RETURNING RESU.
           IF  J-ZKB  >  1
               GO  TO  ST-33
           END-IF.
       ST-34.
      *        STRN-151 ITEM CLASS -- 00 = NONE, ELSE ON HKBM.
           CALL "SD_Output" USING
            "DSP-076" DSP-076 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-066 "ACP-066" "9" "2"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-33
           END-IF.
           IF  J-BR1  NOT =  0
               MOVE  SPACE  TO  HKB-BC
               MOVE  11     TO  HKB-NO
               MOVE  J-BR1  TO  HKB-BR1
               CALL "DB_Read" USING
                "INVALID" HKBM_PNAME1 BY REFERENCE HKB-R "UNLOCK"
                RETURNING RET
               IF  RET  =  1
                   CALL "SD_Output" USING
                    "DSP-102" DSP-102 "p" RETURNING RESU
                   CALL "SD_Output" USING
                    "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
                   GO  TO  ST-34
               END-IF
           END-IF.
       ST-35.
      *        SIZE SCALE -- 00 = NONE, ELSE ON JT-SZSC.
           CALL "SD_Output" USING
            "DSP-077" DSP-077 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-067 "ACP-067" "9" "2"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-34
           END-IF.
           IF  J-SZS  NOT =  0
               MOVE  J-SZS  TO  SZS-CD
               CALL "DB_Read" USING
                "INVALID" SZSC_PNAME1 BY REFERENCE SZS-R "UNLOCK"
                RETURNING RET
               IF  RET  =  1
                   CALL "SD_Output" USING
                    "DSP-103" DSP-103 "p" RETURNING RESU
                   CALL "SD_Output" USING
                    "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
                   GO  TO  ST-35
               END-IF
           END-IF.
       ST-36.
      *        SELLING SEASON -- BLANK = NONE, ELSE ON JT-SEAS.
           CALL "SD_Output" USING
            "DSP-078" DSP-078 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-068 "ACP-068" "X" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-35
           END-IF.
           IF  J-SEA  NOT =  SPACE
               MOVE  J-SEA  TO  SEA-CD
               CALL "DB_Read" USING
                "INVALID" SEAS_PNAME1 BY REFERENCE SEA-R "UNLOCK"
                RETURNING RET
               IF  RET  =  1
                   CALL "SD_Output" USING
                    "DSP-104" DSP-104 "p" RETURNING RESU
                   CALL "SD_Output" USING
                    "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
                   GO  TO  ST-36
               END-IF
           END-IF.
       ST-37.
      *        MERCHANDISE SUPPLIER -- 00000 = MADE BY A J-MCD
      *        CONTRACTOR, ELSE ON JT-VNDM.  OLD RECORDS CARRY
      *        BLANKS HERE.
           IF  J-VCD  NOT NUMERIC
               MOVE  0  TO  J-VCD
           END-IF.
           CALL "SD_Output" USING
            "DSP-079" DSP-079 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-069 "ACP-069" "9" "5"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-36
           END-IF.
           IF  J-VCD  NOT =  0
               MOVE  J-VCD  TO  VND-CD
               CALL "DB_Read" USING
                "INVALID" VNDM_PNAME1 BY REFERENCE VND-R "UNLOCK"
                RETURNING RET
               IF  RET  =  1
                   CALL "SD_Output" USING
                    "DSP-105" DSP-105 "p" RETURNING RESU
                   CALL "SD_Output" USING
                    "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
                   GO  TO  ST-37
               END-IF
           END-IF.
           IF  JM-ACT  =  "A"
      *           WRITE  J-R   INVALID
      *///////////////
               PERFORM  MAUD-WR-RTN  THRU  MAUD-WR-EXT
               MOVE  "A"  TO  WK-MSACT
               PERFORM  MSOX-WR-RTN  THRU  MSOX-WR-EXT
               GO  TO  ST-10
           END-IF.
      *        A PRICE MOVE OVER THE THRESHOLD WAITS FOR APPROVAL;
      *        J-ST/J-YT STILL HOLD THE PRICES ON FILE.
           COMPUTE  WK-NST  =  WK-ST8  /  100.
           COMPUTE  WK-NYT  =  WK-YT8  /  100.
           MOVE  MCPW-THJM  TO  MCPW-THP.
           MOVE  J-ST       TO  MCPW-OLD.
           MOVE  WK-NST     TO  MCPW-NEW.
           PERFORM  MCPW-PCT-RTN  THRU  MCPW-PCT-EXT.
           IF  MCPW-OVR  =  0
               MOVE  J-YT       TO  MCPW-OLD
               MOVE  WK-NYT     TO  MCPW-NEW
               PERFORM  MCPW-PCT-RTN  THRU  MCPW-PCT-EXT
           END-IF.
           IF  MCPW-OVR  =  0
               MOVE  WK-NST  TO  J-ST
               MOVE  WK-NYT  TO  J-YT
           END-IF.
      *           REWRITE  J-R   INVALID
      *///////////////
           CALL "DB_Update" USING
            J-M_PNAME1 J-M_LNAME J-R RETURNING RET.
           IF  RET = 1
               CALL "SD_Output" USING
                "DSP-098" DSP-098 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
           CALL "SD_Output" USING
            "DSP-097" DSP-097 "p" RETURNING RESU.
           PERFORM  MAUD-WR-RTN  THRU  MAUD-WR-EXT.
           MOVE  "C"  TO  WK-MSACT.
           PERFORM  MSOX-WR-RTN  THRU  MSOX-WR-EXT.
           IF  MCPW-OVR  =  1
               GO  TO  ST-40
           END-IF.
           GO  TO  ST-10.
      *****
      *    FILE THE PRICE MOVE ON JT-MCPF -- THE RECORD JUST
      *    WRITTEN IS THE BEFORE IMAGE, THE SAME WITH THE NEW
      *    PRICES THE AFTER IMAGE.
       ST-40.
           MOVE  J-R       TO  MCP-BEFORE.
           MOVE  J-ST      TO  JM-TXT-ST.
           MOVE  J-YT      TO  JM-TXT-YT.
           MOVE  J-ED      TO  JM-TXT-ED.
           MOVE  JM-MCP-TXT  TO  MCP-BTXT.
           MOVE  WK-NST    TO  J-ST.
           MOVE  WK-NYT    TO  J-YT.
           MOVE  J-R       TO  MCP-AFTER.
           MOVE  J-ST      TO  JM-TXT-ST.
           MOVE  J-YT      TO  JM-TXT-YT.
           MOVE  JM-MCP-TXT  TO  MCP-ATXT.
           MOVE  "J-M     "  TO  MCP-FILE.
           MOVE  SPACE       TO  MCP-FKEY.
           MOVE  J-JCD       TO  MCP-FKEY (1:6).
           MOVE  "PRC"       TO  MCP-FLD.
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
            "DSP-106" DSP-106 "p" RETURNING RESU.
           GO  TO  ST-10.
       ST-50.
           CALL "SD_Output" USING
            "DSP-094" DSP-094 "p" RETURNING RESU.
            USER_ID BY REFERENCE COMPLETION_CODE 255.
           CALL "DB_F_Close" USING BY REFERENCE J-M_IDLST J-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE KHM_IDLST KHM_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE HKBM_IDLST HKBM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE SZSC_IDLST SZSC_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE SEAS_IDLST SEAS_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE VNDM_IDLST VNDM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE MSOX_IDLST MSOX_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE MAUD_IDLST MAUD_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE FCTL-F_IDLST FCTL-F_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE MCPF_IDLST MCPF_PNAME1.
           CALL "DB_Close".
       END-EXT.
           EXIT.
           END-IF.
       MAUD-PUT-EXT.
           EXIT.
       COPY  LPMCPF  REPLACING  ==MCPW-PGM==  BY  =="JM590U"==.
