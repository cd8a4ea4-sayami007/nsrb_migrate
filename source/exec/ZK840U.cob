       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         ZK840U.
      *****************************************************
      *****   CONSIGNMENT SELL-THROUGH AND CUSTOMER    *****
      *****   COUNT ENTRY                              *****
      *****************************************************
      *        KEYING FOR CONSIGNMENT CUSTOMERS (TK-CNSF = 1)
      *        THAT REPORT ON PAPER RATHER THAN OVER EDI.
      *        FUNCTION S ENTERS (OR CHANGES) WHAT THE CUSTOMER
      *        SOLD OFF OUR STOCK AT ITS SITE IN A SALES MONTH --
      *        ONE JT-CNSR LINE PER CUSTOMER, MONTH AND ITEM, SIZE
      *        BY SIZE UNDER THE ITEM'S SIZE LABELS, NEVER MORE
      *        THAN JT-CNSG SHOWS ON SITE.  ZK850U LATER POSTS IT
      *        AS THE STRAN SALE; A POSTED LINE CAN NO LONGER BE
      *        CHANGED, AND FUNCTION D DELETES ONLY AN UNPOSTED
      *        ONE.  FUNCTION C RECORDS THE CUSTOMER'S OWN COUNT
      *        OF AN ITEM ON SITE: THE COUNT IS STORED ON JT-CNSG
      *        WITH THE BOOK QUANTITY AS IT STANDS NOW, FOR THE
      *        ZK860R RECONCILIATION.  NOTHING HERE MOVES STOCK.
      *        EVERY CHANGE IS WRITTEN TO THE JT-MAUD AUDIT TRAIL.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  VIO-FILE    ASSIGN  TO  "OPAVIO.LOG"
               ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA                DIVISION.
       FILE                SECTION.
      *****
      *    Operator authority violation log -- one line per
      *    refusal, appended across runs.
       FD  VIO-FILE
           LABEL RECORD IS STANDARD.
       01  VIO-LINE            PIC  X(60).
       WORKING-STORAGE     SECTION.
       77  WK-AUI          PIC  9(02)  VALUE  0.
       77  WK-AUTH-OK      PIC  9(01)  VALUE  0.
       77  WK-VIO-DATE     PIC  9(06)  VALUE  0.
       01  VIO-DET.
           02  VIO-DATE        PIC  9(06).
           02  FILLER          PIC  X(06)  VALUE  " OPR=".
           02  VIO-OPR         PIC  X(06).
           02  FILLER          PIC  X(06)  VALUE  " PGM=".
           02  VIO-PGM         PIC  X(06).
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  VIO-REASON      PIC  X(26).
       COPY    LIOPAU.
       77  ERR-STAT        PIC  X(02).
       77  RET             PIC  9(01)  VALUE  0.
       77  USER_ID                 PIC  X(006) VALUE SPACE.
       77  COMPLETION_CODE         PIC  X(003) VALUE ZERO.
       77  ESTAT                   PIC  X(002).
       77  RESU                    PIC  9(001).
       77  IX              PIC  9(02)  VALUE  0.
       77  WK-NEW-SW       PIC  9(01)  VALUE  0.
       77  WK-TODAY8       PIC  9(08)  VALUE  0.
       01  WK-AREA.
           02  CN-FUNC         PIC  X(01).
           02  CN-ANS          PIC  X(01).
           02  WK-TCD          PIC  9(04).
           02  WK-YM           PIC  9(06).
           02  WK-YM-R  REDEFINES  WK-YM.
               03  WK-YY       PIC  9(04).
               03  WK-MM       PIC  9(02).
           02  WK-ITEM         PIC  9(06).
           02  WK-SZQ          PIC S9(06).
           02  WK-QT.
               03  WK-QT1  OCCURS  10  PIC S9(06).
           02  WK-QTT          PIC S9(07).
       COPY    LITKM.
       COPY    LIJM.
       COPY    LISZSC.
       COPY    LWSZS.
       77  WK-SZL          PIC  X(04)  VALUE  SPACE.
       COPY    LICNSG.
       COPY    LICNSR.
       COPY    LIMAUD.
       77  WK-AUDSEQ       PIC  9(04)  VALUE  0.
       77  WK-WRTRY        PIC  9(01)  VALUE  0.
       01  WK-MAUDB            PIC  X(300)  VALUE  SPACE.
      *****
       01  DSP-AREA.
           03  DSP-010         PIC  X(32)
               VALUE  "CONSIGNMENT SELL-THROUGH ENTRY  ".
           03  DSP-020         PIC  X(31)
               VALUE  "FUNC S=SOLD,D=DELETE,C=COUNT( )".
           03  DSP-030         PIC  X(10)
               VALUE  "CUST(    )".
           03  DSP-035         PIC  X(13)
               VALUE  "MONTH(      )".
           03  DSP-040         PIC  X(12)
               VALUE  "ITEM(      )".
           03  DSP-050.
               05  FILLER      PIC  X(05)  VALUE  "SIZE(".
               05  DSP-051     PIC  9(02).
               05  FILLER      PIC  X(13)  VALUE  ") QTY(      )".
               05  DSP-052     PIC  X(04).
       01  DSP-AREA2.
           03  DSP-090         PIC  X(20)
               VALUE  "INVALID FUNCTION    ".
           03  DSP-091         PIC  X(24)
               VALUE  "NOT A CONSIGNMENT CUST  ".
           03  DSP-092         PIC  X(20)
               VALUE  "CUSTOMER NOT FOUND  ".
           03  DSP-093         PIC  X(20)
               VALUE  "ITEM NOT ON J-M     ".
           03  DSP-094         PIC  X(20)
               VALUE  "MONTH INVALID       ".
           03  DSP-095         PIC  X(20)
               VALUE  "NO STOCK AT SITE    ".
           03  DSP-096         PIC  X(20)
               VALUE  "LINE ALREADY POSTED ".
           03  DSP-097         PIC  X(20)
               VALUE  "RECORD NOT FOUND    ".
           03  DSP-098         PIC  X(20)
               VALUE  "DATABASE ERROR      ".
           03  DSP-099         PIC  X(20)
               VALUE  "NOT AUTHORIZED      ".
           03  DSP-100         PIC  X(20)
               VALUE  "SIZE NOT IN SCALE   ".
           03  DSP-101         PIC  X(20)
               VALUE  "POST OK Y=1,N=9( )  ".
           03  DSP-102         PIC  X(20)
               VALUE  "DELETE OK Y=1,N=9( )".
           03  DSP-103         PIC  X(20)
               VALUE  "MORE THAN ON SITE   ".
           03  DSP-104         PIC  X(20)
               VALUE  "NO QUANTITY KEYED   ".
           03  DSP-105         PIC  X(20)
               VALUE  "RECORD ADDED        ".
           03  DSP-106         PIC  X(20)
               VALUE  "RECORD UPDATED      ".
           03  DSP-107         PIC  X(20)
               VALUE  "RECORD DELETED      ".
           03  DSP-108         PIC  X(20)
               VALUE  "COUNT RECORDED      ".
           03  DSP-109         PIC  X(20)
               VALUE  "NEGATIVE NOT ALLOWED".
       01  DSP-BUZZER.
           03  DISP-BUZ-J-03   PIC  X(05)  VALUE  X"1B4A03".
       01  ACP-AREA.
           03  ACP-010         PIC  X(01).
           03  ACP-020         PIC  9(04).
           03  ACP-025         PIC  9(06).
           03  ACP-030         PIC  9(06).
           03  ACP-050         PIC  S9(06).
           03  ACP-090         PIC  X(01).
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       CALL "SD_Initialize" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA" " " "0" "0" "122" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-010" "X" "1" "1" "32" " " "DSP-AREA"  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-020" "X" "3" "1" "31" "DSP-010" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-030" "X" "5" "1" "10" "DSP-020" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-035" "X" "6" "1" "13" "DSP-030" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-040" "X" "7" "1" "12" "DSP-035" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-050" " " "9" "0" "24" "DSP-040" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "01DSP-050" "X" "9" "1" "5" " " "DSP-050"  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-051" "9" "9" "6" "2" "01DSP-050" " "  RETURNING RESU.
       CALL "SD_From" USING
            "DSP-051" BY REFERENCE IX "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "02DSP-050" "X" "9" "8" "13" "DSP-051" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-052" "X" "9" "22" "4" "02DSP-050" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-052" BY REFERENCE WK-SZL "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA2" " " "0" "0" "404" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-090" "X" "22" "1" "20" " " "DSP-AREA2"
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-091" "X" "22" "1" "24" "DSP-090" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-092" "X" "22" "1" "20" "DSP-091" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-093" "X" "22" "1" "20" "DSP-092" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-094" "X" "22" "1" "20" "DSP-093" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-095" "X" "22" "1" "20" "DSP-094" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-096" "X" "22" "1" "20" "DSP-095" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-097" "X" "22" "1" "20" "DSP-096" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-098" "X" "22" "1" "20" "DSP-097" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-099" "X" "22" "1" "20" "DSP-098" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-100" "X" "22" "1" "20" "DSP-099" " "
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
            "DSP-106" "X" "22" "1" "20" "DSP-105" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-107" "X" "22" "1" "20" "DSP-106" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-108" "X" "22" "1" "20" "DSP-107" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-109" "X" "22" "1" "20" "DSP-108" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-BUZZER" " " "24" "0" "5" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DISP-BUZ-J-03" "X" "24" "80" "5" " " "DSP-BUZZER"
            RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-AREA" " " "0" "0" "24" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-010" "X" "3" "30" "1" " " "ACP-AREA"  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-010" BY REFERENCE CN-FUNC "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-020" "9" "5" "6" "4" "ACP-010" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-020" BY REFERENCE WK-TCD "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-025" "9" "6" "7" "6" "ACP-020" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-025" BY REFERENCE WK-YM "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-030" "9" "7" "6" "6" "ACP-025" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-030" BY REFERENCE WK-ITEM "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-050" "9" "9" "14" "6" "ACP-030" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-050" BY REFERENCE WK-SZQ "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-090" "X" "22" "20" "1" "ACP-050" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-090" BY REFERENCE CN-ANS "1" "0" RETURNING RESU.
      *
           ACCEPT USER_ID FROM ARGUMENT-VALUE.
           ACCEPT COMPLETION_CODE FROM ARGUMENT-VALUE.
      *
      *****
      *    OPERATOR AUTHORITY GATE -- SEE LIOPAU.  MAINTENANCE
      *    SCREENS REQUIRE OPA-MNT = 1 AND THIS PROGRAM ON THE
      *    OPERATOR'S ALLOWED LIST; A REFUSAL IS LOGGED AND THE
      *    SCREEN NEVER OPENS.
           CALL "DB_F_Open" USING
            "INPUT" OPAU_PNAME1 "SHARED" BY REFERENCE OPAU_IDLST "1"
            "OPA-KEY" BY REFERENCE OPA-KEY.
           MOVE  USER_ID  TO  OPA-OPR.
           CALL "DB_Read" USING
            "INVALID" OPAU_PNAME1 BY REFERENCE OPA-R "UNLOCK"
            RETURNING RET.
           CALL "DB_F_Close" USING BY REFERENCE OPAU_IDLST OPAU_PNAME1.
           MOVE  0  TO  WK-AUTH-OK.
           IF  RET  =  0  AND  OPA-MNT  =  1
               PERFORM  VARYING  WK-AUI  FROM  1  BY  1
                   UNTIL  WK-AUI  >  10
                   IF  OPA-PGM (WK-AUI)  =  "ZK840U"
                   OR  OPA-PGM (WK-AUI)  =  "ALL"
                       MOVE  1  TO  WK-AUTH-OK
                   END-IF
               END-PERFORM
           END-IF.
           IF  WK-AUTH-OK  =  0
               ACCEPT  WK-VIO-DATE  FROM  DATE
               MOVE  WK-VIO-DATE  TO  VIO-DATE
               MOVE  USER_ID      TO  VIO-OPR
               MOVE  "ZK840U"     TO  VIO-PGM
               MOVE  "MAINTENANCE NOT PERMITTED"  TO  VIO-REASON
               OPEN  EXTEND  VIO-FILE
               MOVE  VIO-DET  TO  VIO-LINE
               WRITE  VIO-LINE
               CLOSE  VIO-FILE
               CALL "SD_Output" USING
                "DSP-099" DSP-099 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               CALL "C3_Set_Jrcode" USING
                USER_ID BY REFERENCE COMPLETION_CODE 255
               CALL "DB_Close"
               STOP  RUN
           END-IF.
           CALL "DB_F_Open" USING
            "INPUT" TK-M_PNAME1 "SHARED" BY REFERENCE TK-M_IDLST "1"
            "TK-KEY" BY REFERENCE TK-KEY.
           CALL "DB_F_Open" USING
            "INPUT" J-M_PNAME1 "SHARED" BY REFERENCE J-M_IDLST "1"
            "J-JCD" BY REFERENCE J-JCD.
           CALL "DB_F_Open" USING
            "INPUT" SZSC_PNAME1 "SHARED" BY REFERENCE SZSC_IDLST "1"
            "SZS-KEY" BY REFERENCE SZS-KEY.
           CALL "DB_F_Open" USING
            "I-O" CNSG_PNAME1 "SHARED" BY REFERENCE CNSG_IDLST "1"
            "CNS-KEY" BY REFERENCE CNS-KEY.
           CALL "DB_F_Open" USING
            "I-O" CNSR_PNAME1 "SHARED" BY REFERENCE CNSR_IDLST "1"
            "CNR-KEY" BY REFERENCE CNR-KEY.
           CALL "DB_F_Open" USING
            "I-O" MAUD_PNAME1 "SHARED" BY REFERENCE MAUD_IDLST "1"
            "MAUD-KEY" BY REFERENCE MAUD-KEY.
           ACCEPT  WK-TODAY8  FROM  DATE.
           ADD  20000000  TO  WK-TODAY8.
           CALL "SD_Output" USING
            "DSP-010" DSP-010 "p" RETURNING RESU.
       ST-10.
           CALL "SD_Output" USING
            "DSP-020" DSP-020 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-010 "ACP-010" "X" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT    =  "P9"
               PERFORM  END-RTN  THRU  END-EXT
               STOP  RUN
           END-IF.
           IF  CN-FUNC  NOT =  "S"  AND  "D"  AND  "C"
               CALL "SD_Output" USING
                "DSP-090" DSP-090 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
       ST-20.
           CALL "SD_Output" USING
            "DSP-030" DSP-030 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-020 "ACP-020" "9" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-10
           END-IF.
           MOVE  WK-TCD  TO  TK-TCD.
           CALL "DB_Read" USING
            "INVALID" TK-M_PNAME1 BY REFERENCE TK-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               CALL "SD_Output" USING
                "DSP-092" DSP-092 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-20
           END-IF.
           IF  TK-CNSF  NOT =  1
               CALL "SD_Output" USING
                "DSP-091" DSP-091 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-20
           END-IF.
      *        A COUNT IS AS OF TODAY -- NO SALES MONTH.
           IF  CN-FUNC  =  "C"
               GO  TO  ST-30
           END-IF.
       ST-25.
           CALL "SD_Output" USING
            "DSP-035" DSP-035 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-025 "ACP-025" "9" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-20
           END-IF.
           IF  WK-MM  <  1  OR  WK-MM  >  12  OR  WK-YY  <  2000
               CALL "SD_Output" USING
                "DSP-094" DSP-094 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-25
           END-IF.
       ST-30.
           CALL "SD_Output" USING
            "DSP-040" DSP-040 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-030 "ACP-030" "9" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               IF  CN-FUNC  =  "C"
                   GO  TO  ST-20
               END-IF
               GO  TO  ST-25
           END-IF.
           MOVE  WK-ITEM  TO  J-JCD.
           CALL "DB_Read" USING
            "INVALID" J-M_PNAME1 BY REFERENCE J-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               CALL "SD_Output" USING
                "DSP-093" DSP-093 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-30
           END-IF.
           MOVE  J-SZS  TO  SZSW-CD.
           PERFORM  SZSW-GET-RTN  THRU  SZSW-GET-EXT.
      *        THE CUSTOMER'S STOCK OF THE ITEM ON SITE.
           MOVE  WK-TCD   TO  CNS-TCD.
           MOVE  WK-ITEM  TO  CNS-JCD.
           CALL "DB_Read" USING
            "INVALID" CNSG_PNAME1 BY REFERENCE CNS-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1  AND  CN-FUNC  NOT =  "D"
               CALL "SD_Output" USING
                "DSP-095" DSP-095 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-30
           END-IF.
           MOVE  0  TO  WK-QTT.
           PERFORM  VARYING  IX  FROM  1  BY  1  UNTIL  IX  >  10
               MOVE  0  TO  WK-QT1 (IX)
           END-PERFORM.
           IF  CN-FUNC  =  "C"
               MOVE  CNS-R  TO  WK-MAUDB
               GO  TO  ST-40
           END-IF.
      *        THE MONTH'S LINE FOR THE ITEM, IF ALREADY KEYED OR
      *        LOADED.
           MOVE  WK-TCD   TO  CNR-TCD.
           MOVE  WK-YM    TO  CNR-YM.
           MOVE  WK-ITEM  TO  CNR-JCD.
           CALL "DB_Read" USING
            "INVALID" CNSR_PNAME1 BY REFERENCE CNR-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  0
               MOVE  0  TO  WK-NEW-SW
               MOVE  CNR-R  TO  WK-MAUDB
           ELSE
               MOVE  1  TO  WK-NEW-SW
               MOVE  SPACE  TO  WK-MAUDB
           END-IF.
           IF  WK-NEW-SW  =  1  AND  CN-FUNC  =  "D"
               CALL "SD_Output" USING
                "DSP-097" DSP-097 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-30
           END-IF.
           IF  WK-NEW-SW  =  0  AND  CNR-STAT  =  1
               CALL "SD_Output" USING
                "DSP-096" DSP-096 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-30
           END-IF.
           IF  CN-FUNC  =  "D"
               GO  TO  ST-90
           END-IF.
           IF  WK-NEW-SW  =  0
               PERFORM  VARYING  IX  FROM  1  BY  1  UNTIL  IX  >  10
                   MOVE  CNR-QT1 (IX)  TO  WK-QT1 (IX)
               END-PERFORM
           END-IF.
       ST-40.
           MOVE  0  TO  IX.
       ST-41.
           ADD  1  TO  IX.
           IF  IX  >  10
               GO  TO  ST-50
           END-IF.
           MOVE  WK-QT1 (IX)    TO  WK-SZQ.
           MOVE  SZSW-LBL (IX)  TO  WK-SZL.
           CALL "SD_Output" USING
            "DSP-050" DSP-050 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-050 "ACP-050" "9" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-30
           END-IF.
           IF  WK-SZQ  <  0
               CALL "SD_Output" USING
                "DSP-109" DSP-109 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               SUBTRACT  1  FROM  IX
               GO  TO  ST-41
           END-IF.
      *        A BUCKET THE ITEM'S SIZE SCALE DOES NOT USE.
           IF  WK-SZQ  NOT =  0  AND  SZSW-LBL (IX)  =  SPACE
               CALL "SD_Output" USING
                "DSP-100" DSP-100 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               SUBTRACT  1  FROM  IX
               GO  TO  ST-41
           END-IF.
      *        NOTHING CAN SELL THAT IS NOT ON SITE.
           IF  CN-FUNC  =  "S"  AND  WK-SZQ  >  CNS-OH1 (IX)
               CALL "SD_Output" USING
                "DSP-103" DSP-103 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               SUBTRACT  1  FROM  IX
               GO  TO  ST-41
           END-IF.
           MOVE  WK-SZQ  TO  WK-QT1 (IX).
           GO  TO  ST-41.
       ST-50.
           MOVE  0  TO  WK-QTT.
           PERFORM  VARYING  IX  FROM  1  BY  1  UNTIL  IX  >  10
               ADD  WK-QT1 (IX)  TO  WK-QTT
           END-PERFORM.
           IF  CN-FUNC  =  "S"  AND  WK-QTT  =  0
               CALL "SD_Output" USING
                "DSP-104" DSP-104 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-40
           END-IF.
       ST-51.
           CALL "SD_Output" USING
            "DSP-101" DSP-101 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-090 "ACP-090" "X" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  CN-ANS  NOT =  "1"  AND  "9"
               GO  TO  ST-51
           END-IF.
           IF  CN-ANS  =  "9"
               GO  TO  ST-10
           END-IF.
           IF  CN-FUNC  =  "C"
               GO  TO  ST-60
           END-IF.
           IF  WK-NEW-SW  =  1
               INITIALIZE  CNR-R
               MOVE  WK-TCD   TO  CNR-TCD
               MOVE  WK-YM    TO  CNR-YM
               MOVE  WK-ITEM  TO  CNR-JCD
           END-IF.
           PERFORM  VARYING  IX  FROM  1  BY  1  UNTIL  IX  >  10
               MOVE  WK-QT1 (IX)  TO  CNR-QT1 (IX)
           END-PERFORM.
           MOVE  WK-QTT   TO  CNR-QTT.
           MOVE  "K"      TO  CNR-SRC.
           MOVE  0        TO  CNR-STAT.
           MOVE  USER_ID  TO  CNR-OPR.
           IF  WK-NEW-SW  =  1
      *           WRITE  CNR-R   INVALID
      *///////////////
               CALL "DB_Insert" USING
                CNSR_PNAME1 CNSR_LNAME CNR-R RETURNING RET
               IF  RET = 1
                   CALL "SD_Output" USING
                    "DSP-098" DSP-098 "p" RETURNING RESU
                   CALL "SD_Output" USING
                    "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
                   GO  TO  ST-10
               END-IF
               CALL "SD_Output" USING
                "DSP-105" DSP-105 "p" RETURNING RESU
           ELSE
      *           REWRITE  CNR-R   INVALID
      *///////////////
               CALL "DB_Update" USING
                CNSR_PNAME1 CNSR_LNAME CNR-R RETURNING RET
               IF  RET = 1
                   CALL "SD_Output" USING
                    "DSP-098" DSP-098 "p" RETURNING RESU
                   CALL "SD_Output" USING
                    "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
                   GO  TO  ST-10
               END-IF
               CALL "SD_Output" USING
                "DSP-106" DSP-106 "p" RETURNING RESU
           END-IF.
           MOVE  "CNSR    "  TO  MAUD-FILE.
           MOVE  SPACE       TO  MAUD-FKEY.
           MOVE  CNR-KEY     TO  MAUD-FKEY (1:16).
           MOVE  CNR-R       TO  MAUD-AFTER.
           PERFORM  MAUD-PUT-RTN  THRU  MAUD-PUT-EXT.
           GO  TO  ST-10.
      *****
      *    CUSTOMER COUNT -- STORED WITH THE BOOK QUANTITY AS IT
      *    STANDS AT THIS MOMENT, UNDER A FRESH LOCKED READ.
       ST-60.
           MOVE  WK-TCD   TO  CNS-TCD.
           MOVE  WK-ITEM  TO  CNS-JCD.
           CALL "DB_Read" USING
            "INVALID" CNSG_PNAME1 BY REFERENCE CNS-R " "
            RETURNING RET.
           IF  RET  =  1
               CALL "SD_Output" USING
                "DSP-098" DSP-098 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
           MOVE  CNS-R  TO  WK-MAUDB.
           MOVE  WK-TODAY8  TO  CNS-CDATE.
           PERFORM  VARYING  IX  FROM  1  BY  1  UNTIL  IX  >  10
               MOVE  WK-QT1 (IX)   TO  CNS-CT1 (IX)
               MOVE  CNS-OH1 (IX)  TO  CNS-CBK1 (IX)
           END-PERFORM.
           MOVE  WK-QTT   TO  CNS-CTT.
           MOVE  CNS-OHT  TO  CNS-CBKT.
           MOVE  USER_ID  TO  CNS-OPR.
      *           REWRITE  CNS-R   INVALID
      *///////////////
           CALL "DB_Update" USING
            CNSG_PNAME1 CNSG_LNAME CNS-R RETURNING RET.
           IF  RET = 1
               CALL "SD_Output" USING
                "DSP-098" DSP-098 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
           CALL "SD_Output" USING
            "DSP-108" DSP-108 "p" RETURNING RESU.
           MOVE  "CNSG    "  TO  MAUD-FILE.
           MOVE  SPACE       TO  MAUD-FKEY.
           MOVE  CNS-KEY     TO  MAUD-FKEY (1:10).
           MOVE  CNS-R       TO  MAUD-AFTER.
           PERFORM  MAUD-PUT-RTN  THRU  MAUD-PUT-EXT.
           GO  TO  ST-10.
      *****
      *    DELETE AN UNPOSTED SELL-THROUGH LINE.
       ST-90.
           CALL "SD_Output" USING
            "DSP-102" DSP-102 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-090 "ACP-090" "X" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  CN-ANS  NOT =  "1"  AND  "9"
               GO  TO  ST-90
           END-IF.
           IF  CN-ANS  =  "9"
               GO  TO  ST-10
           END-IF.
           CALL "DB_Delete" USING
            CNSR_PNAME1 CNSR_LNAME CNR-R RETURNING RET.
           IF  RET = 1
               CALL "SD_Output" USING
                "DSP-098" DSP-098 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
           CALL "SD_Output" USING
            "DSP-107" DSP-107 "p" RETURNING RESU.
           MOVE  "CNSR    "  TO  MAUD-FILE.
           MOVE  SPACE       TO  MAUD-FKEY.
           MOVE  CNR-KEY     TO  MAUD-FKEY (1:16).
           MOVE  SPACE       TO  MAUD-AFTER.
           PERFORM  MAUD-PUT-RTN  THRU  MAUD-PUT-EXT.
           GO  TO  ST-10.
       END-RTN.
           CALL "C3_Set_Jrcode" USING
            USER_ID BY REFERENCE COMPLETION_CODE 255.
           CALL "DB_F_Close" USING BY REFERENCE TK-M_IDLST TK-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE J-M_IDLST J-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE SZSC_IDLST SZSC_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE CNSG_IDLST CNSG_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE CNSR_IDLST CNSR_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE MAUD_IDLST MAUD_PNAME1.
           CALL "DB_Close".
       END-EXT.
           EXIT.
      *****
      *    COMMON MAINTENANCE AUDIT -- SEE LIMAUD.  THE CALLER
      *    SETS THE FILE, KEY AND AFTER IMAGE; THE BEFORE IMAGE
      *    WAS CAPTURED AT THE KEY READ (SPACES FOR AN ADD).
       MAUD-PUT-RTN.
           ACCEPT  MAUD-DATE  FROM  DATE.
           ACCEPT  MAUD-TIME  FROM  TIME.
           ADD  1  TO  WK-AUDSEQ.
           MOVE  WK-AUDSEQ   TO  MAUD-SEQ.
           MOVE  USER_ID     TO  MAUD-OPR.
           MOVE  WK-MAUDB    TO  MAUD-BEFORE.
           CALL "DB_Insert" USING
            MAUD_PNAME1 MAUD_LNAME MAUD-R RETURNING RET.
      *        SAME-SECOND SEQUENCE COLLISION -- RE-SEQUENCE
      *        AND RETRY SO THE AUDIT ROW IS NEVER SILENTLY
      *        LOST.
           MOVE  0  TO  WK-WRTRY.
       MAUD-PUT-10.
           IF  RET  =  0  OR  WK-WRTRY  NOT <  5
               GO  TO  MAUD-PUT-90
           END-IF.
           ADD  1  TO  WK-WRTRY.
           ADD  1  TO  WK-AUDSEQ.
           MOVE  WK-AUDSEQ  TO  MAUD-SEQ.
           CALL "DB_Insert" USING
            MAUD_PNAME1 MAUD_LNAME MAUD-R RETURNING RET.
           GO  TO  MAUD-PUT-10.
       MAUD-PUT-90.
           IF  RET  =  1
               DISPLAY  "DSP-001 MAUD INSERT FAILED, AUDIT ROW"
                   " LOST"
           END-IF.
       MAUD-PUT-EXT.
           EXIT.
       COPY  LPSZS.
