       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         JF890U.
      *****************************************************
      *****   CARRIER TRACKING NUMBER ENTRY            *****
      *****************************************************
      *        RECORDS THE CARRIER'S TRACKING NUMBER FOR WHAT
      *        LEFT ON THE ST670R MANIFEST.  OPERATOR KEYS A
      *        JF730U CONSOLIDATION NUMBER (MUST BE ON JSJD), OR
      *        ZERO AND THEN ONE CARTON -- JSJD LOT, SEQUENCE AND
      *        JT-CTNF CARTON NUMBER (MUST BE PACKED) -- THE
      *        CARRIER (DEFAULTED FROM THE JT-SHPT SHIP-TO CARRIER
      *        COURSE) AND THE TRACKING NUMBER.  EACH CONFIRM
      *        WRITES ONE JT-TRKF RECORD IN TRANSIT; A TRACKING
      *        NUMBER ALREADY ON FILE IS REFUSED.  THE JF900U
      *        IMPORT LATER SETS ITS PROOF OF DELIVERY.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
       DATA                DIVISION.
       FILE                SECTION.
       WORKING-STORAGE     SECTION.
       77  ERR-STAT        PIC  X(02).
       77  RET             PIC  9(01)  VALUE  0.
       77  USER_ID                 PIC  X(006) VALUE SPACE.
       77  COMPLETION_CODE         PIC  X(003) VALUE ZERO.
       77  ESTAT                   PIC  X(002).
       77  RESU                    PIC  9(001).
       77  WS-TRK-CNT      PIC  9(05)  VALUE  0.
       01  WK-AREA.
           02  JF-ANS          PIC  X(01).
           02  WK-CONS         PIC  9(06).
           02  WK-LOT          PIC  9(06).
           02  WK-SEQ          PIC  9(01).
           02  WK-CTN          PIC  9(03).
           02  WK-CARR         PIC  9(03).
           02  WK-TRK          PIC  X(20).
       COPY    LITRKF.
       COPY    LICTNF.
       COPY    LIJSJD.
       COPY    LISHPT.
      *****
       01  DSP-AREA.
           03  DSP-010         PIC  X(32)
               VALUE  "CARRIER TRACKING NUMBER ENTRY   ".
           03  DSP-020         PIC  X(24)
               VALUE  "CONS(      ) 0=BY CARTON".
           03  DSP-030         PIC  X(30)
               VALUE  "LOT(      ) SEQ( ) CARTON(   )".
           03  DSP-040         PIC  X(12)
               VALUE  "CARRIER(   )".
           03  DSP-045         PIC  X(30)
               VALUE  "TRACKING(                    )".
       01  DSP-AREA2.
           03  DSP-093         PIC  X(24)
               VALUE  "SHIPMENT NOT ON JSJD    ".
           03  DSP-094         PIC  X(20)
               VALUE  "CARTON NOT ON CTNF  ".
           03  DSP-095         PIC  X(20)
               VALUE  "TRACKING NO REQUIRED".
           03  DSP-096         PIC  X(20)
               VALUE  "TRACKING NO ON FILE ".
           03  DSP-097         PIC  X(20)
               VALUE  "CARRIER REQUIRED    ".
           03  DSP-098         PIC  X(20)
               VALUE  "DATABASE ERROR      ".
           03  DSP-101         PIC  X(20)
               VALUE  "POST OK Y=1,N=9( )  ".
           03  DSP-102         PIC  X(16)
               VALUE  "NUMBER RECORDED ".
       01  DSP-BUZZER.
           03  DISP-BUZ-J-03   PIC  X(05)  VALUE  X"1B4A03".
       01  ACP-AREA.
           03  ACP-010         PIC  9(06).
           03  ACP-020         PIC  9(06).
           03  ACP-025         PIC  9(01).
           03  ACP-027         PIC  9(03).
           03  ACP-030         PIC  9(03).
           03  ACP-040         PIC  X(20).
           03  ACP-050         PIC  X(01).
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       CALL "SD_Initialize" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA" " " "0" "0" "128" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-010" "X" "1" "1" "32" " " "DSP-AREA"  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-020" "X" "3" "1" "24" "DSP-010" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-030" "X" "5" "1" "30" "DSP-020" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-040" "X" "7" "1" "12" "DSP-030" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-045" "X" "9" "1" "30" "DSP-040" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA2" " " "0" "0" "160" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-093" "X" "22" "1" "24" " " "DSP-AREA2"
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
            "DSP-101" "X" "22" "1" "20" "DSP-098" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-102" "X" "22" "1" "16" "DSP-101" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-BUZZER" " " "24" "0" "5" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DISP-BUZ-J-03" "X" "24" "80" "5" " " "DSP-BUZZER"
            RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-AREA" " " "0" "0" "40" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-010" "9" "3" "6" "6" " " "ACP-AREA"  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-010" BY REFERENCE WK-CONS "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-020" "9" "5" "5" "6" "ACP-010" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-020" BY REFERENCE WK-LOT "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-025" "9" "5" "17" "1" "ACP-020" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-025" BY REFERENCE WK-SEQ "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-027" "9" "5" "27" "3" "ACP-025" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-027" BY REFERENCE WK-CTN "3" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-030" "9" "7" "9" "3" "ACP-027" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-030" BY REFERENCE WK-CARR "3" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-040" "X" "9" "10" "20" "ACP-030" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-040" BY REFERENCE WK-TRK "20" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-050" "X" "22" "20" "1" "ACP-040" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-050" BY REFERENCE JF-ANS "1" "0" RETURNING RESU.
      *
           ACCEPT USER_ID FROM ARGUMENT-VALUE.
           ACCEPT COMPLETION_CODE FROM ARGUMENT-VALUE.
      *
           CALL "DB_F_Open" USING
            "I-O" TRKF_PNAME1 "SHARED" BY REFERENCE TRKF_IDLST "1"
            "TRK-KEY" BY REFERENCE TRK-KEY.
           CALL "DB_F_Open" USING
            "INPUT" CTNF_PNAME1 "SHARED" BY REFERENCE CTNF_IDLST "1"
            "CTN-KEY" BY REFERENCE CTN-KEY.
           CALL "DB_F_Open" USING
            "INPUT" JSJD_PNAME1 "SHARED" BY REFERENCE JSJD_IDLST "1"
            "JSJD-KEY" BY REFERENCE JSJD-KEY.
           CALL "DB_F_Open" USING
            "INPUT" SHPT_PNAME1 "SHARED" BY REFERENCE SHPT_IDLST "1"
            "SHP-KEY" BY REFERENCE SHP-KEY.
           CALL "SD_Output" USING
            "DSP-010" DSP-010 "p" RETURNING RESU.
       ST-10.
           CALL "SD_Output" USING
            "DSP-020" DSP-020 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-010 "ACP-010" "9" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT    =  "P9"
               PERFORM  END-RTN  THRU  END-EXT
               STOP  RUN
           END-IF.
           MOVE  0  TO  WK-LOT.
           MOVE  0  TO  WK-SEQ.
           MOVE  0  TO  WK-CTN.
           IF  WK-CONS  =  0
               GO  TO  ST-20
           END-IF.
      *        THE CONSOLIDATION MUST BE ON JSJD.
           PERFORM  CONS-CHK-RTN  THRU  CONS-CHK-EXT.
           IF  RET  =  1
               CALL "SD_Output" USING
                "DSP-093" DSP-093 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
           GO  TO  ST-30.
       ST-20.
           CALL "SD_Output" USING
            "DSP-030" DSP-030 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-020 "ACP-020" "9" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-10
           END-IF.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-025 "ACP-025" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-027 "ACP-027" "9" "3"
            BY REFERENCE ESTAT RETURNING RESU.
      *        THE CARTON MUST BE PACKED -- ITS LINE 01 CARRIES THE
      *        CARTON -- AND ITS SHIPMENT ON JSJD.
           MOVE  WK-LOT  TO  CTN-LOT.
           MOVE  WK-SEQ  TO  CTN-SEQ.
           MOVE  WK-CTN  TO  CTN-NO.
           MOVE  1       TO  CTN-LINE.
           CALL "DB_Read" USING
            "INVALID" CTNF_PNAME1 BY REFERENCE CTN-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               CALL "SD_Output" USING
                "DSP-094" DSP-094 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-20
           END-IF.
           PERFORM  JSJD-CHK-RTN  THRU  JSJD-CHK-EXT.
           IF  RET  =  1
               CALL "SD_Output" USING
                "DSP-093" DSP-093 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-20
           END-IF.
       ST-30.
      *        DEFAULT CARRIER -- THE SHIP-TO'S CARRIER COURSE.
           MOVE  JSJD-021    TO  SHP-TCD.
           MOVE  JSJD-SHPCD  TO  SHP-CD.
           CALL "DB_Read" USING
            "INVALID" SHPT_PNAME1 BY REFERENCE SHP-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  0
               MOVE  SHP-CARR  TO  WK-CARR
           END-IF.
       ST-35.
           CALL "SD_Output" USING
            "DSP-040" DSP-040 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-030 "ACP-030" "9" "3"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-10
           END-IF.
           IF  WK-CARR  =  0
               CALL "SD_Output" USING
                "DSP-097" DSP-097 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-35
           END-IF.
       ST-40.
           MOVE  SPACE  TO  WK-TRK.
           CALL "SD_Output" USING
            "DSP-045" DSP-045 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-040 "ACP-040" "X" "20"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-35
           END-IF.
           IF  WK-TRK  =  SPACE
               CALL "SD_Output" USING
                "DSP-095" DSP-095 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-40
           END-IF.
           MOVE  WK-TRK  TO  TRK-NO.
           CALL "DB_Read" USING
            "INVALID" TRKF_PNAME1 BY REFERENCE TRK-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  0
               CALL "SD_Output" USING
                "DSP-096" DSP-096 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-40
           END-IF.
       ST-50.
           CALL "SD_Output" USING
            "DSP-101" DSP-101 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-050 "ACP-050" "X" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  JF-ANS  NOT =  "1"  AND  "9"
               GO  TO  ST-50
           END-IF.
           IF  JF-ANS  =  "9"
               GO  TO  ST-10
           END-IF.
           INITIALIZE  TRK-R.
           MOVE  WK-TRK    TO  TRK-NO.
           MOVE  WK-CARR   TO  TRK-CARR.
           MOVE  WK-CONS   TO  TRK-CONS.
           MOVE  WK-LOT    TO  TRK-LOT.
           MOVE  WK-SEQ    TO  TRK-SEQ.
           MOVE  WK-CTN    TO  TRK-CTN.
           MOVE  JSJD-021  TO  TRK-TCD.
           MOVE  JSJD-07   TO  TRK-SDATE.
           MOVE  SPACE     TO  TRK-STAT.
           MOVE  SPACE     TO  TRK-EXC.
           MOVE  SPACE     TO  TRK-RCVR.
           MOVE  USER_ID   TO  TRK-OPR.
           CALL "DB_Insert" USING
            TRKF_PNAME1 TRKF_LNAME TRK-R RETURNING RET.
           IF  RET = 1
               CALL "SD_Output" USING
                "DSP-098" DSP-098 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
           ADD  1  TO  WS-TRK-CNT.
           CALL "SD_Output" USING
            "DSP-102" DSP-102 "p" RETURNING RESU.
           GO  TO  ST-10.
      *****
      *    THE CONSOLIDATION LOOKUP -- FIRST JSJD LINE CARRYING
      *    THE NUMBER (NO KEYED START IN THE DB LAYER).
       CONS-CHK-RTN.
           CALL "DB_F_Close" USING BY REFERENCE JSJD_IDLST JSJD_PNAME1.
           CALL "DB_F_Open" USING
            "INPUT" JSJD_PNAME1 "SHARED" BY REFERENCE JSJD_IDLST "1"
            "JSJD-KEY" BY REFERENCE JSJD-KEY.
       CONS-CHK-10.
           CALL "DB_Read" USING
            "NEXT AT END" JSJD_PNAME1 BY REFERENCE JSJD-REC "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  CONS-CHK-EXT
           END-IF.
           IF  JSJD-CONS  IS  NOT  NUMERIC
               GO  TO  CONS-CHK-10
           END-IF.
           IF  JSJD-CONS  =  WK-CONS
               MOVE  0  TO  RET
               GO  TO  CONS-CHK-EXT
           END-IF.
           GO  TO  CONS-CHK-10.
       CONS-CHK-EXT.
           EXIT.
      *****
      *    THE SHIPMENT LOOKUP BY LOT/SEQ, AS JF750U.
       JSJD-CHK-RTN.
           CALL "DB_F_Close" USING BY REFERENCE JSJD_IDLST JSJD_PNAME1.
           CALL "DB_F_Open" USING
            "INPUT" JSJD_PNAME1 "SHARED" BY REFERENCE JSJD_IDLST "1"
            "JSJD-KEY" BY REFERENCE JSJD-KEY.
       JSJD-CHK-10.
           CALL "DB_Read" USING
            "NEXT AT END" JSJD_PNAME1 BY REFERENCE JSJD-REC "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  JSJD-CHK-EXT
           END-IF.
           IF  JSJD-081  =  WK-LOT  AND  JSJD-04  =  WK-SEQ
               MOVE  0  TO  RET
               GO  TO  JSJD-CHK-EXT
           END-IF.
           GO  TO  JSJD-CHK-10.
       JSJD-CHK-EXT.
           EXIT.
       END-RTN.
           CALL "C3_Set_Jrcode" USING
            USER_ID BY REFERENCE COMPLETION_CODE 255.
           CALL "DB_F_Close" USING BY REFERENCE TRKF_IDLST TRKF_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE CTNF_IDLST CTNF_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE JSJD_IDLST JSJD_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE SHPT_IDLST SHPT_PNAME1.
           CALL "DB_Close".
       END-EXT.
           EXIT.
