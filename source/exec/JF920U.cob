       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         JF920U.
      *****************************************************
      *****   PROOF-OF-DELIVERY INQUIRY                *****
      *****************************************************
      *        ANSWERS "IT NEVER ARRIVED" WITHOUT A CALL TO THE
      *        CARRIER.  THE OPERATOR PICKS THE LOOKUP -- 1 ORDER
      *        (JSJD-03), 2 DELIVERY SLIP (JSJD-SLIP), 3 CUSTOMER
      *        (JSJD-021) -- AND KEYS IT; EVERY MATCHING JSJD LINE
      *        THEN SHOWS ONE ROW PER ENTER (THE TT750U STEP-
      *        THROUGH) FOR EACH JT-TRKF TRACKING NUMBER ON ITS
      *        CONSOLIDATION OR ITS CARTONS: THE TRACKING NUMBER,
      *        THE STATUS (DELIVERED WITH DATE AND TIME, THE
      *        OUTSTANDING EXCEPTION, OR IN TRANSIT) AND THE
      *        RECEIVER.  A LINE NOT YET SHIPPED OR SHIPPED WITH
      *        NO TRACKING NUMBER SAYS SO.
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
       77  WS-DTL-CNT      PIC  9(05)  VALUE  0.
       77  WK-TRKN         PIC  9(03)  VALUE  0.
       77  WK-STOP         PIC  9(01)  VALUE  0.
       01  WK-AREA.
           02  JF-ANS          PIC  X(01).
           02  WK-CAT          PIC  9(01).
           02  WK-KEY          PIC  9(06).
           02  WK-ORD          PIC  9(06).
           02  WK-SLIP         PIC  9(06).
           02  WK-D1           PIC  9(08).
           02  WK-TRK          PIC  X(20).
           02  WK-TXT          PIC  X(24).
           02  WK-RCVR         PIC  X(20).
           02  WK-TCD          PIC  9(04).
       01  WK-TXT-DLV.
           02  FILLER          PIC  X(10)  VALUE  "DELIVERED ".
           02  TXT-DDATE       PIC  9(08).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  TXT-DTIME       PIC  9(04).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
       COPY    LIJSJD.
       COPY    LITRKF.
      *****
       01  DSP-AREA.
           03  DSP-010         PIC  X(32)
               VALUE  "PROOF-OF-DELIVERY INQUIRY       ".
           03  DSP-020         PIC  X(24)
               VALUE  "1=ORDER 2=SLIP 3=CUST( )".
           03  DSP-025         PIC  X(11)
               VALUE  "KEY(      )".
           03  DSP-050.
               05  DSP-051     PIC  9(06).
               05  FILLER      PIC  X(06)  VALUE  " SLIP=".
               05  DSP-052     PIC  9(06).
               05  FILLER      PIC  X(06)  VALUE  " SHIP=".
               05  DSP-053     PIC  9(08).
               05  FILLER      PIC  X(01)  VALUE  SPACE.
               05  DSP-054     PIC  X(20).
               05  FILLER      PIC  X(01)  VALUE  SPACE.
               05  DSP-055     PIC  X(24).
           03  DSP-056.
               05  FILLER      PIC  X(05)  VALUE  "RCVR=".
               05  DSP-057     PIC  X(20).
               05  FILLER      PIC  X(06)  VALUE  " CUST=".
               05  DSP-058     PIC  9(04).
           03  DSP-060.
               05  FILLER      PIC  X(06)  VALUE  "ROWS=".
               05  DSP-061     PIC  ZZZZ9.
       01  DSP-AREA2.
           03  DSP-093         PIC  X(20)
               VALUE  "NO SHIPMENT FOUND   ".
       01  DSP-BUZZER.
           03  DISP-BUZ-J-03   PIC  X(05)  VALUE  X"1B4A03".
       01  ACP-AREA.
           03  ACP-010         PIC  9(01).
           03  ACP-020         PIC  9(06).
           03  ACP-030         PIC  X(01).
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       CALL "SD_Initialize" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA" " " "0" "0" "191" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-010" "X" "1" "1" "32" " " "DSP-AREA"  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-020" "X" "3" "1" "24" "DSP-010" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-025" "X" "5" "1" "11" "DSP-020" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-050" " " "9" "0" "78" "DSP-025" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-051" "9" "9" "1" "6" " " "DSP-050"  RETURNING RESU.
       CALL "SD_From" USING
            "DSP-051" BY REFERENCE WK-ORD "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "01DSP-050" "X" "9" "7" "6" "DSP-051" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-052" "9" "9" "13" "6" "01DSP-050" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-052" BY REFERENCE WK-SLIP "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "02DSP-050" "X" "9" "19" "6" "DSP-052" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-053" "9" "9" "25" "8" "02DSP-050" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-053" BY REFERENCE WK-D1 "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "03DSP-050" "X" "9" "33" "1" "DSP-053" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-054" "X" "9" "34" "20" "03DSP-050" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-054" BY REFERENCE WK-TRK "20" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "04DSP-050" "X" "9" "54" "1" "DSP-054" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-055" "X" "9" "55" "24" "04DSP-050" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-055" BY REFERENCE WK-TXT "24" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-056" " " "10" "0" "35" "DSP-050" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "01DSP-056" "X" "10" "1" "5" " " "DSP-056"  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-057" "X" "10" "6" "20" "01DSP-056" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-057" BY REFERENCE WK-RCVR "20" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "02DSP-056" "X" "10" "26" "6" "DSP-057" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-058" "9" "10" "32" "4" "02DSP-056" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-058" BY REFERENCE WK-TCD "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-060" " " "12" "0" "11" "DSP-056" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "01DSP-060" "X" "12" "1" "6" " " "DSP-060"  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-061" "9" "12" "7" "5" "01DSP-060" " "  RETURNING RESU.
       CALL "SD_From" USING
            "DSP-061" BY REFERENCE WS-DTL-CNT "5" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA2" " " "0" "0" "20" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-093" "X" "22" "1" "20" " " "DSP-AREA2"
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-BUZZER" " " "24" "0" "5" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DISP-BUZ-J-03" "X" "24" "80" "5" " " "DSP-BUZZER"
            RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-AREA" " " "0" "0" "8" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-010" "9" "3" "23" "1" " " "ACP-AREA"  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-010" BY REFERENCE WK-CAT "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-020" "9" "5" "5" "6" "ACP-010" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-020" BY REFERENCE WK-KEY "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-030" "X" "24" "77" "1" "ACP-020" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-030" BY REFERENCE JF-ANS "1" "0" RETURNING RESU.
      *
           ACCEPT USER_ID FROM ARGUMENT-VALUE.
           ACCEPT COMPLETION_CODE FROM ARGUMENT-VALUE.
      *
           CALL "SD_Output" USING
            "DSP-010" DSP-010 "p" RETURNING RESU.
       ST-10.
           CALL "SD_Output" USING
            "DSP-020" DSP-020 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-010 "ACP-010" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT    =  "P9"
               PERFORM  END-RTN  THRU  END-EXT
               STOP  RUN
           END-IF.
           IF  WK-CAT  <  1  OR  WK-CAT  >  3
               GO  TO  ST-10
           END-IF.
       ST-20.
           CALL "SD_Output" USING
            "DSP-025" DSP-025 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-020 "ACP-020" "9" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-10
           END-IF.
           MOVE  0  TO  WS-DTL-CNT.
           PERFORM  SHP-RTN  THRU  SHP-EXT.
           IF  WS-DTL-CNT  =  0
               CALL "SD_Output" USING
                "DSP-093" DSP-093 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
           END-IF.
           CALL "SD_Output" USING
            "DSP-060" DSP-060 "p" RETURNING RESU.
           GO  TO  ST-20.
      *****
      *    ONE DETAIL ROW TO THE SCREEN, NEXT ROW PER ENTER;
      *    "09" ABANDONS THE INQUIRY (WK-STOP 1).
       ROW-RTN.
           ADD  1  TO  WS-DTL-CNT.
           CALL "SD_Output" USING
            "DSP-050" DSP-050 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "DSP-056" DSP-056 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-030 "ACP-030" "X" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               MOVE  1  TO  WK-STOP
           END-IF.
       ROW-EXT.
           EXIT.
      *****
      *    THE JSJD LINES FOR THE KEY.
       SHP-RTN.
           MOVE  0  TO  WK-STOP.
           CALL "DB_F_Open" USING
            "INPUT" JSJD_PNAME1 "SHARED" BY REFERENCE JSJD_IDLST "1"
            "JSJD-KEY" BY REFERENCE JSJD-KEY.
       SHP-10.
           CALL "DB_Read" USING
            "NEXT AT END" JSJD_PNAME1 BY REFERENCE JSJD-REC "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  SHP-90
           END-IF.
           EVALUATE  WK-CAT
               WHEN  1
                   IF  JSJD-03  NOT =  WK-KEY
                       GO  TO  SHP-10
                   END-IF
               WHEN  2
                   IF  JSJD-SLIP  IS  NOT  NUMERIC
                       GO  TO  SHP-10
                   END-IF
                   IF  JSJD-SLIP  NOT =  WK-KEY
                       GO  TO  SHP-10
                   END-IF
               WHEN  OTHER
                   IF  JSJD-021  NOT =  WK-KEY
                       GO  TO  SHP-10
                   END-IF
           END-EVALUATE.
           MOVE  JSJD-03   TO  WK-ORD.
           MOVE  JSJD-021  TO  WK-TCD.
           MOVE  JSJD-07   TO  WK-D1.
           IF  JSJD-SLIP  IS  NUMERIC
               MOVE  JSJD-SLIP  TO  WK-SLIP
           ELSE
               MOVE  0  TO  WK-SLIP
           END-IF.
           MOVE  SPACE  TO  WK-TRK.
           MOVE  SPACE  TO  WK-RCVR.
           IF  JSJD-07S  =  0
               MOVE  "NOT SHIPPED"  TO  WK-TXT
               PERFORM  ROW-RTN  THRU  ROW-EXT
           ELSE
               PERFORM  TRK-RTN  THRU  TRK-EXT
           END-IF.
           IF  WK-STOP  =  1
               GO  TO  SHP-90
           END-IF.
           GO  TO  SHP-10.
       SHP-90.
           CALL "DB_F_Close" USING BY REFERENCE JSJD_IDLST JSJD_PNAME1.
       SHP-EXT.
           EXIT.
      *****
      *    THE TRACKING NUMBERS ON THE LINE'S CONSOLIDATION OR
      *    ITS CARTONS -- ONE ROW EACH.
       TRK-RTN.
           MOVE  0  TO  WK-TRKN.
           CALL "DB_F_Open" USING
            "INPUT" TRKF_PNAME1 "SHARED" BY REFERENCE TRKF_IDLST "1"
            "TRK-KEY" BY REFERENCE TRK-KEY.
       TRK-10.
           CALL "DB_Read" USING
            "NEXT AT END" TRKF_PNAME1 BY REFERENCE TRK-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  TRK-90
           END-IF.
           IF  TRK-CONS  NOT =  0
               IF  JSJD-CONS  IS  NOT  NUMERIC
                   GO  TO  TRK-10
               END-IF
               IF  TRK-CONS  NOT =  JSJD-CONS
                   GO  TO  TRK-10
               END-IF
           ELSE
               IF  TRK-LOT  NOT =  JSJD-081  OR  TRK-SEQ  NOT =  JSJD-04
                   GO  TO  TRK-10
               END-IF
           END-IF.
           ADD  1  TO  WK-TRKN.
           MOVE  TRK-NO    TO  WK-TRK.
           MOVE  TRK-RCVR  TO  WK-RCVR.
           EVALUATE  TRK-STAT
               WHEN  "D"
                   MOVE  TRK-DDATE   TO  TXT-DDATE
                   MOVE  TRK-DTIME   TO  TXT-DTIME
                   MOVE  WK-TXT-DLV  TO  WK-TXT
               WHEN  "E"
                   EVALUATE  TRK-EXC
                       WHEN  "RF"
                           MOVE  "EXCEPTION: REFUSED"  TO  WK-TXT
                       WHEN  "AU"
                           MOVE  "EXCEPTION: ADDR UNKNOWN"  TO  WK-TXT
                       WHEN  "DM"
                           MOVE  "EXCEPTION: DAMAGED"  TO  WK-TXT
                       WHEN  OTHER
                           MOVE  "EXCEPTION: OTHER"  TO  WK-TXT
                   END-EVALUATE
               WHEN  OTHER
                   MOVE  "IN TRANSIT"  TO  WK-TXT
           END-EVALUATE.
           PERFORM  ROW-RTN  THRU  ROW-EXT.
           IF  WK-STOP  =  1
               GO  TO  TRK-90
           END-IF.
           GO  TO  TRK-10.
       TRK-90.
           CALL "DB_F_Close" USING BY REFERENCE TRKF_IDLST TRKF_PNAME1.
           IF  WK-TRKN  =  0  AND  WK-STOP  =  0
               MOVE  "NO TRACKING NUMBER"  TO  WK-TXT
               PERFORM  ROW-RTN  THRU  ROW-EXT
           END-IF.
       TRK-EXT.
           EXIT.
       END-RTN.
           CALL "C3_Set_Jrcode" USING
            USER_ID BY REFERENCE COMPLETION_CODE 255.
           CALL "DB_Close".
       END-EXT.
           EXIT.
