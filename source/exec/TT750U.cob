      *          1  OPEN SKDF ITEMS WITH DUE DATES (TK-TERMS)
      *          2  OUTSTANDING JT-TGTF NOTES
      *          3  OPEN JOLJF11 ORDER LINES
      *          4  RECENT JSJD SHIPMENTS, THEN THOSE THE NB790U
      *             ARCHIVE HAS MOVED TO JT-JSJH
      *          5  JT-TKCT CONTACT PERSONS, ONE PER ROLE
      *        EACH DETAIL FILE IS RESCANNED PER DRILL-DOWN.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       77  RESU                    PIC  9(001).
       77  WK-DUE-I        PIC  9(07)  VALUE  0.
       77  WS-DTL-CNT      PIC  9(05)  VALUE  0.
       77  WK-ROLEN        PIC  9(01)  VALUE  0.
       77  WS-HIST-SW      PIC  X(01)  VALUE  "N".
           88  WS-HIST-ON             VALUE  "Y".
       01  WK-AREA.
           02  TT-ANS          PIC  X(01).
           02  WK-TCD          PIC  9(04).
           02  WK-NO           PIC  9(06).
           02  WK-AMT          PIC S9(09).
           02  WK-TXT          PIC  X(14).
           02  WK-ROLE         PIC  X(10).
       COPY    LSTTM.
       COPY    LITKM.
       COPY    LITKCT.
       COPY    LISKDF.
       COPY    LITGT.
       COPY    LJOLJF.
       COPY    LIJSJD.
       COPY    LIJSJH.
      *****
       01  DSP-AREA.
           03  DSP-010         PIC  X(32)
               05  DSP-033     PIC  -(08)9.
               05  FILLER      PIC  X(07)  VALUE  " RCPT=".
               05  DSP-034     PIC  -(08)9.
           03  DSP-040         PIC  X(44)
               VALUE  "1=SKDF 2=NOTES 3=ORDERS 4=SHIP 5=CONTACT( ) ".
           03  DSP-050.
               05  DSP-051     PIC  9(08).
               05  FILLER      PIC  X(05)  VALUE  " NO=".
           03  DSP-060.
               05  FILLER      PIC  X(06)  VALUE  "ROWS=".
               05  DSP-061     PIC  ZZZZ9.
           03  DSP-070.
               05  DSP-071     PIC  X(10).
               05  FILLER      PIC  X(01)  VALUE  SPACE.
               05  DSP-072     PIC  N(12).
               05  FILLER      PIC  X(01)  VALUE  SPACE.
               05  DSP-073     PIC  N(12).
           03  DSP-075.
               05  FILLER      PIC  X(04)  VALUE  "TEL=".
               05  DSP-076     PIC  X(15).
               05  FILLER      PIC  X(05)  VALUE  " FAX=".
               05  DSP-077     PIC  X(15).
           03  DSP-078.
               05  FILLER      PIC  X(05)  VALUE  "MAIL=".
               05  DSP-079     PIC  X(40).
       01  DSP-AREA2.
           03  DSP-093         PIC  X(20)
               VALUE  "CUSTOMER NOT ON TT-M".
       CALL "DB_Open".
       CALL "SD_Initialize" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA" " " "0" "0" "367" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-010" "X" "1" "1" "32" " " "DSP-AREA"  RETURNING RESU.
       CALL "SD_Init" USING
       CALL "SD_From" USING
            "DSP-034" BY REFERENCE TT-TNK "9" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-040" "X" "7" "1" "44" "DSP-030" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-050" " " "9" "0" "50" "DSP-040" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-061" "9" "11" "7" "5" "01DSP-060" " "  RETURNING RESU.
       CALL "SD_From" USING
            "DSP-061" BY REFERENCE WS-DTL-CNT "5" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-070" " " "13" "0" "60" "DSP-060" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-071" "X" "13" "1" "10" " " "DSP-070"  RETURNING RESU.
       CALL "SD_From" USING
            "DSP-071" BY REFERENCE WK-ROLE "10" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "01DSP-070" "X" "13" "11" "1" "DSP-071" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-072" "N" "13" "12" "24" "01DSP-070" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-072" BY REFERENCE TKC-DEPT "24" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "02DSP-070" "X" "13" "36" "1" "DSP-072" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-073" "N" "13" "37" "24" "02DSP-070" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-073" BY REFERENCE TKC-PERS "24" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-075" " " "14" "0" "39" "DSP-070" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "01DSP-075" "X" "14" "1" "4" " " "DSP-075"  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-076" "X" "14" "5" "15" "01DSP-075" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-076" BY REFERENCE TKC-TEL "15" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "02DSP-075" "X" "14" "20" "5" "DSP-076" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-077" "X" "14" "25" "15" "02DSP-075" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-077" BY REFERENCE TKC-FAX "15" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-078" " " "15" "0" "45" "DSP-075" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "01DSP-078" "X" "15" "1" "5" " " "DSP-078"  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-079" "X" "15" "6" "40" "01DSP-078" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-079" BY REFERENCE TKC-MAIL "40" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA2" " " "0" "0" "20" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
       CALL "SD_Into" USING
            "ACP-010" BY REFERENCE WK-TCD "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-020" "9" "7" "42" "1" "ACP-010" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-020" BY REFERENCE WK-CAT "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
           CALL "DB_F_Open" USING
            "INPUT" TK-M_PNAME1 "SHARED" BY REFERENCE TK-M_IDLST "1"
            "TK-KEY" BY REFERENCE TK-KEY.
           CALL "DB_F_Open" USING
            "INPUT" TKCT_PNAME1 "SHARED" BY REFERENCE TKCT_IDLST "1"
            "TKC-KEY" BY REFERENCE TKC-KEY.
           CALL "SD_Output" USING
            "DSP-010" DSP-010 "p" RETURNING RESU.
       ST-10.
               WHEN  2  PERFORM  TGT-RTN  THRU  TGT-EXT
               WHEN  3  PERFORM  ORD-RTN  THRU  ORD-EXT
               WHEN  4  PERFORM  SHP-RTN  THRU  SHP-EXT
               WHEN  5  PERFORM  CNT-RTN  THRU  CNT-EXT
               WHEN  OTHER  GO  TO  ST-20
           END-EVALUATE.
           CALL "SD_Output" USING
       ORD-EXT.
           EXIT.
      *****
      *    4 -- SHIPMENTS ON THE JSJD FILE FOR THE CUSTOMER,
      *    THEN THE ARCHIVED ONES ON JT-JSJH.
       SHP-RTN.
           MOVE  "N"  TO  WS-HIST-SW.
           CALL "DB_F_Open" USING
            "INPUT" JSJD_PNAME1 "SHARED" BY REFERENCE JSJD_IDLST "1"
            "JSJD-KEY" BY REFERENCE JSJD-KEY.
       SHP-10.
           IF  WS-HIST-ON
               GO  TO  SHP-15
           END-IF.
           CALL "DB_Read" USING
            "NEXT AT END" JSJD_PNAME1 BY REFERENCE JSJD-REC "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  SHP-80
           END-IF.
           GO  TO  SHP-20.
       SHP-15.
           CALL "DB_Read" USING
            "NEXT AT END" JSJH_PNAME1 BY REFERENCE JSH-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  SHP-90
           END-IF.
           MOVE  JSH-REC  TO  JSJD-REC.
       SHP-20.
           IF  JSJD-021  NOT =  WK-TCD
               GO  TO  SHP-10
           END-IF.
           MOVE  JSJD-07  TO  WK-D1.
           MOVE  JSJD-09  TO  WK-NO.
           MOVE  JSJD-122  TO  WK-AMT.
           EVALUATE  TRUE
               WHEN  WS-HIST-ON
                   MOVE  "SHIPPED (ARCH)"  TO  WK-TXT
               WHEN  JSJD-16  =  1
                   MOVE  "SHIPPED       "  TO  WK-TXT
               WHEN  OTHER
                   MOVE  "PICK/IN TRANS "  TO  WK-TXT
           END-EVALUATE.
           PERFORM  ROW-RTN  THRU  ROW-EXT.
           IF  RET  =  9
               GO  TO  SHP-90
           END-IF.
           GO  TO  SHP-10.
       SHP-80.
           CALL "DB_F_Close" USING BY REFERENCE JSJD_IDLST JSJD_PNAME1.
           CALL "DB_F_Open" USING
            "INPUT" JSJH_PNAME1 "SHARED" BY REFERENCE JSJH_IDLST "1"
            "JSH-KEY" BY REFERENCE JSH-KEY.
           SET  WS-HIST-ON  TO  TRUE.
           GO  TO  SHP-10.
       SHP-90.
           IF  WS-HIST-ON
               CALL "DB_F_Close" USING
                BY REFERENCE JSJH_IDLST JSJH_PNAME1
           ELSE
               CALL "DB_F_Close" USING
                BY REFERENCE JSJD_IDLST JSJD_PNAME1
           END-IF.
       SHP-EXT.
           EXIT.
      *****
      *    5 -- CONTACT PERSONS ON JT-TKCT, ROLES 1-4 IN TURN.
       CNT-RTN.
           MOVE  0  TO  WK-ROLEN.
       CNT-10.
           ADD  1  TO  WK-ROLEN.
           IF  WK-ROLEN  >  4
               GO  TO  CNT-EXT
           END-IF.
           MOVE  WK-TCD    TO  TKC-TCD.
           MOVE  WK-ROLEN  TO  TKC-ROLE.
           CALL "DB_Read" USING
            "INVALID" TKCT_PNAME1 BY REFERENCE TKC-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               GO  TO  CNT-10
           END-IF.
           EVALUATE  WK-ROLEN
               WHEN  1  MOVE  "BILLING   "  TO  WK-ROLE
               WHEN  2  MOVE  "ORDERING  "  TO  WK-ROLE
               WHEN  3  MOVE  "SHIPPING  "  TO  WK-ROLE
               WHEN  OTHER  MOVE  "A/P       "  TO  WK-ROLE
           END-EVALUATE.
           ADD  1  TO  WS-DTL-CNT.
           CALL "SD_Output" USING
            "DSP-070" DSP-070 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "DSP-075" DSP-075 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "DSP-078" DSP-078 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-030 "ACP-030" "X" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  CNT-EXT
           END-IF.
           GO  TO  CNT-10.
       CNT-EXT.
           EXIT.
       END-RTN.
           CALL "C3_Set_Jrcode" USING
            USER_ID BY REFERENCE COMPLETION_CODE 255.
           CALL "DB_F_Close" USING BY REFERENCE TT-M_IDLST TT-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE TK-M_IDLST TK-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE TKCT_IDLST TKCT_PNAME1.
           CALL "DB_Close".
       END-EXT.
           EXIT.
