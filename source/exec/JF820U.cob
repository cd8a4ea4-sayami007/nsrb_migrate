      *             DATES, NUMBER FROM THE FCTL "QUONO" COUNTER
      *             (SHOWN ON ACCEPT);
      *          L  QUOTE LINE -- ITEM AND QUANTITY; THE PRICE
      *             DEFAULTS THROUGH THE LPPRC ROUTINE AS OF THE
      *             VALID-FROM DATE (A JT-PROM PROMOTION, ELSE
      *             THE THTND CUSTOMER OVERRIDE, ELSE THE J-M
      *             PRICE) AND MAY BE OVERRIDDEN (0 KEEPS THE
      *             DEFAULT);
      *          W  MARK WON,  X  MARK LOST;
      *          C  CONVERT THE ACCEPTED QUOTE TO AN ORDER --
      *             ONE JOLJF11 LINE PER QUOTE LINE (ORDER FROM
      *             FCTL "QORNO" AT 700001, ORDER SEQUENCE
      *             0-9, JOLJF11-19 = "Q") SO THE ORDER
      *             MATCHES WHAT WAS QUOTED; THE QUOTE CLOSES AT
      *             STAT 3 WITH THE ORDER NUMBER.  EACH LINE IS
      *             REPRICED AS OF TODAY AND TAKES THE LOWER OF
      *             THAT AND THE QUOTED PRICE (A KEYED QUOTE
      *             PRICE ALWAYS STANDS).
      *        AN ITEM OUTSIDE THE CUSTOMER'S ASSORTMENT (LPASR)
      *        IS REFUSED AT L AS OF THE VALID-FROM DATE; AT C
      *        EVERY LINE IS CHECKED AGAIN AS OF TODAY, AND ANY
      *        LINE NOW REFUSED IS PRINTED AND THE QUOTE LEFT
      *        OPEN, UNCONVERTED.
      *        EVERY NEW HEADER AND LINE ALSO PRINTS TO THE
      *        JF820U QUOTATION FORM FILE.
       ENVIRONMENT         DIVISION.
       77  WK-SEQ1         PIC  9(01)  VALUE  0.
       77  WK-LN-CNT       PIC  9(03)  VALUE  0.
       77  WK-CVX-CNT      PIC  9(02)  VALUE  0.
       77  WK-ASX-CNT      PIC  9(03)  VALUE  0.
       77  WK-TODAY8       PIC  9(08)  VALUE  0.
       01  WK-AREA.
           02  JF-ACT          PIC  X(01).
           02  JF-ANS          PIC  X(01).
           02  WK-TAN          PIC S9(06)V9(02).
       COPY    LIQUOF.
       COPY    LITHTND.
       COPY    LIPROM.
       COPY    LWPRC.
       COPY    LIASRT.
       COPY    LIASGM.
       COPY    LWASR.
       COPY    LIJM.
       COPY    LJOLJF.
       COPY    FCTL.
           02  FRM-QTY         PIC  -(04)9.
           02  FILLER          PIC  X(08)  VALUE  " PRICE=".
           02  FRM-TAN         PIC  -(05)9.99.
           02  FILLER          PIC  X(06)  VALUE  " SRC=".
           02  FRM-PSRC        PIC  X(01).
           02  FILLER          PIC  X(07)  VALUE  " PROMO=".
           02  FRM-PRMCD       PIC  X(06).
       01  JF-FRM-CV.
           02  FILLER          PIC  X(10)  VALUE  "CONVERTED ".
           02  CV-QNO          PIC  9(06).
           02  CVX-LINE        PIC  9(02).
           02  FILLER          PIC  X(06)  VALUE  " ITEM=".
           02  CVX-JCD         PIC  9(06).
       01  JF-FRM-ASX.
           02  FILLER          PIC  X(26)  VALUE
               "** NOT IN ASSORTMENT   LN=".
           02  ASX-LINE        PIC  9(02).
           02  FILLER          PIC  X(06)  VALUE  " ITEM=".
           02  ASX-JCD         PIC  9(06).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  ASX-MSG         PIC  X(16).
       01  JF-FRM-CVR.
           02  FILLER          PIC  X(40)  VALUE
               "** CONVERSION INCOMPLETE, QUOTE REOPENED".
               VALUE  "OVER 10 LINES, OPEN ".
           03  DSP-098         PIC  X(20)
               VALUE  "DATABASE ERROR      ".
           03  DSP-096         PIC  X(20)
               VALUE  "BLOCKED FOR CUSTOMER".
           03  DSP-097         PIC  X(20)
               VALUE  "NOT IN AGREED RANGE ".
           03  DSP-099         PIC  X(20)
               VALUE  "ASSORTMENT, SEE FORM".
           03  DSP-102.
               05  FILLER      PIC  X(13)  VALUE  "OK QUOTE NO= ".
               05  DSP-103     PIC  9(06).
       CALL "SD_Init" USING
            "DSP-040" "X" "7" "1" "49" "DSP-030" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA2" " " "0" "0" "179" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-091" "X" "22" "1" "20" " " "DSP-AREA2"
            RETURNING RESU.
            "DSP-098" "X" "22" "1" "20" "DSP-095" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-096" "X" "22" "1" "20" "DSP-098" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-097" "X" "22" "1" "20" "DSP-096" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-099" "X" "22" "1" "20" "DSP-097" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-102" " " "22" "0" "19" "DSP-099" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "01DSP-102" "X" "22" "1" "13" " " "DSP-102"
            RETURNING RESU.
           CALL "DB_F_Open" USING
            "INPUT" THTND_PNAME1 "SHARED" BY REFERENCE THTND_IDLST "1"
            "THTND-KEY" BY REFERENCE THTND-KEY.
           CALL "DB_F_Open" USING
            "INPUT" PROM_PNAME1 "SHARED" BY REFERENCE PROM_IDLST "1"
            "PRM-KEY" BY REFERENCE PRM-KEY.
           CALL "DB_F_Open" USING
            "INPUT" J-M_PNAME1 "SHARED" BY REFERENCE J-M_IDLST "1"
            "J-JCD" BY REFERENCE J-JCD.
           CALL "DB_F_Open" USING
            "INPUT" ASRT_PNAME1 "SHARED" BY REFERENCE ASRT_IDLST "1"
            "ASR-KEY" BY REFERENCE ASR-KEY.
           CALL "DB_F_Open" USING
            "INPUT" ASGM_PNAME1 "SHARED" BY REFERENCE ASGM_IDLST "1"
            "AGM-KEY" BY REFERENCE AGM-KEY.
           CALL "DB_F_Open" USING
            "I-O" JOLJF_PNAME1 "SHARED" BY REFERENCE JOLJF_IDLST "1"
            "JOLJF11-KEYW" BY REFERENCE JOLJF11-KEYW.
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-30
           END-IF.
      *        ASSORTMENT AS OF THE VALID-FROM DATE.
           MOVE  QUO-TCD    TO  ASW-TCD.
           MOVE  WK-JCD     TO  ASW-JCD.
           MOVE  J-BR1      TO  ASW-BR1.
           MOVE  QUO-VFROM  TO  ASW-DATE.
           PERFORM  ASW-RTN  THRU  ASW-EXT.
           IF  ASW-RES  =  1
               CALL "SD_Output" USING
                "DSP-096" DSP-096 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-30
           END-IF.
           IF  ASW-RES  =  2
               CALL "SD_Output" USING
                "DSP-097" DSP-097 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-30
           END-IF.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-045 "ACP-045" "9" "5"
            BY REFERENCE ESTAT RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-050 "ACP-050" "9" "8"
            BY REFERENCE ESTAT RETURNING RESU.
      *        PRICE -- KEYED OVERRIDE (X100) WINS, ELSE THE
      *        LPPRC PROMOTION / THTND / J-M PRICE AS OF THE
      *        QUOTE'S VALID-FROM DATE.
           IF  WK-TAN8  NOT =  0
               COMPUTE  WK-TAN  =  WK-TAN8  /  100
               MOVE  "K"    TO  QUO-PSRC
               MOVE  SPACE  TO  QUO-PRMCD
           ELSE
               MOVE  QUO-TCD    TO  PRC-TCD
               MOVE  WK-JCD     TO  PRC-JCD
               MOVE  J-BR1      TO  PRC-BR1
               MOVE  QUO-VFROM  TO  PRC-DATE
               MOVE  J-ST       TO  PRC-JST
               PERFORM  PRC-RTN  THRU  PRC-EXT
               MOVE  PRC-TAN    TO  WK-TAN
               MOVE  PRC-SRC    TO  QUO-PSRC
               MOVE  PRC-PRMCD  TO  QUO-PRMCD
           END-IF.
           MOVE  WK-LINE  TO  QUO-LINE.
           MOVE  WK-JCD   TO  QUO-JCD.
           MOVE  QUO-JCD  TO  FRM-JCD.
           MOVE  QUO-QTY  TO  FRM-QTY.
           MOVE  QUO-TAN  TO  FRM-TAN.
           MOVE  QUO-PSRC   TO  FRM-PSRC.
           MOVE  QUO-PRMCD  TO  FRM-PRMCD.
           MOVE  JF-FRM-DT  TO  JF-RPT-LINE.
           WRITE  JF-RPT-LINE.
           CALL "SD_Output" USING
      *        JOLJF11-03 IS ONE DIGIT, SO ONE ORDER CARRIES AT
      *        MOST TEN LINES -- A BIGGER QUOTE IS REFUSED AND
      *        LEFT OPEN RATHER THAN CONVERTED SHORT.
      *        EVERY LINE MUST ALSO STILL BE IN THE CUSTOMER'S
      *        ASSORTMENT TODAY; ONE THAT IS NOT IS PRINTED AND
      *        THE QUOTE STAYS OPEN.
           MOVE  0  TO  WK-LN-CNT.
           MOVE  0  TO  WK-ASX-CNT.
           ACCEPT  WK-TODAY8  FROM  DATE.
           ADD  20000000  TO  WK-TODAY8.
           CALL "DB_F_Close" USING BY REFERENCE QUOF_IDLST QUOF_PNAME1.
           CALL "DB_F_Open" USING
            "I-O" QUOF_PNAME1 "SHARED" BY REFERENCE QUOF_IDLST "1"
           IF  RET  =  0
               IF  QUO-NO  =  WK-QNO  AND  QUO-LINE  NOT =  0
                   ADD  1  TO  WK-LN-CNT
                   PERFORM  ASX-RTN  THRU  ASX-EXT
               END-IF
               GO  TO  ST-40A
           END-IF.
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
           IF  WK-ASX-CNT  NOT =  0
               MOVE  WK-QNO  TO  QUO-NO
               CALL "SD_Output" USING
                "DSP-099" DSP-099 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
           MOVE  "QORNO"  TO  FCTL-KEY1.
           CALL "DB_Read" USING
            "INVALID" FCTL-F_PNAME1 BY REFERENCE FCTL-REC " "
           MOVE  QUO-QTY    TO  JOLJF11-122.
           MOVE  "Q"        TO  JOLJF11-19.
           MOVE  WK-QNO     TO  JOLJF11-SRCNO.
           PERFORM  CVP-RTN  THRU  CVP-EXT.
           CALL "DB_Insert" USING
            JOLJF_PNAME1 JOLJF_LNAME JOLJF11-REC RETURNING RET.
           IF  RET  =  1
           CALL "SD_Output" USING
            "DSP-102" DSP-102 "p" RETURNING RESU.
           GO  TO  ST-10.
      *****
      *    CONVERSION PRICE -- THE QUOTED PRICE STANDS WHEN IT
      *    WAS KEYED OR IS NO DEARER THAN TODAY'S BEST VALID
      *    PRICE; OTHERWISE TODAY'S LPPRC PRICE IS TAKEN.
       CVP-RTN.
           MOVE  QUO-JCD  TO  J-JCD.
           CALL "DB_Read" USING
            "INVALID" J-M_PNAME1 BY REFERENCE J-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1  OR  QUO-PSRC  =  "K"
               GO  TO  CVP-50
           END-IF.
           MOVE  QUO-TCD    TO  PRC-TCD.
           MOVE  QUO-JCD    TO  PRC-JCD.
           MOVE  J-BR1      TO  PRC-BR1.
           MOVE  WK-TODAY8  TO  PRC-DATE.
           MOVE  J-ST       TO  PRC-JST.
           PERFORM  PRC-RTN  THRU  PRC-EXT.
           IF  PRC-TAN  NOT <  QUO-TAN
               GO  TO  CVP-50
           END-IF.
           COMPUTE  JOLJF11-TAN  ROUNDED  =  PRC-TAN.
           MOVE  PRC-SRC    TO  JOLJF11-PSRC.
           MOVE  PRC-PRMCD  TO  JOLJF11-PRMCD.
           GO  TO  CVP-EXT.
       CVP-50.
           COMPUTE  JOLJF11-TAN  ROUNDED  =  QUO-TAN.
           MOVE  QUO-PSRC   TO  JOLJF11-PSRC.
           IF  QUO-PSRC  =  "K"  OR  QUO-PSRC  =  SPACE
               MOVE  "Q"  TO  JOLJF11-PSRC
           END-IF.
           MOVE  QUO-PRMCD  TO  JOLJF11-PRMCD.
       CVP-EXT.
           EXIT.
      *****
      *    CONVERSION ASSORTMENT CHECK -- ONE QUOTE LINE AS OF
      *    TODAY.  AN ITEM NO LONGER ON J-M IS LEFT TO THE
      *    CONVERSION ITSELF.
       ASX-RTN.
           MOVE  QUO-JCD  TO  J-JCD.
           CALL "DB_Read" USING
            "INVALID" J-M_PNAME1 BY REFERENCE J-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               GO  TO  ASX-EXT
           END-IF.
           MOVE  QUO-TCD    TO  ASW-TCD.
           MOVE  QUO-JCD    TO  ASW-JCD.
           MOVE  J-BR1      TO  ASW-BR1.
           MOVE  WK-TODAY8  TO  ASW-DATE.
           PERFORM  ASW-RTN  THRU  ASW-EXT.
           IF  ASW-RES  =  0
               GO  TO  ASX-EXT
           END-IF.
           ADD  1  TO  WK-ASX-CNT.
           MOVE  QUO-LINE  TO  ASX-LINE.
           MOVE  QUO-JCD   TO  ASX-JCD.
           MOVE  ASW-MSG   TO  ASX-MSG.
           MOVE  JF-FRM-ASX  TO  JF-RPT-LINE.
           WRITE  JF-RPT-LINE.
       ASX-EXT.
           EXIT.
      *****
       COPY    LPPRC.
      *****
       COPY    LPASR.
       END-RTN.
           CALL "C3_Set_Jrcode" USING
            USER_ID BY REFERENCE COMPLETION_CODE 255.
           CALL "DB_F_Close" USING BY REFERENCE QUOF_IDLST QUOF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE THTND_IDLST THTND_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE PROM_IDLST PROM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE J-M_IDLST J-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE ASRT_IDLST ASRT_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE ASGM_IDLST ASGM_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE JOLJF_IDLST JOLJF_PNAME1.
           CALL "DB_F_Close" USING
