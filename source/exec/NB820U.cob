       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         NB820U.
      *****************************************************
      *****   TRAINING DATA MASKED COPY                *****
      *****************************************************
      *        BUILDS THE TRAINING / TEST COPY OF THE CUSTOMER
      *        FILES FROM PRODUCTION -- TOKMS, JT-SHPT, JT-TKCT,
      *        TT-M, SKDF AND STRAN -- INTO THE "TR-" FILES OF
      *        LITRCP.  EACH TARGET IS CLEARED AND RELOADED IN
      *        FULL.  NAMES, ADDRESSES, CONTACT PERSONS, PHONE AND
      *        FAX NUMBERS, MAIL ADDRESSES AND THE SKDF REMARKS
      *        (WHERE BANK DETAILS ARE KEYED) ARE REPLACED BY
      *        TEXT BUILT FROM THE RECORD'S OWN CODES, SO THE SAME
      *        CUSTOMER IS MASKED THE SAME WAY ON EVERY FILE AND
      *        EVERY RUN.  KEYS, CUSTOMER AND SHIP-TO CODES, POSTAL
      *        CODES, FIGURES AND DATES ARE COPIED UNCHANGED, SO
      *        EVERY SCREEN AND REPORT WORKS ON THE COPY.  THE
      *        FIRST ADDRESS LINE BECOMES THE JT-PSTM PREFECTURE
      *        AND CITY FOR THE POSTAL CODE (THE ADDRESS STILL
      *        MATCHES ITS POSTAL CODE), OR A PLACEHOLDER WHEN THE
      *        CODE IS NOT ON THE MASTER.  TT-M AND STRAN HOLD NO
      *        PERSONAL DATA AND ARE COPIED AS THEY ARE.
      *        BEFORE ANYTHING IS WRITTEN EVERY TARGET NAME MUST
      *        START "TR-" AND DIFFER FROM EVERY LIVE FILE NAME;
      *        OTHERWISE THE RUN IS REFUSED (RETURN CODE 16).
      *        THE CERTIFICATE LISTS, PER FILE, THE RECORDS READ,
      *        WRITTEN AND MASKED AND THE FIELDS MASKED; IT GOES
      *        THROUGH LWHDR, SO IT IS ARCHIVED ON JT-RARC.  A COPY
      *        THAT DOES NOT BALANCE IS NOT CERTIFIED (RETURN
      *        CODE 16).
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  NB-RPT-FILE  ASSIGN  TO  "NB820R"
               ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA                DIVISION.
       FILE                SECTION.
       FD  NB-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  NB-RPT-LINE         PIC  X(132).
       WORKING-STORAGE     SECTION.
       77  ERR-STAT        PIC  X(02).
       77  RET             PIC  9(01)  VALUE  0.
       77  USER_ID                 PIC  X(006) VALUE SPACE.
       77  COMPLETION_CODE         PIC  X(003) VALUE ZERO.
       77  I               PIC  9(02)  VALUE  0.
       77  J               PIC  9(02)  VALUE  0.
       77  FI              PIC  9(01)  VALUE  0.
       77  WK-MSW          PIC  9(01)  VALUE  0.
       77  WK-BAD          PIC  9(01)  VALUE  0.
       77  WS-RD-CNT       PIC  9(07)  VALUE  0.
       77  WS-WR-CNT       PIC  9(07)  VALUE  0.
      *    MASKED TEXT -- BUILT IN WK-MSK-X (SHIFT-JIS) FROM A
      *    PREFIX OF WK-MSK-PL BYTES AND A CODE STRING OF
      *    WK-MSK-KL CHARACTERS (DIGITS AND "-"), EACH CODE
      *    CHARACTER WRITTEN FULL-WIDTH.  SEE MSK-RTN.
       01  WK-MSK-X        PIC  X(48)  VALUE  SPACE.
       01  WK-MSK-N  REDEFINES  WK-MSK-X  PIC  N(24).
       01  WK-MSK-PFX      PIC  X(20)  VALUE  SPACE.
       77  WK-MSK-PL       PIC  9(02)  VALUE  0.
       01  WK-MSK-KEY      PIC  X(10)  VALUE  SPACE.
       77  WK-MSK-KL       PIC  9(02)  VALUE  0.
       77  WK-MSK-P        PIC  9(02)  VALUE  0.
       77  WK-MSK-I        PIC  9(02)  VALUE  0.
       77  WK-DG           PIC  9(01)  VALUE  0.
      *    FULL-WIDTH PREFIXES (SHIFT-JIS).
      *      CUSTOMER + SPACE, BLOCK + SPACE, ADDRESS + SPACE,
      *      SHIP-TO + SPACE, PERSON, MASKED, FULL-WIDTH "-".
       01  WK-PFX-CUS      PIC  X(18)  VALUE
           X"8262827482728273826E826C826482718140".
       01  WK-PFX-BLK      PIC  X(12)  VALUE
           X"8261826B826E8262826A8140".
       01  WK-PFX-ADR      PIC  X(16)  VALUE
           X"82608263826382718264827282728140".
       01  WK-PFX-SHP      PIC  X(16)  VALUE
           X"827282678268826F817C8273826E8140".
       01  WK-PFX-PER      PIC  X(12)  VALUE
           X"826F826482718272826E826D".
       01  WK-PFX-MSK      PIC  X(12)  VALUE
           X"826C82608272826A82648263".
       01  WK-ZHY          PIC  X(02)  VALUE  X"817C".
       01  WK-ZD-TBL-V     PIC  X(20)  VALUE
           X"824F825082518252825382548255825682578258".
       01  WK-ZD-TBL  REDEFINES  WK-ZD-TBL-V.
           02  WK-ZD       PIC  X(02)  OCCURS  10.
      *    THE FILES IN COPY ORDER -- MASKED FIELDS FOR THE
      *    CERTIFICATE.  THE LIVE AND TRAINING NAMES ARE TAKEN
      *    FROM THE FILE BLOCKS AT RUN TIME (FT-LIVE / FT-TRN).
       01  FD-TBL-V.
           02  F  PIC  X(48)  VALUE
               "TK-NAME, TK-ADR1, TK-ADR2                       ".
           02  F  PIC  X(48)  VALUE
               "SHP-NAME, SHP-ADR1                              ".
           02  F  PIC  X(48)  VALUE
               "TKC-PERS, TKC-TEL, TKC-FAX, TKC-MAIL            ".
           02  F  PIC  X(48)  VALUE
               "NONE (CODES AND FIGURES ONLY)                   ".
           02  F  PIC  X(48)  VALUE
               "SKD-BI (REMARKS / BANK DETAILS)                 ".
           02  F  PIC  X(48)  VALUE
               "NONE (CODES AND FIGURES ONLY)                   ".
       01  FD-TBL  REDEFINES  FD-TBL-V.
           02  FD-FLDS     PIC  X(48)  OCCURS  6.
      *    PER FILE -- NAMES AND COUNTS.  FT-CLR THE OLD TRAINING
      *    RECORDS CLEARED, FT-RD READ FROM LIVE, FT-WR WRITTEN,
      *    FT-MS WRITTEN WITH A FIELD MASKED, FT-ER NOT WRITTEN.
       01  FT-TBL.
           02  FT-ENT   OCCURS  6.
               03  FT-LIVE       PIC  X(09).
               03  FT-TRN        PIC  X(09).
               03  FT-CLR        PIC  9(07).
               03  FT-RD         PIC  9(07).
               03  FT-WR         PIC  9(07).
               03  FT-MS         PIC  9(07).
               03  FT-ER         PIC  9(07).
       COPY    LITKM.
       COPY    LISHPT.
       COPY    LITKCT.
       COPY    LSTTM.
       COPY    LISKDF.
       COPY    LNSTRN.
       COPY    LITRCP.
       COPY    LIPSTM.
       COPY    LWPSTM.
       COPY    LIRUNL.
       COPY    LWHDR.
      *****
       01  NB-RPT-COL.
           02  FILLER          PIC  X(20)  VALUE
               "LIVE FILE TRAINING  ".
           02  FILLER          PIC  X(32)  VALUE
               " CLEARED    READ WRITTEN  MASKED".
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  FILLER          PIC  X(13)  VALUE  "FIELDS MASKED".
       01  NB-RPT-DET.
           02  RPT-LIVE        PIC  X(09).
           02  FILLER          PIC  X(01).
           02  RPT-TRN         PIC  X(09).
           02  FILLER          PIC  X(01).
           02  RPT-CLR         PIC  ZZZZZZ9BB.
           02  RPT-RD          PIC  ZZZZZZ9.
           02  FILLER          PIC  X(01).
           02  RPT-WR          PIC  ZZZZZZ9.
           02  FILLER          PIC  X(01).
           02  RPT-MS          PIC  ZZZZZZ9.
           02  FILLER          PIC  X(02).
           02  RPT-FLDS        PIC  X(48).
       01  NB-RPT-ERR.
           02  FILLER          PIC  X(20)  VALUE
               "*** NOT WRITTEN, ".
           02  RPT-E-LIVE      PIC  X(09).
           02  FILLER          PIC  X(01)  VALUE  "=".
           02  RPT-E-CNT       PIC  ZZZZZZ9.
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       ACCEPT USER_ID FROM ARGUMENT-VALUE.
       ACCEPT COMPLETION_CODE FROM ARGUMENT-VALUE.
       OPEN  OUTPUT  NB-RPT-FILE.
       MOVE  "NB820U"  TO  HDR-PGMID.
       MOVE  "TRAINING DATA MASKED COPY"  TO  HDR-TITLE.
       MOVE  USER_ID   TO  HDR-OPR.
       PERFORM  HDR-INIT-RTN  THRU  HDR-INIT-EXT.
      *****
      *    GUARD -- NO TARGET MAY BE A LIVE FILE.
           INITIALIZE  FT-TBL.
           MOVE  TK-M_PNAME1     TO  FT-LIVE (1).
           MOVE  TRTK_PNAME1     TO  FT-TRN (1).
           MOVE  SHPT_PNAME1     TO  FT-LIVE (2).
           MOVE  TRSH_PNAME1     TO  FT-TRN (2).
           MOVE  TKCT_PNAME1     TO  FT-LIVE (3).
           MOVE  TRTC_PNAME1     TO  FT-TRN (3).
           MOVE  TT-M_PNAME1     TO  FT-LIVE (4).
           MOVE  TRTT_PNAME1     TO  FT-TRN (4).
           MOVE  SKDF_PNAME1     TO  FT-LIVE (5).
           MOVE  TRSK_PNAME1     TO  FT-TRN (5).
           MOVE  HN-STRN_PNAME1  TO  FT-LIVE (6).
           MOVE  TRST_PNAME1     TO  FT-TRN (6).
           MOVE  0  TO  WK-BAD.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  6
               IF  FT-TRN (I) (1:3)  NOT =  "TR-"
                   MOVE  1  TO  WK-BAD
               END-IF
               PERFORM  VARYING  J  FROM  1  BY  1  UNTIL  J  >  6
                   IF  FT-TRN (I)  =  FT-LIVE (J)
                       MOVE  1  TO  WK-BAD
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF  WK-BAD  =  1
               MOVE  "*** REFUSED -- A TRAINING FILE NAME IS A LIVE FILE
      -              " OR LACKS TR-, NOTHING WRITTEN"  TO  NB-RPT-LINE
               GO  TO  ERR-END
           END-IF.
           PERFORM  RUNL-ST-RTN  THRU  RUNL-ST-EXT.
           CALL "DB_F_Open" USING
            "INPUT" PSTM_PNAME1 "SHARED" BY REFERENCE PSTM_IDLST "1"
            "PST-KEY" BY REFERENCE PST-KEY.
           PERFORM  CP-TK-RTN  THRU  CP-TK-EXT.
           PERFORM  CP-SH-RTN  THRU  CP-SH-EXT.
           PERFORM  CP-TC-RTN  THRU  CP-TC-EXT.
           PERFORM  CP-TT-RTN  THRU  CP-TT-EXT.
           PERFORM  CP-SK-RTN  THRU  CP-SK-EXT.
           PERFORM  CP-ST-RTN  THRU  CP-ST-EXT.
           CALL "DB_F_Close" USING BY REFERENCE PSTM_IDLST PSTM_PNAME1.
      *****
      *    THE CERTIFICATE.
           MOVE  NB-RPT-COL  TO  NB-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  0  TO  WK-BAD.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  6
               PERFORM  PRT-RTN  THRU  PRT-EXT
           END-PERFORM.
           MOVE  SPACE  TO  NB-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  "KEYS, CUSTOMER AND SHIP-TO CODES, POSTAL CODES, FIGUR
      -          "ES AND DATES COPIED UNCHANGED"  TO  NB-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  "MASKED TEXT IS BUILT FROM THE RECORD CODES -- THE SAM
      -          "E CUSTOMER READS THE SAME ON EVERY FILE"
             TO  NB-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  "FIRST ADDRESS LINES SHOW THE JT-PSTM PREFECTURE/CITY
      -          "FOR THE POSTAL CODE"  TO  NB-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  SPACE  TO  NB-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           IF  WK-BAD  =  0
               MOVE  "CERTIFIED -- EVERY LIVE RECORD COPIED, ALL LISTED
      -              " FIELDS MASKED"  TO  NB-RPT-LINE
           ELSE
               MOVE  "*** NOT CERTIFIED -- COPY INCOMPLETE"
                 TO  NB-RPT-LINE
           END-IF.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           PERFORM  HDR-TRL-RTN  THRU  HDR-TRL-EXT.
           CLOSE  NB-RPT-FILE.
           PERFORM  RUNL-EN-RTN  THRU  RUNL-EN-EXT.
           IF  WK-BAD  =  1
               CALL "C3_Set_Jrcode" USING
                USER_ID BY REFERENCE COMPLETION_CODE 255
               MOVE  16  TO  RETURN-CODE
           END-IF.
           CALL "DB_Close".
           STOP  RUN.
       ERR-END.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           PERFORM  HDR-TRL-RTN  THRU  HDR-TRL-EXT.
           CLOSE  NB-RPT-FILE.
           DISPLAY  NB-RPT-LINE.
           CALL "C3_Set_Jrcode" USING
            USER_ID BY REFERENCE COMPLETION_CODE 255.
           MOVE  16  TO  RETURN-CODE.
           CALL "DB_Close".
           STOP  RUN.
      *****
      *    TOKMS -- NAME, ADDRESS LINES.
       CP-TK-RTN.
           MOVE  1  TO  FI.
           CALL "DB_F_Open" USING
            "I-O" TRTK_PNAME1 "SHARED" BY REFERENCE TRTK_IDLST "1"
            "TK-KEY" BY REFERENCE TK-KEY.
       CP-TK-10.
           CALL "DB_Read" USING
            "NEXT AT END" TRTK_PNAME1 BY REFERENCE TK-R " "
            RETURNING RET.
           IF  RET = 1
               GO  TO  CP-TK-20
           END-IF.
           CALL "DB_Delete" USING
            TRTK_PNAME1 TRTK_LNAME TK-R RETURNING RET.
           ADD  1  TO  FT-CLR (FI).
           GO  TO  CP-TK-10.
       CP-TK-20.
           CALL "DB_F_Open" USING
            "INPUT" TK-M_PNAME1 "SHARED" BY REFERENCE TK-M_IDLST "1"
            "TK-KEY" BY REFERENCE TK-KEY.
       CP-TK-30.
           CALL "DB_Read" USING
            "NEXT AT END" TK-M_PNAME1 BY REFERENCE TK-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  CP-TK-90
           END-IF.
           ADD  1  TO  FT-RD (FI).
           MOVE  0  TO  WK-MSW.
           IF  TK-NAME  NOT =  SPACE
               MOVE  WK-PFX-CUS  TO  WK-MSK-PFX
               MOVE  18          TO  WK-MSK-PL
               MOVE  TK-TCD      TO  WK-MSK-KEY
               MOVE  4           TO  WK-MSK-KL
               PERFORM  MSK-RTN  THRU  MSK-EXT
               MOVE  WK-MSK-N  TO  TK-NAME
               MOVE  1  TO  WK-MSW
           END-IF.
           IF  TK-ADR1  NOT =  SPACE
               MOVE  TK-POST  TO  PSTW-IN
               PERFORM  PSTW-CHK-RTN  THRU  PSTW-CHK-EXT
               IF  PSTW-ST  =  0
                   MOVE  PST-ADRP  TO  TK-ADR1
               ELSE
                   MOVE  WK-PFX-ADR  TO  WK-MSK-PFX
                   MOVE  16          TO  WK-MSK-PL
                   MOVE  TK-TCD      TO  WK-MSK-KEY
                   MOVE  4           TO  WK-MSK-KL
                   PERFORM  MSK-RTN  THRU  MSK-EXT
                   MOVE  WK-MSK-N  TO  TK-ADR1
               END-IF
               MOVE  1  TO  WK-MSW
           END-IF.
           IF  TK-ADR2  NOT =  SPACE
               MOVE  WK-PFX-BLK  TO  WK-MSK-PFX
               MOVE  12          TO  WK-MSK-PL
               MOVE  TK-TCD      TO  WK-MSK-KEY
               MOVE  4           TO  WK-MSK-KL
               PERFORM  MSK-RTN  THRU  MSK-EXT
               MOVE  WK-MSK-N  TO  TK-ADR2
               MOVE  1  TO  WK-MSW
           END-IF.
           CALL "DB_Insert" USING
            TRTK_PNAME1 TRTK_LNAME TK-R RETURNING RET.
           PERFORM  CNT-RTN  THRU  CNT-EXT.
           GO  TO  CP-TK-30.
       CP-TK-90.
           CALL "DB_F_Close" USING BY REFERENCE TK-M_IDLST TK-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE TRTK_IDLST TRTK_PNAME1.
       CP-TK-EXT.
           EXIT.
      *****
      *    JT-SHPT -- SHIP-TO NAME, ADDRESS.
       CP-SH-RTN.
           MOVE  2  TO  FI.
           CALL "DB_F_Open" USING
            "I-O" TRSH_PNAME1 "SHARED" BY REFERENCE TRSH_IDLST "1"
            "SHP-KEY" BY REFERENCE SHP-KEY.
       CP-SH-10.
           CALL "DB_Read" USING
            "NEXT AT END" TRSH_PNAME1 BY REFERENCE SHP-R " "
            RETURNING RET.
           IF  RET = 1
               GO  TO  CP-SH-20
           END-IF.
           CALL "DB_Delete" USING
            TRSH_PNAME1 TRSH_LNAME SHP-R RETURNING RET.
           ADD  1  TO  FT-CLR (FI).
           GO  TO  CP-SH-10.
       CP-SH-20.
           CALL "DB_F_Open" USING
            "INPUT" SHPT_PNAME1 "SHARED" BY REFERENCE SHPT_IDLST "1"
            "SHP-KEY" BY REFERENCE SHP-KEY.
       CP-SH-30.
           CALL "DB_Read" USING
            "NEXT AT END" SHPT_PNAME1 BY REFERENCE SHP-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  CP-SH-90
           END-IF.
           ADD  1  TO  FT-RD (FI).
           MOVE  0  TO  WK-MSW.
           MOVE  SPACE       TO  WK-MSK-KEY.
           STRING  SHP-TCD  "-"  SHP-CD  DELIMITED  BY  SIZE
               INTO  WK-MSK-KEY.
           MOVE  8           TO  WK-MSK-KL.
           IF  SHP-NAME  NOT =  SPACE
               MOVE  WK-PFX-SHP  TO  WK-MSK-PFX
               MOVE  16          TO  WK-MSK-PL
               PERFORM  MSK-RTN  THRU  MSK-EXT
               MOVE  WK-MSK-N  TO  SHP-NAME
               MOVE  1  TO  WK-MSW
           END-IF.
           IF  SHP-ADR1  NOT =  SPACE
               MOVE  SHP-POST  TO  PSTW-IN
               PERFORM  PSTW-CHK-RTN  THRU  PSTW-CHK-EXT
               IF  PSTW-ST  =  0
                   MOVE  PST-ADRP  TO  SHP-ADR1
               ELSE
                   MOVE  WK-PFX-ADR  TO  WK-MSK-PFX
                   MOVE  16          TO  WK-MSK-PL
                   PERFORM  MSK-RTN  THRU  MSK-EXT
                   MOVE  WK-MSK-N  TO  SHP-ADR1
               END-IF
               MOVE  1  TO  WK-MSW
           END-IF.
           CALL "DB_Insert" USING
            TRSH_PNAME1 TRSH_LNAME SHP-R RETURNING RET.
           PERFORM  CNT-RTN  THRU  CNT-EXT.
           GO  TO  CP-SH-30.
       CP-SH-90.
           CALL "DB_F_Close" USING BY REFERENCE SHPT_IDLST SHPT_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE TRSH_IDLST TRSH_PNAME1.
       CP-SH-EXT.
           EXIT.
      *****
      *    JT-TKCT -- CONTACT PERSON, PHONE, FAX, MAIL.  THE
      *    DEPARTMENT NAME IS KEPT (NOT PERSONAL).
       CP-TC-RTN.
           MOVE  3  TO  FI.
           CALL "DB_F_Open" USING
            "I-O" TRTC_PNAME1 "SHARED" BY REFERENCE TRTC_IDLST "1"
            "TKC-KEY" BY REFERENCE TKC-KEY.
       CP-TC-10.
           CALL "DB_Read" USING
            "NEXT AT END" TRTC_PNAME1 BY REFERENCE TKC-R " "
            RETURNING RET.
           IF  RET = 1
               GO  TO  CP-TC-20
           END-IF.
           CALL "DB_Delete" USING
            TRTC_PNAME1 TRTC_LNAME TKC-R RETURNING RET.
           ADD  1  TO  FT-CLR (FI).
           GO  TO  CP-TC-10.
       CP-TC-20.
           CALL "DB_F_Open" USING
            "INPUT" TKCT_PNAME1 "SHARED" BY REFERENCE TKCT_IDLST "1"
            "TKC-KEY" BY REFERENCE TKC-KEY.
       CP-TC-30.
           CALL "DB_Read" USING
            "NEXT AT END" TKCT_PNAME1 BY REFERENCE TKC-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  CP-TC-90
           END-IF.
           ADD  1  TO  FT-RD (FI).
           MOVE  0  TO  WK-MSW.
           IF  TKC-PERS  NOT =  SPACE
               MOVE  WK-PFX-PER  TO  WK-MSK-PFX
               MOVE  12          TO  WK-MSK-PL
               MOVE  SPACE       TO  WK-MSK-KEY
               STRING  TKC-TCD  "-"  TKC-ROLE  DELIMITED  BY  SIZE
                   INTO  WK-MSK-KEY
               MOVE  6           TO  WK-MSK-KL
               PERFORM  MSK-RTN  THRU  MSK-EXT
               MOVE  WK-MSK-N  TO  TKC-PERS
               MOVE  1  TO  WK-MSW
           END-IF.
           IF  TKC-TEL  NOT =  SPACE
               MOVE  SPACE  TO  TKC-TEL
               STRING  "000-"  TKC-TCD  "-000"  TKC-ROLE
                   DELIMITED  BY  SIZE  INTO  TKC-TEL
               MOVE  1  TO  WK-MSW
           END-IF.
           IF  TKC-FAX  NOT =  SPACE
               MOVE  SPACE  TO  TKC-FAX
               STRING  "000-"  TKC-TCD  "-900"  TKC-ROLE
                   DELIMITED  BY  SIZE  INTO  TKC-FAX
               MOVE  1  TO  WK-MSW
           END-IF.
           IF  TKC-MAIL  NOT =  SPACE
               MOVE  SPACE  TO  TKC-MAIL
               STRING  "C"  TKC-TCD  "-"  TKC-ROLE
                   "@TRAINING.INVALID"  DELIMITED  BY  SIZE
                   INTO  TKC-MAIL
               MOVE  1  TO  WK-MSW
           END-IF.
           CALL "DB_Insert" USING
            TRTC_PNAME1 TRTC_LNAME TKC-R RETURNING RET.
           PERFORM  CNT-RTN  THRU  CNT-EXT.
           GO  TO  CP-TC-30.
       CP-TC-90.
           CALL "DB_F_Close" USING BY REFERENCE TKCT_IDLST TKCT_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE TRTC_IDLST TRTC_PNAME1.
       CP-TC-EXT.
           EXIT.
      *****
      *    TT-M -- FIGURES AND CREDIT LIMIT ONLY, COPIED AS IS.
       CP-TT-RTN.
           MOVE  4  TO  FI.
           MOVE  0  TO  WK-MSW.
           CALL "DB_F_Open" USING
            "I-O" TRTT_PNAME1 "SHARED" BY REFERENCE TRTT_IDLST "1"
            "TT-KEY" BY REFERENCE TT-KEY.
       CP-TT-10.
           CALL "DB_Read" USING
            "NEXT AT END" TRTT_PNAME1 BY REFERENCE TT-R " "
            RETURNING RET.
           IF  RET = 1
               GO  TO  CP-TT-20
           END-IF.
           CALL "DB_Delete" USING
            TRTT_PNAME1 TRTT_LNAME TT-R RETURNING RET.
           ADD  1  TO  FT-CLR (FI).
           GO  TO  CP-TT-10.
       CP-TT-20.
           CALL "DB_F_Open" USING
            "INPUT" TT-M_PNAME1 "SHARED" BY REFERENCE TT-M_IDLST "1"
            "TT-KEY" BY REFERENCE TT-KEY.
       CP-TT-30.
           CALL "DB_Read" USING
            "NEXT AT END" TT-M_PNAME1 BY REFERENCE TT-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  CP-TT-90
           END-IF.
           ADD  1  TO  FT-RD (FI).
           CALL "DB_Insert" USING
            TRTT_PNAME1 TRTT_LNAME TT-R RETURNING RET.
           PERFORM  CNT-RTN  THRU  CNT-EXT.
           GO  TO  CP-TT-30.
       CP-TT-90.
           CALL "DB_F_Close" USING BY REFERENCE TT-M_IDLST TT-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE TRTT_IDLST TRTT_PNAME1.
       CP-TT-EXT.
           EXIT.
      *****
      *    SKDF -- THE FREE REMARKS, WHERE BANK DETAILS ARE KEYED.
       CP-SK-RTN.
           MOVE  5  TO  FI.
           CALL "DB_F_Open" USING
            "I-O" TRSK_PNAME1 "SHARED" BY REFERENCE TRSK_IDLST "1"
            "SKD-KEY" BY REFERENCE SKD-KEY.
       CP-SK-10.
           CALL "DB_Read" USING
            "NEXT AT END" TRSK_PNAME1 BY REFERENCE SKD-R " "
            RETURNING RET.
           IF  RET = 1
               GO  TO  CP-SK-20
           END-IF.
           CALL "DB_Delete" USING
            TRSK_PNAME1 TRSK_LNAME SKD-R RETURNING RET.
           ADD  1  TO  FT-CLR (FI).
           GO  TO  CP-SK-10.
       CP-SK-20.
           CALL "DB_F_Open" USING
            "INPUT" SKDF_PNAME1 "SHARED" BY REFERENCE SKDF_IDLST "1"
            "SKD-KEY" BY REFERENCE SKD-KEY.
       CP-SK-30.
           CALL "DB_Read" USING
            "NEXT AT END" SKDF_PNAME1 BY REFERENCE SKD-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  CP-SK-90
           END-IF.
           ADD  1  TO  FT-RD (FI).
           MOVE  0  TO  WK-MSW.
           IF  SKD-BI  NOT =  SPACE
               MOVE  WK-PFX-MSK  TO  WK-MSK-PFX
               MOVE  12          TO  WK-MSK-PL
               MOVE  0           TO  WK-MSK-KL
               PERFORM  MSK-RTN  THRU  MSK-EXT
               MOVE  WK-MSK-N  TO  SKD-BI
               MOVE  1  TO  WK-MSW
           END-IF.
           CALL "DB_Insert" USING
            TRSK_PNAME1 TRSK_LNAME SKD-R RETURNING RET.
           PERFORM  CNT-RTN  THRU  CNT-EXT.
           GO  TO  CP-SK-30.
       CP-SK-90.
           CALL "DB_F_Close" USING BY REFERENCE SKDF_IDLST SKDF_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE TRSK_IDLST TRSK_PNAME1.
       CP-SK-EXT.
           EXIT.
      *****
      *    STRAN -- CODES, QUANTITIES AND AMOUNTS ONLY, COPIED AS
      *    IS.
       CP-ST-RTN.
           MOVE  6  TO  FI.
           MOVE  0  TO  WK-MSW.
           CALL "DB_F_Open" USING
            "I-O" TRST_PNAME1 "SHARED" BY REFERENCE TRST_IDLST "1"
            "STRN-20" BY REFERENCE STRN-20.
       CP-ST-10.
           CALL "DB_Read" USING
            "NEXT AT END" TRST_PNAME1 BY REFERENCE STRN-R " "
            RETURNING RET.
           IF  RET = 1
               GO  TO  CP-ST-20
           END-IF.
           CALL "DB_Delete" USING
            TRST_PNAME1 TRST_LNAME STRN-R RETURNING RET.
           ADD  1  TO  FT-CLR (FI).
           GO  TO  CP-ST-10.
       CP-ST-20.
           CALL "DB_F_Open" USING
            "INPUT" HN-STRN_PNAME1 "SHARED" BY REFERENCE
            HN-STRN_IDLST "1" "STRN-20" BY REFERENCE STRN-20.
       CP-ST-30.
           CALL "DB_Read" USING
            "NEXT AT END" HN-STRN_PNAME1 BY REFERENCE STRN-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  CP-ST-90
           END-IF.
           ADD  1  TO  FT-RD (FI).
           CALL "DB_Insert" USING
            TRST_PNAME1 TRST_LNAME STRN-R RETURNING RET.
           PERFORM  CNT-RTN  THRU  CNT-EXT.
           GO  TO  CP-ST-30.
       CP-ST-90.
           CALL "DB_F_Close" USING
            BY REFERENCE HN-STRN_IDLST HN-STRN_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE TRST_IDLST TRST_PNAME1.
       CP-ST-EXT.
           EXIT.
      *****
      *    COUNT THE INSERT JUST DONE FOR FILE FI.
       CNT-RTN.
           ADD  1  TO  WS-RD-CNT.
           IF  RET  NOT =  0
               ADD  1  TO  FT-ER (FI)
               GO  TO  CNT-EXT
           END-IF.
           ADD  1  TO  FT-WR (FI).
           ADD  1  TO  WS-WR-CNT.
           IF  WK-MSW  =  1
               ADD  1  TO  FT-MS (FI)
           END-IF.
       CNT-EXT.
           EXIT.
      *****
      *    MASKED TEXT -- WK-MSK-PFX (1:WK-MSK-PL), THEN EACH OF
      *    THE WK-MSK-KL CODE CHARACTERS OF WK-MSK-KEY FULL-WIDTH,
      *    THE REST FULL-WIDTH SPACES.  RESULT IN WK-MSK-N.
       MSK-RTN.
           MOVE  ALL  X"8140"  TO  WK-MSK-X.
           MOVE  1  TO  WK-MSK-P.
           STRING  WK-MSK-PFX (1:WK-MSK-PL)  DELIMITED  BY  SIZE
               INTO  WK-MSK-X  WITH  POINTER  WK-MSK-P.
           MOVE  1  TO  WK-MSK-I.
       MSK-10.
           IF  WK-MSK-I  >  WK-MSK-KL
               GO  TO  MSK-EXT
           END-IF.
           IF  WK-MSK-KEY (WK-MSK-I:1)  =  "-"
               STRING  WK-ZHY  DELIMITED  BY  SIZE
                   INTO  WK-MSK-X  WITH  POINTER  WK-MSK-P
           ELSE
               MOVE  WK-MSK-KEY (WK-MSK-I:1)  TO  WK-DG
               STRING  WK-ZD (WK-DG + 1)  DELIMITED  BY  SIZE
                   INTO  WK-MSK-X  WITH  POINTER  WK-MSK-P
           END-IF.
           ADD  1  TO  WK-MSK-I.
           GO  TO  MSK-10.
       MSK-EXT.
           EXIT.
      *****
      *    CERTIFICATE LINE FOR FILE I.
       PRT-RTN.
           MOVE  SPACE        TO  NB-RPT-DET.
           MOVE  FT-LIVE (I)  TO  RPT-LIVE.
           MOVE  FT-TRN (I)   TO  RPT-TRN.
           MOVE  FT-CLR (I)   TO  RPT-CLR.
           MOVE  FT-RD (I)    TO  RPT-RD.
           MOVE  FT-WR (I)    TO  RPT-WR.
           MOVE  FT-MS (I)    TO  RPT-MS.
           MOVE  FD-FLDS (I)  TO  RPT-FLDS.
           MOVE  NB-RPT-DET   TO  NB-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           IF  FT-ER (I)  >  0  OR  FT-WR (I)  NOT =  FT-RD (I)
               MOVE  1  TO  WK-BAD
               MOVE  FT-LIVE (I)  TO  RPT-E-LIVE
               MOVE  FT-ER (I)    TO  RPT-E-CNT
               MOVE  NB-RPT-ERR   TO  NB-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
           END-IF.
       PRT-EXT.
           EXIT.
      *****
      *    RUNLOG START/END -- SEE LIRUNL.
       RUNL-ST-RTN.
           CALL "DB_F_Open" USING
            "I-O" RUNL_PNAME1 "SHARED" BY REFERENCE RUNL_IDLST "1"
            "RUNL-KEY" BY REFERENCE RUNL-KEY.
           ACCEPT  RUNL-SDATE  FROM  DATE.
           ACCEPT  RUNL-STIME  FROM  TIME.
           MOVE  "NB820U"  TO  RUNL-PGM.
           MOVE  USER_ID   TO  RUNL-OPR.
           MOVE  0         TO  RUNL-EDATE.
           MOVE  0         TO  RUNL-ETIME.
           MOVE  0         TO  RUNL-READ.
           MOVE  0         TO  RUNL-WRIT.
           MOVE  0         TO  RUNL-UPDT.
           MOVE  SPACE     TO  RUNL-CC.
           MOVE  0         TO  RUNL-ENDF.
           CALL "DB_Insert" USING
            RUNL_PNAME1 RUNL_LNAME RUNL-R RETURNING RET.
       RUNL-ST-EXT.
           EXIT.
       RUNL-EN-RTN.
           ACCEPT  RUNL-EDATE  FROM  DATE.
           ACCEPT  RUNL-ETIME  FROM  TIME.
           MOVE  WS-RD-CNT   TO  RUNL-READ.
           MOVE  WS-WR-CNT   TO  RUNL-WRIT.
           MOVE  WS-WR-CNT   TO  RUNL-UPDT.
           IF  WK-BAD  =  0
               MOVE  "000"   TO  RUNL-CC
           ELSE
               MOVE  "255"   TO  RUNL-CC
           END-IF.
           MOVE  1           TO  RUNL-ENDF.
           CALL "DB_Update" USING
            RUNL_PNAME1 RUNL_LNAME RUNL-R RETURNING RET.
           CALL "DB_F_Close" USING BY REFERENCE RUNL_IDLST RUNL_PNAME1.
       RUNL-EN-EXT.
           EXIT.
       COPY  LPPSTM.
       COPY  LPHDR  REPLACING  ==RPT-LINE==  BY  ==NB-RPT-LINE==.
