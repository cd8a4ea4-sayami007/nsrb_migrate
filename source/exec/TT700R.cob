      *        INSTEAD: THE STATEMENTS ARE THEN FORMATTED FROM THE
      *        JT-TTMH HISTORY SNAPSHOTS TT730U BANKED AT THAT
      *        MONTH'S CLOSE, NOT FROM THE LIVE TT-M.
      *        THE STATEMENT IS ADDRESSED FOR THE ATTENTION OF THE
      *        CUSTOMER'S JT-TKCT BILLING CONTACT WHEN ONE IS HELD.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       COPY    LSTTM.
       COPY    LITTMH.
       COPY    LITKM.
       COPY    LITKCT.
       COPY    LISKDF.
       COPY    FCTL.
       COPY    LWHDR.
       01  TT-RPT-ADR2.
           02  FILLER          PIC  X(06)  VALUE  SPACE.
           02  RPT-ADR2        PIC  N(16).
       01  TT-RPT-ATN.
           02  FILLER          PIC  X(06)  VALUE  "ATTN= ".
           02  RPT-DEPT        PIC  N(12).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-PERS        PIC  N(12).
       01  TT-RPT-CLS.
           02  FILLER          PIC  X(08)  VALUE  "BRANCH=".
           02  RPT-TKC1        PIC  9(001).
           CALL "DB_F_Open" USING
            "INPUT" TK-M_PNAME1 "SHARED" BY REFERENCE TK-M_IDLST
            "1" "TK-KEY" BY REFERENCE TK-KEY.
           CALL "DB_F_Open" USING
            "INPUT" TKCT_PNAME1 "SHARED" BY REFERENCE TKCT_IDLST
            "1" "TKC-KEY" BY REFERENCE TKC-KEY.
           ACCEPT  WK-HISYM  FROM  ARGUMENT-VALUE.
           IF  WK-HISYM  NOT =  0
               GO  TO  HIS-ENT
               MOVE  TT-RPT-ADR2 TO  TT-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
           END-IF.
           MOVE  TT-TCD  TO  TKC-TCD.
           MOVE  1       TO  TKC-ROLE.
           PERFORM  TKCT-RTN  THRU  TKCT-EXT.
           IF  RET  =  0
               MOVE  TKC-DEPT    TO  RPT-DEPT
               MOVE  TKC-PERS    TO  RPT-PERS
               MOVE  TT-RPT-ATN  TO  TT-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
           END-IF.
           MOVE  TT-TKC1  TO  RPT-TKC1.
           MOVE  TT-TKC2  TO  RPT-TKC2.
           MOVE  TT-TNC1  TO  RPT-TNC1.
       SUM-RTN.
           CALL "DB_F_Close" USING
            BY REFERENCE TK-M_IDLST TK-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE TKCT_IDLST TKCT_PNAME1.
           MOVE  WS-PRT-CNT  TO  RPT-SUM-CNT.
           MOVE  TT-RPT-SUM  TO  TT-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           CALL "DB_F_Close" USING BY REFERENCE RUNL_IDLST RUNL_PNAME1.
       RUNL-EN-EXT.
           EXIT.
       COPY  LPTKCT.
       COPY  LPHDR  REPLACING  ==RPT-LINE==  BY  ==TT-RPT-LINE==.
