      *        DETAIL.  EVERY LETTER OPENS A JT-CNFF TRACKING
      *        RECORD (STAT 0 AWAITING REPLY); A RERUN FOR THE
      *        SAME MONTH REPRINTS WITHOUT DISTURBING REPLIES
      *        ALREADY RECORDED.  THE LETTER IS FOR THE ATTENTION
      *        OF THE CUSTOMER'S JT-TKCT ACCOUNTS-PAYABLE CONTACT
      *        (ELSE ITS BILLING CONTACT) WHEN ONE IS HELD.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       COPY    LSTTM.
       COPY    LITTMH.
       COPY    LITKM.
       COPY    LITKCT.
       COPY    LISKDF.
       COPY    LICNFF.
       COPY    LIRUNL.
           02  LTR-POST        PIC  X(08).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  LTR-ADR1        PIC  N(24).
       01  SK-LTR-ATN.
           02  FILLER          PIC  X(06)  VALUE  "ATTN: ".
           02  LTR-DEPT        PIC  N(12).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  LTR-PERS        PIC  N(12).
       01  SK-LTR-BODY.
           02  FILLER          PIC  X(52)  VALUE
               "PLEASE CONFIRM THE BALANCE BELOW TO OUR AUDITORS.".
           CALL "DB_F_Open" USING
            "INPUT" TK-M_PNAME1 "SHARED" BY REFERENCE TK-M_IDLST
            "1" "TK-KEY" BY REFERENCE TK-KEY.
           CALL "DB_F_Open" USING
            "INPUT" TKCT_PNAME1 "SHARED" BY REFERENCE TKCT_IDLST
            "1" "TKC-KEY" BY REFERENCE TKC-KEY.
           CALL "DB_F_Open" USING
            "INPUT" SKDF_PNAME1 "SHARED" BY REFERENCE SKDF_IDLST
            "1" "SKD-KEY" BY REFERENCE SKD-KEY.
           WRITE  SK-RPT-LINE.
           MOVE  SK-LTR-ADR2  TO  SK-RPT-LINE.
           WRITE  SK-RPT-LINE.
           MOVE  TT-TCD  TO  TKC-TCD.
           MOVE  4       TO  TKC-ROLE.
           PERFORM  TKCT-RTN  THRU  TKCT-EXT.
           IF  RET  =  0
               MOVE  TKC-DEPT    TO  LTR-DEPT
               MOVE  TKC-PERS    TO  LTR-PERS
               MOVE  SK-LTR-ATN  TO  SK-RPT-LINE
               WRITE  SK-RPT-LINE
           END-IF.
           MOVE  SK-LTR-BODY  TO  SK-RPT-LINE.
           WRITE  SK-RPT-LINE.
           MOVE  TT-TUG  TO  LTR-AMT.
           MOVE  SK-RPT-SUM  TO  SK-RPT-LINE.
           WRITE  SK-RPT-LINE.
           CALL "DB_F_Close" USING BY REFERENCE TK-M_IDLST TK-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE TKCT_IDLST TKCT_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE SKDF_IDLST SKDF_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE CNFF_IDLST CNFF_PNAME1.
           CLOSE  SK-RPT-FILE.
           CALL "DB_F_Close" USING BY REFERENCE RUNL_IDLST RUNL_PNAME1.
       RUNL-EN-EXT.
           EXIT.
       COPY  LPTKCT.
