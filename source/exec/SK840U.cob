      *        CHARGES THE LATE-PAYMENT INTEREST OUR TERMS
      *        ALLOW.  FOR EVERY SKDF INVOICE ITEM SETTLED IN
      *        THE ARGUMENT MONTH (YYMM) AFTER ITS DUE DATE
      *        (SKD-DUE, OR FROM SKD-DATE UNDER THE CUSTOMER'S
      *        JT-PTRM PAYMENT TERMS -- SEE LPDUE), INTEREST IS
      *        AMOUNT * RATE / 100 * DAYS-LATE / 365 AT THE
      *        ANNUAL RATE IN THE FCTL "INTRT" RECORD.  AT OR
      *        ABOVE THE SAME RECORD'S MINIMUM THRESHOLD AN
       COPY    FCTL.
       COPY    LICALM.
       COPY    LWCAL.
       COPY    LIPTRM.
       COPY    LWDUE.
       COPY    LIRUNL.
      *****
       01  SK-NOTE-R.
           CALL "DB_F_Open" USING
            "INPUT" CALM_PNAME1 "SHARED" BY REFERENCE CALM_IDLST "1"
            "CAL-KEY" BY REFERENCE CAL-KEY.
           CALL "DB_F_Open" USING
            "INPUT" PTRM_PNAME1 "SHARED" BY REFERENCE PTRM_IDLST "1"
            "PTM-KEY" BY REFERENCE PTM-KEY.
       SK-10.
           CALL "DB_Read" USING
            "NEXT AT END" SKDF_PNAME1 BY REFERENCE SKD-R "UNLOCK"
           IF  SKD-DC  NOT =  0  OR  SKD-DTC  =  5
               GO  TO  SK-10
           END-IF.
      *        DUE DATE UNDER THE PAYMENT TERMS, ALREADY ON A
      *        BUSINESS DAY (LPDUE/LPCAL), SO LONG WEEKENDS STOP
      *        MAKING FALSE LATES.
           PERFORM  DUE-SKD-RTN  THRU  DUE-SKD-EXT.
           COMPUTE  WK-DUE-I  =
               FUNCTION INTEGER-OF-DATE (WDUE-DUE).

           IF  SKD-SKD  =  0
      *        STILL OPEN -- ACCRUING FOR INFORMATION ONLY.
           MOVE  FCTL-IVNO      TO  SKD-HNO1.
           MOVE  0              TO  SKD-MREF.
           MOVE  0              TO  SKD-BILYM.
           MOVE  0              TO  SKD-DUE.
           CALL "DB_Insert" USING
            SKDF_PNAME1 SKDF_LNAME SKD-R RETURNING RET.
      *        THE SOURCE ITEM'S IMAGE COMES BACK SO THE READ
           CALL "DB_F_Close" USING BY REFERENCE SKDF_IDLST SKDF_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE TK-M_IDLST TK-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE CALM_IDLST CALM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE PTRM_IDLST PTRM_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE FCTL-F_IDLST FCTL-F_PNAME1.
           CLOSE  SK-RPT-FILE.
       RUNL-EN-EXT.
           EXIT.
       COPY  LPCAL.
       COPY  LPDUE.
