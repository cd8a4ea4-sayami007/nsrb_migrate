      *****************************************************
      *****   CUSTOMER CONTACT LOOKUP                 *****
      *****   ( LPTKCT )                              *****
      *****************************************************
      *    COPY INTO THE PROCEDURE DIVISION.  THE CALLER PUTS
      *    THE CUSTOMER IN TKC-TCD AND THE ROLE IT IS MAILING
      *    TO IN TKC-ROLE AND PERFORMS TKCT-RTN THRU TKCT-EXT;
      *    JT-TKCT (LITKCT) MUST BE OPEN.  A CUSTOMER WITH NO
      *    CONTACT FOR THE ROLE FALLS BACK TO ITS BILLING
      *    CONTACT.  RET 0 = TKC-R HOLDS THE CONTACT, RET 1 =
      *    NONE (PRINT THE TOKMS ADDRESS ALONE).
       TKCT-RTN.
           CALL "DB_Read" USING
            "INVALID" TKCT_PNAME1 BY REFERENCE TKC-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  0  OR  TKC-ROLE  =  1
               GO  TO  TKCT-EXT
           END-IF.
           MOVE  1  TO  TKC-ROLE.
           CALL "DB_Read" USING
            "INVALID" TKCT_PNAME1 BY REFERENCE TKC-R "UNLOCK"
            RETURNING RET.
       TKCT-EXT.
           EXIT.
