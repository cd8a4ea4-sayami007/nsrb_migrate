      *****************************************************
      *****   SETTLEMENT DUE-DATE ROUTINES            *****
      *****   ( LPDUE )                               *****
      *****************************************************
      *    COPY INTO THE PROCEDURE DIVISION; DATA IN LWDUE.
      *    THE CUSTOMER'S TK-PTC TERMS (JT-PTRM) DECIDE THE
      *    PAYMENT DATE; A CUSTOMER WITHOUT TERMS, OR WITH A
      *    CODE NO LONGER ON FILE, FALLS BACK TO THE OLD
      *    WDUE-BASE PLUS TK-TERMS DAYS.  EITHER WAY THE DATE
      *    ROLLS TO THE NEXT BUSINESS DAY (LPCAL).
       DUE-RTN.
           MOVE  100  TO  WDUE-CASH.
           MOVE  0    TO  WDUE-SIGHT.
           MOVE  0    TO  WDUE-PTC.
           MOVE  WDUE-TCD  TO  TK-TCD.
           CALL "DB_Read" USING
            "INVALID" TK-M_PNAME1 BY REFERENCE TK-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               MOVE  0  TO  TK-TERMS
               MOVE  0  TO  TK-PTC
           END-IF.
           IF  TK-TERMS  IS  NOT  NUMERIC
               MOVE  0  TO  TK-TERMS
           END-IF.
           IF  TK-PTC  IS  NOT  NUMERIC
               MOVE  0  TO  TK-PTC
           END-IF.
      *        A BILL CUTOFF PAST THE END OF A SHORT MONTH (DAY
      *        31 IN APRIL) STANDS FOR THAT MONTH-END.
           MOVE  WDUE-BASE  TO  WDUE-W8.
           PERFORM  DUE-EOM-RTN  THRU  DUE-EOM-EXT.
           IF  WDUE-WD  >  WDUE-LAST
               MOVE  WDUE-LAST  TO  WDUE-WD
           END-IF.
           IF  TK-PTC  =  0
               GO  TO  DUE-10
           END-IF.
           MOVE  TK-PTC  TO  PTM-CODE.
           CALL "DB_Read" USING
            "INVALID" PTRM_PNAME1 BY REFERENCE PTM-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               GO  TO  DUE-10
           END-IF.
           MOVE  TK-PTC     TO  WDUE-PTC.
           MOVE  PTM-CASH   TO  WDUE-CASH.
           IF  WDUE-CASH  <  100
               MOVE  PTM-SIGHT  TO  WDUE-SIGHT
           END-IF.
           IF  PTM-TYPE  =  0
               COMPUTE  WDUE-I  =
                   FUNCTION INTEGER-OF-DATE (WDUE-W8)  +  PTM-NETD
               GO  TO  DUE-50
           END-IF.
      *        CUTOFF TERMS -- A SALE AFTER THE CLOSING DAY
      *        CLOSES NEXT MONTH; PAYMENT PTM-MOFS MONTHS ON.
           IF  PTM-CUTDAY  >  0  AND  PTM-CUTDAY  <  31
           AND WDUE-WD  >  PTM-CUTDAY
               PERFORM  DUE-MADD-RTN  THRU  DUE-MADD-EXT
           END-IF.
           MOVE  PTM-MOFS  TO  WDUE-LAST.
       DUE-20.
           IF  WDUE-LAST  =  0
               GO  TO  DUE-30
           END-IF.
           PERFORM  DUE-MADD-RTN  THRU  DUE-MADD-EXT.
           SUBTRACT  1  FROM  WDUE-LAST.
           GO  TO  DUE-20.
       DUE-30.
           PERFORM  DUE-EOM-RTN  THRU  DUE-EOM-EXT.
           IF  PTM-PDAY  =  0  OR  PTM-PDAY  >  WDUE-LAST
               MOVE  WDUE-LAST  TO  WDUE-WD
           ELSE
               MOVE  PTM-PDAY   TO  WDUE-WD
           END-IF.
           COMPUTE  WDUE-I  =  FUNCTION INTEGER-OF-DATE (WDUE-W8).
           GO  TO  DUE-50.
      *        NO TERMS CODE -- THE PLAIN TK-TERMS DAY COUNT.
       DUE-10.
           COMPUTE  WDUE-I  =
               FUNCTION INTEGER-OF-DATE (WDUE-W8)  +  TK-TERMS.
       DUE-50.
           COMPUTE  WCAL-IN  =  FUNCTION DATE-OF-INTEGER (WDUE-I).
           PERFORM  CAL-ROLL-RTN  THRU  CAL-ROLL-EXT.
           MOVE  WCAL-OUT  TO  WDUE-DUE.
           MOVE  WCAL-OUT  TO  WDUE-NDUE.
           IF  WDUE-CASH  NOT <  100
               GO  TO  DUE-EXT
           END-IF.
           COMPUTE  WDUE-I  =
               FUNCTION INTEGER-OF-DATE (WDUE-DUE)  +  WDUE-SIGHT.
           COMPUTE  WCAL-IN  =  FUNCTION DATE-OF-INTEGER (WDUE-I).
           PERFORM  CAL-ROLL-RTN  THRU  CAL-ROLL-EXT.
           MOVE  WCAL-OUT  TO  WDUE-NDUE.
       DUE-EXT.
           EXIT.
      *****
      *    DUE DATE OF THE SKDF ROW IN HAND.  SK730U AND SK800U
      *    STAMP SKD-DUE WHEN THEY BILL; A ROW WITHOUT ONE (OR
      *    WITH ONE BEFORE ITS OWN DATE) IS WORKED OUT FROM
      *    SKD-DATE.  THE SPLIT AND NOTE MATURITY ALWAYS COME
      *    FROM THE CUSTOMER'S CURRENT TERMS.
       DUE-SKD-RTN.
           MOVE  SKD-TCD   TO  WDUE-TCD.
           MOVE  SKD-DATE  TO  WDUE-BASE.
           PERFORM  DUE-RTN  THRU  DUE-EXT.
           IF  SKD-DUE  IS  NOT  NUMERIC
               GO  TO  DUE-SKD-EXT
           END-IF.
           IF  SKD-DUE  <  SKD-DATE  OR  SKD-DUE  =  WDUE-DUE
               GO  TO  DUE-SKD-EXT
           END-IF.
           MOVE  SKD-DUE  TO  WDUE-DUE.
           MOVE  SKD-DUE  TO  WDUE-NDUE.
           IF  WDUE-CASH  NOT <  100
               GO  TO  DUE-SKD-EXT
           END-IF.
           COMPUTE  WDUE-I  =
               FUNCTION INTEGER-OF-DATE (WDUE-DUE)  +  WDUE-SIGHT.
           COMPUTE  WCAL-IN  =  FUNCTION DATE-OF-INTEGER (WDUE-I).
           PERFORM  CAL-ROLL-RTN  THRU  CAL-ROLL-EXT.
           MOVE  WCAL-OUT  TO  WDUE-NDUE.
       DUE-SKD-EXT.
           EXIT.
      *****
      *    WDUE-W8 ON BY ONE MONTH (DAY LEFT AS IT IS -- THE
      *    CALLERS SET IT AFTERWARDS).
       DUE-MADD-RTN.
           IF  WDUE-WM  <  12
               ADD  1  TO  WDUE-WM
           ELSE
               MOVE  1  TO  WDUE-WM
               ADD  1  TO  WDUE-WY
           END-IF.
       DUE-MADD-EXT.
           EXIT.
      *    LAST DAY OF WDUE-W8'S MONTH INTO WDUE-LAST.
       DUE-EOM-RTN.
           MOVE  WDUE-W8  TO  WDUE-X8.
           MOVE  1        TO  WDUE-XD.
           IF  WDUE-XM  <  12
               ADD  1  TO  WDUE-XM
           ELSE
               MOVE  1  TO  WDUE-XM
               ADD  1  TO  WDUE-XY
           END-IF.
           COMPUTE  WDUE-I  =
               FUNCTION INTEGER-OF-DATE (WDUE-X8)  -  1.
           COMPUTE  WDUE-X8  =  FUNCTION DATE-OF-INTEGER (WDUE-I).
           MOVE  WDUE-XD  TO  WDUE-LAST.
       DUE-EOM-EXT.
           EXIT.
