      ********************************************
      *****     JT-SCHG FREIGHT SURCHARGE RULES    *****
      ********************************************
      *    ONE RECORD PER CUSTOMER WITH AGREED FREIGHT CHARGES;
      *    SCH-TCD 0000 IS THE HOUSE DEFAULT FOR A CUSTOMER WITH
      *    NO RECORD OF ITS OWN.  KEYED IN ON SK960U; SK730U
      *    BILLS THE CHARGE AS ITS OWN STANDARD-RATE SKDF ROW
      *    (SKD-GNO 2) AND SK970R SETS IT AGAINST JT-FREX.
      *    SCH-BASIS: 1 = EACH DELIVERY (CUSTOMER AND SALE DATE),
      *    2 = EACH JF730U CONSOLIDATION (JSJD-CONS).
      *    SCH-CTYP: 1 = FIXED SCH-FIX, 2 = CARRIER RATE (THE
      *    JT-FREX EXPECTED CHARGE, ELSE THE JT-FRTM FIRST BAND
      *    FOR THE DESTINATION PREFECTURE).
       01  SCHG.
           02  SCHG_PNAME1       PIC  X(007) VALUE "JT-SCHG".
           02  F                 PIC  X(001).
           02  SCHG_LNAME        PIC  X(004) VALUE "SCHG".
           02  F                 PIC  X(001).
           02  SCHG_KEY1         PIC  X(100) VALUE SPACE.
           02  SCHG_SORT         PIC  X(100) VALUE SPACE.
           02  SCHG_IDLST        PIC  X(100) VALUE SPACE.
           02  SCHG_RES          USAGE  POINTER.
      *
       01  SCH-R.
           02  SCH-KEY.
               03  SCH-TCD          PIC  9(004).
      *    SMALL-ORDER CHARGE -- A DELIVERY (OR CONSOLIDATION)
      *    BELOW SCH-MIN NET VALUE IS CHARGED; ZERO = NONE.
           02  SCH-BASIS            PIC  9(001).
           02  SCH-MIN              PIC  9(009).
           02  SCH-CTYP             PIC  9(001).
           02  SCH-FIX              PIC  9(007).
      *    RUSH / SPECIAL-CARRIER CHARGE PER DELIVERY SHIPPED
      *    WITH STRN-10 = 1, WHATEVER ITS VALUE; ZERO = NONE.
           02  SCH-SPCL             PIC  9(007).
      *    EXEMPTION -- 1 = NOTHING CHARGED THROUGH SCH-XTO
      *    (ZERO = UNTIL LIFTED).  A CUSTOMER RECORD IN EFFECT,
      *    EXEMPT OR NOT, OVERRIDES THE HOUSE DEFAULT.
           02  SCH-EXMP             PIC  9(001).
           02  SCH-XTO              PIC  9(008).
      *    FIRST INVOICE DATE THE RULE APPLIES TO; LAST OPERATOR.
           02  SCH-FROM             PIC  9(008).
           02  SCH-OPR              PIC  X(006).
           02  F                    PIC  X(016).
       77  F                     PIC  X(001).
