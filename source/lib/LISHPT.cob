      *    SHIPPING INSTRUCTION (JSJD-SHPCD) AND USED BY THE
      *    JF720R LABELS INSTEAD OF THE HEAD-OFFICE ADDRESS.
      *    SHIP-TO CODE 0 MEANS THE TOKMS HEAD-OFFICE ADDRESS.
      *    SHP-TDFK IS THE DESTINATION PREFECTURE (THE STRN-18
      *    CODES, 0 = NOT KNOWN) FOR THE JT-LDTM LEAD TIME.
       01  SHPT.
           02  SHPT_PNAME1       PIC  X(007) VALUE "JT-SHPT".
           02  F                 PIC  X(001).
           02  SHP-POST             PIC  X(008).
           02  SHP-ADR1             PIC  N(024).
           02  SHP-CARR             PIC  9(003).
           02  SHP-TDFK             PIC  9(002).
           02  F                    PIC  X(008).
       77  F                     PIC  X(001).
