      *****************************************************
      *****   EDI TEST-MODE WORK AREA  ( LWKFCE )     *****
      *****************************************************
      *    SHARED WITH THE LPKFCE PROCEDURE COPYBOOK.  AN EDIT
      *    STEP RUN WITH ARGUMENT "T" WORKS ON A TESTING
      *    PARTNER'S TRANSMISSION IN THE KOLRT SANDBOX INSTEAD
      *    OF KOLRF: THE ADOPTING PROGRAM ACCEPTS TSTM-ARG AND
      *    PERFORMS TSTM-OPN-RTN BEFORE OPENING KOLRF (THE
      *    KOLRF NAMES ARE SWITCHED TO KOLRT), SETS THE KFCE
      *    TYPE, KEY, REASON AND RAW IMAGE AND PERFORMS
      *    TSTM-PUT-RTN FOR EVERY ERROR WHEN TSTM-ON = 1 IN
      *    PLACE OF ITS KFQ OR PRODUCTION WRITES, AND PERFORMS
      *    TSTM-CLS-RTN AT THE END.  NEEDS LKOLRF AND LIKFCE.
       01  TSTM-AREA.
           02  TSTM-ARG         PIC  X(001)  VALUE  SPACE.
           02  TSTM-ON          PIC  9(001)  VALUE  0.
           02  TSTM-PTN         PIC  9(001)  VALUE  0.
           02  TSTM-FND         PIC  9(001)  VALUE  0.
           02  TSTM-SEQ         PIC  9(004)  VALUE  0.
           02  TSTM-TRY         PIC  9(001)  VALUE  0.
           02  TSTM-CNT         PIC  9(007)  VALUE  0.
       01  TSTM-HDR             PIC  X(040)  VALUE
           "*** TEST MODE -- KOLRT SANDBOX ***      ".
