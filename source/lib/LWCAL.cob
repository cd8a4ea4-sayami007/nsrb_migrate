      *    CAL-ROLL-RTN THRU CAL-ROLL-EXT; WCAL-OUT COMES BACK
      *    ROLLED FORWARD TO THE NEXT BUSINESS DAY (UNCHANGED
      *    WHEN THE DATE ALREADY IS ONE).  CAL-CHK-RTN ONLY
      *    TESTS: WCAL-BIZ = 1 BUSINESS DAY, 0 NOT.
      *    CAL-BACK-RTN STEPS BACK WCAL-N BUSINESS DAYS FROM
      *    WCAL-IN (WHICH NEED NOT BE ONE) INTO WCAL-OUT.  THE JT-CALM
      *    FILE MUST BE OPEN (INPUT) IN THE ADOPTING PROGRAM.
       01  WCAL-AREA.
           02  WCAL-IN          PIC  9(008)  VALUE  0.
           02  WCAL-I           PIC  9(007)  VALUE  0.
           02  WCAL-DOW         PIC  9(001)  VALUE  0.
           02  WCAL-LOOP        PIC  9(002)  VALUE  0.
           02  WCAL-N           PIC  9(003)  VALUE  0.
           02  WCAL-CNT         PIC  9(003)  VALUE  0.
