      *****************************************************
      *****   POSTAL CODE CHECK WORK AREA  ( LWPSTM )  *****
      *****************************************************
      *    SHARED WITH THE LPPSTM PROCEDURE COPYBOOK.  THE
      *    ADOPTING PROGRAM COPIES LIPSTM, OPENS JT-PSTM, MOVES
      *    THE KEYED POSTAL CODE TO PSTW-IN AND PERFORMS
      *    PSTW-CHK-RTN.  PSTW-ST:
      *      0 = ON THE MASTER (PST-R LOADED, PSTW-IN REWRITTEN
      *          AS NNN-NNNN),
      *      1 = BLANK,
      *      2 = NOT 7 DIGITS (NNNNNNN OR NNN-NNNN),
      *      3 = WELL FORMED BUT NOT ON THE MASTER.
       01  PSTW-AREA.
           02  PSTW-IN          PIC  X(008)  VALUE  SPACE.
           02  PSTW-ST          PIC  9(001)  VALUE  0.
           02  PSTW-DIG         PIC  X(007)  VALUE  SPACE.
           02  PSTW-I           PIC  9(002)  VALUE  0.
           02  PSTW-N           PIC  9(002)  VALUE  0.
           02  PSTW-HY          PIC  9(001)  VALUE  0.
