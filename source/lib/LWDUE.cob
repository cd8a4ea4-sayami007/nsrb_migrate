      *****************************************************
      *****   SETTLEMENT DUE-DATE WORK AREA           *****
      *****   ( LWDUE )                               *****
      *****************************************************
      *    SHARED WITH THE LPDUE PROCEDURE COPYBOOK.  CALLER
      *    PUTS THE CUSTOMER IN WDUE-TCD AND THE INVOICE (OR
      *    BILL CUTOFF) DATE IN WDUE-BASE AND PERFORMS
      *    DUE-RTN THRU DUE-EXT.  BACK COME:
      *        WDUE-DUE  THE PAYMENT DATE (CASH PART);
      *        WDUE-NDUE THE NOTE MATURITY (= WDUE-DUE WHEN
      *                  THE TERMS ARE ALL CASH);
      *        WDUE-CASH PERCENT PAID IN CASH;
      *        WDUE-PTC  TERMS CODE USED (0 = THE CUSTOMER HAS
      *                  NONE, TK-TERMS NET DAYS APPLIED).
      *    DUE-SKD-RTN DOES THE SAME FOR THE SKDF ROW IN HAND,
      *    TAKING SKD-DUE WHERE THE ROW ALREADY CARRIES ONE.
      *    TOKMS, JT-PTRM AND JT-CALM MUST BE OPEN (INPUT) AND
      *    LWCAL/LPCAL COPIED IN THE ADOPTING PROGRAM.
       01  WDUE-AREA.
           02  WDUE-TCD         PIC  9(004)  VALUE  0.
           02  WDUE-BASE        PIC  9(008)  VALUE  0.
           02  WDUE-DUE         PIC  9(008)  VALUE  0.
           02  WDUE-NDUE        PIC  9(008)  VALUE  0.
           02  WDUE-CASH        PIC  9(003)  VALUE  0.
           02  WDUE-PTC         PIC  9(003)  VALUE  0.
           02  WDUE-SIGHT       PIC  9(003)  VALUE  0.
           02  WDUE-I           PIC S9(007)  VALUE  0.
           02  WDUE-LAST        PIC  9(002)  VALUE  0.
           02  WDUE-W8          PIC  9(008)  VALUE  0.
           02  WDUE-W8R  REDEFINES  WDUE-W8.
               03  WDUE-WY      PIC  9(004).
               03  WDUE-WM      PIC  9(002).
               03  WDUE-WD      PIC  9(002).
           02  WDUE-X8          PIC  9(008)  VALUE  0.
           02  WDUE-X8R  REDEFINES  WDUE-X8.
               03  WDUE-XY      PIC  9(004).
               03  WDUE-XM      PIC  9(002).
               03  WDUE-XD      PIC  9(002).
