      *****************************************************
      *****   CYCLE-COUNT PERIOD WORK AREA            *****
      *****   ( LWCYC )                               *****
      *****************************************************
      *    SHARED WITH THE LPCYC PROCEDURE COPYBOOK.  CALLER
      *    PUTS THE COUNT DATE (YYYYMMDD) IN WCYC-DATE AND
      *    PERFORMS CYC-PRD-RTN THRU CYC-PRD-EXT.  FOR EACH ABC
      *    CLASS (1 = A COUNTED MONTHLY, 2 = B QUARTERLY, 3 = C
      *    YEARLY) BACK COME THE CALENDAR PERIOD HOLDING THE
      *    DATE, ITS NUMBER OF BUSINESS DAYS AND THE NUMBER OF
      *    THEM UP TO AND INCLUDING THE DATE; WCYC-TBIZ = 1 WHEN
      *    THE DATE ITSELF IS A BUSINESS DAY.  CYC-SLOT-RTN GIVES
      *    THE BUSINESS DAY ITEM NUMBER WCYC-ORD OF A CLASS FALLS
      *    DUE ON -- (WCYC-ORD - 1) MOD WCYC-NBD + 1 -- SO EACH
      *    CLASS SPREADS EVENLY OVER ITS PERIOD.
      *    LWCAL/LPCAL MUST BE COPIED AND JT-CALM OPEN (INPUT)
      *    IN THE ADOPTING PROGRAM.
       01  WCYC-AREA.
           02  WCYC-DATE        PIC  9(008)  VALUE  0.
           02  WCYC-PRD  OCCURS  3.
               03  WCYC-PST     PIC  9(008).
               03  WCYC-PEN     PIC  9(008).
               03  WCYC-NBD     PIC  9(003).
               03  WCYC-KBD     PIC  9(003).
           02  WCYC-TBIZ        PIC  9(001)  VALUE  0.
           02  WCYC-CX          PIC  9(001)  VALUE  0.
           02  WCYC-SLOT        PIC  9(003)  VALUE  0.
           02  WCYC-ORD         PIC  9(007)  VALUE  0.
           02  WCYC-I           PIC  9(007)  VALUE  0.
           02  WCYC-W8          PIC  9(008)  VALUE  0.
           02  WCYC-W8R  REDEFINES  WCYC-W8.
               03  WCYC-WY      PIC  9(004).
               03  WCYC-WM      PIC  9(002).
               03  WCYC-WD      PIC  9(002).
