      *****************************************************
      *****   SHIP DATE FROM LEAD TIME WORK AREA      *****
      *****   ( LWLDT )                               *****
      *****************************************************
      *    SHARED WITH THE LPLDT PROCEDURE COPYBOOK.  THE
      *    PROGRAM FILLS LDW-TDFK (DESTINATION PREFECTURE, 0 =
      *    NOT KNOWN), LDW-CARR (CARRIER, 0 = NOT KNOWN),
      *    LDW-NDATE (REQUESTED DELIVERY DATE YYYYMMDD) AND
      *    LDW-TODAY (YYYYMMDD) AND PERFORMS LDT-CALC-RTN.
      *    LDW-SHPDT COMES BACK WITH THE SHIP DATE, LDW-DAYS WITH
      *    THE LEAD TIME USED AND LDW-LTF WITH "L" WHEN THE SHIP
      *    DATE IS ALREADY BEFORE TODAY.  NO REQUESTED DATE GIVES
      *    SHIP DATE 0.  NEEDS LWCAL/LPCAL, AND JT-LDTM AND
      *    JT-CALM OPEN FOR INPUT.
       01  LDW-AREA.
           02  LDW-TDFK         PIC  9(002)  VALUE  0.
           02  LDW-CARR         PIC  9(003)  VALUE  0.
           02  LDW-NDATE        PIC  9(008)  VALUE  0.
           02  LDW-TODAY        PIC  9(008)  VALUE  0.
           02  LDW-DAYS         PIC  9(002)  VALUE  0.
           02  LDW-SHPDT        PIC  9(008)  VALUE  0.
           02  LDW-LTF          PIC  X(001)  VALUE  SPACE.
           02  LDW-TRY          PIC  9(001)  VALUE  0.
