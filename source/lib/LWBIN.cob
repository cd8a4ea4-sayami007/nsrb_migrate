      *****************************************************
      *****   BIN PUT-AWAY / PICK WORK AREA  ( LWBIN ) *****
      *****************************************************
      *    SHARED WITH THE LPBIN PROCEDURE COPYBOOK.  THE
      *    CALLER SETS BINW-SOK AND BINW-JCD (AND BINW-QTY FOR
      *    A POSTING) AND PERFORMS ONE OF
      *        BINW-SUG-RTN  PUT-AWAY BIN -- FIRST ASSIGNED BIN
      *                      IN SEQUENCE ORDER OPEN TO PUT-AWAY
      *        BINW-PUT-RTN  AS BINW-SUG-RTN, THEN ADDS BINW-QTY
      *                      TO THAT BIN
      *        BINW-PCK-RTN  PICK BIN -- FIRST ASSIGNED BIN IN
      *                      SEQUENCE ORDER WITH STOCK, ELSE THE
      *                      PUT-AWAY BIN
      *        BINW-REL-RTN  RELIEVES BINW-QTY FROM THE ITEM'S
      *                      BINS IN SEQUENCE ORDER
      *    BINW-FND COMES BACK 1 WITH BINW-BIN, BINW-SEQ AND THE
      *    BIN'S WALK SEQUENCE, ZONE AND AISLE WHEN A BIN WAS
      *    FOUND; 0 WHEN THE ITEM HAS NO USABLE BIN (BINW-WALK
      *    IS THEN 99999 SO IT SORTS LAST).  AFTER A RELIEF
      *    BINW-FND IS 1 WHEN THE ITEM HAS ANY BIN AND BINW-REM
      *    IS WHAT COULD NOT BE TAKEN FROM ITS BINS.
       01  BINW-AREA.
           02  BINW-SOK         PIC  9(001)  VALUE  0.
           02  BINW-JCD         PIC  9(006)  VALUE  0.
           02  BINW-QTY         PIC S9(007)  VALUE  0.
           02  BINW-FND         PIC  9(001)  VALUE  0.
           02  BINW-SEQ         PIC  9(001)  VALUE  0.
           02  BINW-BIN         PIC  X(008)  VALUE  SPACE.
           02  BINW-WALK        PIC  9(005)  VALUE  0.
           02  BINW-ZONE        PIC  X(002)  VALUE  SPACE.
           02  BINW-AISLE       PIC  9(002)  VALUE  0.
           02  BINW-REM         PIC S9(007)  VALUE  0.
           02  BINW-IX          PIC  9(002)  VALUE  0.
