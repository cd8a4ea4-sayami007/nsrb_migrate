      *****************************************************
      *****   STEP CONTROL TOTAL WORK AREA  ( LWCTLT ) *****
      *****************************************************
      *    SHARED WITH THE LPCTLT PROCEDURE COPYBOOK.  THE
      *    ADOPTING PROGRAM PERFORMS CTW-CHN-RTN BEFORE IT OPENS
      *    FCTL ITSELF (CTW-CHN COMES BACK 1 WHEN AN NB700U
      *    CHAIN STEP IS MARKED RUNNING).
      *    TO HAND A FILE ON -- SET CTW-FILE, THE CTW-IN/UPD/OUT
      *    TOTALS AND CTW-PRF, THEN PERFORM CTW-PUT-RTN.
      *    TO CHECK A FILE ON OPEN -- SET CTW-FILE, CTW-FROM
      *    (THE STEP THAT HANDED IT ON) AND THE TOTALS JUST
      *    FOUND IN CTW-IN*, THEN PERFORM CTW-VFY-RTN.  CTW-ST
      *    COMES BACK "V" AGREED, "M" MISMATCH (CTW-MSG HOLDS
      *    THE LINE TO PRINT; THE STEP MUST STOP WITH RETURN
      *    CODE 16 BEFORE IT UPDATES ANYTHING) OR "N" NOTHING
      *    TO CHECK -- NOT IN THE CHAIN, NO CHAIN HAND-OFF ON
      *    FILE, OR ONE ALREADY AGREED (A RESTARTED STEP).
       01  CTW-AREA.
           02  CTW-CHN          PIC  9(001)  VALUE  0.
           02  CTW-FILE         PIC  X(006)  VALUE  SPACE.
           02  CTW-FROM         PIC  X(006)  VALUE  SPACE.
           02  CTW-INCNT        PIC  9(009)  VALUE  0.
           02  CTW-INAMT        PIC S9(013)  VALUE  0.
           02  CTW-INQTY        PIC S9(011)  VALUE  0.
           02  CTW-UPDCNT       PIC  9(009)  VALUE  0.
           02  CTW-OUTCNT       PIC  9(009)  VALUE  0.
           02  CTW-OUTAMT       PIC S9(013)  VALUE  0.
           02  CTW-OUTQTY       PIC S9(011)  VALUE  0.
           02  CTW-PRF          PIC  X(001)  VALUE  SPACE.
           02  CTW-ST           PIC  X(001)  VALUE  SPACE.
           02  CTW-SI           PIC  9(002)  VALUE  0.
           02  CTW-MSG          PIC  X(080)  VALUE  SPACE.
           02  CTW-E-CNT        PIC  Z(008)9.
           02  CTW-E-VCNT       PIC  Z(008)9.
