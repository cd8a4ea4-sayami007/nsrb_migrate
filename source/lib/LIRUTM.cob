      ********************************************
      *****     JT-RUTM DELIVERY ROUTE MASTER      *****
      ********************************************
      *    ONE RECORD PER ROUTE RUN BY OUR OWN TRUCKS OR A
      *    CHARTERED VEHICLE.  RUT-TDFK LISTS THE PREFECTURES
      *    COVERED (THE STRN-18 / HKB-TDFK CODES) IN DROP ORDER,
      *    FIRST DROP FIRST, ZERO = UNUSED; A PREFECTURE BELONGS
      *    TO ONE ROUTE ONLY.  RUT-CAPKG / RUT-CAPCT ARE THE
      *    VEHICLE CAPACITY IN KG AND CARTONS, RUT-DEPT THE
      *    DEPARTURE TIME (HHMM) AND RUT-VEH O = OWN TRUCK,
      *    C = CHARTERED.  MAINTAINED BY JF930U; JF940R BUILDS
      *    THE DAILY LOADING PLAN FROM IT.
       01  RUTM.
           02  RUTM_PNAME1       PIC  X(007) VALUE "JT-RUTM".
           02  F                 PIC  X(001).
           02  RUTM_LNAME        PIC  X(004) VALUE "RUTM".
           02  F                 PIC  X(001).
           02  RUTM_KEY1         PIC  X(100) VALUE SPACE.
           02  RUTM_SORT         PIC  X(100) VALUE SPACE.
           02  RUTM_IDLST        PIC  X(100) VALUE SPACE.
           02  RUTM_RES          USAGE  POINTER.
      *
       01  RUT-R.
           02  RUT-KEY.
               03  RUT-CD           PIC  X(004).
           02  RUT-NAME             PIC  N(012).
           02  RUT-TDFKS.
               03  RUT-TDFK   OCCURS  10  PIC  9(002).
           02  RUT-CAPKG            PIC  9(005).
           02  RUT-CAPCT            PIC  9(004).
           02  RUT-DEPT             PIC  9(004).
           02  RUT-VEH              PIC  X(001).
           02  RUT-OPR              PIC  X(006).
           02  F                    PIC  X(032).
       77  F                     PIC  X(001).
