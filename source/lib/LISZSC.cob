      ********************************************
      *****     JT-SZSC SIZE SCALE MASTER        *****
      ********************************************
      *    WHAT THE TEN SIZE BUCKETS MEAN FOR THE ITEMS ON ONE
      *    SCALE (J-SZS ON J-M), E.G. LADIES' SHOES 22.5-27.0,
      *    MEN'S 24.5-29.0, OR S/M/L/XL.  A BLANK LABEL IS A
      *    BUCKET THE SCALE DOES NOT USE -- QUANTITY ENTRY
      *    REFUSES IT.  KEYED IN ON JM710U, WHICH STORES EACH
      *    LABEL RIGHT-ALIGNED SO IT PRINTS OVER ITS QUANTITY
      *    COLUMN.  READ THROUGH LWSZS/LPSZS.
       01  SZSC.
           02  SZSC_PNAME1       PIC  X(007) VALUE "JT-SZSC".
           02  F                 PIC  X(001).
           02  SZSC_LNAME        PIC  X(004) VALUE "SZSC".
           02  F                 PIC  X(001).
           02  SZSC_KEY1         PIC  X(100) VALUE SPACE.
           02  SZSC_SORT         PIC  X(100) VALUE SPACE.
           02  SZSC_IDLST        PIC  X(100) VALUE SPACE.
           02  SZSC_RES          USAGE  POINTER.
      *
       01  SZS-R.
           02  SZS-KEY.
               03  SZS-CD           PIC  9(002).
           02  SZS-NAME             PIC  X(020).
           02  SZS-LBLS.
               03  SZS-LBL          PIC  X(004)  OCCURS  10.
           02  SZS-OPR              PIC  X(006).
           02  F                    PIC  X(012).
       77  F                     PIC  X(001).
