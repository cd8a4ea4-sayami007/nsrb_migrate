      ********************************************
      *****     JT-PSTM POSTAL CODE MASTER     *****
      ********************************************
      *    ONE RECORD PER 7-DIGIT POSTAL CODE, LOADED MONTHLY BY
      *    TT850U FROM THE JAPAN POST NATIONWIDE POSTAL CODE FILE
      *    (KEN_ALL) AND USED BY TT740U/TT790U TO CHECK TK-POST
      *    AND SHP-POST (LPPSTM).  PST-TDFK IS THE PREFECTURE IN
      *    THE STRN-18 / TT-FKC CODES (THE FIRST TWO DIGITS OF THE
      *    LOCAL GOVERNMENT CODE PST-LGC).  PST-ADRP IS THE
      *    PREFECTURE AND CITY TEXT RUN TOGETHER, AS PROPOSED FOR
      *    THE FIRST ADDRESS LINE.  PST-MULT = 1 WHEN THE CODE
      *    COVERS MORE THAN ONE TOWN.  PST-LDDT/PST-LDTM STAMP THE
      *    LOAD THAT LAST CARRIED THE CODE; A CODE MISSING FROM A
      *    LATER LOAD IS DELETED AS ABOLISHED.
       01  PSTM.
           02  PSTM_PNAME1       PIC  X(007) VALUE "JT-PSTM".
           02  F                 PIC  X(001).
           02  PSTM_LNAME        PIC  X(004) VALUE "PSTM".
           02  F                 PIC  X(001).
           02  PSTM_KEY1         PIC  X(100) VALUE SPACE.
           02  PSTM_SORT         PIC  X(100) VALUE SPACE.
           02  PSTM_IDLST        PIC  X(100) VALUE SPACE.
           02  PSTM_RES          USAGE  POINTER.
      *
       01  PST-R.
           02  PST-KEY.
               03  PST-POST         PIC  X(007).
           02  PST-LGC              PIC  X(005).
           02  PST-TDFK             PIC  9(002).
           02  PST-PREF             PIC  N(004).
           02  PST-PREFX  REDEFINES  PST-PREF  PIC  X(008).
           02  PST-CITY             PIC  N(012).
           02  PST-CITYX  REDEFINES  PST-CITY  PIC  X(024).
           02  PST-ADRP             PIC  N(016).
           02  PST-ADRPX  REDEFINES  PST-ADRP  PIC  X(032).
           02  PST-MULT             PIC  9(001).
           02  PST-LDDT             PIC  9(006).
           02  PST-LDTM             PIC  9(006).
           02  F                    PIC  X(005).
       77  F                     PIC  X(001).
