      ********************************************
      *****     JT-RDST REPORT DISTRIBUTION MASTER *****
      ********************************************
      *    WHO GETS WHICH ARCHIVED PRINT: PER REPORT PROGRAM
      *    (THE JT-RARC RARC-PGM) UP TO 99 RECIPIENT GROUPS.
      *    RDS-TYPE P = PRINTER, F = DROP FOLDER; RDS-DEST IS
      *    THE PRINTER'S SPOOL DIRECTORY OR THE FOLDER (NO
      *    EMBEDDED SPACES).  THE RL740U DISTRIBUTION RUN WRITES
      *    EACH NEW ARCHIVED RUN THERE AS
      *        <DEST>/<PGM>_<RUN DATE>_<RUN TIME>_<SEQ>.PRN / .TXT
      *    A PRINTER FILE HOLDS RDS-COPY COPIES, FORM-FED; A
      *    FOLDER GETS ONE.  THE RECIPIENT'S SHARE OF THE REPORT
      *    IS THE PAGES RDS-PGFR TO RDS-PGTO (0/0 = ALL) THAT
      *    CARRY THE SECTION TEXT RDS-SECT AT COLUMN RDS-SCOL
      *    (SPACE = EVERY PAGE, COLUMN 0 = ANYWHERE ON THE LINE),
      *    E.G. "DEPT=05" AT 1 FOR A DEPARTMENT'S PR630R PAGE OR
      *    "STAFF=07" AT 25 FOR A SALESPERSON'S ST750R
      *    STATEMENT.  ONLY RUNS ARCHIVED ON OR AFTER RDS-FROM
      *    (THE DAY THE LINE WAS ADDED) ARE SENT.  MAINTAINED BY
      *    RL730U.
       01  RDST.
           02  RDST_PNAME1       PIC  X(007) VALUE "JT-RDST".
           02  F                 PIC  X(001).
           02  RDST_LNAME        PIC  X(004) VALUE "RDST".
           02  F                 PIC  X(001).
           02  RDST_KEY1         PIC  X(100) VALUE SPACE.
           02  RDST_SORT         PIC  X(100) VALUE SPACE.
           02  RDST_IDLST        PIC  X(100) VALUE SPACE.
           02  RDST_RES          USAGE  POINTER.
      *
       01  RDS-R.
           02  RDS-KEY.
               03  RDS-PGM          PIC  X(008).
               03  RDS-SEQ          PIC  9(002).
           02  RDS-GRP              PIC  X(020).
           02  RDS-TYPE             PIC  X(001).
           02  RDS-DEST             PIC  X(040).
           02  RDS-COPY             PIC  9(002).
           02  RDS-PGFR             PIC  9(004).
           02  RDS-PGTO             PIC  9(004).
           02  RDS-SECT             PIC  X(020).
           02  RDS-SCOL             PIC  9(003).
           02  RDS-FROM             PIC  9(006).
           02  RDS-OPR              PIC  X(006).
           02  F                    PIC  X(020).
       77  F                     PIC  X(001).
