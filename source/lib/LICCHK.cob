      ********************************************
      *****     JT-CCHK MONTH-END CLOSE CHECKLIST  *****
      ********************************************
      *    ONE RECORD PER CLOSE TASK PER PERIOD, KEYED BY THE
      *    PERIOD YYMM (AS ON THE FCTL "CYYMM" LOCK RECORD) AND
      *    THE JT-CTSK TASK CODE.  CCK-STAT 0 = OPEN, 1 = DONE.
      *    CCK-OPR/CCK-DATE/CCK-TIME SAY WHO COMPLETED IT AND
      *    WHEN -- THE OPERATOR WHO SIGNED A MANUAL TASK OFF, OR
      *    THE OPERATOR AND END STAMP OF THE JT-RUNL RUN THAT
      *    COMPLETED A PROGRAM TASK (CCK-SRC "M" / "R").
      *    CCK-RDTM IS THE LAST REOPEN STAMP; ONLY A RUN STARTED
      *    AFTER IT CAN COMPLETE THE TASK AGAIN.  WRITTEN BY
      *    PR840U, READ BY THE PR590U PERIOD LOCK.
       01  CCHK.
           02  CCHK_PNAME1       PIC  X(007) VALUE "JT-CCHK".
           02  F                 PIC  X(001).
           02  CCHK_LNAME        PIC  X(004) VALUE "CCHK".
           02  F                 PIC  X(001).
           02  CCHK_KEY1         PIC  X(100) VALUE SPACE.
           02  CCHK_SORT         PIC  X(100) VALUE SPACE.
           02  CCHK_IDLST        PIC  X(100) VALUE SPACE.
           02  CCHK_RES          USAGE  POINTER.
      *
       01  CCK-R.
           02  CCK-KEY.
               03  CCK-YM           PIC  9(004).
               03  CCK-CD           PIC  X(004).
           02  CCK-STAT             PIC  9(001).
           02  CCK-SRC              PIC  X(001).
           02  CCK-OPR              PIC  X(006).
           02  CCK-DATE             PIC  9(008).
           02  CCK-TIME             PIC  9(006).
           02  CCK-RDTM             PIC  9(014).
           02  F                    PIC  X(020).
       77  F                     PIC  X(001).
