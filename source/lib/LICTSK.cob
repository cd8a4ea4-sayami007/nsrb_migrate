      ********************************************
      *****     JT-CTSK MONTH-END CLOSE TASK MASTER *****
      ********************************************
      *    ONE RECORD PER STEP OF THE MONTH-END CLOSE, KEYED BY
      *    A FOUR-CHARACTER TASK CODE.  TASK CODES ARE ASSIGNED
      *    SO THEY SORT IN CLOSE ORDER (0100, 0200, ...); THE
      *    PR840U CHECKLIST LISTS THEM IN KEY ORDER.  CTK-BUCD IS
      *    THE OWNING DEPARTMENT.  CTK-MAND 1 MARKS A TASK THAT
      *    MUST BE DONE BEFORE PR590U WILL CLOSE THE PERIOD.
      *    CTK-PRE LISTS UP TO FIVE TASKS THAT MUST BE DONE
      *    FIRST.  CTK-PGM IS THE PROGRAM WHOSE NORMAL END ON
      *    JT-RUNL COMPLETES THE TASK; SPACE = A MANUAL TASK
      *    SIGNED OFF ON PR840U.  MAINTAINED BY PR830U.
       01  CTSK.
           02  CTSK_PNAME1       PIC  X(007) VALUE "JT-CTSK".
           02  F                 PIC  X(001).
           02  CTSK_LNAME        PIC  X(004) VALUE "CTSK".
           02  F                 PIC  X(001).
           02  CTSK_KEY1         PIC  X(100) VALUE SPACE.
           02  CTSK_SORT         PIC  X(100) VALUE SPACE.
           02  CTSK_IDLST        PIC  X(100) VALUE SPACE.
           02  CTSK_RES          USAGE  POINTER.
      *
       01  CTK-R.
           02  CTK-KEY.
               03  CTK-CD           PIC  X(004).
           02  CTK-NAME             PIC  X(020).
           02  CTK-BUCD             PIC  9(004).
           02  CTK-MAND             PIC  9(001).
           02  CTK-PRE              PIC  X(004)  OCCURS  5.
           02  CTK-PGM              PIC  X(006).
           02  CTK-OPR              PIC  X(006).
           02  F                    PIC  X(019).
       77  F                     PIC  X(001).
