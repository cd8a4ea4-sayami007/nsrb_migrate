      ********************************************
      *****     JT-STDC ROLLED-UP STANDARD COST    *****
      ********************************************
      *    ONE RECORD PER J-JCD ITEM THAT HAS A JT-BOMF BILL OF
      *    MATERIALS, WRITTEN BY THE KM910R COST ROLL-UP: THE
      *    MATERIAL COST (EVERY COMPONENT'S UNIT COST X BOM-USU,
      *    A COMPONENT WITH ITS OWN BILL AT ITS OWN ROLLED-UP
      *    COST, A BOUGHT MATERIAL AT J-ST, ELSE J-YT), THE
      *    PROCESSING COST (J-KT, ELSE THE KHM RATE TOTAL OF
      *    THE ITEM'S J-MCD PROCESS), THEIR SUM AS THE STANDARD
      *    COST, THE J-ST IT WAS COMPARED WITH, THE BOM DEPTH
      *    AND THE DATE OF THE CALCULATION.
       01  STDC.
           02  STDC_PNAME1       PIC  X(007) VALUE "JT-STDC".
           02  F                 PIC  X(001).
           02  STDC_LNAME        PIC  X(004) VALUE "STDC".
           02  F                 PIC  X(001).
           02  STDC_KEY1         PIC  X(100) VALUE SPACE.
           02  STDC_SORT         PIC  X(100) VALUE SPACE.
           02  STDC_IDLST        PIC  X(100) VALUE SPACE.
           02  STDC_RES          USAGE  POINTER.
      *
       01  SDC-R.
           02  SDC-KEY.
               03  SDC-JCD          PIC  9(006).
           02  SDC-MAT              PIC S9(007)V9(02).
           02  SDC-PRC              PIC S9(007)V9(02).
           02  SDC-TOT              PIC S9(007)V9(02).
           02  SDC-JST              PIC S9(006)V9(02).
           02  SDC-LVL              PIC  9(002).
           02  SDC-CDATE            PIC  9(008).
           02  F                    PIC  X(020).
       77  F                     PIC  X(001).
