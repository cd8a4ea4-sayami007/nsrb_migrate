      *    SLOT OPENS EVERYTHING); OPA-LIVE 1 PERMITS CHOOSING
      *    LIVE ON A DRY=1,LIVE=9 PROMPT; OPA-BUFR/OPA-BUTO BOUND
      *    THE DEPARTMENT RANGE THE OPERATOR MAY POST; OPA-MNT 1
      *    PERMITS THE MAINTENANCE SCREENS; OPA-APR 1 PERMITS
      *    APPROVING OTHER OPERATORS' PENDING MASTER CHANGES ON
      *    NB800U (SEE LIMCPF).  CHECKED AT PROGRAM START AND ON
      *    THE LIVE/DRY CHOICE; VIOLATIONS ARE LOGGED AND
      *    REFUSED.
       01  OPAU.
           02  OPAU_PNAME1       PIC  X(007) VALUE "JT-OPAU".
           02  F                 PIC  X(001).
           02  OPA-BUFR             PIC  9(002).
           02  OPA-BUTO             PIC  9(002).
           02  OPA-MNT              PIC  9(001).
           02  OPA-APR              PIC  9(001).
           02  F                    PIC  X(007).
       77  F                     PIC  X(001).
