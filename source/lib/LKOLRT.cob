      ********************************************
      *****     KOLRT EDI CERTIFICATION SANDBOX     *****
      ********************************************
      *    SAME RECORD TYPES AS KOLRF (USE THE LKOLRF RECORD
      *    AREAS).  HOLDS THE ONE TRANSMISSION OF A TESTING
      *    PARTNER THAT KF820U MOVED OUT OF KOLRF; NOTHING
      *    DOWNSTREAM OF THE LOAD EVER READS IT.
       01  KOLRT.
           02  KOLRT_PNAME1      PIC  X(005) VALUE "KOLRT".
           02  F                 PIC  X(001).
           02  KOLRT_LNAME       PIC  X(005) VALUE "KOLRT".
           02  F                 PIC  X(001).
           02  KOLRT_KEY1        PIC  X(100) VALUE SPACE.
           02  KOLRT_SORT        PIC  X(100) VALUE SPACE.
           02  KOLRT_IDLST       PIC  X(100) VALUE SPACE.
           02  KOLRT_RES         USAGE  POINTER.
