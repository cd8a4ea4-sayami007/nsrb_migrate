      *****************************************************
      *****   TERRITORY ATTRIBUTION WORK AREA ( LWTERH ) *****
      *****************************************************
      *    SHARED WITH THE LPTERH PROCEDURE COPYBOOK.  THE
      *    ADOPTING PROGRAM COPIES LITERH, PERFORMS TRW-LD-RTN
      *    ONCE, THEN FOR EACH STRAN LINE MOVES STRN-02 TO
      *    TRW-TCD, STRN-01 TO TRW-DATE AND STRN-17 TO TRW-TNC
      *    AND PERFORMS TRW-FND-RTN; TRW-TNC IS THEN THE STAFF
      *    MEMBER THE LINE BELONGS TO.  TRW-FST (CUSTOMER + 1)
      *    POINTS AT THE CUSTOMER'S FIRST TRW-ENT (0 = NONE).
       01  TRW-AREA.
           02  TRW-TCD          PIC  9(004)  VALUE  0.
           02  TRW-DATE         PIC  9(008)  VALUE  0.
           02  TRW-TNC          PIC  9(002)  VALUE  0.
           02  TRW-CNT          PIC  9(004)  VALUE  0.
           02  TRW-I            PIC  9(004)  VALUE  0.
           02  TRW-FST   OCCURS  10000  PIC  9(004).
           02  TRW-ENT   OCCURS  3000.
               03  TRW-ETCD     PIC  9(004).
               03  TRW-EEFF     PIC  9(008).
               03  TRW-ETNC     PIC  9(002).
