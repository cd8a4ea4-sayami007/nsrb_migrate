      ********************************************
      *****     JT-CNSG CONSIGNMENT STOCK BY CUSTOMER *****
      ********************************************
      *    ONE RECORD PER CONSIGNMENT CUSTOMER (TK-CNSF = 1) AND
      *    J-JCD ITEM -- THE STOCK LYING AT THE CUSTOMER'S SITE,
      *    STILL OURS UNTIL IT SELLS.  THE TOTAL OVER ALL
      *    CUSTOMERS IS THE JT-ZKM CONSIGNMENT LOCATION
      *    (ZKM-SOK 9).  ZK710U ADDS A CONFIRMED SHIPMENT TO A
      *    CONSIGNMENT CUSTOMER; ZK850U TAKES OFF WHAT THE
      *    CUSTOMER REPORTS SOLD.  THE LAST CUSTOMER COUNT
      *    (ZK840U FUNCTION C) IS KEPT WITH THE BOOK QUANTITY
      *    AS IT STOOD WHEN THE COUNT WAS KEYED, SO ZK860R CAN
      *    SHOW THE VARIANCE EVEN AFTER LATER MOVEMENTS.
       01  CNSG.
           02  CNSG_PNAME1       PIC  X(007) VALUE "JT-CNSG".
           02  F                 PIC  X(001).
           02  CNSG_LNAME        PIC  X(004) VALUE "CNSG".
           02  F                 PIC  X(001).
           02  CNSG_KEY1         PIC  X(100) VALUE SPACE.
           02  CNSG_SORT         PIC  X(100) VALUE SPACE.
           02  CNSG_IDLST        PIC  X(100) VALUE SPACE.
           02  CNSG_RES          USAGE  POINTER.
      *
       01  CNS-R.
           02  CNS-KEY.
               03  CNS-TCD          PIC  9(004).
               03  CNS-JCD          PIC  9(006).
           02  CNS-OH.
               03  CNS-OH1    OCCURS  10  PIC S9(006).
           02  CNS-OHT              PIC S9(007).
      *    LAST DELIVERY INTO AND LAST SALE OUT OF THE SITE.
           02  CNS-LSHP             PIC  9(008).
           02  CNS-LSLD             PIC  9(008).
      *    LAST CUSTOMER COUNT -- DATE, COUNTED QUANTITIES AND
      *    THE BOOK QUANTITIES FROZEN AT THE TIME IT WAS KEYED
      *    (CNS-CDATE ZERO = NEVER COUNTED).
           02  CNS-CDATE            PIC  9(008).
           02  CNS-CT.
               03  CNS-CT1    OCCURS  10  PIC S9(006).
           02  CNS-CTT              PIC S9(007).
           02  CNS-CBK.
               03  CNS-CBK1   OCCURS  10  PIC S9(006).
           02  CNS-CBKT             PIC S9(007).
           02  CNS-OPR              PIC  X(006).
           02  F                    PIC  X(020).
       77  F                     PIC  X(001).
