      *        SOURCE NAMES THE KWO AND CONTRACTOR, AND TYPE 4
      *        TRANSFERS IN) OF THE ITEMS THE LOT SHIPPED.
      *        ONE RUN REPLACES A WEEK OF PULLING SHIPPING
      *        PAPER WHEN A DEFECT IS REPORTED.  SHIPMENTS THE
      *        NB790U ARCHIVE HAS MOVED TO JT-JSJH ARE READ AFTER
      *        THE LIVE JSJD FILE AND REPORTED THE SAME WAY.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       77  WS-BIL-CNT      PIC  9(05)  VALUE  0.
       77  WS-RCV-CNT      PIC  9(05)  VALUE  0.
       77  WS-ITM-CNT      PIC  9(02)  VALUE  0.
       77  WS-HIST-SW      PIC  X(01)  VALUE  "N".
           88  WS-HIST-ON             VALUE  "Y".
      *****
      *    THE ITEMS THE LOT SHIPPED AND THE CUSTOMER/DATE PAIRS,
      *    COLLECTED FORWARD AND USED FOR THE BILLING AND
               03  TR-SHP-ITEM   PIC  9(06).
               03  TR-SHP-DATE   PIC  9(08).
       COPY    LIJSJD.
       COPY    LIJSJH.
       COPY    LNSTRN.
       COPY    LIZKMV.
       COPY    LIRUNL.
            "INPUT" JSJD_PNAME1 "SHARED" BY REFERENCE JSJD_IDLST "1"
            "JSJD-KEY" BY REFERENCE JSJD-KEY.
       SH-10.
           IF  WS-HIST-ON
               GO  TO  SH-15
           END-IF.
           CALL "DB_Read" USING
            "NEXT AT END" JSJD_PNAME1 BY REFERENCE JSJD-REC "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  SH-80
           END-IF.
           GO  TO  SH-20.
       SH-15.
           CALL "DB_Read" USING
            "NEXT AT END" JSJH_PNAME1 BY REFERENCE JSH-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  SH-90
           END-IF.
           MOVE  JSH-REC  TO  JSJD-REC.
       SH-20.
           IF  JSJD-03  NOT =  WK-LOT
               GO  TO  SH-10
           END-IF.
               MOVE  JSJD-09  TO  TR-ITM (WS-ITM-CNT)
           END-IF.
           GO  TO  SH-10.
      *        LIVE FILE DONE -- ON TO THE ARCHIVED SHIPMENTS.
       SH-80.
           CALL "DB_F_Close" USING BY REFERENCE JSJD_IDLST JSJD_PNAME1.
           CALL "DB_F_Open" USING
            "INPUT" JSJH_PNAME1 "SHARED" BY REFERENCE JSJH_IDLST "1"
            "JSH-KEY" BY REFERENCE JSH-KEY.
           SET  WS-HIST-ON  TO  TRUE.
           GO  TO  SH-10.
       SH-90.
           CALL "DB_F_Close" USING BY REFERENCE JSJH_IDLST JSJH_PNAME1.
      *****
      *    FORWARD PASS 2 -- THE STRAN BILLING ROWS THAT MATCH A
      *    SHIPMENT (CUSTOMER, ITEM AND DATE).
