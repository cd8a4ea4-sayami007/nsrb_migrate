      *    LEDGER: RECEIPTS POSITIVE, RELIEFS NEGATIVE.
      *    ZKV-TYP: 1 = RECEIPT, 2 = SHIPMENT RELIEF,
      *    3 = STOCKTAKE ADJUSTMENT, 4 = TRANSFER IN,
      *    5 = TRANSFER OUT, 6 = CONSIGNMENT DELIVERY OUT OF
      *    THE WAREHOUSE, 7 = CONSIGNMENT DELIVERY INTO
      *    LOCATION 9, 8 = CONSIGNMENT SOLD (LOCATION 9),
      *    9 = QUALITY HOLD ACTION (ZK870U), THE ACTION IN
      *    ZKV-QHA: H = PLACED ON HOLD, R = RELEASED TO FREE
      *    STOCK, S = SCRAPPED, C = RETURNED TO THE CONTRACTOR.
      *    H AND R MOVE STOCK INTO (+) AND OUT OF (-) THE HELD
      *    BUCKETS ONLY AND LEAVE ON-HAND AS IT IS; S AND C TAKE
      *    HELD STOCK OFF ON-HAND (-).
      *    0 = MATERIAL ISSUED TO A CONTRACTOR AGAINST A JT-KWOF
      *    WORK ORDER (KM880U) -- OFF ON-HAND (-), OR BACK ON (+)
      *    WHEN UNUSED MATERIAL IS RETURNED; MATERIALS ARE
      *    UNSIZED AND STAND IN SIZE BUCKET 1.
      *    ZKV-SRC CARRIES THE SOURCE DOCUMENT KEY -- THE JSJD
      *    LOT/SEQ, THE STOCKTAKE FREEZE DATE AND REASON, OR THE
      *    KEYING PROGRAM.
           02  ZKV-QT.
               03  ZKV-QT1    OCCURS  10  PIC S9(006).
           02  ZKV-QTT              PIC S9(007).
           02  ZKV-QHA              PIC  X(001).
           02  F                    PIC  X(008).
       77  F                     PIC  X(001).
