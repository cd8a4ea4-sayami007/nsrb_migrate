      *****************************************************
      *****   ASSORTMENT CHECK ROUTINE  ( LPASR )     *****
      *****************************************************
      *    COPY INTO THE PROCEDURE DIVISION.  DATA IN LWASR,
      *    LIASRT AND LIASGM; THE PROGRAM HOLDS JT-ASRT AND
      *    JT-ASGM OPEN FOR INPUT.  THE CUSTOMER'S GROUP AND
      *    AGREED-RANGE FLAG COME FROM JT-ASGM; THE RULES ARE
      *    THEN TRIED MOST SPECIFIC FIRST -- CUSTOMER+ITEM,
      *    CUSTOMER+CLASS, GROUP+ITEM, GROUP+CLASS, ALL+ITEM,
      *    ALL+CLASS -- AND THE FIRST ONE IN FORCE ON ASW-DATE
      *    DECIDES.  WITH NONE IN FORCE THE ITEM MAY BE SOLD
      *    UNLESS THE CUSTOMER IS ON AGREED RANGE ONLY.
       ASW-RTN.
           MOVE  0      TO  ASW-RES.
           MOVE  SPACE  TO  ASW-LVL  ASW-MSG.
           MOVE  ASW-TCD  TO  AGM-TCD.
           CALL "DB_Read" USING
            "INVALID" ASGM_PNAME1 BY REFERENCE AGM-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  0
               MOVE  AGM-GRP  TO  ASW-GRP
               MOVE  AGM-RNG  TO  ASW-RNG
           ELSE
               MOVE  0        TO  ASW-GRP  ASW-RNG
           END-IF.
           MOVE  0  TO  ASW-STEP.
       ASW-10.
           ADD  1  TO  ASW-STEP.
           IF  ASW-STEP  >  6
               GO  TO  ASW-50
           END-IF.
           MOVE  0  TO  ASR-TCD  ASR-GRP  ASR-JCD  ASR-BR1.
           IF  ASW-STEP  <  3
               MOVE  ASW-TCD  TO  ASR-TCD
               MOVE  "C"      TO  ASW-LVL
           ELSE
               IF  ASW-STEP  <  5
                   IF  ASW-GRP  =  0
                       GO  TO  ASW-10
                   END-IF
                   MOVE  ASW-GRP  TO  ASR-GRP
                   MOVE  "G"      TO  ASW-LVL
               ELSE
                   MOVE  "A"      TO  ASW-LVL
               END-IF
           END-IF.
           IF  ASW-STEP  =  1  OR  3  OR  5
               MOVE  ASW-JCD  TO  ASR-JCD
           ELSE
               IF  ASW-BR1  =  0
                   GO  TO  ASW-10
               END-IF
               MOVE  ASW-BR1  TO  ASR-BR1
           END-IF.
           CALL "DB_Read" USING
            "INVALID" ASRT_PNAME1 BY REFERENCE ASR-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               GO  TO  ASW-10
           END-IF.
           IF  ASR-FROM  >  ASW-DATE
           OR  ( ASR-TO  NOT =  0  AND  ASR-TO  <  ASW-DATE )
               GO  TO  ASW-10
           END-IF.
           IF  ASR-KBN  =  2
               MOVE  1  TO  ASW-RES
               MOVE  "ITEM BLOCKED"  TO  ASW-MSG
           END-IF.
           GO  TO  ASW-EXT.
       ASW-50.
           MOVE  SPACE  TO  ASW-LVL.
           IF  ASW-RNG  =  1
               MOVE  2  TO  ASW-RES
               MOVE  "NOT IN RANGE"  TO  ASW-MSG
           END-IF.
       ASW-EXT.
           EXIT.
