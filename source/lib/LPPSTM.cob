      *****************************************************
      *****   POSTAL CODE CHECK  ( LPPSTM )            *****
      *****************************************************
      *    COPY INTO THE PROCEDURE DIVISION.  DATA IN LWPSTM AND
      *    LIPSTM.  THE CODE MAY BE KEYED WITH OR WITHOUT THE
      *    HYPHEN AFTER THE THIRD DIGIT; SPACES ARE IGNORED.
       PSTW-CHK-RTN.
           MOVE  SPACE  TO  PSTW-DIG.
           MOVE  0      TO  PSTW-N.
           MOVE  0      TO  PSTW-HY.
           IF  PSTW-IN  =  SPACE
               MOVE  1  TO  PSTW-ST
               GO  TO  PSTW-CHK-EXT
           END-IF.
           MOVE  2  TO  PSTW-ST.
           MOVE  0  TO  PSTW-I.
       PSTW-CHK-10.
           ADD  1  TO  PSTW-I.
           IF  PSTW-I  >  8
               GO  TO  PSTW-CHK-20
           END-IF.
           IF  PSTW-IN (PSTW-I:1)  =  SPACE
               GO  TO  PSTW-CHK-10
           END-IF.
           IF  PSTW-IN (PSTW-I:1)  =  "-"
               IF  PSTW-N  NOT =  3  OR  PSTW-HY  =  1
                   GO  TO  PSTW-CHK-EXT
               END-IF
               MOVE  1  TO  PSTW-HY
               GO  TO  PSTW-CHK-10
           END-IF.
           IF  PSTW-IN (PSTW-I:1)  <  "0"
           OR  PSTW-IN (PSTW-I:1)  >  "9"
           OR  PSTW-N  =  7
               GO  TO  PSTW-CHK-EXT
           END-IF.
           ADD  1  TO  PSTW-N.
           MOVE  PSTW-IN (PSTW-I:1)  TO  PSTW-DIG (PSTW-N:1).
           GO  TO  PSTW-CHK-10.
       PSTW-CHK-20.
           IF  PSTW-N  NOT =  7
               GO  TO  PSTW-CHK-EXT
           END-IF.
           MOVE  SPACE              TO  PSTW-IN.
           MOVE  PSTW-DIG (1:3)     TO  PSTW-IN (1:3).
           MOVE  "-"                TO  PSTW-IN (4:1).
           MOVE  PSTW-DIG (4:4)     TO  PSTW-IN (5:4).
           MOVE  PSTW-DIG  TO  PST-POST.
           CALL "DB_Read" USING
            "INVALID" PSTM_PNAME1 BY REFERENCE PST-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               MOVE  3  TO  PSTW-ST
           ELSE
               MOVE  0  TO  PSTW-ST
           END-IF.
       PSTW-CHK-EXT.
           EXIT.
