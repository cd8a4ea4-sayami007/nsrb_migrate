       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         TT850U.
      *****************************************************
      *****   POSTAL CODE MASTER MONTHLY IMPORT        *****
      *****************************************************
      *        LOADS THE JAPAN POST NATIONWIDE POSTAL CODE FILE
      *        INTO JT-PSTM (SEE LIPSTM).  INPUT IS THE MONTHLY
      *        KEN_ALL.CSV AS DOWNLOADED, ONE ROW PER POSTAL CODE
      *        AND TOWN, OF WHICH THIS RUN TAKES:
      *          1  LOCAL GOVERNMENT CODE (5 DIGITS; THE FIRST
      *             TWO ARE THE PREFECTURE)
      *          3  POSTAL CODE (7 DIGITS)
      *          7  PREFECTURE (KANJI)
      *          8  CITY, WARD, TOWN OR VILLAGE (KANJI)
      *         13  1 = ONE CODE COVERS SEVERAL TOWNS
      *        QUOTES AROUND A FIELD ARE DROPPED.  A ROW WITH A BAD
      *        CODE OR PREFECTURE SPILLS TO TT850U.REJ WITH A
      *        REASON.  A CODE SEEN TWICE IN THE SAME LOAD KEEPS
      *        ITS FIRST PREFECTURE AND CITY AND IS MARKED AS
      *        COVERING SEVERAL TOWNS.  WHEN THE LOAD IS COMPLETE,
      *        EVERY CODE THE FILE NO LONGER CARRIES IS DELETED AS
      *        ABOLISHED -- UNLESS NOTHING LOADED, WHEN THE MASTER
      *        IS LEFT AS IT WAS.  ARGUMENT IS THE OPERATOR ID FOR
      *        THE RUN LOG.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  TT-CSV-FILE  ASSIGN  TO  "KEN_ALL.CSV"
               ORGANIZATION  IS  LINE SEQUENTIAL
               FILE STATUS    IS  CSV-STAT.
           SELECT  TT-REJ-FILE  ASSIGN  TO  "TT850U.REJ"
               ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT  TT-RPT-FILE  ASSIGN  TO  "TT850U"
               ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA                DIVISION.
       FILE                SECTION.
       FD  TT-CSV-FILE
           LABEL RECORD IS STANDARD.
       01  TT-CSV-LINE         PIC  X(400).
       FD  TT-REJ-FILE
           LABEL RECORD IS STANDARD.
       01  TT-REJ-LINE         PIC  X(426).
       FD  TT-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  TT-RPT-LINE         PIC  X(80).
       WORKING-STORAGE     SECTION.
       77  ERR-STAT        PIC  X(02).
       77  RET             PIC  9(01)  VALUE  0.
       77  CSV-STAT        PIC  X(02)  VALUE  SPACE.
       77  WK-OPR          PIC  X(06)  VALUE  SPACE.
       77  WK-TODAY        PIC  9(06)  VALUE  0.
       77  WK-NOW          PIC  9(06)  VALUE  0.
       77  WK-EOF          PIC  9(01)  VALUE  0.
       77  WK-ROW-ERR      PIC  9(01)  VALUE  0.
       77  WS-ROW-CNT      PIC  9(07)  VALUE  0.
       77  WS-REJ-CNT      PIC  9(07)  VALUE  0.
       77  WS-INS-CNT      PIC  9(07)  VALUE  0.
       77  WS-UPD-CNT      PIC  9(07)  VALUE  0.
       77  WS-MUL-CNT      PIC  9(07)  VALUE  0.
       77  WS-DEL-CNT      PIC  9(07)  VALUE  0.
       01  WK-AREA.
           02  WK-REASON       PIC  X(24).
           02  WK-FLD          PIC  X(60).
           02  WK-FLD2         PIC  X(60).
           02  WK-TDFK         PIC  9(02).
           02  WK-TDFKX  REDEFINES  WK-TDFK  PIC  X(02).
      *****
      *    THE KEN_ALL COLUMNS AS SPLIT FROM THE LINE.
       01  PF-AREA.
           02  PF-LGC          PIC  X(60).
           02  PF-OLD          PIC  X(60).
           02  PF-POST         PIC  X(60).
           02  PF-PKANA        PIC  X(60).
           02  PF-CKANA        PIC  X(60).
           02  PF-TKANA        PIC  X(60).
           02  PF-PREF         PIC  X(60).
           02  PF-CITY         PIC  X(60).
           02  PF-TOWN         PIC  X(60).
           02  PF-F10          PIC  X(60).
           02  PF-F11          PIC  X(60).
           02  PF-F12          PIC  X(60).
           02  PF-F13          PIC  X(60).
       COPY    LIPSTM.
       COPY    LIRUNL.
      *****
       01  TT-RPT-HDR.
           02  FILLER          PIC  X(30)  VALUE
               "POSTAL CODE MASTER IMPORT     ".
           02  FILLER          PIC  X(06)  VALUE  "DATE=".
           02  RPT-HDR-DATE    PIC  9(06).
       01  TT-RPT-SUM1.
           02  FILLER          PIC  X(07)  VALUE  "ROWS=".
           02  RPT-SUM-ROW     PIC  ZZZZZZ9.
           02  FILLER          PIC  X(10)  VALUE  " REJECTS=".
           02  RPT-SUM-REJ     PIC  ZZZZZZ9.
           02  FILLER          PIC  X(11)  VALUE  " INSERTED=".
           02  RPT-SUM-INS     PIC  ZZZZZZ9.
           02  FILLER          PIC  X(10)  VALUE  " UPDATED=".
           02  RPT-SUM-UPD     PIC  ZZZZZZ9.
       01  TT-RPT-SUM2.
           02  FILLER          PIC  X(24)  VALUE
               "CODES FOR SEVERAL TOWNS=".
           02  RPT-SUM-MUL     PIC  ZZZZZZ9.
           02  FILLER          PIC  X(20)  VALUE
               "  ABOLISHED/DELETED=".
           02  RPT-SUM-DEL     PIC  ZZZZZZ9.
       01  TT-RPT-NOLD.
           02  FILLER          PIC  X(44)  VALUE
               "NOTHING LOADED, MASTER LEFT AS IT WAS       ".
       01  TT-REJ-DET.
           02  REJ-REASON      PIC  X(24).
           02  FILLER          PIC  X(02)  VALUE  ": ".
           02  REJ-LINE        PIC  X(400).
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       OPEN  OUTPUT  TT-RPT-FILE.
       OPEN  OUTPUT  TT-REJ-FILE.
           ACCEPT  WK-OPR       FROM  ARGUMENT-VALUE.
           ACCEPT  WK-TODAY     FROM  DATE.
           ACCEPT  WK-NOW       FROM  TIME.
       MOVE  WK-TODAY  TO  RPT-HDR-DATE.
       MOVE  TT-RPT-HDR  TO  TT-RPT-LINE.
       WRITE  TT-RPT-LINE.
           PERFORM  RUNL-ST-RTN  THRU  RUNL-ST-EXT.
           OPEN  INPUT  TT-CSV-FILE.
           IF  CSV-STAT  NOT =  "00"
               MOVE  "KEN_ALL.CSV NOT FOUND, IMPORT ABANDONED"
                TO  TT-RPT-LINE
               WRITE  TT-RPT-LINE
               GO  TO  END-RTN
           END-IF.
           CALL "DB_F_Open" USING
            "I-O" PSTM_PNAME1 "SHARED" BY REFERENCE PSTM_IDLST "1"
            "PST-KEY" BY REFERENCE PST-KEY.
           MOVE  0  TO  WK-EOF.
      *****
      *    LOAD -- EVERY CODE CARRIED IS STAMPED WITH THIS RUN'S
      *    DATE AND TIME.
       LD-10.
           READ  TT-CSV-FILE
               AT END
                   MOVE  1  TO  WK-EOF
           END-READ.
           IF  WK-EOF  =  1
               GO  TO  LD-90
           END-IF.
           ADD  1  TO  WS-ROW-CNT.
           PERFORM  ROW-EDT-RTN  THRU  ROW-EDT-EXT.
           IF  WK-ROW-ERR  =  1
               PERFORM  REJ-WRT-RTN  THRU  REJ-WRT-EXT
               GO  TO  LD-10
           END-IF.
           MOVE  PF-POST (1:7)  TO  PST-POST.
           CALL "DB_Read" USING
            "INVALID" PSTM_PNAME1 BY REFERENCE PST-R " "
            RETURNING RET.
           IF  RET  =  1
               PERFORM  PST-SET-RTN  THRU  PST-SET-EXT
               CALL "DB_Insert" USING
                PSTM_PNAME1 PSTM_LNAME PST-R RETURNING RET
               IF  RET = 1
                   MOVE  "JT-PSTM INSERT ERROR"  TO  WK-REASON
                   PERFORM  REJ-WRT-RTN  THRU  REJ-WRT-EXT
               ELSE
                   ADD  1  TO  WS-INS-CNT
               END-IF
               GO  TO  LD-10
           END-IF.
      *        ALREADY LOADED BY THIS RUN -- A FURTHER TOWN UNDER
      *        THE SAME CODE.
           IF  PST-LDDT  =  WK-TODAY  AND  PST-LDTM  =  WK-NOW
               IF  PST-MULT  =  1
                   GO  TO  LD-10
               END-IF
               MOVE  1  TO  PST-MULT
               ADD  1  TO  WS-MUL-CNT
           ELSE
               PERFORM  PST-SET-RTN  THRU  PST-SET-EXT
           END-IF.
           CALL "DB_Update" USING
            PSTM_PNAME1 PSTM_LNAME PST-R RETURNING RET.
           IF  RET = 1
               MOVE  "JT-PSTM UPDATE ERROR"  TO  WK-REASON
               PERFORM  REJ-WRT-RTN  THRU  REJ-WRT-EXT
           ELSE
               ADD  1  TO  WS-UPD-CNT
           END-IF.
           GO  TO  LD-10.
       LD-90.
           CLOSE  TT-CSV-FILE.
           IF  WS-INS-CNT  =  0  AND  WS-UPD-CNT  =  0
               MOVE  TT-RPT-NOLD  TO  TT-RPT-LINE
               WRITE  TT-RPT-LINE
               GO  TO  LD-99
           END-IF.
      *****
      *    SWEEP -- A CODE NOT STAMPED BY THIS RUN IS NO LONGER
      *    IN THE JAPAN POST FILE.
           CALL "DB_F_Close" USING BY REFERENCE PSTM_IDLST PSTM_PNAME1.
           CALL "DB_F_Open" USING
            "I-O" PSTM_PNAME1 "SHARED" BY REFERENCE PSTM_IDLST "1"
            "PST-KEY" BY REFERENCE PST-KEY.
       SW-10.
           CALL "DB_Read" USING
            "NEXT AT END" PSTM_PNAME1 BY REFERENCE PST-R " "
            RETURNING RET.
           IF  RET = 1
               GO  TO  LD-99
           END-IF.
           IF  PST-LDDT  =  WK-TODAY  AND  PST-LDTM  =  WK-NOW
               GO  TO  SW-10
           END-IF.
           CALL "DB_Delete" USING
            PSTM_PNAME1 PSTM_LNAME PST-R RETURNING RET.
           IF  RET = 0
               ADD  1  TO  WS-DEL-CNT
           END-IF.
           GO  TO  SW-10.
       LD-99.
           CALL "DB_F_Close" USING BY REFERENCE PSTM_IDLST PSTM_PNAME1.
       END-RTN.
           MOVE  WS-ROW-CNT  TO  RPT-SUM-ROW.
           MOVE  WS-REJ-CNT  TO  RPT-SUM-REJ.
           MOVE  WS-INS-CNT  TO  RPT-SUM-INS.
           MOVE  WS-UPD-CNT  TO  RPT-SUM-UPD.
           MOVE  TT-RPT-SUM1  TO  TT-RPT-LINE.
           WRITE  TT-RPT-LINE.
           MOVE  WS-MUL-CNT  TO  RPT-SUM-MUL.
           MOVE  WS-DEL-CNT  TO  RPT-SUM-DEL.
           MOVE  TT-RPT-SUM2  TO  TT-RPT-LINE.
           WRITE  TT-RPT-LINE.
           CLOSE  TT-RPT-FILE.
           CLOSE  TT-REJ-FILE.
           PERFORM  RUNL-EN-RTN  THRU  RUNL-EN-EXT.
           CALL "DB_Close".
           STOP  RUN.
      *****
      *    THE MASTER RECORD FROM THE ROW.  PREFECTURE AND CITY
      *    ARE RUN TOGETHER FOR THE PROPOSED ADDRESS TEXT.
       PST-SET-RTN.
           MOVE  SPACE          TO  PST-R.
           MOVE  PF-POST (1:7)  TO  PST-POST.
           MOVE  PF-LGC (1:5)   TO  PST-LGC.
           MOVE  WK-TDFK        TO  PST-TDFK.
           MOVE  PF-PREF        TO  PST-PREFX.
           MOVE  PF-CITY        TO  PST-CITYX.
           STRING  PF-PREF  DELIMITED  BY  SPACE
                   PF-CITY  DELIMITED  BY  SPACE
               INTO  PST-ADRPX.
           IF  PF-F13 (1:1)  =  "1"
               MOVE  1  TO  PST-MULT
               ADD  1  TO  WS-MUL-CNT
           ELSE
               MOVE  0  TO  PST-MULT
           END-IF.
           MOVE  WK-TODAY       TO  PST-LDDT.
           MOVE  WK-NOW         TO  PST-LDTM.
       PST-SET-EXT.
           EXIT.
       REJ-WRT-RTN.
           MOVE  SPACE       TO  TT-REJ-LINE.
           MOVE  WK-REASON   TO  REJ-REASON.
           MOVE  TT-CSV-LINE TO  REJ-LINE.
           MOVE  TT-REJ-DET  TO  TT-REJ-LINE.
           WRITE  TT-REJ-LINE.
           ADD  1  TO  WS-REJ-CNT.
       REJ-WRT-EXT.
           EXIT.
      *****
      *    ONE-ROW EDIT: SPLIT THE LINE, DROP THE QUOTES, CHECK
      *    THE CODES.  LEAVES PF-AREA AND WK-TDFK LOADED AND
      *    WK-ROW-ERR/WK-REASON SET.
       ROW-EDT-RTN.
           MOVE  0      TO  WK-ROW-ERR.
           MOVE  SPACE  TO  WK-REASON.
           MOVE  SPACE  TO  PF-AREA.
           UNSTRING  TT-CSV-LINE  DELIMITED  BY  ","
               INTO  PF-LGC   PF-OLD   PF-POST  PF-PKANA  PF-CKANA
                     PF-TKANA PF-PREF  PF-CITY  PF-TOWN   PF-F10
                     PF-F11   PF-F12   PF-F13.
           MOVE  PF-LGC   TO  WK-FLD.
           PERFORM  QUO-RTN  THRU  QUO-EXT.
           MOVE  WK-FLD   TO  PF-LGC.
           MOVE  PF-POST  TO  WK-FLD.
           PERFORM  QUO-RTN  THRU  QUO-EXT.
           MOVE  WK-FLD   TO  PF-POST.
           MOVE  PF-PREF  TO  WK-FLD.
           PERFORM  QUO-RTN  THRU  QUO-EXT.
           MOVE  WK-FLD   TO  PF-PREF.
           MOVE  PF-CITY  TO  WK-FLD.
           PERFORM  QUO-RTN  THRU  QUO-EXT.
           MOVE  WK-FLD   TO  PF-CITY.
           MOVE  PF-F13   TO  WK-FLD.
           PERFORM  QUO-RTN  THRU  QUO-EXT.
           MOVE  WK-FLD   TO  PF-F13.
           IF  PF-POST (1:7)  IS  NOT  NUMERIC
           OR  PF-POST (8:1)  NOT =  SPACE
               MOVE  "POSTAL CODE NOT 7 DIGIT"  TO  WK-REASON
               MOVE  1  TO  WK-ROW-ERR
               GO  TO  ROW-EDT-EXT
           END-IF.
           IF  PF-LGC (1:5)  IS  NOT  NUMERIC
               MOVE  "LOCAL GOVT CODE BAD"  TO  WK-REASON
               MOVE  1  TO  WK-ROW-ERR
               GO  TO  ROW-EDT-EXT
           END-IF.
           MOVE  PF-LGC (1:2)  TO  WK-TDFKX.
           IF  WK-TDFK  <  1  OR  WK-TDFK  >  47
               MOVE  "PREFECTURE NOT 01-47"  TO  WK-REASON
               MOVE  1  TO  WK-ROW-ERR
               GO  TO  ROW-EDT-EXT
           END-IF.
           IF  PF-PREF  =  SPACE  OR  PF-CITY  =  SPACE
               MOVE  "NO PREFECTURE OR CITY"  TO  WK-REASON
               MOVE  1  TO  WK-ROW-ERR
               GO  TO  ROW-EDT-EXT
           END-IF.
       ROW-EDT-EXT.
           EXIT.
      *    A QUOTED FIELD LOSES ITS QUOTES.
       QUO-RTN.
           IF  WK-FLD (1:1)  =  QUOTE
               MOVE  WK-FLD (2:59)  TO  WK-FLD2
               MOVE  WK-FLD2        TO  WK-FLD
           END-IF.
           INSPECT  WK-FLD  REPLACING  ALL  QUOTE  BY  SPACE.
       QUO-EXT.
           EXIT.
      *****
      *    RUNLOG START/END -- SEE LIRUNL.
       RUNL-ST-RTN.
           CALL "DB_F_Open" USING
            "I-O" RUNL_PNAME1 "SHARED" BY REFERENCE RUNL_IDLST "1"
            "RUNL-KEY" BY REFERENCE RUNL-KEY.
           ACCEPT  RUNL-SDATE  FROM  DATE.
           ACCEPT  RUNL-STIME  FROM  TIME.
           MOVE  "TT850U"  TO  RUNL-PGM.
           MOVE  WK-OPR    TO  RUNL-OPR.
           MOVE  0         TO  RUNL-EDATE.
           MOVE  0         TO  RUNL-ETIME.
           MOVE  0         TO  RUNL-READ.
           MOVE  0         TO  RUNL-WRIT.
           MOVE  0         TO  RUNL-UPDT.
           MOVE  SPACE     TO  RUNL-CC.
           MOVE  0         TO  RUNL-ENDF.
           CALL "DB_Insert" USING
            RUNL_PNAME1 RUNL_LNAME RUNL-R RETURNING RET.
       RUNL-ST-EXT.
           EXIT.
       RUNL-EN-RTN.
           ACCEPT  RUNL-EDATE  FROM  DATE.
           ACCEPT  RUNL-ETIME  FROM  TIME.
           MOVE  WS-ROW-CNT  TO  RUNL-READ.
           MOVE  WS-INS-CNT  TO  RUNL-WRIT.
           MOVE  WS-UPD-CNT  TO  RUNL-UPDT.
           MOVE  "000"       TO  RUNL-CC.
           MOVE  1           TO  RUNL-ENDF.
           CALL "DB_Update" USING
            RUNL_PNAME1 RUNL_LNAME RUNL-R RETURNING RET.
           CALL "DB_F_Close" USING BY REFERENCE RUNL_IDLST RUNL_PNAME1.
       RUNL-EN-EXT.
           EXIT.
