      *        IN THE FILE IS THEN CHECKED AGAINST THE PARTNER'S
      *        ALLOWED-TYPE FLAGS, AND DISALLOWED TYPES ARE
      *        QUARANTINED RECORD BY RECORD.
      *        A TESTING PARTNER (KFPF-ACTV 2) IS NEITHER LOADED
      *        NOR QUARANTINED: ITS TRANSMISSION IS MOVED INTO THE
      *        KOLRT SANDBOX, WHERE THE EDIT STEPS RUN WITH
      *        ARGUMENT "T" AND KF920R PRINTS THE CERTIFICATION.
      *        KOLRF IS TOTALLED BEFORE AND AFTER THE GATE -- THE
      *        BEFORE TOTALS CHECKED AGAINST WHAT KF800U HANDED
      *        ON, THE AFTER TOTALS HANDED ON TO KF870U (JT-CTLT,
      *        SEE LPCTLT).
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       77  WK-NOW          PIC  9(06)  VALUE  0.
       77  WK-PROF-OK      PIC  9(01)  VALUE  0.
       77  WS-VIO-CNT      PIC  9(07)  VALUE  0.
       77  WS-MOV-CNT      PIC  9(07)  VALUE  0.
       77  I               PIC  9(02)  VALUE  0.
       COPY    LKOLRF.
       COPY    LKOLRT.
       COPY    LIKFCE.
       COPY    LWKFCE.
       COPY    LIKFPF.
       COPY    LIKFQ.
       COPY    LIRUNL.
       COPY    FCTL.
       COPY    LICTLT.
       COPY    LWCTLT.
      *****
       01  KF-RPT-HDR.
           02  FILLER          PIC  X(34)  VALUE
       WRITE  KF-RPT-LINE.
       ACCEPT  WK-TODAY  FROM  DATE.
       ACCEPT  WK-NOW    FROM  TIME.
       PERFORM  CTW-CHN-RTN  THRU  CTW-CHN-EXT.
       PERFORM  CTL-KOL-RTN  THRU  CTL-KOL-EXT.
       MOVE  CTW-OUTCNT  TO  CTW-INCNT.
       MOVE  CTW-OUTAMT  TO  CTW-INAMT.
       MOVE  CTW-OUTQTY  TO  CTW-INQTY.
       MOVE  "KOLRF"   TO  CTW-FILE.
       MOVE  "KF800U"  TO  CTW-FROM.
       PERFORM  CTW-VFY-RTN  THRU  CTW-VFY-EXT.
       IF  CTW-ST  =  "M"
           MOVE  CTW-MSG  TO  KF-RPT-LINE
           WRITE  KF-RPT-LINE
           CLOSE  KF-RPT-FILE
           MOVE  16  TO  RETURN-CODE
           CALL "DB_Close"
           STOP  RUN
       END-IF.
       PERFORM  RUNL-ST-RTN  THRU  RUNL-ST-EXT.
      *
           CALL "DB_F_Open" USING
           IF  RET  =  1
               MOVE  "NOT PROFILED, FILE QUARANTINED"  TO  RPT-MSG
           ELSE
               IF  KFPF-ACTV  =  2
                   MOVE  2  TO  WK-PROF-OK
                   MOVE  "TESTING PARTNER, MOVED TO SANDBOX"
                    TO  RPT-MSG
               ELSE
                   IF  KFPF-ACTV  NOT =  1
                       MOVE  "HELD PARTNER, FILE QUARANTINED"
                        TO  RPT-MSG
                   ELSE
                       MOVE  1  TO  WK-PROF-OK
                       MOVE  "PROFILED AND LIVE"  TO  RPT-MSG
                   END-IF
               END-IF
           END-IF.
           MOVE  KF-RPT-DET  TO  KF-RPT-LINE.
           IF  WK-PROF-OK  =  0
               GO  TO  END-RTN
           END-IF.
           IF  WK-PROF-OK  =  2
               PERFORM  TST-RTN  THRU  TST-EXT
               GO  TO  END-RTN
           END-IF.
      *****
      *    Record types present vs the partner's allowed flags.
      *    Each disallowed type is swept and quarantined record by
           CLOSE  KF-RPT-FILE.
           CALL "DB_F_Close" USING BY REFERENCE KFPF_IDLST KFPF_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE KFQ_IDLST KFQ_PNAME1.
      *        KOLRF HANDED ON TO KF870U -- NO PROOF, THE SANDBOX
      *        MOVE TAKES RECORD TYPES THE TOTALS DO NOT COUNT.
           PERFORM  CTL-KOL-RTN  THRU  CTL-KOL-EXT.
           MOVE  "KOLRF"     TO  CTW-FILE.
           MOVE  WS-MOV-CNT  TO  CTW-UPDCNT.
           MOVE  SPACE       TO  CTW-PRF.
           PERFORM  CTW-PUT-RTN  THRU  CTW-PUT-EXT.
           PERFORM  RUNL-EN-RTN  THRU  RUNL-EN-EXT.
           CALL "DB_Close".
           STOP  RUN.
           ACCEPT  RUNL-ETIME  FROM  TIME.
           MOVE  0           TO  RUNL-READ.
           MOVE  WS-VIO-CNT  TO  RUNL-WRIT.
           MOVE  WS-MOV-CNT  TO  RUNL-UPDT.
           MOVE  "000"       TO  RUNL-CC.
           MOVE  1           TO  RUNL-ENDF.
           CALL "DB_Update" USING
       RUNL-EN-EXT.
           EXIT.
      *****
      *    TESTING PARTNER -- THE WHOLE TRANSMISSION MOVES OUT OF
      *    KOLRF INTO THE KOLRT SANDBOX (REPLACING THE PREVIOUS
      *    TEST TRANSMISSION), SO THE LOAD NEVER SEES IT.  THE
      *    PARTNER'S EARLIER CERTIFICATION ERRORS ARE CLEARED;
      *    RECORD TYPES IT IS NOT PROFILED FOR BECOME ITS FIRST
      *    CERTIFICATION ERRORS INSTEAD OF KFQ ENTRIES.
       TST-RTN.
           MOVE  KOLRF1-02  TO  TSTM-PTN.
           MOVE  1          TO  TSTM-ON.
           CALL "DB_F_Open" USING
            "I-O" KFCE_PNAME1 "SHARED" BY REFERENCE KFCE_IDLST "1"
            "KFCE-KEY" BY REFERENCE KFCE-KEY.
       TST-10.
           CALL "DB_Read" USING
            "NEXT AT END" KFCE_PNAME1 BY REFERENCE KFCE-R " "
            RETURNING RET.
           IF  RET = 1
               GO  TO  TST-20
           END-IF.
           IF  KFCE-PTN  =  TSTM-PTN
               CALL "DB_Delete" USING
                KFCE_PNAME1 KFCE_LNAME KFCE-R RETURNING RET
           END-IF.
           GO  TO  TST-10.
       TST-20.
           PERFORM  M01-RTN  THRU  M01-EXT.
           PERFORM  M02-RTN  THRU  M02-EXT.
           PERFORM  M03-RTN  THRU  M03-EXT.
           PERFORM  M11-RTN  THRU  M11-EXT.
           PERFORM  M12-RTN  THRU  M12-EXT.
           PERFORM  M13-RTN  THRU  M13-EXT.
           PERFORM  M14-RTN  THRU  M14-EXT.
           PERFORM  M16-RTN  THRU  M16-EXT.
           PERFORM  TSTM-CLS-RTN  THRU  TSTM-CLS-EXT.
           MOVE  SPACE  TO  KF-RPT-LINE.
           STRING  "RECORDS MOVED TO SANDBOX=  "  WS-MOV-CNT
               DELIMITED  BY  SIZE  INTO  KF-RPT-LINE.
           WRITE  KF-RPT-LINE.
       TST-EXT.
           EXIT.
       M01-RTN.
           CALL "DB_F_Open" USING
            "I-O" KOLRT_PNAME1 "SHARED" BY REFERENCE KOLRT_IDLST
            "1" "KOLRF1-KEYW" BY REFERENCE KOLRF1-KEYW.
       M01-10.
           CALL "DB_Read" USING
            "NEXT AT END" KOLRT_PNAME1 BY REFERENCE KOLRF1-REC
            " " RETURNING RET.
           IF  RET = 1
               GO  TO  M01-20
           END-IF.
           CALL "DB_Delete" USING
            KOLRT_PNAME1 KOLRT_LNAME KOLRF1-REC RETURNING RET.
           GO  TO  M01-10.
       M01-20.
           CALL "DB_F_Open" USING
            "I-O" KOLRF_PNAME1 "SHARED" BY REFERENCE KOLRF_IDLST
            "1" "KOLRF1-KEYW" BY REFERENCE KOLRF1-KEYW.
       M01-30.
           CALL "DB_Read" USING
            "NEXT AT END" KOLRF_PNAME1 BY REFERENCE KOLRF1-REC
            " " RETURNING RET.
           IF  RET = 1
               GO  TO  M01-90
           END-IF.
           CALL "DB_Insert" USING
            KOLRT_PNAME1 KOLRT_LNAME KOLRF1-REC RETURNING RET.
           CALL "DB_Delete" USING
            KOLRF_PNAME1 KOLRF_LNAME KOLRF1-REC RETURNING RET.
           ADD  1  TO  WS-MOV-CNT.
           GO  TO  M01-30.
       M01-90.
           CALL "DB_F_Close" USING
            BY REFERENCE KOLRF_IDLST KOLRF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE KOLRT_IDLST KOLRT_PNAME1.
       M01-EXT.
           EXIT.
       M02-RTN.
           CALL "DB_F_Open" USING
            "I-O" KOLRT_PNAME1 "SHARED" BY REFERENCE KOLRT_IDLST
            "1" "KOLRF2-KEYW" BY REFERENCE KOLRF2-KEYW.
       M02-10.
           CALL "DB_Read" USING
            "NEXT AT END" KOLRT_PNAME1 BY REFERENCE KOLRF2-REC
            " " RETURNING RET.
           IF  RET = 1
               GO  TO  M02-20
           END-IF.
           CALL "DB_Delete" USING
            KOLRT_PNAME1 KOLRT_LNAME KOLRF2-REC RETURNING RET.
           GO  TO  M02-10.
       M02-20.
           CALL "DB_F_Open" USING
            "I-O" KOLRF_PNAME1 "SHARED" BY REFERENCE KOLRF_IDLST
            "1" "KOLRF2-KEYW" BY REFERENCE KOLRF2-KEYW.
       M02-30.
           CALL "DB_Read" USING
            "NEXT AT END" KOLRF_PNAME1 BY REFERENCE KOLRF2-REC
            " " RETURNING RET.
           IF  RET = 1
               GO  TO  M02-90
           END-IF.
           CALL "DB_Insert" USING
            KOLRT_PNAME1 KOLRT_LNAME KOLRF2-REC RETURNING RET.
           CALL "DB_Delete" USING
            KOLRF_PNAME1 KOLRF_LNAME KOLRF2-REC RETURNING RET.
           ADD  1  TO  WS-MOV-CNT.
           IF  KFPF-T02  NOT =  1
               MOVE  "02"  TO  KFCE-RTYPE
               MOVE  SPACE TO  KFCE-RKEY
               MOVE  KOLRF2-02  TO  KFCE-RKEY (1:4)
               MOVE  "PROFILE VIOLATION: TYPE 02"  TO  KFCE-REASON
               MOVE  KOLRF2-REC  TO  KFCE-RAWDATA
               PERFORM  TSTM-PUT-RTN  THRU  TSTM-PUT-EXT
           END-IF.
           GO  TO  M02-30.
       M02-90.
           CALL "DB_F_Close" USING
            BY REFERENCE KOLRF_IDLST KOLRF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE KOLRT_IDLST KOLRT_PNAME1.
       M02-EXT.
           EXIT.
       M03-RTN.
           CALL "DB_F_Open" USING
            "I-O" KOLRT_PNAME1 "SHARED" BY REFERENCE KOLRT_IDLST
            "1" "KOLRF3-KEYW" BY REFERENCE KOLRF3-KEYW.
       M03-10.
           CALL "DB_Read" USING
            "NEXT AT END" KOLRT_PNAME1 BY REFERENCE KOLRF3-REC
            " " RETURNING RET.
           IF  RET = 1
               GO  TO  M03-20
           END-IF.
           CALL "DB_Delete" USING
            KOLRT_PNAME1 KOLRT_LNAME KOLRF3-REC RETURNING RET.
           GO  TO  M03-10.
       M03-20.
           CALL "DB_F_Open" USING
            "I-O" KOLRF_PNAME1 "SHARED" BY REFERENCE KOLRF_IDLST
            "1" "KOLRF3-KEYW" BY REFERENCE KOLRF3-KEYW.
       M03-30.
           CALL "DB_Read" USING
            "NEXT AT END" KOLRF_PNAME1 BY REFERENCE KOLRF3-REC
            " " RETURNING RET.
           IF  RET = 1
               GO  TO  M03-90
           END-IF.
           CALL "DB_Insert" USING
            KOLRT_PNAME1 KOLRT_LNAME KOLRF3-REC RETURNING RET.
           CALL "DB_Delete" USING
            KOLRF_PNAME1 KOLRF_LNAME KOLRF3-REC RETURNING RET.
           ADD  1  TO  WS-MOV-CNT.
           IF  KFPF-T03  NOT =  1
               MOVE  "03"  TO  KFCE-RTYPE
               MOVE  SPACE TO  KFCE-RKEY
               MOVE  KOLRF3-02  TO  KFCE-RKEY (1:6)
               MOVE  "PROFILE VIOLATION: TYPE 03"  TO  KFCE-REASON
               MOVE  KOLRF3-REC  TO  KFCE-RAWDATA
               PERFORM  TSTM-PUT-RTN  THRU  TSTM-PUT-EXT
           END-IF.
           GO  TO  M03-30.
       M03-90.
           CALL "DB_F_Close" USING
            BY REFERENCE KOLRF_IDLST KOLRF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE KOLRT_IDLST KOLRT_PNAME1.
       M03-EXT.
           EXIT.
       M11-RTN.
           CALL "DB_F_Open" USING
            "I-O" KOLRT_PNAME1 "SHARED" BY REFERENCE KOLRT_IDLST
            "1" "KOLRF11-KEYW" BY REFERENCE KOLRF11-KEYW.
       M11-10.
           CALL "DB_Read" USING
            "NEXT AT END" KOLRT_PNAME1 BY REFERENCE KOLRF11-REC
            " " RETURNING RET.
           IF  RET = 1
               GO  TO  M11-20
           END-IF.
           CALL "DB_Delete" USING
            KOLRT_PNAME1 KOLRT_LNAME KOLRF11-REC RETURNING RET.
           GO  TO  M11-10.
       M11-20.
           CALL "DB_F_Open" USING
            "I-O" KOLRF_PNAME1 "SHARED" BY REFERENCE KOLRF_IDLST
            "1" "KOLRF11-KEYW" BY REFERENCE KOLRF11-KEYW.
       M11-30.
           CALL "DB_Read" USING
            "NEXT AT END" KOLRF_PNAME1 BY REFERENCE KOLRF11-REC
            " " RETURNING RET.
           IF  RET = 1
               GO  TO  M11-90
           END-IF.
           CALL "DB_Insert" USING
            KOLRT_PNAME1 KOLRT_LNAME KOLRF11-REC RETURNING RET.
           CALL "DB_Delete" USING
            KOLRF_PNAME1 KOLRF_LNAME KOLRF11-REC RETURNING RET.
           ADD  1  TO  WS-MOV-CNT.
           IF  KFPF-T11  NOT =  1
               MOVE  "11"  TO  KFCE-RTYPE
               MOVE  SPACE TO  KFCE-RKEY
               MOVE  KOLRF11-02  TO  KFCE-RKEY (1:6)
               MOVE  KOLRF11-03  TO  KFCE-RKEY (8:1)
               MOVE  "PROFILE VIOLATION: TYPE 11"  TO  KFCE-REASON
               MOVE  KOLRF11-REC  TO  KFCE-RAWDATA
               PERFORM  TSTM-PUT-RTN  THRU  TSTM-PUT-EXT
           END-IF.
           GO  TO  M11-30.
       M11-90.
           CALL "DB_F_Close" USING
            BY REFERENCE KOLRF_IDLST KOLRF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE KOLRT_IDLST KOLRT_PNAME1.
       M11-EXT.
           EXIT.
       M12-RTN.
           CALL "DB_F_Open" USING
            "I-O" KOLRT_PNAME1 "SHARED" BY REFERENCE KOLRT_IDLST
            "1" "KOLRF121-1KEYW" BY REFERENCE KOLRF121-1KEYW.
       M12-10.
           CALL "DB_Read" USING
            "NEXT AT END" KOLRT_PNAME1 BY REFERENCE KOLRF12-REC
            " " RETURNING RET.
           IF  RET = 1
               GO  TO  M12-20
           END-IF.
           CALL "DB_Delete" USING
            KOLRT_PNAME1 KOLRT_LNAME KOLRF12-REC RETURNING RET.
           GO  TO  M12-10.
       M12-20.
           CALL "DB_F_Open" USING
            "I-O" KOLRF_PNAME1 "SHARED" BY REFERENCE KOLRF_IDLST
            "1" "KOLRF121-1KEYW" BY REFERENCE KOLRF121-1KEYW.
       M12-30.
           CALL "DB_Read" USING
            "NEXT AT END" KOLRF_PNAME1 BY REFERENCE KOLRF12-REC
            " " RETURNING RET.
           IF  RET = 1
               GO  TO  M12-90
           END-IF.
           CALL "DB_Insert" USING
            KOLRT_PNAME1 KOLRT_LNAME KOLRF12-REC RETURNING RET.
           CALL "DB_Delete" USING
            KOLRF_PNAME1 KOLRF_LNAME KOLRF12-REC RETURNING RET.
           ADD  1  TO  WS-MOV-CNT.
           IF  KFPF-T12  NOT =  1
               MOVE  "12"  TO  KFCE-RTYPE
               MOVE  SPACE TO  KFCE-RKEY
               MOVE  KOLRF121-01  TO  KFCE-RKEY (1:6)
               MOVE  KOLRF121-02  TO  KFCE-RKEY (8:1)
               MOVE  "PROFILE VIOLATION: TYPE 12"  TO  KFCE-REASON
               MOVE  KOLRF12-REC  TO  KFCE-RAWDATA
               PERFORM  TSTM-PUT-RTN  THRU  TSTM-PUT-EXT
           END-IF.
           GO  TO  M12-30.
       M12-90.
           CALL "DB_F_Close" USING
            BY REFERENCE KOLRF_IDLST KOLRF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE KOLRT_IDLST KOLRT_PNAME1.
       M12-EXT.
           EXIT.
       M13-RTN.
           CALL "DB_F_Open" USING
            "I-O" KOLRT_PNAME1 "SHARED" BY REFERENCE KOLRT_IDLST
            "1" "KOLRF13-TBL" BY REFERENCE KOLRF13-TBL (1).
       M13-10.
           CALL "DB_Read" USING
            "NEXT AT END" KOLRT_PNAME1 BY REFERENCE KOLRF13-REC
            " " RETURNING RET.
           IF  RET = 1
               GO  TO  M13-20
           END-IF.
           CALL "DB_Delete" USING
            KOLRT_PNAME1 KOLRT_LNAME KOLRF13-REC RETURNING RET.
           GO  TO  M13-10.
       M13-20.
           CALL "DB_F_Open" USING
            "I-O" KOLRF_PNAME1 "SHARED" BY REFERENCE KOLRF_IDLST
            "1" "KOLRF13-TBL" BY REFERENCE KOLRF13-TBL (1).
       M13-30.
           CALL "DB_Read" USING
            "NEXT AT END" KOLRF_PNAME1 BY REFERENCE KOLRF13-REC
            " " RETURNING RET.
           IF  RET = 1
               GO  TO  M13-90
           END-IF.
           CALL "DB_Insert" USING
            KOLRT_PNAME1 KOLRT_LNAME KOLRF13-REC RETURNING RET.
           CALL "DB_Delete" USING
            KOLRF_PNAME1 KOLRF_LNAME KOLRF13-REC RETURNING RET.
           ADD  1  TO  WS-MOV-CNT.
           IF  KFPF-T13  NOT =  1
               MOVE  "13"  TO  KFCE-RTYPE
               MOVE  SPACE TO  KFCE-RKEY
               MOVE  KOLRF13-02 (1)  TO  KFCE-RKEY (1:6)
               MOVE  "PROFILE VIOLATION: TYPE 13"  TO  KFCE-REASON
               MOVE  KOLRF13-REC  TO  KFCE-RAWDATA
               PERFORM  TSTM-PUT-RTN  THRU  TSTM-PUT-EXT
           END-IF.
           GO  TO  M13-30.
       M13-90.
           CALL "DB_F_Close" USING
            BY REFERENCE KOLRF_IDLST KOLRF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE KOLRT_IDLST KOLRT_PNAME1.
       M13-EXT.
           EXIT.
       M14-RTN.
           CALL "DB_F_Open" USING
            "I-O" KOLRT_PNAME1 "SHARED" BY REFERENCE KOLRT_IDLST
            "1" "KOLRF14-KEYW" BY REFERENCE KOLRF14-KEYW.
       M14-10.
           CALL "DB_Read" USING
            "NEXT AT END" KOLRT_PNAME1 BY REFERENCE KOLRF14-REC
            " " RETURNING RET.
           IF  RET = 1
               GO  TO  M14-20
           END-IF.
           CALL "DB_Delete" USING
            KOLRT_PNAME1 KOLRT_LNAME KOLRF14-REC RETURNING RET.
           GO  TO  M14-10.
       M14-20.
           CALL "DB_F_Open" USING
            "I-O" KOLRF_PNAME1 "SHARED" BY REFERENCE KOLRF_IDLST
            "1" "KOLRF14-KEYW" BY REFERENCE KOLRF14-KEYW.
       M14-30.
           CALL "DB_Read" USING
            "NEXT AT END" KOLRF_PNAME1 BY REFERENCE KOLRF14-REC
            " " RETURNING RET.
           IF  RET = 1
               GO  TO  M14-90
           END-IF.
           CALL "DB_Insert" USING
            KOLRT_PNAME1 KOLRT_LNAME KOLRF14-REC RETURNING RET.
           CALL "DB_Delete" USING
            KOLRF_PNAME1 KOLRF_LNAME KOLRF14-REC RETURNING RET.
           ADD  1  TO  WS-MOV-CNT.
           GO  TO  M14-30.
       M14-90.
           CALL "DB_F_Close" USING
            BY REFERENCE KOLRF_IDLST KOLRF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE KOLRT_IDLST KOLRT_PNAME1.
       M14-EXT.
           EXIT.
       M16-RTN.
           CALL "DB_F_Open" USING
            "I-O" KOLRT_PNAME1 "SHARED" BY REFERENCE KOLRT_IDLST
            "1" "KOLRF16-KEYW" BY REFERENCE KOLRF16-KEYW.
       M16-10.
           CALL "DB_Read" USING
            "NEXT AT END" KOLRT_PNAME1 BY REFERENCE KOLRF16-REC
            " " RETURNING RET.
           IF  RET = 1
               GO  TO  M16-20
           END-IF.
           CALL "DB_Delete" USING
            KOLRT_PNAME1 KOLRT_LNAME KOLRF16-REC RETURNING RET.
           GO  TO  M16-10.
       M16-20.
           CALL "DB_F_Open" USING
            "I-O" KOLRF_PNAME1 "SHARED" BY REFERENCE KOLRF_IDLST
            "1" "KOLRF16-KEYW" BY REFERENCE KOLRF16-KEYW.
       M16-30.
           CALL "DB_Read" USING
            "NEXT AT END" KOLRF_PNAME1 BY REFERENCE KOLRF16-REC
            " " RETURNING RET.
           IF  RET = 1
               GO  TO  M16-90
           END-IF.
           CALL "DB_Insert" USING
            KOLRT_PNAME1 KOLRT_LNAME KOLRF16-REC RETURNING RET.
           CALL "DB_Delete" USING
            KOLRF_PNAME1 KOLRF_LNAME KOLRF16-REC RETURNING RET.
           ADD  1  TO  WS-MOV-CNT.
           GO  TO  M16-30.
       M16-90.
           CALL "DB_F_Close" USING
            BY REFERENCE KOLRF_IDLST KOLRF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE KOLRT_IDLST KOLRT_PNAME1.
       M16-EXT.
           EXIT.
      *****
      *    Per-type sweeps, each the KF740U open/read/quarantine
      *    shape.
       T02-SWEEP.
           ADD  1  TO  WS-VIO-CNT.
       QUAR-WRITE-EXT.
           EXIT.
       COPY  LPKFCE  REPLACING  ==TSTM-PGM==  BY  =="KF820U"==.
      *****
      *    KOLRF CONTROL TOTALS INTO CTW-OUT* -- THE KOLRF1/2/3
      *    VIEWS KF740U EDITS, KOLRF3 SIZE QUANTITIES AS THE
      *    QUANTITY HASH.
       CTL-KOL-RTN.
           MOVE  0  TO  CTW-OUTCNT  CTW-OUTAMT  CTW-OUTQTY.
           CALL "DB_F_Open" USING
            "INPUT" KOLRF_PNAME1 "SHARED" BY REFERENCE KOLRF_IDLST
            "1" "KOLRF1-KEYW" BY REFERENCE KOLRF1-KEYW.
       CTL-KOL-10.
           CALL "DB_Read" USING
            "NEXT AT END" KOLRF_PNAME1 BY REFERENCE KOLRF1-REC
            "UNLOCK" RETURNING RET.
           IF  RET = 1
               GO  TO  CTL-KOL-20
           END-IF.
           ADD  1  TO  CTW-OUTCNT.
           GO  TO  CTL-KOL-10.
       CTL-KOL-20.
           CALL "DB_F_Close" USING
            BY REFERENCE KOLRF_IDLST KOLRF_PNAME1.
           CALL "DB_F_Open" USING
            "INPUT" KOLRF_PNAME1 "SHARED" BY REFERENCE KOLRF_IDLST
            "1" "KOLRF2-KEYW" BY REFERENCE KOLRF2-KEYW.
       CTL-KOL-30.
           CALL "DB_Read" USING
            "NEXT AT END" KOLRF_PNAME1 BY REFERENCE KOLRF2-REC
            "UNLOCK" RETURNING RET.
           IF  RET = 1
               GO  TO  CTL-KOL-40
           END-IF.
           ADD  1  TO  CTW-OUTCNT.
           GO  TO  CTL-KOL-30.
       CTL-KOL-40.
           CALL "DB_F_Close" USING
            BY REFERENCE KOLRF_IDLST KOLRF_PNAME1.
           CALL "DB_F_Open" USING
            "INPUT" KOLRF_PNAME1 "SHARED" BY REFERENCE KOLRF_IDLST
            "1" "KOLRF3-KEYW" BY REFERENCE KOLRF3-KEYW.
       CTL-KOL-50.
           CALL "DB_Read" USING
            "NEXT AT END" KOLRF_PNAME1 BY REFERENCE KOLRF3-REC
            "UNLOCK" RETURNING RET.
           IF  RET = 1
               GO  TO  CTL-KOL-90
           END-IF.
           ADD  1  TO  CTW-OUTCNT.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  10
               ADD  KOLRF3-0511 (I)  TO  CTW-OUTQTY
           END-PERFORM.
           GO  TO  CTL-KOL-50.
       CTL-KOL-90.
           CALL "DB_F_Close" USING
            BY REFERENCE KOLRF_IDLST KOLRF_PNAME1.
       CTL-KOL-EXT.
           EXIT.
       COPY  LPCTLT  REPLACING  ==CTLT-PGM==  BY  =="KF820U"==.
