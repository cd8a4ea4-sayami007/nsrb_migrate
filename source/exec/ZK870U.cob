       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         ZK870U.
      *****************************************************
      *****   QUALITY HOLD MAINTENANCE                 *****
      *****************************************************
      *        BLOCKS SUSPECT STOCK FROM ALLOCATION.  FUNCTION H
      *        PLACES A HOLD: WAREHOUSE, ITEM, HKBM CLASS-46
      *        REASON, THE WORK ORDER OR RECEIPT THE GOODS CAME IN
      *        ON, AND THE SIZES HELD -- NEVER MORE THAN THE FREE
      *        STOCK (ON-HAND LESS ALLOCATED LESS ALREADY HELD).
      *        THE HOLD IS NUMBERED FROM THE FCTL "QHOLD" COUNTER
      *        ONTO JT-QHLD AND THE QUANTITIES MOVE INTO THE
      *        LEDGER'S ZKM-HD BUCKETS, WHICH JF690U, JF860U AND
      *        THE ZK810U PEGGING LEAVE ALONE.  AGAINST AN OPEN
      *        HOLD NUMBER, R RELEASES SIZES BACK TO FREE STOCK,
      *        S SCRAPS THEM AND C RETURNS THEM TO THE CONTRACTOR;
      *        S AND C TAKE THE GOODS OFF ON-HAND AND OUT OF THEIR
      *        BINS, AND C AGAINST A WORK-ORDER HOLD ALSO TAKES THE
      *        QUANTITY BACK OFF THE ORDER'S RECEIVED BUCKETS SO THE
      *        CONTRACTOR OWES IT AGAIN (A CLOSED ORDER REOPENS AS
      *        PARTIAL).  EVERY ACTION WRITES A JT-ZKMV TYPE 9
      *        MOVEMENT WITH ITS OWN ACTION CODE (SEE LIZKMV); THE
      *        HOLD CLEARS ONCE NOTHING IS LEFT HELD.  EVERY
      *        CHANGE IS WRITTEN TO THE JT-MAUD AUDIT TRAIL.
      *        OPEN HOLDS AND THEIR AGE PRINT ON ZK880R.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  VIO-FILE    ASSIGN  TO  "OPAVIO.LOG"
               ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA                DIVISION.
       FILE                SECTION.
      *****
      *    Operator authority violation log -- one line per
      *    refusal, appended across runs.
       FD  VIO-FILE
           LABEL RECORD IS STANDARD.
       01  VIO-LINE            PIC  X(60).
       WORKING-STORAGE     SECTION.
       77  WK-AUI          PIC  9(02)  VALUE  0.
       77  WK-AUTH-OK      PIC  9(01)  VALUE  0.
       77  WK-VIO-DATE     PIC  9(06)  VALUE  0.
       01  VIO-DET.
           02  VIO-DATE        PIC  9(06).
           02  FILLER          PIC  X(06)  VALUE  " OPR=".
           02  VIO-OPR         PIC  X(06).
           02  FILLER          PIC  X(06)  VALUE  " PGM=".
           02  VIO-PGM         PIC  X(06).
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  VIO-REASON      PIC  X(26).
       COPY    LIOPAU.
       77  ERR-STAT        PIC  X(02).
       77  RET             PIC  9(01)  VALUE  0.
       77  USER_ID                 PIC  X(006) VALUE SPACE.
       77  COMPLETION_CODE         PIC  X(003) VALUE ZERO.
       77  ESTAT                   PIC  X(002).
       77  RESU                    PIC  9(001).
       77  IX              PIC  9(02)  VALUE  0.
       77  WK-TODAY8       PIC  9(08)  VALUE  0.
       77  WK-SHT-SW       PIC  9(01)  VALUE  0.
       77  WK-MV-SEQ       PIC  9(04)  VALUE  0.
       77  WK-MVTRY        PIC  9(01)  VALUE  0.
       77  WK-MV-SGN       PIC S9(01)  VALUE  0.
       77  WK-QHA          PIC  X(01)  VALUE  SPACE.
       77  WK-ACTW         PIC  X(08)  VALUE  SPACE.
       01  WK-AREA.
           02  HL-FUNC         PIC  X(01).
           02  HL-ANS          PIC  X(01).
           02  WK-HNO          PIC  9(06).
           02  WK-SOK          PIC  9(01).
           02  WK-ITEM         PIC  9(06).
           02  WK-RSN          PIC  9(02).
           02  WK-SRCT         PIC  X(01).
           02  WK-SRCN         PIC  9(06).
           02  WK-SRCN-R  REDEFINES  WK-SRCN.
               03  WK-SRC-YY   PIC  9(02).
               03  WK-SRC-MM   PIC  9(02).
               03  WK-SRC-DD   PIC  9(02).
           02  WK-HCD          PIC  X(05).
           02  WK-SZQ          PIC S9(06).
           02  WK-AVQ          PIC S9(07).
           02  WK-QT.
               03  WK-QT1  OCCURS  10  PIC S9(06).
           02  WK-QTT          PIC S9(07).
           02  WK-AV.
               03  WK-AV1  OCCURS  10  PIC S9(06).
       COPY    LIJM.
       COPY    LISZSC.
       COPY    LWSZS.
       77  WK-SZL          PIC  X(04)  VALUE  SPACE.
       COPY    LIHKBM.
       COPY    LIKWOF.
       COPY    LIZAIK.
       COPY    LIZKMV.
       COPY    LIQHLD.
       COPY    FCTL.
       COPY    LIBINM.
       COPY    LIBINA.
       COPY    LWBIN.
       COPY    LIMAUD.
       77  WK-AUDSEQ       PIC  9(04)  VALUE  0.
       77  WK-WRTRY        PIC  9(01)  VALUE  0.
       01  WK-MAUDB            PIC  X(300)  VALUE  SPACE.
      *****
       01  DSP-AREA.
           03  DSP-010         PIC  X(32)
               VALUE  "QUALITY HOLD MAINTENANCE        ".
           03  DSP-020         PIC  X(41)
               VALUE  "FUNC H=HOLD,R=RELEASE,S=SCRAP,C=RETURN( )".
           03  DSP-025         PIC  X(15)
               VALUE  "HOLD NO(      )".
           03  DSP-030         PIC  X(07)
               VALUE  "WHSE( )".
           03  DSP-040         PIC  X(12)
               VALUE  "ITEM(      )".
           03  DSP-045         PIC  X(10)
               VALUE  "REASON(  )".
           03  DSP-047         PIC  X(32)
               VALUE  "SOURCE W=WORK ORDER,R=RECEIPT( )".
           03  DSP-048         PIC  X(17)
               VALUE  "SOURCE NO(      )".
           03  DSP-060.
               05  FILLER      PIC  X(05)  VALUE  "WHSE=".
               05  DSP-061     PIC  9(01).
               05  FILLER      PIC  X(06)  VALUE  " ITEM=".
               05  DSP-062     PIC  9(06).
               05  FILLER      PIC  X(05)  VALUE  " RSN=".
               05  DSP-063     PIC  9(02).
               05  FILLER      PIC  X(05)  VALUE  " SRC=".
               05  DSP-064     PIC  X(01).
               05  DSP-065     PIC  9(06).
               05  FILLER      PIC  X(06)  VALUE  " HELD=".
               05  DSP-066     PIC  -(06)9.
               05  FILLER      PIC  X(07)  VALUE  " SINCE=".
               05  DSP-067     PIC  9(08).
           03  DSP-050.
               05  FILLER      PIC  X(05)  VALUE  "SIZE(".
               05  DSP-051     PIC  9(02).
               05  FILLER      PIC  X(13)  VALUE  ") QTY(      )".
               05  DSP-052     PIC  X(04).
               05  FILLER      PIC  X(07)  VALUE  " AVAIL=".
               05  DSP-053     PIC  -(06)9.
       01  DSP-AREA2.
           03  DSP-090         PIC  X(20)
               VALUE  "INVALID FUNCTION    ".
           03  DSP-091         PIC  X(20)
               VALUE  "WAREHOUSE INVALID   ".
           03  DSP-092         PIC  X(20)
               VALUE  "NO STOCK ON LEDGER  ".
           03  DSP-093         PIC  X(20)
               VALUE  "ITEM NOT ON J-M     ".
           03  DSP-094         PIC  X(20)
               VALUE  "REASON NOT ON FILE  ".
           03  DSP-095         PIC  X(20)
               VALUE  "SOURCE INVALID      ".
           03  DSP-096         PIC  X(20)
               VALUE  "WORK ORDER NOT FOUND".
           03  DSP-097         PIC  X(20)
               VALUE  "HOLD NOT FOUND      ".
           03  DSP-098         PIC  X(20)
               VALUE  "DATABASE ERROR      ".
           03  DSP-099         PIC  X(20)
               VALUE  "NOT AUTHORIZED      ".
           03  DSP-100         PIC  X(20)
               VALUE  "SIZE NOT IN SCALE   ".
           03  DSP-101         PIC  X(20)
               VALUE  "POST OK Y=1,N=9( )  ".
           03  DSP-102         PIC  X(20)
               VALUE  "HOLD ALREADY CLEARED".
           03  DSP-103         PIC  X(20)
               VALUE  "MORE THAN AVAILABLE ".
           03  DSP-104         PIC  X(20)
               VALUE  "NO QUANTITY KEYED   ".
           03  DSP-105.
               05  FILLER      PIC  X(15)  VALUE  "HOLD PLACED NO=".
               05  DSP-1051    PIC  9(06).
           03  DSP-106         PIC  X(20)
               VALUE  "HOLD UPDATED        ".
           03  DSP-107         PIC  X(20)
               VALUE  "STOCK CHANGED, REKEY".
           03  DSP-108         PIC  X(20)
               VALUE  "RECEIPT DATE INVALID".
           03  DSP-109         PIC  X(20)
               VALUE  "NEGATIVE NOT ALLOWED".
       01  DSP-BUZZER.
           03  DISP-BUZ-J-03   PIC  X(05)  VALUE  X"1B4A03".
       01  ACP-AREA.
           03  ACP-010         PIC  X(01).
           03  ACP-015         PIC  9(06).
           03  ACP-020         PIC  9(01).
           03  ACP-030         PIC  9(06).
           03  ACP-035         PIC  9(02).
           03  ACP-037         PIC  X(01).
           03  ACP-038         PIC  9(06).
           03  ACP-050         PIC  S9(06).
           03  ACP-090         PIC  X(01).
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       CALL "SD_Initialize" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA" " " "0" "0" "269" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-010" "X" "1" "1" "32" " " "DSP-AREA"  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-020" "X" "3" "1" "41" "DSP-010" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-025" "X" "4" "1" "15" "DSP-020" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-030" "X" "5" "1" "7" "DSP-025" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-040" "X" "6" "1" "12" "DSP-030" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-045" "X" "7" "1" "10" "DSP-040" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-047" "X" "8" "1" "32" "DSP-045" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-048" "X" "9" "1" "17" "DSP-047" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-060" " " "10" "0" "65" "DSP-048" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "01DSP-060" "X" "10" "1" "5" " " "DSP-060"  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-061" "9" "10" "6" "1" "01DSP-060" " "  RETURNING RESU.
       CALL "SD_From" USING
            "DSP-061" BY REFERENCE QH-SOK "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "02DSP-060" "X" "10" "7" "6" "DSP-061" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-062" "9" "10" "13" "6" "02DSP-060" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-062" BY REFERENCE QH-JCD "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "03DSP-060" "X" "10" "19" "5" "DSP-062" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-063" "9" "10" "24" "2" "03DSP-060" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-063" BY REFERENCE QH-RSN "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "04DSP-060" "X" "10" "26" "5" "DSP-063" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-064" "X" "10" "31" "1" "04DSP-060" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-064" BY REFERENCE QH-SRCT "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-065" "9" "10" "32" "6" "DSP-064" " "  RETURNING RESU.
       CALL "SD_From" USING
            "DSP-065" BY REFERENCE QH-SRCN "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "05DSP-060" "X" "10" "38" "6" "DSP-065" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-066" "9" "10" "44" "7" "05DSP-060" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-066" BY REFERENCE QH-OQT "7" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "06DSP-060" "X" "10" "51" "7" "DSP-066" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-067" "9" "10" "58" "8" "06DSP-060" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-067" BY REFERENCE QH-HDATE "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-050" " " "12" "0" "38" "DSP-060" " "  RETURNING RESU.
       CALL "SD_Init" USING
            "01DSP-050" "X" "12" "1" "5" " " "DSP-050"  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-051" "9" "12" "6" "2" "01DSP-050" " "  RETURNING RESU.
       CALL "SD_From" USING
            "DSP-051" BY REFERENCE IX "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "02DSP-050" "X" "12" "8" "13" "DSP-051" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-052" "X" "12" "22" "4" "02DSP-050" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-052" BY REFERENCE WK-SZL "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "03DSP-050" "X" "12" "26" "7" "DSP-052" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-053" "9" "12" "33" "7" "03DSP-050" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-053" BY REFERENCE WK-AVQ "7" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-AREA2" " " "0" "0" "401" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-090" "X" "22" "1" "20" " " "DSP-AREA2"
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-091" "X" "22" "1" "20" "DSP-090" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-092" "X" "22" "1" "20" "DSP-091" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-093" "X" "22" "1" "20" "DSP-092" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-094" "X" "22" "1" "20" "DSP-093" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-095" "X" "22" "1" "20" "DSP-094" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-096" "X" "22" "1" "20" "DSP-095" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-097" "X" "22" "1" "20" "DSP-096" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-098" "X" "22" "1" "20" "DSP-097" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-099" "X" "22" "1" "20" "DSP-098" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-100" "X" "22" "1" "20" "DSP-099" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-101" "X" "22" "1" "20" "DSP-100" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-102" "X" "22" "1" "20" "DSP-101" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-103" "X" "22" "1" "20" "DSP-102" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-104" "X" "22" "1" "20" "DSP-103" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-105" " " "22" "0" "21" "DSP-104" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "01DSP-105" "X" "22" "1" "15" " " "DSP-105"
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-1051" "9" "22" "16" "6" "01DSP-105" " "
            RETURNING RESU.
       CALL "SD_From" USING
            "DSP-1051" BY REFERENCE QH-NO "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-106" "X" "22" "1" "20" "DSP-105" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-107" "X" "22" "1" "20" "DSP-106" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-108" "X" "22" "1" "20" "DSP-107" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-109" "X" "22" "1" "20" "DSP-108" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "DSP-BUZZER" " " "24" "0" "5" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "DISP-BUZ-J-03" "X" "24" "80" "5" " " "DSP-BUZZER"
            RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-AREA" " " "0" "0" "30" " " " "  RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-010" "X" "3" "40" "1" " " "ACP-AREA"  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-010" BY REFERENCE HL-FUNC "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-015" "9" "4" "9" "6" "ACP-010" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-015" BY REFERENCE WK-HNO "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-020" "9" "5" "6" "1" "ACP-015" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-020" BY REFERENCE WK-SOK "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-030" "9" "6" "6" "6" "ACP-020" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-030" BY REFERENCE WK-ITEM "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-035" "9" "7" "8" "2" "ACP-030" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-035" BY REFERENCE WK-RSN "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-037" "X" "8" "31" "1" "ACP-035" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-037" BY REFERENCE WK-SRCT "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-038" "9" "9" "11" "6" "ACP-037" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-038" BY REFERENCE WK-SRCN "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-050" "9" "12" "14" "6" "ACP-038" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-050" BY REFERENCE WK-SZQ "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "ACP-090" "X" "22" "20" "1" "ACP-050" " "  RETURNING RESU.
       CALL "SD_Into" USING
            "ACP-090" BY REFERENCE HL-ANS "1" "0" RETURNING RESU.
      *
           ACCEPT USER_ID FROM ARGUMENT-VALUE.
           ACCEPT COMPLETION_CODE FROM ARGUMENT-VALUE.
      *
      *****
      *    OPERATOR AUTHORITY GATE -- SEE LIOPAU.  MAINTENANCE
      *    SCREENS REQUIRE OPA-MNT = 1 AND THIS PROGRAM ON THE
      *    OPERATOR'S ALLOWED LIST; A REFUSAL IS LOGGED AND THE
      *    SCREEN NEVER OPENS.
           CALL "DB_F_Open" USING
            "INPUT" OPAU_PNAME1 "SHARED" BY REFERENCE OPAU_IDLST "1"
            "OPA-KEY" BY REFERENCE OPA-KEY.
           MOVE  USER_ID  TO  OPA-OPR.
           CALL "DB_Read" USING
            "INVALID" OPAU_PNAME1 BY REFERENCE OPA-R "UNLOCK"
            RETURNING RET.
           CALL "DB_F_Close" USING BY REFERENCE OPAU_IDLST OPAU_PNAME1.
           MOVE  0  TO  WK-AUTH-OK.
           IF  RET  =  0  AND  OPA-MNT  =  1
               PERFORM  VARYING  WK-AUI  FROM  1  BY  1
                   UNTIL  WK-AUI  >  10
                   IF  OPA-PGM (WK-AUI)  =  "ZK870U"
                   OR  OPA-PGM (WK-AUI)  =  "ALL"
                       MOVE  1  TO  WK-AUTH-OK
                   END-IF
               END-PERFORM
           END-IF.
           IF  WK-AUTH-OK  =  0
               ACCEPT  WK-VIO-DATE  FROM  DATE
               MOVE  WK-VIO-DATE  TO  VIO-DATE
               MOVE  USER_ID      TO  VIO-OPR
               MOVE  "ZK870U"     TO  VIO-PGM
               MOVE  "MAINTENANCE NOT PERMITTED"  TO  VIO-REASON
               OPEN  EXTEND  VIO-FILE
               MOVE  VIO-DET  TO  VIO-LINE
               WRITE  VIO-LINE
               CLOSE  VIO-FILE
               CALL "SD_Output" USING
                "DSP-099" DSP-099 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               CALL "C3_Set_Jrcode" USING
                USER_ID BY REFERENCE COMPLETION_CODE 255
               CALL "DB_Close"
               STOP  RUN
           END-IF.
           CALL "DB_F_Open" USING
            "INPUT" J-M_PNAME1 "SHARED" BY REFERENCE J-M_IDLST "1"
            "J-JCD" BY REFERENCE J-JCD.
           CALL "DB_F_Open" USING
            "INPUT" SZSC_PNAME1 "SHARED" BY REFERENCE SZSC_IDLST "1"
            "SZS-KEY" BY REFERENCE SZS-KEY.
           CALL "DB_F_Open" USING
            "INPUT" HKBM_PNAME1 "SHARED" BY REFERENCE HKBM_IDLST "1"
            "HKB-KEY" BY REFERENCE HKB-KEY.
           CALL "DB_F_Open" USING
            "I-O" KWOF_PNAME1 "SHARED" BY REFERENCE KWOF_IDLST "1"
            "KWO-KEY" BY REFERENCE KWO-KEY.
           CALL "DB_F_Open" USING
            "I-O" ZKM_PNAME1 "SHARED" BY REFERENCE ZKM_IDLST "1"
            "ZKM-KEY" BY REFERENCE ZKM-KEY.
           CALL "DB_F_Open" USING
            "I-O" ZKMV_PNAME1 "SHARED" BY REFERENCE ZKMV_IDLST "1"
            "ZKV-KEY" BY REFERENCE ZKV-KEY.
           CALL "DB_F_Open" USING
            "I-O" QHLD_PNAME1 "SHARED" BY REFERENCE QHLD_IDLST "1"
            "QH-KEY" BY REFERENCE QH-KEY.
           CALL "DB_F_Open" USING
            "I-O" FCTL-F_PNAME1 "SHARED" BY REFERENCE FCTL-F_IDLST "1"
            "FCTL-KEY" BY REFERENCE FCTL-KEY.
           CALL "DB_F_Open" USING
            "INPUT" BINM_PNAME1 "SHARED" BY REFERENCE BINM_IDLST "1"
            "BIN-KEY" BY REFERENCE BIN-KEY.
           CALL "DB_F_Open" USING
            "I-O" BINA_PNAME1 "SHARED" BY REFERENCE BINA_IDLST "1"
            "BNA-KEY" BY REFERENCE BNA-KEY.
           CALL "DB_F_Open" USING
            "I-O" MAUD_PNAME1 "SHARED" BY REFERENCE MAUD_IDLST "1"
            "MAUD-KEY" BY REFERENCE MAUD-KEY.
           ACCEPT  WK-TODAY8  FROM  DATE.
           ADD  20000000  TO  WK-TODAY8.
           CALL "SD_Output" USING
            "DSP-010" DSP-010 "p" RETURNING RESU.
       ST-10.
           CALL "SD_Output" USING
            "DSP-020" DSP-020 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-010 "ACP-010" "X" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT    =  "P9"
               PERFORM  END-RTN  THRU  END-EXT
               STOP  RUN
           END-IF.
           IF  HL-FUNC  NOT =  "H"  AND  "R"  AND  "S"  AND  "C"
               CALL "SD_Output" USING
                "DSP-090" DSP-090 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
           IF  HL-FUNC  =  "H"
               GO  TO  ST-20
           END-IF.
      *****
      *    RELEASE, SCRAP OR RETURN -- AGAINST AN OPEN HOLD.
       ST-15.
           CALL "SD_Output" USING
            "DSP-025" DSP-025 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-015 "ACP-015" "9" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-10
           END-IF.
           MOVE  WK-HNO  TO  QH-NO.
           CALL "DB_Read" USING
            "INVALID" QHLD_PNAME1 BY REFERENCE QH-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               CALL "SD_Output" USING
                "DSP-097" DSP-097 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-15
           END-IF.
           IF  QH-STAT  NOT =  0
               CALL "SD_Output" USING
                "DSP-102" DSP-102 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-15
           END-IF.
           CALL "SD_Output" USING
            "DSP-060" DSP-060 "p" RETURNING RESU.
           MOVE  QH-R    TO  WK-MAUDB.
           MOVE  QH-SOK  TO  WK-SOK.
           MOVE  QH-JCD  TO  WK-ITEM.
           MOVE  QH-JCD  TO  J-JCD.
           CALL "DB_Read" USING
            "INVALID" J-M_PNAME1 BY REFERENCE J-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               MOVE  0  TO  J-SZS
           END-IF.
           MOVE  J-SZS  TO  SZSW-CD.
           PERFORM  SZSW-GET-RTN  THRU  SZSW-GET-EXT.
      *        WHAT CAN BE ACTIONED IS WHAT THE HOLD STILL HAS.
           PERFORM  VARYING  IX  FROM  1  BY  1  UNTIL  IX  >  10
               MOVE  QH-OQ1 (IX)  TO  WK-AV1 (IX)
               MOVE  0            TO  WK-QT1 (IX)
           END-PERFORM.
           GO  TO  ST-40.
      *****
      *    PLACE A NEW HOLD.
       ST-20.
           CALL "SD_Output" USING
            "DSP-030" DSP-030 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-020 "ACP-020" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-10
           END-IF.
      *        THE CONSIGNMENT LOCATION IS NOT A WAREHOUSE.
           IF  WK-SOK  =  0  OR  WK-SOK  =  9
               CALL "SD_Output" USING
                "DSP-091" DSP-091 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-20
           END-IF.
       ST-30.
           CALL "SD_Output" USING
            "DSP-040" DSP-040 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-030 "ACP-030" "9" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-20
           END-IF.
           MOVE  WK-ITEM  TO  J-JCD.
           CALL "DB_Read" USING
            "INVALID" J-M_PNAME1 BY REFERENCE J-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               CALL "SD_Output" USING
                "DSP-093" DSP-093 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-30
           END-IF.
           MOVE  J-SZS  TO  SZSW-CD.
           PERFORM  SZSW-GET-RTN  THRU  SZSW-GET-EXT.
           MOVE  WK-SOK   TO  ZKM-SOK.
           MOVE  WK-ITEM  TO  ZKM-JCD.
           CALL "DB_Read" USING
            "INVALID" ZKM_PNAME1 BY REFERENCE ZKM-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               CALL "SD_Output" USING
                "DSP-092" DSP-092 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-30
           END-IF.
      *        ONLY FREE STOCK CAN GO ON HOLD -- ALLOCATED STOCK
      *        MUST BE RELEASED FROM ITS ORDER FIRST.
           PERFORM  VARYING  IX  FROM  1  BY  1  UNTIL  IX  >  10
               COMPUTE  WK-AV1 (IX)  =
                   ZKM-OH1 (IX)  -  ZKM-AL1 (IX)  -  ZKM-HD1 (IX)
               IF  WK-AV1 (IX)  <  0
                   MOVE  0  TO  WK-AV1 (IX)
               END-IF
               MOVE  0  TO  WK-QT1 (IX)
           END-PERFORM.
       ST-35.
           CALL "SD_Output" USING
            "DSP-045" DSP-045 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-035 "ACP-035" "9" "2"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-30
           END-IF.
      *        HOLD REASON -- HKBM CLASS 46.
           MOVE  46      TO  HKB-NO.
           MOVE  SPACE   TO  HKB-BC.
           MOVE  WK-RSN  TO  HKB-BC (1:2).
           CALL "DB_Read" USING
            "INVALID" HKBM_PNAME1 BY REFERENCE HKB-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               CALL "SD_Output" USING
                "DSP-094" DSP-094 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-35
           END-IF.
       ST-37.
           CALL "SD_Output" USING
            "DSP-047" DSP-047 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-037 "ACP-037" "X" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-35
           END-IF.
           IF  WK-SRCT  NOT =  "W"  AND  "R"
               CALL "SD_Output" USING
                "DSP-095" DSP-095 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-37
           END-IF.
       ST-38.
           CALL "SD_Output" USING
            "DSP-048" DSP-048 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-038 "ACP-038" "9" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               GO  TO  ST-37
           END-IF.
           MOVE  SPACE  TO  WK-HCD.
           IF  WK-SRCT  =  "R"
               GO  TO  ST-39
           END-IF.
      *        THE WORK ORDER THE GOODS CAME BACK ON -- IT MUST BE
      *        FOR THIS ITEM; ITS CONTRACTOR GOES ON THE HOLD.
           MOVE  WK-SRCN  TO  KWO-NO.
           CALL "DB_Read" USING
            "INVALID" KWOF_PNAME1 BY REFERENCE KWO-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1  OR  KWO-JCD  NOT =  WK-ITEM
               CALL "SD_Output" USING
                "DSP-096" DSP-096 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-38
           END-IF.
           MOVE  KWO-HCD  TO  WK-HCD.
           GO  TO  ST-40.
      *        A ZK700U RECEIPT IS KNOWN BY ITS DATE (YYMMDD).
       ST-39.
           IF  WK-SRC-MM  <  1  OR  WK-SRC-MM  >  12
           OR  WK-SRC-DD  <  1  OR  WK-SRC-DD  >  31
               CALL "SD_Output" USING
                "DSP-108" DSP-108 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-38
           END-IF.
       ST-40.
           MOVE  0  TO  IX.
       ST-41.
           ADD  1  TO  IX.
           IF  IX  >  10
               GO  TO  ST-50
           END-IF.
           MOVE  WK-QT1 (IX)    TO  WK-SZQ.
           MOVE  WK-AV1 (IX)    TO  WK-AVQ.
           MOVE  SZSW-LBL (IX)  TO  WK-SZL.
           CALL "SD_Output" USING
            "DSP-050" DSP-050 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-050 "ACP-050" "9" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT  =  "09"
               IF  HL-FUNC  =  "H"
                   GO  TO  ST-38
               END-IF
               GO  TO  ST-15
           END-IF.
           IF  WK-SZQ  <  0
               CALL "SD_Output" USING
                "DSP-109" DSP-109 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               SUBTRACT  1  FROM  IX
               GO  TO  ST-41
           END-IF.
      *        A BUCKET THE ITEM'S SIZE SCALE DOES NOT USE.
           IF  WK-SZQ  NOT =  0  AND  SZSW-LBL (IX)  =  SPACE
           AND WK-AV1 (IX)  =  0
               CALL "SD_Output" USING
                "DSP-100" DSP-100 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               SUBTRACT  1  FROM  IX
               GO  TO  ST-41
           END-IF.
           IF  WK-SZQ  >  WK-AV1 (IX)
               CALL "SD_Output" USING
                "DSP-103" DSP-103 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               SUBTRACT  1  FROM  IX
               GO  TO  ST-41
           END-IF.
           MOVE  WK-SZQ  TO  WK-QT1 (IX).
           GO  TO  ST-41.
       ST-50.
           MOVE  0  TO  WK-QTT.
           PERFORM  VARYING  IX  FROM  1  BY  1  UNTIL  IX  >  10
               ADD  WK-QT1 (IX)  TO  WK-QTT
           END-PERFORM.
           IF  WK-QTT  =  0
               CALL "SD_Output" USING
                "DSP-104" DSP-104 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-40
           END-IF.
       ST-51.
           CALL "SD_Output" USING
            "DSP-101" DSP-101 "p" RETURNING RESU.
           CALL "SD_Accept" USING
            BY REFERENCE ACP-090 "ACP-090" "X" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  HL-ANS  NOT =  "1"  AND  "9"
               GO  TO  ST-51
           END-IF.
           IF  HL-ANS  =  "9"
               GO  TO  ST-10
           END-IF.
           IF  HL-FUNC  NOT =  "H"
               GO  TO  ST-70
           END-IF.
      *****
      *    POST A NEW HOLD -- FREE STOCK RE-CHECKED UNDER A
      *    LOCKED READ OF THE LEDGER BEFORE ANYTHING IS WRITTEN.
       ST-60.
           MOVE  WK-SOK   TO  ZKM-SOK.
           MOVE  WK-ITEM  TO  ZKM-JCD.
           CALL "DB_Read" USING
            "INVALID" ZKM_PNAME1 BY REFERENCE ZKM-R " "
            RETURNING RET.
           IF  RET  =  1
               CALL "SD_Output" USING
                "DSP-098" DSP-098 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
           MOVE  0  TO  WK-SHT-SW.
           PERFORM  VARYING  IX  FROM  1  BY  1  UNTIL  IX  >  10
               IF  WK-QT1 (IX)  >
                   ZKM-OH1 (IX)  -  ZKM-AL1 (IX)  -  ZKM-HD1 (IX)
                   MOVE  1  TO  WK-SHT-SW
               END-IF
           END-PERFORM.
           IF  WK-SHT-SW  =  1
               CALL "SD_Output" USING
                "DSP-107" DSP-107 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
      *        NEXT HOLD NUMBER FROM THE FCTL "QHOLD" COUNTER --
      *        CREATED AT 1 ON FIRST USE.
           MOVE  "QHOLD"  TO  FCTL-KEY1.
           CALL "DB_Read" USING
            "INVALID" FCTL-F_PNAME1 BY REFERENCE FCTL-REC " "
            RETURNING RET.
           IF  RET  =  1
               MOVE  SPACE    TO  FCTL-REC
               MOVE  "QHOLD"  TO  FCTL-IVK
               MOVE  1        TO  FCTL-IVNO
               CALL "DB_Insert" USING
                FCTL-F_PNAME1 FCTL-F_LNAME FCTL-REC RETURNING RET
           ELSE
               ADD  1  TO  FCTL-IVNO
               CALL "DB_Update" USING
                FCTL-F_PNAME1 FCTL-F_LNAME FCTL-REC RETURNING RET
           END-IF.
           INITIALIZE  QH-R.
           MOVE  FCTL-IVNO  TO  QH-NO.
           MOVE  WK-SOK     TO  QH-SOK.
           MOVE  WK-ITEM    TO  QH-JCD.
           MOVE  WK-RSN     TO  QH-RSN.
           MOVE  WK-SRCT    TO  QH-SRCT.
           MOVE  WK-SRCN    TO  QH-SRCN.
           MOVE  WK-HCD     TO  QH-HCD.
           MOVE  WK-TODAY8  TO  QH-HDATE.
           PERFORM  VARYING  IX  FROM  1  BY  1  UNTIL  IX  >  10
               MOVE  WK-QT1 (IX)  TO  QH-HQ1 (IX)
               MOVE  WK-QT1 (IX)  TO  QH-OQ1 (IX)
           END-PERFORM.
           MOVE  WK-QTT     TO  QH-HQT.
           MOVE  WK-QTT     TO  QH-OQT.
           MOVE  0          TO  QH-STAT.
           MOVE  USER_ID    TO  QH-OPR.
      *           WRITE  QH-R   INVALID
      *///////////////
           CALL "DB_Insert" USING
            QHLD_PNAME1 QHLD_LNAME QH-R RETURNING RET.
           IF  RET = 1
               CALL "SD_Output" USING
                "DSP-098" DSP-098 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
           PERFORM  VARYING  IX  FROM  1  BY  1  UNTIL  IX  >  10
               ADD  WK-QT1 (IX)  TO  ZKM-HD1 (IX)
           END-PERFORM.
           ADD  WK-QTT  TO  ZKM-HDT.
      *           REWRITE  ZKM-R   INVALID
      *///////////////
           CALL "DB_Update" USING
            ZKM_PNAME1 ZKM_LNAME ZKM-R RETURNING RET.
           IF  RET = 1
               CALL "SD_Output" USING
                "DSP-098" DSP-098 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
           MOVE  "H"     TO  WK-QHA.
           MOVE  "HOLD"  TO  WK-ACTW.
           MOVE  1       TO  WK-MV-SGN.
           PERFORM  ZKMV-WR-RTN  THRU  ZKMV-WR-EXT.
           CALL "SD_Output" USING
            "DSP-105" DSP-105 "p" RETURNING RESU.
           MOVE  SPACE       TO  WK-MAUDB.
           MOVE  "QHLD    "  TO  MAUD-FILE.
           MOVE  SPACE       TO  MAUD-FKEY.
           MOVE  QH-KEY      TO  MAUD-FKEY (1:6).
           MOVE  QH-R        TO  MAUD-AFTER.
           PERFORM  MAUD-PUT-RTN  THRU  MAUD-PUT-EXT.
           GO  TO  ST-10.
      *****
      *    RELEASE, SCRAP OR RETURN -- THE HOLD RE-READ UNDER
      *    LOCK SO TWO OPERATORS CANNOT ACTION THE SAME UNITS.
       ST-70.
           MOVE  WK-HNO  TO  QH-NO.
           CALL "DB_Read" USING
            "INVALID" QHLD_PNAME1 BY REFERENCE QH-R " "
            RETURNING RET.
           IF  RET  =  1
               CALL "SD_Output" USING
                "DSP-098" DSP-098 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
           MOVE  0  TO  WK-SHT-SW.
           IF  QH-STAT  NOT =  0
               MOVE  1  TO  WK-SHT-SW
           END-IF.
           PERFORM  VARYING  IX  FROM  1  BY  1  UNTIL  IX  >  10
               IF  WK-QT1 (IX)  >  QH-OQ1 (IX)
                   MOVE  1  TO  WK-SHT-SW
               END-IF
           END-PERFORM.
           IF  WK-SHT-SW  =  1
               CALL "SD_Output" USING
                "DSP-107" DSP-107 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
           MOVE  QH-R  TO  WK-MAUDB.
           MOVE  QH-SOK  TO  ZKM-SOK.
           MOVE  QH-JCD  TO  ZKM-JCD.
           CALL "DB_Read" USING
            "INVALID" ZKM_PNAME1 BY REFERENCE ZKM-R " "
            RETURNING RET.
           IF  RET  =  1
               CALL "SD_Output" USING
                "DSP-098" DSP-098 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
      *        OUT OF THE HELD BUCKETS; SCRAP AND RETURN ALSO
      *        LEAVE ON-HAND.
           PERFORM  VARYING  IX  FROM  1  BY  1  UNTIL  IX  >  10
               SUBTRACT  WK-QT1 (IX)  FROM  ZKM-HD1 (IX)
               IF  HL-FUNC  NOT =  "R"
                   SUBTRACT  WK-QT1 (IX)  FROM  ZKM-OH1 (IX)
               END-IF
           END-PERFORM.
           SUBTRACT  WK-QTT  FROM  ZKM-HDT.
           IF  HL-FUNC  NOT =  "R"
               SUBTRACT  WK-QTT  FROM  ZKM-OHT
           END-IF.
      *           REWRITE  ZKM-R   INVALID
      *///////////////
           CALL "DB_Update" USING
            ZKM_PNAME1 ZKM_LNAME ZKM-R RETURNING RET.
           IF  RET = 1
               CALL "SD_Output" USING
                "DSP-098" DSP-098 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
           PERFORM  VARYING  IX  FROM  1  BY  1  UNTIL  IX  >  10
               SUBTRACT  WK-QT1 (IX)  FROM  QH-OQ1 (IX)
           END-PERFORM.
           SUBTRACT  WK-QTT  FROM  QH-OQT.
           IF  HL-FUNC  =  "R"
               ADD  WK-QTT  TO  QH-RLT
               MOVE  "R"        TO  WK-QHA
               MOVE  "RELEASE"  TO  WK-ACTW
           END-IF.
           IF  HL-FUNC  =  "S"
               ADD  WK-QTT  TO  QH-SCT
               MOVE  "S"        TO  WK-QHA
               MOVE  "SCRAP"    TO  WK-ACTW
           END-IF.
           IF  HL-FUNC  =  "C"
               ADD  WK-QTT  TO  QH-RTT
               MOVE  "C"        TO  WK-QHA
               MOVE  "RETURN"   TO  WK-ACTW
           END-IF.
           IF  QH-OQT  =  0
               MOVE  1          TO  QH-STAT
               MOVE  WK-TODAY8  TO  QH-CDATE
           END-IF.
           MOVE  USER_ID  TO  QH-OPR.
      *           REWRITE  QH-R   INVALID
      *///////////////
           CALL "DB_Update" USING
            QHLD_PNAME1 QHLD_LNAME QH-R RETURNING RET.
           IF  RET = 1
               CALL "SD_Output" USING
                "DSP-098" DSP-098 "p" RETURNING RESU
               CALL "SD_Output" USING
                "DISP-BUZ-J-03" DISP-BUZ-J-03 "p" RETURNING RESU
               GO  TO  ST-10
           END-IF.
           MOVE  -1  TO  WK-MV-SGN.
           PERFORM  ZKMV-WR-RTN  THRU  ZKMV-WR-EXT.
      *        GOODS LEAVING THE BUILDING COME OUT OF THEIR BINS.
           IF  HL-FUNC  NOT =  "R"
               MOVE  QH-SOK  TO  BINW-SOK
               MOVE  QH-JCD  TO  BINW-JCD
               MOVE  WK-QTT  TO  BINW-QTY
               PERFORM  BINW-REL-RTN  THRU  BINW-REL-EXT
           END-IF.
           IF  HL-FUNC  =  "C"  AND  QH-SRCT  =  "W"
               PERFORM  KWO-RET-RTN  THRU  KWO-RET-EXT
           END-IF.
           CALL "SD_Output" USING
            "DSP-106" DSP-106 "p" RETURNING RESU.
           MOVE  "QHLD    "  TO  MAUD-FILE.
           MOVE  SPACE       TO  MAUD-FKEY.
           MOVE  QH-KEY      TO  MAUD-FKEY (1:6).
           MOVE  QH-R        TO  MAUD-AFTER.
           PERFORM  MAUD-PUT-RTN  THRU  MAUD-PUT-EXT.
           GO  TO  ST-10.
       END-RTN.
           CALL "C3_Set_Jrcode" USING
            USER_ID BY REFERENCE COMPLETION_CODE 255.
           CALL "DB_F_Close" USING BY REFERENCE J-M_IDLST J-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE SZSC_IDLST SZSC_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE HKBM_IDLST HKBM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE KWOF_IDLST KWOF_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE ZKM_IDLST ZKM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE ZKMV_IDLST ZKMV_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE QHLD_IDLST QHLD_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE FCTL-F_IDLST FCTL-F_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE BINM_IDLST BINM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE BINA_IDLST BINA_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE MAUD_IDLST MAUD_PNAME1.
           CALL "DB_Close".
       END-EXT.
           EXIT.
      *****
      *    RETURN TO THE CONTRACTOR AGAINST A WORK-ORDER HOLD --
      *    THE RETURNED SIZES COME BACK OFF THE ORDER'S RECEIVED
      *    BUCKETS SO KM790R SHOWS THEM OWED AGAIN AND KM800U
      *    CAN RECEIVE THE REWORKED GOODS; A CLOSED ORDER REOPENS
      *    AS PARTIALLY RECEIVED.
       KWO-RET-RTN.
           MOVE  QH-SRCN  TO  KWO-NO.
           CALL "DB_Read" USING
            "INVALID" KWOF_PNAME1 BY REFERENCE KWO-R " "
            RETURNING RET.
           IF  RET  =  1
               GO  TO  KWO-RET-EXT
           END-IF.
           PERFORM  VARYING  IX  FROM  1  BY  1  UNTIL  IX  >  10
               SUBTRACT  WK-QT1 (IX)  FROM  KWO-RQ1 (IX)
               IF  KWO-RQ1 (IX)  <  0
                   MOVE  0  TO  KWO-RQ1 (IX)
               END-IF
           END-PERFORM.
           MOVE  0  TO  KWO-RQT.
           PERFORM  VARYING  IX  FROM  1  BY  1  UNTIL  IX  >  10
               ADD  KWO-RQ1 (IX)  TO  KWO-RQT
           END-PERFORM.
           IF  KWO-STAT  =  2
               MOVE  1  TO  KWO-STAT
           END-IF.
      *           REWRITE  KWO-R   INVALID
      *///////////////
           CALL "DB_Update" USING
            KWOF_PNAME1 KWOF_LNAME KWO-R RETURNING RET.
       KWO-RET-EXT.
           EXIT.
      *****
      *    JT-ZKMV TYPE 9 MOVEMENT FOR THE HOLD ACTION IN HAND --
      *    WK-QHA NAMES THE ACTION AND WK-MV-SGN SIGNS THE SIZES
      *    (SEE LIZKMV); THE SOURCE KEY NAMES THE HOLD.
       ZKMV-WR-RTN.
           INITIALIZE  ZKV-R.
           MOVE  QH-SOK  TO  ZKV-SOK.
           MOVE  QH-JCD  TO  ZKV-JCD.
           ACCEPT  ZKV-DATE  FROM  DATE.
           ACCEPT  ZKV-TIME  FROM  TIME.
           ADD  1  TO  WK-MV-SEQ.
           MOVE  WK-MV-SEQ  TO  ZKV-SEQ.
           MOVE  9       TO  ZKV-TYP.
           MOVE  WK-QHA  TO  ZKV-QHA.
           MOVE  SPACE   TO  ZKV-SRC.
           STRING  "QH "  QH-NO  " "  WK-ACTW
               DELIMITED  BY  SIZE  INTO  ZKV-SRC.
           MOVE  USER_ID  TO  ZKV-OPR.
           PERFORM  VARYING  IX  FROM  1  BY  1  UNTIL  IX  >  10
               COMPUTE  ZKV-QT1 (IX)  =  WK-MV-SGN  *  WK-QT1 (IX)
               ADD  ZKV-QT1 (IX)  TO  ZKV-QTT
           END-PERFORM.
           CALL "DB_Insert" USING
            ZKMV_PNAME1 ZKMV_LNAME ZKV-R RETURNING RET.
      *        A CONCURRENT POSTING CAN TAKE THE SAME SECOND AND
      *        SEQUENCE -- RE-SEQUENCE AND RETRY BEFORE GIVING
      *        UP; A DROPPED MOVEMENT WOULD BREAK THE LEDGER'S
      *        OPENING + IN - OUT = CLOSING PROOF.
           MOVE  0  TO  WK-MVTRY.
       ZKMV-WR-10.
           IF  RET  =  0  OR  WK-MVTRY  NOT <  5
               GO  TO  ZKMV-WR-90
           END-IF.
           ADD  1  TO  WK-MVTRY.
           ADD  1  TO  WK-MV-SEQ.
           MOVE  WK-MV-SEQ  TO  ZKV-SEQ.
           CALL "DB_Insert" USING
            ZKMV_PNAME1 ZKMV_LNAME ZKV-R RETURNING RET.
           GO  TO  ZKMV-WR-10.
       ZKMV-WR-90.
           IF  RET  =  1
               DISPLAY  "DSP-001 ZKMV INSERT FAILED ITEM="  ZKV-JCD
                   " WHSE="  ZKV-SOK
           END-IF.
       ZKMV-WR-EXT.
           EXIT.
      *****
      *    COMMON MAINTENANCE AUDIT -- SEE LIMAUD.  THE CALLER
      *    SETS THE FILE, KEY AND AFTER IMAGE; THE BEFORE IMAGE
      *    WAS CAPTURED AT THE KEY READ (SPACES FOR AN ADD).
       MAUD-PUT-RTN.
           ACCEPT  MAUD-DATE  FROM  DATE.
           ACCEPT  MAUD-TIME  FROM  TIME.
           ADD  1  TO  WK-AUDSEQ.
           MOVE  WK-AUDSEQ   TO  MAUD-SEQ.
           MOVE  USER_ID     TO  MAUD-OPR.
           MOVE  WK-MAUDB    TO  MAUD-BEFORE.
           CALL "DB_Insert" USING
            MAUD_PNAME1 MAUD_LNAME MAUD-R RETURNING RET.
      *        SAME-SECOND SEQUENCE COLLISION -- RE-SEQUENCE
      *        AND RETRY SO THE AUDIT ROW IS NEVER SILENTLY
      *        LOST.
           MOVE  0  TO  WK-WRTRY.
       MAUD-PUT-10.
           IF  RET  =  0  OR  WK-WRTRY  NOT <  5
               GO  TO  MAUD-PUT-90
           END-IF.
           ADD  1  TO  WK-WRTRY.
           ADD  1  TO  WK-AUDSEQ.
           MOVE  WK-AUDSEQ  TO  MAUD-SEQ.
           CALL "DB_Insert" USING
            MAUD_PNAME1 MAUD_LNAME MAUD-R RETURNING RET.
           GO  TO  MAUD-PUT-10.
       MAUD-PUT-90.
           IF  RET  =  1
               DISPLAY  "DSP-001 MAUD INSERT FAILED, AUDIT ROW"
                   " LOST"
           END-IF.
       MAUD-PUT-EXT.
           EXIT.
       COPY  LPSZS.
       COPY  LPBIN.
