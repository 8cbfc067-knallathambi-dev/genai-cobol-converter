       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PINVPRG.
      **************************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRGPARM ASSIGN TO PRGPARM
               FILE STATUS IS WS-PRGPARM-STATUS.
           SELECT INALL ASSIGN TO PINV.
           SELECT NEWALL ASSIGN TO PINVNEW.
           SELECT MNTLOG ASSIGN TO MNTLOG
               FILE STATUS IS WS-MNTLOG-STATUS.
           SELECT PDISP ASSIGN TO PDISP
               FILE STATUS IS WS-PDISP-STATUS.
           SELECT AUDARC ASSIGN TO AUDARC
               FILE STATUS IS WS-AUDARC-STATUS.
           SELECT HOLDREG ASSIGN TO HOLDREG
               FILE STATUS IS WS-HOLDREG-STATUS.
           SELECT NEWREG ASSIGN TO HOLDREGN.
           SELECT WRKORD ASSIGN TO WRKORD
               FILE STATUS IS WS-WRKORD-STATUS.
           SELECT NEWWO ASSIGN TO WRKORDN.
           SELECT INALLARC ASSIGN TO INALLARC
               FILE STATUS IS WS-INALLARC-STATUS.
           SELECT HOLDARC ASSIGN TO HOLDARC
               FILE STATUS IS WS-HOLDARC-STATUS.
           SELECT WOARC ASSIGN TO WOARC
               FILE STATUS IS WS-WOARC-STATUS.
           SELECT PRGWK ASSIGN TO PRGWK.
           SELECT PRGWOWK ASSIGN TO PRGWOWK.
           SELECT SORT-ACT-FILE ASSIGN TO SRTPRGA.
           SELECT SORT-WO-FILE ASSIGN TO SRTPRGW.
           SELECT SORT-WON-FILE ASSIGN TO SRTPRGN.
           SELECT RPTPRG ASSIGN TO RPTPRG.
      **************************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD PRGPARM
           RECORDING MODE F.
       01  PRGPARM-RECORD.
           05  PP-CARD-TEXT            PIC X(80).
       FD INALL
           RECORDING MODE F.
       01  INALL-RECORD-ALL.
           05  GRAIN-SERIAL-ALL             PIC 9(12).
           05  GRAIN-TYPE-ALL               PIC X(10).
           05  GRAIN-FORMULA-ALL            PIC X(15).
           05  GRAIN-STATUS-ALL             PIC X(1).
           05  GRAIN-QA-ALL                 PIC X(4).
           05  GRAIN-QUALITY-ALL            PIC 9(2).
           05  GRAIN-MFG-DATE-ALL           PIC 9(8).
           05  FILLER                       PIC 9(2).
           05  GRAIN-EXP-DATE-ALL           PIC 9(8).
           05  FILLER                       PIC 9(2).
           05  GRAIN-WEIGHT-ALL             PIC 9(10).
           05  GRAIN-SITE-ALL               PIC X(4).
           05  GRAIN-XFER-TO-ALL            PIC X(4).
           05  GRAIN-XFER-DATE-ALL          PIC 9(8).
           05  GRAIN-UOM-ALL                PIC X(2).
           05  GRAIN-WEIGHT-TENTHS-ALL      PIC 9(1).
           05  GRAIN-LOT-ALL                PIC X(10).
           05  FILLER                       PIC X(346).
       FD NEWALL
           RECORDING MODE F.
       01  NEWALL-RECORD                PIC X(449).
       FD MNTLOG
           RECORDING MODE F.
       01  MNTLOG-RECORD.
           05  ML-DATE                 PIC 9(8).
           05  ML-CODE                 PIC X(1).
           05  ML-SERIAL               PIC 9(12).
           05  ML-FROM-SITE            PIC X(4).
           05  ML-TO-SITE              PIC X(4).
           05  ML-STATUS               PIC X(1).
           05  ML-WEIGHT               PIC 9(12).
           05  ML-WEIGHT-PRIOR         PIC 9(12).
           05  ML-STATUS-PRIOR         PIC X(1).
           05  ML-REV-CODE             PIC X(1).
           05  FILLER                  PIC X(4).
       FD PDISP
           RECORDING MODE V.
       01  PDISP-RECORD.
           05  PD-DATE                 PIC X(10).
           05  FILLER                  PIC X(2).
           05  PD-TIME                 PIC X(8).
           05  FILLER                  PIC X(2).
           05  PD-SERIAL               PIC X(12).
           05  FILLER                  PIC X(166).
       FD AUDARC
           RECORDING MODE V.
       01  AUDARC-RECORD.
           05  AA-DATE                 PIC X(10).
           05  FILLER                  PIC X(2).
           05  AA-TIME                 PIC X(8).
           05  FILLER                  PIC X(2).
           05  AA-SERIAL               PIC X(12).
           05  FILLER                  PIC X(166).
       FD HOLDREG
           RECORDING MODE F.
       01  HOLDREG-RECORD.
           05  HR-SERIAL               PIC 9(12).
           05  HR-HOLD-DATE            PIC 9(8).
           05  HR-REASON               PIC X(1).
           05  HR-STATUS               PIC X(1).
           05  HR-DISP-DATE            PIC 9(8).
           05  HR-REVIEWER             PIC X(3).
           05  FILLER                  PIC X(7).
       FD NEWREG
           RECORDING MODE F.
       01  NEWREG-RECORD               PIC X(40).
       FD WRKORD
           RECORDING MODE F.
       01  WRKORD-RECORD.
           05  WO-NUMBER               PIC 9(8).
           05  WO-SERIAL               PIC 9(12).
           05  WO-TYPE                 PIC X(10).
           05  WO-FORMULA              PIC X(15).
           05  WO-WEIGHT               PIC 9(10).
           05  WO-SITE                 PIC X(4).
           05  WO-EXP-DATE             PIC 9(8).
           05  WO-ISSUE-DATE           PIC 9(8).
           05  WO-STATUS               PIC X(1).
           05  WO-COMP-DATE            PIC 9(8).
           05  WO-DISPOSER             PIC X(3).
       FD NEWWO
           RECORDING MODE F.
       01  NEWWO-RECORD                PIC X(87).
       FD INALLARC
           RECORDING MODE F.
       01  INALLARC-RECORD.
           05  AR-GRAIN-IMAGE          PIC X(449).
           05  AR-PURGE-DATE           PIC 9(8).
           05  AR-LAST-ACT-DATE        PIC 9(8).
           05  FILLER                  PIC X(15).
       FD HOLDARC
           RECORDING MODE F.
       01  HOLDARC-RECORD.
           05  HA-HOLD-IMAGE           PIC X(40).
           05  HA-PURGE-DATE           PIC 9(8).
       FD WOARC
           RECORDING MODE F.
       01  WOARC-RECORD.
           05  WA-ORDER-IMAGE          PIC X(87).
           05  WA-PURGE-DATE           PIC 9(8).
       FD PRGWK
           RECORDING MODE F.
       01  PRGWK-REC                   PIC 9(12).
       FD PRGWOWK
           RECORDING MODE F.
       01  PRGWOWK-REC                 PIC X(87).
       SD  SORT-ACT-FILE.
       01  SORT-ACT-REC.
           05  SA-SERIAL               PIC 9(12).
           05  SA-KIND                 PIC X(1).
           05  SA-DATE                 PIC 9(8).
       SD  SORT-WO-FILE.
       01  SORT-WO-REC.
           05  SW-NUMBER               PIC 9(8).
           05  SW-SERIAL               PIC 9(12).
           05  FILLER                  PIC X(55).
           05  SW-STATUS               PIC X(1).
           05  FILLER                  PIC X(11).
       SD  SORT-WON-FILE.
       01  SORT-WON-REC.
           05  SN-NUMBER               PIC 9(8).
           05  FILLER                  PIC X(79).
       FD RPTPRG
           RECORDING MODE V.
       01  OUTFILE-PRG                 PIC X(200).
      **************************************************************************
       WORKING-STORAGE SECTION.
       01  WS-CURRENT-DATE.
           05  WS-YEAR                 PIC 9(4).
           05  WS-MONTH                PIC 9(2).
           05  WS-DAY                  PIC 9(2).
           05  WS-HOURS                PIC 9(2).
           05  WS-MINUTES              PIC 9(2).
           05  WS-SECONDS              PIC 9(2).
           05  WS-HUND-SECOND          PIC 9(2).
           05  WS-GMT                  PIC X(5).
       01  DATE-LINE.
           05  FILLER                  PIC X(12)
               VALUE 'REPORT DATE:'.
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  DT-YEAR                 PIC 9(4).
           05  FILLER                  PIC X
               VALUE '/'.
           05  DT-MONTH                PIC 9(2).
           05  FILLER                  PIC X
               VALUE '/'.
           05  DT-DAY                  PIC 9(2).
       01  HEADER-1.
           05  FILLER                  PIC X(100)
               VALUE  'HAYNIE RESEARCH & DEVELOPMENT'.
       01  HEADER-PRG.
           05  FILLER                  PIC X(100)
               VALUE  'CLOSED GRAIN ARCHIVE AND PURGE REGISTER'.
       01  PRG-PARM-LINE.
           05  FILLER                  PIC X(16)
               VALUE 'RETENTION DAYS:'.
           05  PPL-RETAIN-DAYS         PIC ZZZ9.
           05  FILLER                  PIC X(16)
               VALUE '   CUTOFF DATE:'.
           05  PPL-CUTOFF-DATE         PIC 9(8).
       01  HEADER-PRG-3.
           05  FILLER                  PIC X(14)
               VALUE  'SERIAL'.
           05  FILLER                  PIC X(12)
               VALUE  'STATUS'.
           05  FILLER                  PIC X(17)
               VALUE  'FORMULA'.
           05  FILLER                  PIC X(6)
               VALUE  'SITE'.
           05  FILLER                  PIC X(14)
               VALUE  '    WEIGHT G'.
           05  FILLER                  PIC X(10)
               VALUE  'LAST ACT'.
           05  FILLER                  PIC X(10)
               VALUE  'ACTION'.
           05  FILLER                  PIC X(20)
               VALUE  'NOTE'.
       01  HEADER-PRG-4.
           05  FILLER                  PIC X(12)
               VALUE  '------------'.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  FILLER                  PIC X(10)
               VALUE  '----------'.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE  '---------------'.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  FILLER                  PIC X(4)
               VALUE  '----'.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  FILLER                  PIC X(12)
               VALUE  '------------'.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  FILLER                  PIC X(8)
               VALUE  '--------'.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  FILLER                  PIC X(8)
               VALUE  '--------'.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  FILLER                  PIC X(20)
               VALUE  '--------------------'.
       01  PRG-DETAIL-LINE.
           05  PL-SERIAL               PIC X(12).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  PL-STATUS               PIC X(10).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  PL-FORMULA              PIC X(15).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  PL-SITE                 PIC X(4).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  PL-WEIGHT-G             PIC Z(11)9.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  PL-LAST-ACT             PIC 9(8).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  PL-ACTION               PIC X(8).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  PL-NOTE                 PIC X(20).
       01  PRG-NONE-LINE.
           05  FILLER                  PIC X(40)
               VALUE 'NO GRAINS ELIGIBLE FOR ARCHIVE'.
       01  PRG-SECT-SUMMARY-LINE.
           05  FILLER                  PIC X(60)
               VALUE 'PURGE SUMMARY BY SITE AND STATUS'.
       01  HEADER-SUM-3.
           05  FILLER                  PIC X(6)
               VALUE  'SITE'.
           05  FILLER                  PIC X(12)
               VALUE  'STATUS'.
           05  FILLER                  PIC X(10)
               VALUE  '   BEFORE'.
           05  FILLER                  PIC X(17)
               VALUE  ' BEFORE WEIGHT G'.
           05  FILLER                  PIC X(10)
               VALUE  ' ARCHIVED'.
           05  FILLER                  PIC X(17)
               VALUE  '   ARCHIVED WT G'.
           05  FILLER                  PIC X(10)
               VALUE  '    AFTER'.
           05  FILLER                  PIC X(16)
               VALUE  '  AFTER WEIGHT G'.
       01  HEADER-SUM-4.
           05  FILLER                  PIC X(4)
               VALUE  '----'.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  FILLER                  PIC X(10)
               VALUE  '----------'.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  FILLER                  PIC X(9)
               VALUE  '---------'.
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  FILLER                  PIC X(16)
               VALUE  '----------------'.
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  FILLER                  PIC X(9)
               VALUE  '---------'.
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  FILLER                  PIC X(16)
               VALUE  '----------------'.
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  FILLER                  PIC X(9)
               VALUE  '---------'.
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  FILLER                  PIC X(16)
               VALUE  '----------------'.
       01  PRG-SUMMARY-LINE.
           05  SL-SITE                 PIC X(4).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  SL-STATUS               PIC X(10).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  SL-BEFORE-COUNT         PIC Z(8)9.
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  SL-BEFORE-WEIGHT        PIC Z(15)9.
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  SL-ARC-COUNT            PIC Z(8)9.
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  SL-ARC-WEIGHT           PIC Z(15)9.
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  SL-AFTER-COUNT          PIC Z(8)9.
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  SL-AFTER-WEIGHT         PIC Z(15)9.
       01  PRG-SECT-CONTROL-LINE.
           05  FILLER                  PIC X(60)
               VALUE 'CONTROL TOTALS - BEFORE = AFTER + ARCHIVED'.
       01  HEADER-CTL-3.
           05  FILLER                  PIC X(26)
               VALUE  'FILE'.
           05  FILLER                  PIC X(17)
               VALUE  '           BEFORE'.
           05  FILLER                  PIC X(17)
               VALUE  '            AFTER'.
           05  FILLER                  PIC X(17)
               VALUE  '         ARCHIVED'.
           05  FILLER                  PIC X(17)
               VALUE  ' PROOF'.
       01  HEADER-CTL-4.
           05  FILLER                  PIC X(24)
               VALUE  '------------------------'.
           05  FILLER                  PIC X(3)
               VALUE SPACES.
           05  FILLER                  PIC X(16)
               VALUE  '----------------'.
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  FILLER                  PIC X(16)
               VALUE  '----------------'.
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  FILLER                  PIC X(16)
               VALUE  '----------------'.
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  FILLER                  PIC X(16)
               VALUE  '----------------'.
       01  PRG-CONTROL-LINE.
           05  CL-DESC                 PIC X(24).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  CL-BEFORE               PIC Z(16)9.
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  CL-AFTER                PIC Z(15)9.
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  CL-ARCHIVED             PIC Z(15)9.
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  CL-FLAG                 PIC X(16).
       01  PRG-NOTE-LINE.
           05  PNL-TEXT                PIC X(60).
       01  PRG-TRAILER-LINE.
           05  FILLER                  PIC X(21)
               VALUE 'MASTER RECORDS READ:'.
           05  PTL-READ-COUNT          PIC 9(7).
           05  FILLER                  PIC X(12)
               VALUE '  ARCHIVED:'.
           05  PTL-ARC-COUNT           PIC 9(7).
           05  FILLER                  PIC X(12)
               VALUE '  RETAINED:'.
           05  PTL-RETAIN-COUNT        PIC 9(7).
           05  FILLER                  PIC X(15)
               VALUE '  OUT OF BAL:'.
           05  PTL-OOB-COUNT           PIC 9(3).
       01  PARM-ERROR-HEAD-LINE.
           05  FILLER                  PIC X(40)
               VALUE 'CONTROL CARD ERRORS - RUN STOPPED'.
       01  PARM-ERROR-LINE.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  PEL-TEXT                PIC X(60).
       01  WS-PARM-TOKENS.
           05  WS-PARM-TOKEN OCCURS 6 TIMES
                              PIC X(80).
       01  WS-PARM-SUB                 PIC S9(4) COMP VALUE 0.
       01  WS-PARM-ERROR-TEXT          PIC X(60).
       01  WS-PARM-ERROR-COUNT         PIC S9(4) COMP VALUE 0.
       01  WS-PARM-ERROR-TABLE.
           05  WS-PARM-ERROR OCCURS 20 TIMES
                              PIC X(60).
       01  STATUS-NAME-VALUES.
           05  FILLER                  PIC X(11)
               VALUE '0ACTIVE'.
           05  FILLER                  PIC X(11)
               VALUE '1SPENT'.
           05  FILLER                  PIC X(11)
               VALUE '2INTRANSIT'.
           05  FILLER                  PIC X(11)
               VALUE '3DESTROYED'.
           05  FILLER                  PIC X(11)
               VALUE ' OTHER'.
       01  STATUS-NAME-TABLE REDEFINES STATUS-NAME-VALUES.
           05  STATUS-NAME-ENTRY OCCURS 5 TIMES.
               10  STATUS-CODE-TBL     PIC X(1).
               10  STATUS-NAME-TBL     PIC X(10).
       01  SITE-TABLE-COUNT            PIC 9(3) COMP VALUE 0.
       01  SITE-TABLE.
           05  SITE-ENTRY OCCURS 0 TO 100 TIMES
                           DEPENDING ON SITE-TABLE-COUNT
                           INDEXED BY SITE-IDX.
               10  SITE-CODE-TBL       PIC X(4).
               10  SITE-STAT-ENTRY OCCURS 5 TIMES.
                   15  SS-BEFORE-COUNT     PIC S9(9) COMP.
                   15  SS-BEFORE-WEIGHT    PIC S9(15) COMP.
                   15  SS-ARC-COUNT        PIC S9(9) COMP.
                   15  SS-ARC-WEIGHT       PIC S9(15) COMP.
                   15  SS-AFTER-COUNT      PIC S9(9) COMP.
                   15  SS-AFTER-WEIGHT     PIC S9(15) COMP.
       01  STAT-TOTAL-TABLE.
           05  STAT-TOTAL-ENTRY OCCURS 5 TIMES.
               10  ST-BEFORE-COUNT     PIC S9(9) COMP VALUE 0.
               10  ST-BEFORE-WEIGHT    PIC S9(15) COMP VALUE 0.
               10  ST-ARC-COUNT        PIC S9(9) COMP VALUE 0.
               10  ST-ARC-WEIGHT       PIC S9(15) COMP VALUE 0.
               10  ST-AFTER-COUNT      PIC S9(9) COMP VALUE 0.
               10  ST-AFTER-WEIGHT     PIC S9(15) COMP VALUE 0.
       01  WS-SITE-SUB                 PIC S9(4) COMP VALUE 0.
       01  WS-STAT-SUB                 PIC S9(4) COMP VALUE 0.
       01  WS-WORK-SITE                PIC X(4).
       01  WS-PRGPARM-STATUS           PIC X(2).
       01  WS-MNTLOG-STATUS            PIC X(2).
       01  WS-PDISP-STATUS             PIC X(2).
       01  WS-AUDARC-STATUS            PIC X(2).
       01  WS-HOLDREG-STATUS           PIC X(2).
       01  WS-WRKORD-STATUS            PIC X(2).
       01  WS-INALLARC-STATUS          PIC X(2).
       01  WS-HOLDARC-STATUS           PIC X(2).
       01  WS-WOARC-STATUS             PIC X(2).
       01  WS-PRG-DATE-TODAY           PIC 9(8) VALUE 0.
       01  WS-PRG-TODAY-INT            PIC S9(9) COMP VALUE 0.
       01  WS-PRG-CUTOFF-DATE          PIC 9(8) VALUE 0.
       01  WS-PRG-RETAIN-DAYS          PIC 9(4) VALUE 0.
       01  WS-PD-DATE-X.
           05  WS-PD-YEAR              PIC X(4).
           05  WS-PD-MONTH             PIC X(2).
           05  WS-PD-DAY               PIC X(2).
       01  WS-PD-DATE-N REDEFINES WS-PD-DATE-X
                                       PIC 9(8).
       01  WS-PD-SERIAL                PIC X(12).
       01  WS-ACT-KEY                  PIC 9(12) VALUE 0.
       01  WS-PRG-KEY                  PIC 9(12) VALUE 0.
       01  WS-PREV-SERIAL              PIC 9(12) VALUE 0.
       01  WS-LAST-ACT-DATE            PIC 9(8) VALUE 0.
       01  WS-RETAIN-REASON            PIC X(20).
       01  WS-NORM-IN-WEIGHT           PIC 9(10) VALUE 0.
       01  WS-NORM-IN-TENTHS           PIC 9(1) VALUE 0.
       01  WS-NORM-IN-UOM              PIC X(2) VALUE SPACES.
       01  WS-NORM-WEIGHT-G            PIC 9(12) VALUE 0.
       01  WS-PROOF-BEFORE             PIC S9(17) COMP VALUE 0.
       01  WS-PROOF-AFTER              PIC S9(17) COMP VALUE 0.
       01  WS-PROOF-ARCHIVED           PIC S9(17) COMP VALUE 0.
       01  SWITCHES.
           05  PRGPARM-EOF-SWITCH       PIC X(1) VALUE 'N'.
           05  INALL-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  MNTLOG-EOF-SWITCH        PIC X(1) VALUE 'N'.
           05  PDISP-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  AUDARC-EOF-SWITCH        PIC X(1) VALUE 'N'.
           05  HOLDREG-EOF-SWITCH       PIC X(1) VALUE 'N'.
           05  WRKORD-EOF-SWITCH        PIC X(1) VALUE 'N'.
           05  PRGWK-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  PRGWOWK-EOF-SWITCH       PIC X(1) VALUE 'N'.
           05  SORT-ACT-EOF-SWITCH      PIC X(1) VALUE 'N'.
           05  SORT-WO-EOF-SWITCH       PIC X(1) VALUE 'N'.
           05  SORT-WON-EOF-SWITCH      PIC X(1) VALUE 'N'.
           05  HOLDREG-OPEN-SWITCH      PIC X(1) VALUE 'N'.
           05  WRKORD-OPEN-SWITCH       PIC X(1) VALUE 'N'.
           05  WS-RETAIN-FOUND-SWITCH   PIC X(1) VALUE 'N'.
           05  WS-OPEN-HOLD-SWITCH      PIC X(1) VALUE 'N'.
           05  WS-OPEN-ORDER-SWITCH     PIC X(1) VALUE 'N'.
           05  WS-ELIGIBLE-SWITCH       PIC X(1) VALUE 'N'.
           05  WS-PURGE-SWITCH          PIC X(1) VALUE 'N'.
       01  WS-COUNTERS.
           05  WS-MASTER-READ-COUNT     PIC S9(9) COMP VALUE 0.
           05  WS-MASTER-WRITE-COUNT    PIC S9(9) COMP VALUE 0.
           05  WS-MASTER-ARC-COUNT      PIC S9(9) COMP VALUE 0.
           05  WS-MASTER-READ-WEIGHT    PIC S9(15) COMP VALUE 0.
           05  WS-MASTER-WRITE-WEIGHT   PIC S9(15) COMP VALUE 0.
           05  WS-MASTER-ARC-WEIGHT     PIC S9(15) COMP VALUE 0.
           05  WS-RETAIN-COUNT          PIC S9(9) COMP VALUE 0.
           05  WS-HOLD-READ-COUNT       PIC S9(9) COMP VALUE 0.
           05  WS-HOLD-WRITE-COUNT      PIC S9(9) COMP VALUE 0.
           05  WS-HOLD-ARC-COUNT        PIC S9(9) COMP VALUE 0.
           05  WS-ORDER-READ-COUNT      PIC S9(9) COMP VALUE 0.
           05  WS-ORDER-WRITE-COUNT     PIC S9(9) COMP VALUE 0.
           05  WS-ORDER-ARC-COUNT       PIC S9(9) COMP VALUE 0.
           05  WS-OOB-COUNT             PIC S9(9) COMP VALUE 0.
      **************************************************************************
       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-YEAR TO DT-YEAR.
           MOVE WS-MONTH TO DT-MONTH.
           MOVE WS-DAY TO DT-DAY.
           COMPUTE WS-PRG-DATE-TODAY =
               WS-YEAR * 10000 + WS-MONTH * 100 + WS-DAY.
           PERFORM READ-PARM-CARDS.
           OPEN OUTPUT RPTPRG.
           IF WS-PARM-ERROR-COUNT > 0
               PERFORM WRITE-PARM-ERRORS
           END-IF.
           COMPUTE WS-PRG-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-PRG-DATE-TODAY).
           COMPUTE WS-PRG-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
               (WS-PRG-TODAY-INT - WS-PRG-RETAIN-DAYS).
           MOVE HEADER-1 TO OUTFILE-PRG.
           WRITE OUTFILE-PRG.
           MOVE HEADER-PRG TO OUTFILE-PRG.
           WRITE OUTFILE-PRG.
           MOVE DATE-LINE TO OUTFILE-PRG.
           WRITE OUTFILE-PRG.
           MOVE WS-PRG-RETAIN-DAYS TO PPL-RETAIN-DAYS.
           MOVE WS-PRG-CUTOFF-DATE TO PPL-CUTOFF-DATE.
           MOVE PRG-PARM-LINE TO OUTFILE-PRG.
           WRITE OUTFILE-PRG.
           MOVE SPACES TO OUTFILE-PRG.
           WRITE OUTFILE-PRG.
           MOVE HEADER-PRG-3 TO OUTFILE-PRG.
           WRITE OUTFILE-PRG.
           MOVE HEADER-PRG-4 TO OUTFILE-PRG.
           WRITE OUTFILE-PRG.
           SORT SORT-ACT-FILE
               ON ASCENDING KEY SA-SERIAL SA-KIND
               INPUT PROCEDURE IS PRG-SCAN-ACTIVITY
               OUTPUT PROCEDURE IS PRG-SELECT-GRAINS.
           IF SORT-RETURN NOT = 0
               DISPLAY '*** ERROR: SORT FAILED, SORT-RETURN = '
                   SORT-RETURN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-MASTER-ARC-COUNT = 0 AND WS-RETAIN-COUNT = 0
               MOVE PRG-NONE-LINE TO OUTFILE-PRG
               WRITE OUTFILE-PRG
           END-IF.
           PERFORM PRG-ARCHIVE-HOLDS.
           SORT SORT-WO-FILE
               ON ASCENDING KEY SW-SERIAL SW-NUMBER
               INPUT PROCEDURE IS PRG-SCAN-ORDERS
               OUTPUT PROCEDURE IS PRG-MATCH-ORDERS.
           IF SORT-RETURN NOT = 0
               DISPLAY '*** ERROR: SORT FAILED, SORT-RETURN = '
                   SORT-RETURN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SORT SORT-WON-FILE
               ON ASCENDING KEY SN-NUMBER
               INPUT PROCEDURE IS PRG-RELOAD-ORDERS
               OUTPUT PROCEDURE IS PRG-WRITE-ORDERS.
           IF SORT-RETURN NOT = 0
               DISPLAY '*** ERROR: SORT FAILED, SORT-RETURN = '
                   SORT-RETURN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-PRG-SUMMARY.
           PERFORM WRITE-PRG-CONTROL.
           CLOSE RPTPRG.
           IF WS-OOB-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE IF HOLDREG-OPEN-SWITCH = 'N'
                   OR WRKORD-OPEN-SWITCH = 'N'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.
      **************************************************************************
       READ-PARM-CARDS.
           MOVE 0 TO WS-PARM-ERROR-COUNT.
           MOVE 'N' TO WS-RETAIN-FOUND-SWITCH.
           OPEN INPUT PRGPARM.
           IF WS-PRGPARM-STATUS NOT = '00'
               MOVE 'Y' TO PRGPARM-EOF-SWITCH
           ELSE
               READ PRGPARM
                   AT END
                       MOVE 'Y' TO PRGPARM-EOF-SWITCH
               END-READ
               PERFORM PARM-CARD-LOOP
                   UNTIL PRGPARM-EOF-SWITCH = 'Y'
               CLOSE PRGPARM
           END-IF.
           IF WS-RETAIN-FOUND-SWITCH = 'N'
               MOVE 'RETAIN= RETENTION DAYS NOT SUPPLIED'
                   TO WS-PARM-ERROR-TEXT
               PERFORM ADD-PARM-ERROR
           END-IF.
      **************************************************************************
       PARM-CARD-LOOP.
           MOVE SPACES TO WS-PARM-TOKENS.
           UNSTRING PP-CARD-TEXT DELIMITED BY ALL SPACE
               INTO WS-PARM-TOKEN (1) WS-PARM-TOKEN (2)
                    WS-PARM-TOKEN (3) WS-PARM-TOKEN (4)
                    WS-PARM-TOKEN (5) WS-PARM-TOKEN (6)
               ON OVERFLOW
                   MOVE 'TOO MANY ENTRIES ON CARD'
                       TO WS-PARM-ERROR-TEXT
                   PERFORM ADD-PARM-ERROR
           END-UNSTRING.
           PERFORM PARSE-PARM-TOKEN
               VARYING WS-PARM-SUB FROM 1 BY 1
               UNTIL WS-PARM-SUB > 6.
           READ PRGPARM
               AT END
                   MOVE 'Y' TO PRGPARM-EOF-SWITCH
           END-READ.
      **************************************************************************
       PARSE-PARM-TOKEN.
           IF WS-PARM-TOKEN (WS-PARM-SUB) = SPACES
               CONTINUE
           ELSE IF WS-PARM-TOKEN (WS-PARM-SUB) (1:7) = 'RETAIN='
               MOVE 'Y' TO WS-RETAIN-FOUND-SWITCH
               IF WS-PARM-TOKEN (WS-PARM-SUB) (8:4) NOT NUMERIC
                       OR WS-PARM-TOKEN (WS-PARM-SUB) (12:1) NOT = SPACE
                   MOVE 'RETAIN= VALUE MUST BE 4 DIGITS'
                       TO WS-PARM-ERROR-TEXT
                   PERFORM ADD-PARM-ERROR
               ELSE
                   MOVE WS-PARM-TOKEN (WS-PARM-SUB) (8:4)
                       TO WS-PRG-RETAIN-DAYS
                   IF WS-PRG-RETAIN-DAYS = 0
                       MOVE 'RETAIN= VALUE MUST NOT BE ZERO'
                           TO WS-PARM-ERROR-TEXT
                       PERFORM ADD-PARM-ERROR
                   END-IF
               END-IF
           ELSE
               MOVE SPACES TO WS-PARM-ERROR-TEXT
               STRING 'UNKNOWN KEYWORD: ' DELIMITED BY SIZE
                      WS-PARM-TOKEN (WS-PARM-SUB) (1:20)
                          DELIMITED BY SIZE
                   INTO WS-PARM-ERROR-TEXT
               END-STRING
               PERFORM ADD-PARM-ERROR
           END-IF.
      **************************************************************************
       ADD-PARM-ERROR.
           IF WS-PARM-ERROR-COUNT < 20
               ADD 1 TO WS-PARM-ERROR-COUNT
               MOVE WS-PARM-ERROR-TEXT
                   TO WS-PARM-ERROR (WS-PARM-ERROR-COUNT)
           END-IF.
      **************************************************************************
       WRITE-PARM-ERRORS.
           MOVE HEADER-1 TO OUTFILE-PRG.
           WRITE OUTFILE-PRG.
           MOVE HEADER-PRG TO OUTFILE-PRG.
           WRITE OUTFILE-PRG.
           MOVE DATE-LINE TO OUTFILE-PRG.
           WRITE OUTFILE-PRG.
           MOVE SPACES TO OUTFILE-PRG.
           WRITE OUTFILE-PRG.
           MOVE PARM-ERROR-HEAD-LINE TO OUTFILE-PRG.
           WRITE OUTFILE-PRG.
           PERFORM WRITE-PARM-ERROR-LINE
               VARYING WS-PARM-SUB FROM 1 BY 1
               UNTIL WS-PARM-SUB > WS-PARM-ERROR-COUNT.
           CLOSE RPTPRG.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
      **************************************************************************
       WRITE-PARM-ERROR-LINE.
           MOVE WS-PARM-ERROR (WS-PARM-SUB) TO PEL-TEXT.
           MOVE PARM-ERROR-LINE TO OUTFILE-PRG.
           WRITE OUTFILE-PRG.
      **************************************************************************
       PRG-SCAN-ACTIVITY.
           OPEN INPUT MNTLOG.
           IF WS-MNTLOG-STATUS = '00'
               READ MNTLOG
                   AT END
                       MOVE 'Y' TO MNTLOG-EOF-SWITCH
               END-READ
               PERFORM SCAN-MNTLOG-LOOP
                   UNTIL MNTLOG-EOF-SWITCH = 'Y'
               CLOSE MNTLOG
           END-IF.
           OPEN INPUT AUDARC.
           IF WS-AUDARC-STATUS = '00'
               READ AUDARC
                   AT END
                       MOVE 'Y' TO AUDARC-EOF-SWITCH
               END-READ
               PERFORM SCAN-AUDARC-LOOP
                   UNTIL AUDARC-EOF-SWITCH = 'Y'
               CLOSE AUDARC
           END-IF.
           OPEN INPUT PDISP.
           IF WS-PDISP-STATUS = '00'
               READ PDISP
                   AT END
                       MOVE 'Y' TO PDISP-EOF-SWITCH
               END-READ
               PERFORM SCAN-PDISP-LOOP
                   UNTIL PDISP-EOF-SWITCH = 'Y'
               CLOSE PDISP
           END-IF.
           OPEN INPUT HOLDREG.
           IF WS-HOLDREG-STATUS = '00'
               READ HOLDREG
                   AT END
                       MOVE 'Y' TO HOLDREG-EOF-SWITCH
               END-READ
               PERFORM SCAN-HOLD-LOOP
                   UNTIL HOLDREG-EOF-SWITCH = 'Y'
               CLOSE HOLDREG
           END-IF.
           OPEN INPUT WRKORD.
           IF WS-WRKORD-STATUS = '00'
               READ WRKORD
                   AT END
                       MOVE 'Y' TO WRKORD-EOF-SWITCH
               END-READ
               PERFORM SCAN-ORDER-LOOP
                   UNTIL WRKORD-EOF-SWITCH = 'Y'
               CLOSE WRKORD
           END-IF.
      **************************************************************************
       SCAN-MNTLOG-LOOP.
           IF ML-SERIAL NUMERIC AND ML-DATE NUMERIC
               MOVE ML-SERIAL TO SA-SERIAL
               MOVE 'L' TO SA-KIND
               MOVE ML-DATE TO SA-DATE
               RELEASE SORT-ACT-REC
           END-IF.
           READ MNTLOG
               AT END
                   MOVE 'Y' TO MNTLOG-EOF-SWITCH
           END-READ.
      **************************************************************************
       SCAN-AUDARC-LOOP.
           MOVE AA-DATE (1:4) TO WS-PD-YEAR.
           MOVE AA-DATE (6:2) TO WS-PD-MONTH.
           MOVE AA-DATE (9:2) TO WS-PD-DAY.
           MOVE AA-SERIAL TO WS-PD-SERIAL.
           PERFORM RELEASE-DISP-ACTIVITY.
           READ AUDARC
               AT END
                   MOVE 'Y' TO AUDARC-EOF-SWITCH
           END-READ.
      **************************************************************************
       SCAN-PDISP-LOOP.
           MOVE PD-DATE (1:4) TO WS-PD-YEAR.
           MOVE PD-DATE (6:2) TO WS-PD-MONTH.
           MOVE PD-DATE (9:2) TO WS-PD-DAY.
           MOVE PD-SERIAL TO WS-PD-SERIAL.
           PERFORM RELEASE-DISP-ACTIVITY.
           READ PDISP
               AT END
                   MOVE 'Y' TO PDISP-EOF-SWITCH
           END-READ.
      **************************************************************************
       RELEASE-DISP-ACTIVITY.
           IF WS-PD-DATE-N NUMERIC AND WS-PD-SERIAL NUMERIC
               MOVE WS-PD-SERIAL TO SA-SERIAL
               MOVE 'L' TO SA-KIND
               MOVE WS-PD-DATE-N TO SA-DATE
               RELEASE SORT-ACT-REC
           END-IF.
      **************************************************************************
       SCAN-HOLD-LOOP.
           IF HR-STATUS = 'O'
               MOVE HR-SERIAL TO SA-SERIAL
               MOVE 'H' TO SA-KIND
               MOVE ZERO TO SA-DATE
               RELEASE SORT-ACT-REC
           END-IF.
           READ HOLDREG
               AT END
                   MOVE 'Y' TO HOLDREG-EOF-SWITCH
           END-READ.
      **************************************************************************
       SCAN-ORDER-LOOP.
           IF WO-STATUS NOT = 'C'
               MOVE WO-SERIAL TO SA-SERIAL
               MOVE 'W' TO SA-KIND
               MOVE ZERO TO SA-DATE
               RELEASE SORT-ACT-REC
           END-IF.
           READ WRKORD
               AT END
                   MOVE 'Y' TO WRKORD-EOF-SWITCH
           END-READ.
      **************************************************************************
       PRG-SELECT-GRAINS.
           OPEN INPUT INALL
                OUTPUT NEWALL
                OUTPUT PRGWK.
           OPEN EXTEND INALLARC.
           IF WS-INALLARC-STATUS = '35'
               OPEN OUTPUT INALLARC
           END-IF.
           OPEN EXTEND MNTLOG.
           IF WS-MNTLOG-STATUS = '35'
               OPEN OUTPUT MNTLOG
           END-IF.
           PERFORM RETURN-ACTIVITY.
           READ INALL
               AT END
                   MOVE 'Y' TO INALL-EOF-SWITCH
           END-READ.
           PERFORM PRG-MASTER-LOOP
               UNTIL INALL-EOF-SWITCH = 'Y'.
           CLOSE INALL
                 NEWALL
                 PRGWK
                 INALLARC
                 MNTLOG.
      **************************************************************************
       RETURN-ACTIVITY.
           RETURN SORT-ACT-FILE
               AT END
                   MOVE 'Y' TO SORT-ACT-EOF-SWITCH
                   MOVE 999999999999 TO WS-ACT-KEY
               NOT AT END
                   MOVE SA-SERIAL TO WS-ACT-KEY
           END-RETURN.
      **************************************************************************
       PRG-MASTER-LOOP.
           ADD 1 TO WS-MASTER-READ-COUNT.
           IF WS-MASTER-READ-COUNT > 1
                   AND GRAIN-SERIAL-ALL NOT > WS-PREV-SERIAL
               DISPLAY '*** ERROR: MASTER OUT OF SEQUENCE AT SERIAL '
                   GRAIN-SERIAL-ALL ' - RUN PINVCHK'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE GRAIN-SERIAL-ALL TO WS-PREV-SERIAL.
           MOVE ZERO TO WS-LAST-ACT-DATE.
           MOVE 'N' TO WS-OPEN-HOLD-SWITCH.
           MOVE 'N' TO WS-OPEN-ORDER-SWITCH.
           PERFORM RETURN-ACTIVITY
               UNTIL WS-ACT-KEY NOT < GRAIN-SERIAL-ALL.
           PERFORM NOTE-GRAIN-ACTIVITY
               UNTIL WS-ACT-KEY NOT = GRAIN-SERIAL-ALL.
           MOVE GRAIN-WEIGHT-ALL TO WS-NORM-IN-WEIGHT.
           MOVE GRAIN-WEIGHT-TENTHS-ALL TO WS-NORM-IN-TENTHS.
           MOVE GRAIN-UOM-ALL TO WS-NORM-IN-UOM.
           PERFORM COMPUTE-NORM-WEIGHT.
           MOVE GRAIN-SITE-ALL TO WS-WORK-SITE.
           PERFORM FIND-SITE-ENTRY.
           PERFORM SET-STATUS-SUB.
           ADD WS-NORM-WEIGHT-G TO WS-MASTER-READ-WEIGHT.
           ADD 1 TO SS-BEFORE-COUNT (WS-SITE-SUB WS-STAT-SUB).
           ADD WS-NORM-WEIGHT-G
               TO SS-BEFORE-WEIGHT (WS-SITE-SUB WS-STAT-SUB).
           ADD 1 TO ST-BEFORE-COUNT (WS-STAT-SUB).
           ADD WS-NORM-WEIGHT-G TO ST-BEFORE-WEIGHT (WS-STAT-SUB).
           PERFORM CHECK-RETENTION.
           IF WS-PURGE-SWITCH = 'Y'
               PERFORM ARCHIVE-GRAIN
           ELSE
               PERFORM KEEP-GRAIN
           END-IF.
           READ INALL
               AT END
                   MOVE 'Y' TO INALL-EOF-SWITCH
           END-READ.
      **************************************************************************
       NOTE-GRAIN-ACTIVITY.
           IF SA-KIND = 'H'
               MOVE 'Y' TO WS-OPEN-HOLD-SWITCH
           ELSE IF SA-KIND = 'W'
               MOVE 'Y' TO WS-OPEN-ORDER-SWITCH
           ELSE IF SA-DATE > WS-LAST-ACT-DATE
               MOVE SA-DATE TO WS-LAST-ACT-DATE
           END-IF.
           PERFORM RETURN-ACTIVITY.
      **************************************************************************
       CHECK-RETENTION.
           MOVE 'N' TO WS-ELIGIBLE-SWITCH.
           MOVE 'N' TO WS-PURGE-SWITCH.
           MOVE SPACES TO WS-RETAIN-REASON.
           IF WS-LAST-ACT-DATE = ZERO AND GRAIN-MFG-DATE-ALL NUMERIC
               MOVE GRAIN-MFG-DATE-ALL TO WS-LAST-ACT-DATE
           END-IF.
           IF (GRAIN-STATUS-ALL = '1' OR GRAIN-STATUS-ALL = '3')
                   AND WS-LAST-ACT-DATE < WS-PRG-CUTOFF-DATE
               MOVE 'Y' TO WS-ELIGIBLE-SWITCH
           END-IF.
           IF WS-ELIGIBLE-SWITCH = 'Y'
               IF WS-OPEN-HOLD-SWITCH = 'Y'
                   MOVE 'OPEN QA HOLD' TO WS-RETAIN-REASON
               ELSE IF WS-OPEN-ORDER-SWITCH = 'Y'
                   MOVE 'OPEN WORK ORDER' TO WS-RETAIN-REASON
               ELSE
                   MOVE 'Y' TO WS-PURGE-SWITCH
               END-IF
               END-IF
           END-IF.
      **************************************************************************
       ARCHIVE-GRAIN.
           MOVE SPACES TO INALLARC-RECORD.
           MOVE INALL-RECORD-ALL TO AR-GRAIN-IMAGE.
           MOVE WS-PRG-DATE-TODAY TO AR-PURGE-DATE.
           MOVE WS-LAST-ACT-DATE TO AR-LAST-ACT-DATE.
           WRITE INALLARC-RECORD.
           MOVE GRAIN-SERIAL-ALL TO PRGWK-REC.
           WRITE PRGWK-REC.
           MOVE SPACES TO MNTLOG-RECORD.
           MOVE WS-PRG-DATE-TODAY TO ML-DATE.
           MOVE 'P' TO ML-CODE.
           MOVE GRAIN-SERIAL-ALL TO ML-SERIAL.
           MOVE GRAIN-SITE-ALL TO ML-FROM-SITE.
           MOVE GRAIN-STATUS-ALL TO ML-STATUS.
           MOVE GRAIN-STATUS-ALL TO ML-STATUS-PRIOR.
           MOVE WS-NORM-WEIGHT-G TO ML-WEIGHT.
           MOVE ZERO TO ML-WEIGHT-PRIOR.
           WRITE MNTLOG-RECORD.
           ADD 1 TO WS-MASTER-ARC-COUNT.
           ADD WS-NORM-WEIGHT-G TO WS-MASTER-ARC-WEIGHT.
           ADD 1 TO SS-ARC-COUNT (WS-SITE-SUB WS-STAT-SUB).
           ADD WS-NORM-WEIGHT-G
               TO SS-ARC-WEIGHT (WS-SITE-SUB WS-STAT-SUB).
           ADD 1 TO ST-ARC-COUNT (WS-STAT-SUB).
           ADD WS-NORM-WEIGHT-G TO ST-ARC-WEIGHT (WS-STAT-SUB).
           MOVE 'ARCHIVED' TO PL-ACTION.
           MOVE SPACES TO PL-NOTE.
           PERFORM WRITE-PRG-DETAIL.
      **************************************************************************
       KEEP-GRAIN.
           MOVE INALL-RECORD-ALL TO NEWALL-RECORD.
           WRITE NEWALL-RECORD.
           ADD 1 TO WS-MASTER-WRITE-COUNT.
           ADD WS-NORM-WEIGHT-G TO WS-MASTER-WRITE-WEIGHT.
           ADD 1 TO SS-AFTER-COUNT (WS-SITE-SUB WS-STAT-SUB).
           ADD WS-NORM-WEIGHT-G
               TO SS-AFTER-WEIGHT (WS-SITE-SUB WS-STAT-SUB).
           ADD 1 TO ST-AFTER-COUNT (WS-STAT-SUB).
           ADD WS-NORM-WEIGHT-G TO ST-AFTER-WEIGHT (WS-STAT-SUB).
           IF WS-ELIGIBLE-SWITCH = 'Y'
               ADD 1 TO WS-RETAIN-COUNT
               MOVE 'RETAINED' TO PL-ACTION
               MOVE WS-RETAIN-REASON TO PL-NOTE
               PERFORM WRITE-PRG-DETAIL
           END-IF.
      **************************************************************************
       WRITE-PRG-DETAIL.
           MOVE GRAIN-SERIAL-ALL TO PL-SERIAL.
           MOVE STATUS-NAME-TBL (WS-STAT-SUB) TO PL-STATUS.
           MOVE GRAIN-FORMULA-ALL TO PL-FORMULA.
           MOVE GRAIN-SITE-ALL TO PL-SITE.
           MOVE WS-NORM-WEIGHT-G TO PL-WEIGHT-G.
           MOVE WS-LAST-ACT-DATE TO PL-LAST-ACT.
           MOVE PRG-DETAIL-LINE TO OUTFILE-PRG.
           WRITE OUTFILE-PRG.
      **************************************************************************
       SET-STATUS-SUB.
           MOVE 5 TO WS-STAT-SUB.
           IF GRAIN-STATUS-ALL = '0'
               MOVE 1 TO WS-STAT-SUB
           ELSE IF GRAIN-STATUS-ALL = '1'
               MOVE 2 TO WS-STAT-SUB
           ELSE IF GRAIN-STATUS-ALL = '2'
               MOVE 3 TO WS-STAT-SUB
           ELSE IF GRAIN-STATUS-ALL = '3'
               MOVE 4 TO WS-STAT-SUB
           END-IF.
      **************************************************************************
       COMPUTE-NORM-WEIGHT.
           IF WS-NORM-IN-TENTHS NOT NUMERIC
               MOVE ZERO TO WS-NORM-IN-TENTHS
           END-IF.
           IF WS-NORM-IN-UOM = 'KG'
               COMPUTE WS-NORM-WEIGHT-G =
                   WS-NORM-IN-WEIGHT * 1000 + WS-NORM-IN-TENTHS * 100
           ELSE
               COMPUTE WS-NORM-WEIGHT-G ROUNDED =
                   WS-NORM-IN-WEIGHT + WS-NORM-IN-TENTHS / 10
           END-IF.
      **************************************************************************
       FIND-SITE-ENTRY.
           MOVE 0 TO WS-SITE-SUB.
           SET SITE-IDX TO 1.
           SEARCH SITE-ENTRY
               AT END
                   PERFORM ADD-SITE-ENTRY
               WHEN SITE-CODE-TBL (SITE-IDX) = WS-WORK-SITE
                   SET WS-SITE-SUB TO SITE-IDX
           END-SEARCH.
      **************************************************************************
       ADD-SITE-ENTRY.
           IF SITE-TABLE-COUNT < 100
               ADD 1 TO SITE-TABLE-COUNT
               MOVE SITE-TABLE-COUNT TO WS-SITE-SUB
               MOVE WS-WORK-SITE TO SITE-CODE-TBL (WS-SITE-SUB)
               PERFORM CLEAR-SITE-STATUS
                   VARYING WS-STAT-SUB FROM 1 BY 1
                   UNTIL WS-STAT-SUB > 5
           ELSE
               DISPLAY '*** ERROR: SITE TABLE FULL AT 100, SITE '
                   WS-WORK-SITE ' NOT LOADED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      **************************************************************************
       CLEAR-SITE-STATUS.
           MOVE ZERO TO SS-BEFORE-COUNT (WS-SITE-SUB WS-STAT-SUB).
           MOVE ZERO TO SS-BEFORE-WEIGHT (WS-SITE-SUB WS-STAT-SUB).
           MOVE ZERO TO SS-ARC-COUNT (WS-SITE-SUB WS-STAT-SUB).
           MOVE ZERO TO SS-ARC-WEIGHT (WS-SITE-SUB WS-STAT-SUB).
           MOVE ZERO TO SS-AFTER-COUNT (WS-SITE-SUB WS-STAT-SUB).
           MOVE ZERO TO SS-AFTER-WEIGHT (WS-SITE-SUB WS-STAT-SUB).
      **************************************************************************
       PRG-ARCHIVE-HOLDS.
           MOVE 'N' TO HOLDREG-EOF-SWITCH.
           OPEN INPUT HOLDREG.
           IF WS-HOLDREG-STATUS = '00'
               MOVE 'Y' TO HOLDREG-OPEN-SWITCH
           ELSE
               MOVE 'Y' TO HOLDREG-EOF-SWITCH
           END-IF.
           OPEN INPUT PRGWK
                OUTPUT NEWREG.
           OPEN EXTEND HOLDARC.
           IF WS-HOLDARC-STATUS = '35'
               OPEN OUTPUT HOLDARC
           END-IF.
           MOVE 'N' TO PRGWK-EOF-SWITCH.
           PERFORM READ-PRGWK.
           IF HOLDREG-EOF-SWITCH = 'N'
               READ HOLDREG
                   AT END
                       MOVE 'Y' TO HOLDREG-EOF-SWITCH
               END-READ
           END-IF.
           PERFORM ARCHIVE-HOLD-LOOP
               UNTIL HOLDREG-EOF-SWITCH = 'Y'.
           IF HOLDREG-OPEN-SWITCH = 'Y'
               CLOSE HOLDREG
           END-IF.
           CLOSE PRGWK
                 NEWREG
                 HOLDARC.
      **************************************************************************
       ARCHIVE-HOLD-LOOP.
           ADD 1 TO WS-HOLD-READ-COUNT.
           PERFORM READ-PRGWK
               UNTIL WS-PRG-KEY NOT < HR-SERIAL.
           IF HR-SERIAL = WS-PRG-KEY AND HR-STATUS NOT = 'O'
               MOVE SPACES TO HOLDARC-RECORD
               MOVE HOLDREG-RECORD TO HA-HOLD-IMAGE
               MOVE WS-PRG-DATE-TODAY TO HA-PURGE-DATE
               WRITE HOLDARC-RECORD
               ADD 1 TO WS-HOLD-ARC-COUNT
           ELSE
               MOVE HOLDREG-RECORD TO NEWREG-RECORD
               WRITE NEWREG-RECORD
               ADD 1 TO WS-HOLD-WRITE-COUNT
           END-IF.
           READ HOLDREG
               AT END
                   MOVE 'Y' TO HOLDREG-EOF-SWITCH
           END-READ.
      **************************************************************************
       READ-PRGWK.
           IF PRGWK-EOF-SWITCH = 'Y'
               MOVE 999999999999 TO WS-PRG-KEY
           ELSE
               READ PRGWK
                   AT END
                       MOVE 'Y' TO PRGWK-EOF-SWITCH
                       MOVE 999999999999 TO WS-PRG-KEY
                   NOT AT END
                       MOVE PRGWK-REC TO WS-PRG-KEY
               END-READ
           END-IF.
      **************************************************************************
       PRG-SCAN-ORDERS.
           MOVE 'N' TO WRKORD-EOF-SWITCH.
           OPEN INPUT WRKORD.
           IF WS-WRKORD-STATUS = '00'
               MOVE 'Y' TO WRKORD-OPEN-SWITCH
               READ WRKORD
                   AT END
                       MOVE 'Y' TO WRKORD-EOF-SWITCH
               END-READ
               PERFORM RELEASE-ORDER-LOOP
                   UNTIL WRKORD-EOF-SWITCH = 'Y'
               CLOSE WRKORD
           END-IF.
      **************************************************************************
       RELEASE-ORDER-LOOP.
           ADD 1 TO WS-ORDER-READ-COUNT.
           MOVE WRKORD-RECORD TO SORT-WO-REC.
           RELEASE SORT-WO-REC.
           READ WRKORD
               AT END
                   MOVE 'Y' TO WRKORD-EOF-SWITCH
           END-READ.
      **************************************************************************
       PRG-MATCH-ORDERS.
           OPEN INPUT PRGWK
                OUTPUT PRGWOWK.
           OPEN EXTEND WOARC.
           IF WS-WOARC-STATUS = '35'
               OPEN OUTPUT WOARC
           END-IF.
           MOVE 'N' TO PRGWK-EOF-SWITCH.
           PERFORM READ-PRGWK.
           RETURN SORT-WO-FILE
               AT END
                   MOVE 'Y' TO SORT-WO-EOF-SWITCH
           END-RETURN.
           PERFORM MATCH-ORDER-LOOP
               UNTIL SORT-WO-EOF-SWITCH = 'Y'.
           CLOSE PRGWK
                 PRGWOWK
                 WOARC.
      **************************************************************************
       MATCH-ORDER-LOOP.
           PERFORM READ-PRGWK
               UNTIL WS-PRG-KEY NOT < SW-SERIAL.
           IF SW-SERIAL = WS-PRG-KEY AND SW-STATUS = 'C'
               MOVE SPACES TO WOARC-RECORD
               MOVE SORT-WO-REC TO WA-ORDER-IMAGE
               MOVE WS-PRG-DATE-TODAY TO WA-PURGE-DATE
               WRITE WOARC-RECORD
               ADD 1 TO WS-ORDER-ARC-COUNT
           ELSE
               MOVE SORT-WO-REC TO PRGWOWK-REC
               WRITE PRGWOWK-REC
           END-IF.
           RETURN SORT-WO-FILE
               AT END
                   MOVE 'Y' TO SORT-WO-EOF-SWITCH
           END-RETURN.
      **************************************************************************
       PRG-RELOAD-ORDERS.
           MOVE 'N' TO PRGWOWK-EOF-SWITCH.
           OPEN INPUT PRGWOWK.
           READ PRGWOWK
               AT END
                   MOVE 'Y' TO PRGWOWK-EOF-SWITCH
           END-READ.
           PERFORM RELOAD-ORDER-LOOP
               UNTIL PRGWOWK-EOF-SWITCH = 'Y'.
           CLOSE PRGWOWK.
      **************************************************************************
       RELOAD-ORDER-LOOP.
           MOVE PRGWOWK-REC TO SORT-WON-REC.
           RELEASE SORT-WON-REC.
           READ PRGWOWK
               AT END
                   MOVE 'Y' TO PRGWOWK-EOF-SWITCH
           END-READ.
      **************************************************************************
       PRG-WRITE-ORDERS.
           OPEN OUTPUT NEWWO.
           RETURN SORT-WON-FILE
               AT END
                   MOVE 'Y' TO SORT-WON-EOF-SWITCH
           END-RETURN.
           PERFORM WRITE-ORDER-LOOP
               UNTIL SORT-WON-EOF-SWITCH = 'Y'.
           CLOSE NEWWO.
      **************************************************************************
       WRITE-ORDER-LOOP.
           MOVE SORT-WON-REC TO NEWWO-RECORD.
           WRITE NEWWO-RECORD.
           ADD 1 TO WS-ORDER-WRITE-COUNT.
           RETURN SORT-WON-FILE
               AT END
                   MOVE 'Y' TO SORT-WON-EOF-SWITCH
           END-RETURN.
      **************************************************************************
       WRITE-PRG-SUMMARY.
           MOVE SPACES TO OUTFILE-PRG.
           WRITE OUTFILE-PRG.
           MOVE PRG-SECT-SUMMARY-LINE TO OUTFILE-PRG.
           WRITE OUTFILE-PRG.
           MOVE HEADER-SUM-3 TO OUTFILE-PRG.
           WRITE OUTFILE-PRG.
           MOVE HEADER-SUM-4 TO OUTFILE-PRG.
           WRITE OUTFILE-PRG.
           PERFORM WRITE-SITE-SUMMARY
               VARYING WS-SITE-SUB FROM 1 BY 1
               UNTIL WS-SITE-SUB > SITE-TABLE-COUNT.
           PERFORM WRITE-STATUS-TOTAL
               VARYING WS-STAT-SUB FROM 1 BY 1
               UNTIL WS-STAT-SUB > 5.
      **************************************************************************
       WRITE-SITE-SUMMARY.
           PERFORM WRITE-SITE-STATUS-LINE
               VARYING WS-STAT-SUB FROM 1 BY 1
               UNTIL WS-STAT-SUB > 5.
      **************************************************************************
       WRITE-SITE-STATUS-LINE.
           IF SS-BEFORE-COUNT (WS-SITE-SUB WS-STAT-SUB) > 0
               MOVE SITE-CODE-TBL (WS-SITE-SUB) TO SL-SITE
               MOVE STATUS-NAME-TBL (WS-STAT-SUB) TO SL-STATUS
               MOVE SS-BEFORE-COUNT (WS-SITE-SUB WS-STAT-SUB)
                   TO SL-BEFORE-COUNT
               MOVE SS-BEFORE-WEIGHT (WS-SITE-SUB WS-STAT-SUB)
                   TO SL-BEFORE-WEIGHT
               MOVE SS-ARC-COUNT (WS-SITE-SUB WS-STAT-SUB)
                   TO SL-ARC-COUNT
               MOVE SS-ARC-WEIGHT (WS-SITE-SUB WS-STAT-SUB)
                   TO SL-ARC-WEIGHT
               MOVE SS-AFTER-COUNT (WS-SITE-SUB WS-STAT-SUB)
                   TO SL-AFTER-COUNT
               MOVE SS-AFTER-WEIGHT (WS-SITE-SUB WS-STAT-SUB)
                   TO SL-AFTER-WEIGHT
               MOVE PRG-SUMMARY-LINE TO OUTFILE-PRG
               WRITE OUTFILE-PRG
           END-IF.
      **************************************************************************
       WRITE-STATUS-TOTAL.
           IF ST-BEFORE-COUNT (WS-STAT-SUB) > 0
               MOVE 'ALL ' TO SL-SITE
               MOVE STATUS-NAME-TBL (WS-STAT-SUB) TO SL-STATUS
               MOVE ST-BEFORE-COUNT (WS-STAT-SUB) TO SL-BEFORE-COUNT
               MOVE ST-BEFORE-WEIGHT (WS-STAT-SUB) TO SL-BEFORE-WEIGHT
               MOVE ST-ARC-COUNT (WS-STAT-SUB) TO SL-ARC-COUNT
               MOVE ST-ARC-WEIGHT (WS-STAT-SUB) TO SL-ARC-WEIGHT
               MOVE ST-AFTER-COUNT (WS-STAT-SUB) TO SL-AFTER-COUNT
               MOVE ST-AFTER-WEIGHT (WS-STAT-SUB) TO SL-AFTER-WEIGHT
               MOVE PRG-SUMMARY-LINE TO OUTFILE-PRG
               WRITE OUTFILE-PRG
           END-IF.
      **************************************************************************
       WRITE-PRG-CONTROL.
           MOVE SPACES TO OUTFILE-PRG.
           WRITE OUTFILE-PRG.
           MOVE PRG-SECT-CONTROL-LINE TO OUTFILE-PRG.
           WRITE OUTFILE-PRG.
           MOVE HEADER-CTL-3 TO OUTFILE-PRG.
           WRITE OUTFILE-PRG.
           MOVE HEADER-CTL-4 TO OUTFILE-PRG.
           WRITE OUTFILE-PRG.
           MOVE 'GRAIN MASTER RECORDS' TO CL-DESC.
           MOVE WS-MASTER-READ-COUNT TO WS-PROOF-BEFORE.
           MOVE WS-MASTER-WRITE-COUNT TO WS-PROOF-AFTER.
           MOVE WS-MASTER-ARC-COUNT TO WS-PROOF-ARCHIVED.
           PERFORM WRITE-CONTROL-LINE.
           MOVE 'GRAIN MASTER WEIGHT G' TO CL-DESC.
           MOVE WS-MASTER-READ-WEIGHT TO WS-PROOF-BEFORE.
           MOVE WS-MASTER-WRITE-WEIGHT TO WS-PROOF-AFTER.
           MOVE WS-MASTER-ARC-WEIGHT TO WS-PROOF-ARCHIVED.
           PERFORM WRITE-CONTROL-LINE.
           MOVE 'QA HOLD REGISTER ENTRIES' TO CL-DESC.
           MOVE WS-HOLD-READ-COUNT TO WS-PROOF-BEFORE.
           MOVE WS-HOLD-WRITE-COUNT TO WS-PROOF-AFTER.
           MOVE WS-HOLD-ARC-COUNT TO WS-PROOF-ARCHIVED.
           PERFORM WRITE-CONTROL-LINE.
           MOVE 'WORK ORDERS' TO CL-DESC.
           MOVE WS-ORDER-READ-COUNT TO WS-PROOF-BEFORE.
           MOVE WS-ORDER-WRITE-COUNT TO WS-PROOF-AFTER.
           MOVE WS-ORDER-ARC-COUNT TO WS-PROOF-ARCHIVED.
           PERFORM WRITE-CONTROL-LINE.
           IF HOLDREG-OPEN-SWITCH = 'N'
               MOVE 'HOLD REGISTER NOT AVAILABLE - NO HOLDS ARCHIVED'
                   TO PNL-TEXT
               MOVE PRG-NOTE-LINE TO OUTFILE-PRG
               WRITE OUTFILE-PRG
           END-IF.
           IF WRKORD-OPEN-SWITCH = 'N'
               MOVE 'ORDER FILE NOT AVAILABLE - NO ORDERS ARCHIVED'
                   TO PNL-TEXT
               MOVE PRG-NOTE-LINE TO OUTFILE-PRG
               WRITE OUTFILE-PRG
           END-IF.
           MOVE SPACES TO OUTFILE-PRG.
           WRITE OUTFILE-PRG.
           MOVE WS-MASTER-READ-COUNT TO PTL-READ-COUNT.
           MOVE WS-MASTER-ARC-COUNT TO PTL-ARC-COUNT.
           MOVE WS-RETAIN-COUNT TO PTL-RETAIN-COUNT.
           MOVE WS-OOB-COUNT TO PTL-OOB-COUNT.
           MOVE PRG-TRAILER-LINE TO OUTFILE-PRG.
           WRITE OUTFILE-PRG.
      **************************************************************************
       WRITE-CONTROL-LINE.
           MOVE WS-PROOF-BEFORE TO CL-BEFORE.
           MOVE WS-PROOF-AFTER TO CL-AFTER.
           MOVE WS-PROOF-ARCHIVED TO CL-ARCHIVED.
           IF WS-PROOF-BEFORE = WS-PROOF-AFTER + WS-PROOF-ARCHIVED
               MOVE 'IN BALANCE' TO CL-FLAG
           ELSE
               MOVE '*OUT OF BALANCE*' TO CL-FLAG
               ADD 1 TO WS-OOB-COUNT
           END-IF.
           MOVE PRG-CONTROL-LINE TO OUTFILE-PRG.
           WRITE OUTFILE-PRG.
      **************************************************************************
