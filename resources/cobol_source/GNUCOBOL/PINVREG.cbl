       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PINVREG.
      **************************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGPARM ASSIGN TO
           '/home/knallathambi/workspace/cobol_apps/tmp/REGPARM.dat'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-REGPARM-STATUS.
           SELECT MNTLOG ASSIGN TO
           '/home/knallathambi/workspace/cobol_apps/tmp/MNTLOG.dat'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-MNTLOG-STATUS.
           SELECT AUDARC ASSIGN TO
           '/home/knallathambi/workspace/cobol_apps/tmp/AUDARC.dat'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-AUDARC-STATUS.
           SELECT PDISP ASSIGN TO
           '/home/knallathambi/workspace/cobol_apps/tmp/PDISP.dat'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-PDISP-STATUS.
           SELECT INALL ASSIGN TO
           '/home/knallathambi/workspace/cobol_apps/tmp/INALL.dat'
           ORGANIZATION LINE SEQUENTIAL.
           SELECT INALLARC ASSIGN TO
           '/home/knallathambi/workspace/cobol_apps/tmp/INALLARC.dat'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-INALLARC-STATUS.
           SELECT SITEMST ASSIGN TO
           '/home/knallathambi/workspace/cobol_apps/tmp/SITEMST.dat'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-SITE-STATUS.
           SELECT REGCTL ASSIGN TO
           '/home/knallathambi/workspace/cobol_apps/tmp/REGCTL.dat'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-REGCTL-STATUS.
           SELECT REGWK ASSIGN TO
           '/home/knallathambi/workspace/cobol_apps/tmp/REGWK.wrk'
           ORGANIZATION LINE SEQUENTIAL.
           SELECT SORT-EVT-FILE ASSIGN TO
           '/home/knallathambi/workspace/cobol_apps/tmp/SRTREGE.wrk'.
           SELECT SORT-REG-FILE ASSIGN TO
           '/home/knallathambi/workspace/cobol_apps/tmp/SRTREG.wrk'.
           SELECT RPTREG ASSIGN TO
           '/home/knallathambi/workspace/cobol_apps/tmp/RPTREG.dat'
           ORGANIZATION LINE SEQUENTIAL.
      **************************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD REGPARM.
       01  REGPARM-RECORD.
           05  RP-CARD-TEXT            PIC X(80).
       FD MNTLOG.
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
       FD AUDARC.
       01  AUDARC-RECORD.
           05  AA-DATE                 PIC X(10).
           05  FILLER                  PIC X(2).
           05  AA-TIME                 PIC X(8).
           05  FILLER                  PIC X(2).
           05  AA-SERIAL               PIC X(12).
           05  FILLER                  PIC X(2).
           05  AA-FROM                 PIC X(10).
           05  FILLER                  PIC X(4).
           05  AA-TO                   PIC X(10).
           05  FILLER                  PIC X(24).
           05  AA-REV-FLAG             PIC X(8).
           05  FILLER                  PIC X(108).
       FD PDISP.
       01  PDISP-RECORD.
           05  PD-DATE                 PIC X(10).
           05  FILLER                  PIC X(2).
           05  PD-TIME                 PIC X(8).
           05  FILLER                  PIC X(2).
           05  PD-SERIAL               PIC X(12).
           05  FILLER                  PIC X(2).
           05  PD-FROM                 PIC X(10).
           05  FILLER                  PIC X(4).
           05  PD-TO                   PIC X(10).
           05  FILLER                  PIC X(24).
           05  PD-REV-FLAG             PIC X(8).
           05  FILLER                  PIC X(108).
       FD INALL.
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
       FD INALLARC.
       01  INALLARC-RECORD.
           05  AR-GRAIN-IMAGE.
               10  AR-SERIAL           PIC 9(12).
               10  FILLER              PIC X(10).
               10  AR-FORMULA          PIC X(15).
               10  AR-STATUS           PIC X(1).
               10  FILLER              PIC X(26).
               10  AR-WEIGHT           PIC 9(10).
               10  AR-SITE             PIC X(4).
               10  FILLER              PIC X(12).
               10  AR-UOM              PIC X(2).
               10  AR-WEIGHT-TENTHS    PIC 9(1).
               10  AR-LOT              PIC X(10).
               10  FILLER              PIC X(346).
           05  AR-PURGE-DATE           PIC 9(8).
           05  AR-LAST-ACT-DATE        PIC 9(8).
           05  FILLER                  PIC X(15).
       FD SITEMST.
       01  SITEMST-RECORD.
           05  SITE-CODE-MST           PIC X(4).
           05  SITE-NAME-MST           PIC X(20).
           05  SITE-REGION-MST         PIC X(10).
           05  SITE-MAX-WEIGHT-MST     PIC 9(10).
       FD REGCTL.
       01  REGCTL-RECORD.
           05  RC-SITE                 PIC X(4).
           05  RC-LAST-PAGE            PIC 9(6).
           05  RC-LAST-THRU            PIC 9(8).
           05  RC-LAST-RUN             PIC 9(8).
           05  FILLER                  PIC X(4).
       FD REGWK.
       01  REGWK-RECORD.
           05  RW-SITE                 PIC X(4).
           05  RW-SERIAL               PIC 9(12).
           05  RW-ACQ-DATE             PIC 9(8).
           05  RW-ACQ-TYPE             PIC X(1).
           05  RW-ACQ-FROM             PIC X(4).
           05  RW-DISP-DATE            PIC 9(8).
           05  RW-DISP-TYPE            PIC X(1).
           05  RW-DISP-TO              PIC X(4).
           05  RW-FORMULA              PIC X(15).
           05  RW-LOT                  PIC X(10).
           05  RW-WEIGHT-G             PIC 9(12).
       SD  SORT-EVT-FILE.
       01  SORT-EVT-REC.
           05  SE-SERIAL               PIC 9(12).
           05  SE-DATE                 PIC 9(8).
           05  SE-RANK                 PIC 9(1).
           05  SE-SEQ                  PIC 9(9).
           05  SE-CODE                 PIC X(1).
           05  SE-FROM-SITE            PIC X(4).
           05  SE-TO-SITE              PIC X(4).
           05  SE-STATUS               PIC X(1).
           05  SE-STATUS-PRIOR         PIC X(1).
           05  SE-WEIGHT               PIC 9(12).
           05  SE-FORMULA              PIC X(15).
           05  SE-LOT                  PIC X(10).
       SD  SORT-REG-FILE.
       01  SORT-REG-REC.
           05  SR-SITE                 PIC X(4).
           05  SR-ACQ-DATE             PIC 9(8).
           05  SR-SERIAL               PIC 9(12).
           05  SR-ACQ-TYPE             PIC X(1).
           05  SR-ACQ-FROM             PIC X(4).
           05  SR-DISP-DATE            PIC 9(8).
           05  SR-DISP-TYPE            PIC X(1).
           05  SR-DISP-TO              PIC X(4).
           05  SR-FORMULA              PIC X(15).
           05  SR-LOT                  PIC X(10).
           05  SR-WEIGHT-G             PIC 9(12).
       FD RPTREG.
       01  OUTFILE-REG                 PIC X(200).
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
       01  HEADER-REG.
           05  FILLER                  PIC X(100)
               VALUE  'GRAIN ACQUISITION AND DISPOSITION REGISTER'.
       01  REG-PAGE-LINE.
           05  FILLER                  PIC X(6)
               VALUE 'SITE:'.
           05  RG-SITE                 PIC X(4).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  RG-SITE-NAME            PIC X(20).
           05  FILLER                  PIC X(10)
               VALUE SPACES.
           05  FILLER                  PIC X(6)
               VALUE 'PAGE:'.
           05  RG-PAGE                 PIC Z(5)9.
       01  REG-PERIOD-LINE.
           05  FILLER                  PIC X(13)
               VALUE 'PERIOD FROM:'.
           05  RGP-FROM                PIC 9(8).
           05  FILLER                  PIC X(8)
               VALUE '  THRU:'.
           05  RGP-THRU                PIC 9(8).
       01  HEADER-REG-3.
           05  FILLER                  PIC X(14)
               VALUE  'SERIAL'.
           05  FILLER                  PIC X(17)
               VALUE  'FORMULA'.
           05  FILLER                  PIC X(12)
               VALUE  'LOT'.
           05  FILLER                  PIC X(14)
               VALUE  '   NET GRAMS'.
           05  FILLER                  PIC X(10)
               VALUE  'ACQUIRED'.
           05  FILLER                  PIC X(16)
               VALUE  'SOURCE'.
           05  FILLER                  PIC X(10)
               VALUE  'DISPOSED'.
           05  FILLER                  PIC X(16)
               VALUE  'DISPOSITION'.
           05  FILLER                  PIC X(3)
               VALUE  'B/F'.
       01  HEADER-REG-4.
           05  FILLER                  PIC X(12)
               VALUE  '------------'.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE  '---------------'.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  FILLER                  PIC X(10)
               VALUE  '----------'.
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
           05  FILLER                  PIC X(14)
               VALUE  '--------------'.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  FILLER                  PIC X(8)
               VALUE  '--------'.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  FILLER                  PIC X(14)
               VALUE  '--------------'.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  FILLER                  PIC X(3)
               VALUE  '---'.
       01  REG-DETAIL-LINE.
           05  RD-SERIAL               PIC X(12).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  RD-FORMULA              PIC X(15).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  RD-LOT                  PIC X(10).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  RD-WEIGHT-G             PIC Z(11)9.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  RD-ACQ-DATE             PIC X(8).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  RD-SOURCE               PIC X(14).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  RD-DISP-DATE            PIC X(8).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  RD-DISPOSITION          PIC X(14).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  RD-BF                   PIC X(3).
       01  REG-SITE-TRAILER-LINE.
           05  FILLER                  PIC X(9)
               VALUE 'ENTRIES:'.
           05  RST-ENTRY-COUNT         PIC 9(5).
           05  FILLER                  PIC X(20)
               VALUE '  BROUGHT FORWARD:'.
           05  RST-BF-COUNT            PIC 9(5).
           05  FILLER                  PIC X(13)
               VALUE '  ACQUIRED:'.
           05  RST-ACQ-COUNT           PIC 9(5).
           05  FILLER                  PIC X(13)
               VALUE '  DISPOSED:'.
           05  RST-DISP-COUNT          PIC 9(5).
           05  FILLER                  PIC X(16)
               VALUE '  OPEN AT END:'.
           05  RST-OPEN-COUNT          PIC 9(5).
       01  REG-RULE-LINE.
           05  FILLER                  PIC X(72)
               VALUE ALL '='.
       01  REG-NONE-LINE.
           05  FILLER                  PIC X(40)
               VALUE 'NO REGISTER ENTRIES FOR PERIOD'.
       01  REG-TRAILER-LINE.
           05  FILLER                  PIC X(16)
               VALUE 'SITES PRINTED:'.
           05  RTL-SITE-COUNT          PIC 9(5).
           05  FILLER                  PIC X(12)
               VALUE '  ENTRIES:'.
           05  RTL-ENTRY-COUNT         PIC 9(5).
           05  FILLER                  PIC X(10)
               VALUE '  PAGES:'.
           05  RTL-PAGE-COUNT          PIC 9(5).
       01  REG-LOG-TRAILER-LINE.
           05  FILLER                  PIC X(16)
               VALUE 'LOG RECORDS:'.
           05  RTL-LOG-COUNT           PIC 9(7).
           05  FILLER                  PIC X(16)
               VALUE '  DISP RECORDS:'.
           05  RTL-DISP-COUNT          PIC 9(7).
           05  FILLER                  PIC X(15)
               VALUE '  SITE STAYS:'.
           05  RTL-STAY-COUNT          PIC 9(7).
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
       01  WS-REGPARM-STATUS           PIC X(2).
       01  WS-MNTLOG-STATUS            PIC X(2).
       01  WS-AUDARC-STATUS            PIC X(2).
       01  WS-PDISP-STATUS             PIC X(2).
       01  WS-INALLARC-STATUS          PIC X(2).
       01  WS-SITE-STATUS              PIC X(2).
       01  WS-REGCTL-STATUS            PIC X(2).
       01  WS-SITE-FILTER              PIC X(4) VALUE SPACES.
       01  WS-REG-FROM-DATE            PIC 9(8) VALUE 0.
       01  WS-REG-THRU-DATE            PIC 9(8) VALUE 0.
       01  WS-REG-DATE-TODAY           PIC 9(8) VALUE 0.
       01  WS-CHECK-DATE               PIC 9(8).
       01  WS-CHECK-DATE-R REDEFINES WS-CHECK-DATE.
           05  WS-CHECK-YEAR           PIC 9(4).
           05  WS-CHECK-MONTH          PIC 9(2).
           05  WS-CHECK-DAY            PIC 9(2).
       01  WS-CHECK-DAY-MAX            PIC 9(2).
       01  WS-LEAP-QUOTIENT            PIC 9(4).
       01  WS-LEAP-REMAINDER           PIC 9(4).
       01  WS-PD-DATE-X.
           05  WS-PD-YEAR              PIC X(4).
           05  WS-PD-MONTH             PIC X(2).
           05  WS-PD-DAY               PIC X(2).
       01  WS-PD-DATE-N REDEFINES WS-PD-DATE-X
                                       PIC 9(8).
       01  WS-PD-SERIAL                PIC X(12).
       01  WS-PD-TO                    PIC X(10).
       01  WS-PD-REV-FLAG              PIC X(8).
       01  WS-EVT-SEQ                  PIC 9(9) VALUE 0.
       01  WS-EVT-KEY                  PIC 9(12) VALUE 999999999999.
       01  WS-MST-KEY                  PIC 9(12) VALUE 999999999999.
       01  WS-GRP-SERIAL               PIC 9(12) VALUE 0.
       01  WS-GRP-FORMULA              PIC X(15).
       01  WS-GRP-LOT                  PIC X(10).
       01  WS-GRP-SITE                 PIC X(4).
       01  WS-GRP-STATUS               PIC X(1).
       01  WS-GRP-WEIGHT-G             PIC 9(12) VALUE 0.
       01  WS-GRP-STAY-COUNT           PIC S9(4) COMP VALUE 0.
       01  WS-GRP-DISP-DATE            PIC 9(8) VALUE 0.
       01  WS-GRP-DISP-STATUS          PIC X(1).
       01  WS-STAY-RECORD.
           05  STAY-SITE               PIC X(4).
           05  STAY-SERIAL             PIC 9(12).
           05  STAY-ACQ-DATE           PIC 9(8).
           05  STAY-ACQ-TYPE           PIC X(1).
           05  STAY-ACQ-FROM           PIC X(4).
           05  STAY-DISP-DATE          PIC 9(8).
           05  STAY-DISP-TYPE          PIC X(1).
           05  STAY-DISP-TO            PIC X(4).
           05  STAY-FORMULA            PIC X(15).
           05  STAY-LOT                PIC X(10).
           05  STAY-WEIGHT-G           PIC 9(12).
       01  WS-PRIOR-SITE               PIC X(4).
       01  WS-NORM-IN-WEIGHT           PIC 9(10) VALUE 0.
       01  WS-NORM-IN-TENTHS           PIC 9(1) VALUE 0.
       01  WS-NORM-IN-UOM              PIC X(2) VALUE SPACES.
       01  WS-NORM-WEIGHT-G            PIC 9(12) VALUE 0.
       01  WS-REG-CUR-SITE             PIC X(4) VALUE SPACES.
       01  WS-REG-PAGE                 PIC 9(6) VALUE 0.
       01  WS-REG-LINE-COUNT           PIC S9(4) COMP VALUE 0.
       01  WS-REG-LINE-MAX             PIC S9(4) COMP VALUE 50.
       01  WS-REG-SITE-NAME            PIC X(20).
       01  WS-CTL-SUB                  PIC S9(4) COMP VALUE 0.
       01  SITE-TABLE-COUNT            PIC 9(3) COMP VALUE 0.
       01  SITE-TABLE.
           05  SITE-ENTRY OCCURS 0 TO 100 TIMES
                           DEPENDING ON SITE-TABLE-COUNT
                           INDEXED BY SITE-IDX.
               10  SITE-CODE-TBL       PIC X(4).
               10  SITE-NAME-TBL       PIC X(20).
       01  CTL-TABLE-COUNT             PIC 9(3) COMP VALUE 0.
       01  CTL-TABLE.
           05  CTL-ENTRY OCCURS 0 TO 200 TIMES
                           DEPENDING ON CTL-TABLE-COUNT
                           INDEXED BY CTL-IDX.
               10  CTL-SITE-TBL        PIC X(4).
               10  CTL-PAGE-TBL        PIC 9(6).
               10  CTL-THRU-TBL        PIC 9(8).
               10  CTL-RUN-TBL         PIC 9(8).
       01  WS-RUN-RC                   PIC 9(2) VALUE 0.
       01  SWITCHES.
           05  REGPARM-EOF-SWITCH       PIC X(1) VALUE 'N'.
           05  MNTLOG-EOF-SWITCH        PIC X(1) VALUE 'N'.
           05  AUDARC-EOF-SWITCH        PIC X(1) VALUE 'N'.
           05  PDISP-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  INALLARC-EOF-SWITCH      PIC X(1) VALUE 'N'.
           05  INALL-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  SITEMST-EOF-SWITCH       PIC X(1) VALUE 'N'.
           05  REGCTL-EOF-SWITCH        PIC X(1) VALUE 'N'.
           05  REGWK-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  SORT-EVT-EOF-SWITCH      PIC X(1) VALUE 'N'.
           05  SORT-REG-EOF-SWITCH      PIC X(1) VALUE 'N'.
           05  WS-DATE-OK-SWITCH        PIC X(1) VALUE 'N'.
           05  WS-GRP-ON-MST-SWITCH     PIC X(1) VALUE 'N'.
           05  WS-STAY-OPEN-SWITCH      PIC X(1) VALUE 'N'.
           05  WS-REG-FIRST-SWITCH      PIC X(1) VALUE 'Y'.
       01  WS-COUNTERS.
           05  WS-LOG-COUNT             PIC S9(9) COMP VALUE 0.
           05  WS-DISP-COUNT            PIC S9(9) COMP VALUE 0.
           05  WS-STAY-COUNT            PIC S9(9) COMP VALUE 0.
           05  WS-SITE-PRINT-COUNT      PIC S9(9) COMP VALUE 0.
           05  WS-ENTRY-COUNT           PIC S9(9) COMP VALUE 0.
           05  WS-PAGE-COUNT            PIC S9(9) COMP VALUE 0.
           05  WS-SITE-ENTRY-COUNT      PIC S9(9) COMP VALUE 0.
           05  WS-SITE-BF-COUNT         PIC S9(9) COMP VALUE 0.
           05  WS-SITE-ACQ-COUNT        PIC S9(9) COMP VALUE 0.
           05  WS-SITE-DISP-COUNT       PIC S9(9) COMP VALUE 0.
           05  WS-SITE-OPEN-COUNT       PIC S9(9) COMP VALUE 0.
      **************************************************************************
       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-YEAR TO DT-YEAR.
           MOVE WS-MONTH TO DT-MONTH.
           MOVE WS-DAY TO DT-DAY.
           COMPUTE WS-REG-DATE-TODAY =
               WS-YEAR * 10000 + WS-MONTH * 100 + WS-DAY.
           PERFORM READ-PARM-CARDS.
           OPEN OUTPUT RPTREG.
           IF WS-PARM-ERROR-COUNT > 0
               PERFORM WRITE-PARM-ERRORS
           END-IF.
           PERFORM LOAD-SITE-TABLE.
           PERFORM READ-REGISTER-CONTROL.
           PERFORM BUILD-SITE-STAYS.
           PERFORM PRINT-REGISTER.
           PERFORM WRITE-REGISTER-CONTROL.
           CLOSE RPTREG.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.
      **************************************************************************
       READ-PARM-CARDS.
           MOVE SPACES TO WS-SITE-FILTER.
           COMPUTE WS-REG-FROM-DATE =
               WS-YEAR * 10000 + WS-MONTH * 100 + 1.
           MOVE WS-REG-DATE-TODAY TO WS-REG-THRU-DATE.
           MOVE 0 TO WS-PARM-ERROR-COUNT.
           OPEN INPUT REGPARM.
           IF WS-REGPARM-STATUS NOT = '00'
               MOVE 'Y' TO REGPARM-EOF-SWITCH
           ELSE
               READ REGPARM
                   AT END
                       MOVE 'Y' TO REGPARM-EOF-SWITCH
               END-READ
               PERFORM PARM-CARD-LOOP
                   UNTIL REGPARM-EOF-SWITCH = 'Y'
               CLOSE REGPARM
           END-IF.
           IF WS-REG-FROM-DATE > WS-REG-THRU-DATE
               MOVE 'FROM= DATE IS AFTER THRU= DATE'
                   TO WS-PARM-ERROR-TEXT
               PERFORM ADD-PARM-ERROR
           END-IF.
      **************************************************************************
       PARM-CARD-LOOP.
           MOVE SPACES TO WS-PARM-TOKENS.
           UNSTRING RP-CARD-TEXT DELIMITED BY ALL SPACE
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
           READ REGPARM
               AT END
                   MOVE 'Y' TO REGPARM-EOF-SWITCH
           END-READ.
      **************************************************************************
       PARSE-PARM-TOKEN.
           IF WS-PARM-TOKEN (WS-PARM-SUB) = SPACES
               CONTINUE
           ELSE IF WS-PARM-TOKEN (WS-PARM-SUB) (1:5) = 'SITE='
               IF WS-PARM-TOKEN (WS-PARM-SUB) (6:4) = SPACES
                   MOVE 'SITE= VALUE MISSING' TO WS-PARM-ERROR-TEXT
                   PERFORM ADD-PARM-ERROR
               ELSE
                   MOVE WS-PARM-TOKEN (WS-PARM-SUB) (6:4)
                       TO WS-SITE-FILTER
               END-IF
           ELSE IF WS-PARM-TOKEN (WS-PARM-SUB) (1:5) = 'FROM='
               MOVE WS-PARM-TOKEN (WS-PARM-SUB) (6:8) TO WS-CHECK-DATE
               PERFORM CHECK-DATE THRU CHECK-DATE-EXIT
               IF WS-DATE-OK-SWITCH = 'N'
                   MOVE 'FROM= DATE INVALID' TO WS-PARM-ERROR-TEXT
                   PERFORM ADD-PARM-ERROR
               ELSE
                   MOVE WS-CHECK-DATE TO WS-REG-FROM-DATE
               END-IF
           ELSE IF WS-PARM-TOKEN (WS-PARM-SUB) (1:5) = 'THRU='
               MOVE WS-PARM-TOKEN (WS-PARM-SUB) (6:8) TO WS-CHECK-DATE
               PERFORM CHECK-DATE THRU CHECK-DATE-EXIT
               IF WS-DATE-OK-SWITCH = 'N'
                   MOVE 'THRU= DATE INVALID' TO WS-PARM-ERROR-TEXT
                   PERFORM ADD-PARM-ERROR
               ELSE
                   MOVE WS-CHECK-DATE TO WS-REG-THRU-DATE
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
           MOVE HEADER-1 TO OUTFILE-REG.
           WRITE OUTFILE-REG.
           MOVE HEADER-REG TO OUTFILE-REG.
           WRITE OUTFILE-REG.
           MOVE DATE-LINE TO OUTFILE-REG.
           WRITE OUTFILE-REG.
           MOVE SPACES TO OUTFILE-REG.
           WRITE OUTFILE-REG.
           MOVE PARM-ERROR-HEAD-LINE TO OUTFILE-REG.
           WRITE OUTFILE-REG.
           PERFORM WRITE-PARM-ERROR-LINE
               VARYING WS-PARM-SUB FROM 1 BY 1
               UNTIL WS-PARM-SUB > WS-PARM-ERROR-COUNT.
           CLOSE RPTREG.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
      **************************************************************************
       WRITE-PARM-ERROR-LINE.
           MOVE WS-PARM-ERROR (WS-PARM-SUB) TO PEL-TEXT.
           MOVE PARM-ERROR-LINE TO OUTFILE-REG.
           WRITE OUTFILE-REG.
      **************************************************************************
       CHECK-DATE.
           MOVE 'N' TO WS-DATE-OK-SWITCH.
           IF WS-CHECK-DATE NOT NUMERIC
               GO TO CHECK-DATE-EXIT
           END-IF.
           IF WS-CHECK-YEAR < 1901 OR WS-CHECK-YEAR > 2099
               GO TO CHECK-DATE-EXIT
           END-IF.
           IF WS-CHECK-MONTH < 1 OR WS-CHECK-MONTH > 12
               GO TO CHECK-DATE-EXIT
           END-IF.
           IF WS-CHECK-MONTH = 2
               DIVIDE WS-CHECK-YEAR BY 4
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = 0
                   MOVE 29 TO WS-CHECK-DAY-MAX
               ELSE
                   MOVE 28 TO WS-CHECK-DAY-MAX
               END-IF
           ELSE
               IF WS-CHECK-MONTH = 4 OR WS-CHECK-MONTH = 6
                       OR WS-CHECK-MONTH = 9 OR WS-CHECK-MONTH = 11
                   MOVE 30 TO WS-CHECK-DAY-MAX
               ELSE
                   MOVE 31 TO WS-CHECK-DAY-MAX
               END-IF
           END-IF.
           IF WS-CHECK-DAY < 1 OR WS-CHECK-DAY > WS-CHECK-DAY-MAX
               GO TO CHECK-DATE-EXIT
           END-IF.
           MOVE 'Y' TO WS-DATE-OK-SWITCH.
       CHECK-DATE-EXIT.
           EXIT.
      **************************************************************************
       LOAD-SITE-TABLE.
           MOVE ZERO TO SITE-TABLE-COUNT.
           OPEN INPUT SITEMST.
           IF WS-SITE-STATUS NOT = '00'
               MOVE 'Y' TO SITEMST-EOF-SWITCH
           ELSE
               READ SITEMST
                   AT END
                       MOVE 'Y' TO SITEMST-EOF-SWITCH
               END-READ
               PERFORM LOAD-SITE-TABLE-LOOP
                   UNTIL SITEMST-EOF-SWITCH = 'Y'
               CLOSE SITEMST
           END-IF.
      **************************************************************************
       LOAD-SITE-TABLE-LOOP.
           IF SITE-TABLE-COUNT < 100
               ADD 1 TO SITE-TABLE-COUNT
               SET SITE-IDX TO SITE-TABLE-COUNT
               MOVE SITE-CODE-MST TO SITE-CODE-TBL (SITE-IDX)
               MOVE SITE-NAME-MST TO SITE-NAME-TBL (SITE-IDX)
           END-IF.
           READ SITEMST
               AT END
                   MOVE 'Y' TO SITEMST-EOF-SWITCH
           END-READ.
      **************************************************************************
       READ-REGISTER-CONTROL.
           MOVE ZERO TO CTL-TABLE-COUNT.
           OPEN INPUT REGCTL.
           IF WS-REGCTL-STATUS NOT = '00'
               MOVE 'Y' TO REGCTL-EOF-SWITCH
           ELSE
               READ REGCTL
                   AT END
                       MOVE 'Y' TO REGCTL-EOF-SWITCH
               END-READ
               PERFORM READ-REGCTL-LOOP
                   UNTIL REGCTL-EOF-SWITCH = 'Y'
               CLOSE REGCTL
           END-IF.
      **************************************************************************
       READ-REGCTL-LOOP.
           IF CTL-TABLE-COUNT < 200
               ADD 1 TO CTL-TABLE-COUNT
               SET CTL-IDX TO CTL-TABLE-COUNT
               MOVE RC-SITE TO CTL-SITE-TBL (CTL-IDX)
               MOVE RC-LAST-PAGE TO CTL-PAGE-TBL (CTL-IDX)
               MOVE RC-LAST-THRU TO CTL-THRU-TBL (CTL-IDX)
               MOVE RC-LAST-RUN TO CTL-RUN-TBL (CTL-IDX)
           ELSE
               DISPLAY '*** ERROR: REGISTER CONTROL TABLE FULL AT 200'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ REGCTL
               AT END
                   MOVE 'Y' TO REGCTL-EOF-SWITCH
           END-READ.
      **************************************************************************
       WRITE-REGISTER-CONTROL.
           OPEN OUTPUT REGCTL.
           PERFORM WRITE-REGCTL-LOOP
               VARYING WS-CTL-SUB FROM 1 BY 1
               UNTIL WS-CTL-SUB > CTL-TABLE-COUNT.
           CLOSE REGCTL.
      **************************************************************************
       WRITE-REGCTL-LOOP.
           MOVE SPACES TO REGCTL-RECORD.
           MOVE CTL-SITE-TBL (WS-CTL-SUB) TO RC-SITE.
           MOVE CTL-PAGE-TBL (WS-CTL-SUB) TO RC-LAST-PAGE.
           MOVE CTL-THRU-TBL (WS-CTL-SUB) TO RC-LAST-THRU.
           MOVE CTL-RUN-TBL (WS-CTL-SUB) TO RC-LAST-RUN.
           WRITE REGCTL-RECORD.
      **************************************************************************
       BUILD-SITE-STAYS.
           SORT SORT-EVT-FILE
               ON ASCENDING KEY SE-SERIAL SE-DATE SE-RANK SE-SEQ
               INPUT PROCEDURE IS EVT-COLLECT
               OUTPUT PROCEDURE IS EVT-BUILD-STAYS.
           IF SORT-RETURN NOT = 0
               DISPLAY '*** ERROR: SORT FAILED, SORT-RETURN = '
                   SORT-RETURN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      **************************************************************************
       EVT-COLLECT.
           OPEN INPUT MNTLOG.
           IF WS-MNTLOG-STATUS NOT = '00'
               DISPLAY '*** ERROR: MAINTENANCE LOG NOT AVAILABLE, '
                   'STATUS ' WS-MNTLOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ MNTLOG
               AT END
                   MOVE 'Y' TO MNTLOG-EOF-SWITCH
           END-READ.
           PERFORM EVT-LOG-LOOP
               UNTIL MNTLOG-EOF-SWITCH = 'Y'.
           CLOSE MNTLOG.
           OPEN INPUT AUDARC.
           IF WS-AUDARC-STATUS NOT = '00'
               MOVE 'Y' TO AUDARC-EOF-SWITCH
           ELSE
               READ AUDARC
                   AT END
                       MOVE 'Y' TO AUDARC-EOF-SWITCH
               END-READ
               PERFORM EVT-AUDARC-LOOP
                   UNTIL AUDARC-EOF-SWITCH = 'Y'
               CLOSE AUDARC
           END-IF.
           OPEN INPUT PDISP.
           IF WS-PDISP-STATUS NOT = '00'
               MOVE 'Y' TO PDISP-EOF-SWITCH
           ELSE
               READ PDISP
                   AT END
                       MOVE 'Y' TO PDISP-EOF-SWITCH
               END-READ
               PERFORM EVT-PDISP-LOOP
                   UNTIL PDISP-EOF-SWITCH = 'Y'
               CLOSE PDISP
           END-IF.
           OPEN INPUT INALLARC.
           IF WS-INALLARC-STATUS NOT = '00'
               MOVE 'Y' TO INALLARC-EOF-SWITCH
           ELSE
               READ INALLARC
                   AT END
                       MOVE 'Y' TO INALLARC-EOF-SWITCH
               END-READ
               PERFORM EVT-ARCHIVE-LOOP
                   UNTIL INALLARC-EOF-SWITCH = 'Y'
               CLOSE INALLARC
           END-IF.
      **************************************************************************
       EVT-LOG-LOOP.
           ADD 1 TO WS-LOG-COUNT.
           IF ML-SERIAL NUMERIC AND ML-DATE NUMERIC
                   AND (ML-CODE = 'A' OR ML-CODE = 'T'
                        OR ML-CODE = 'R' OR ML-CODE = 'D'
                        OR ML-CODE = 'U' OR ML-CODE = 'S'
                        OR ML-CODE = 'V')
               ADD 1 TO WS-EVT-SEQ
               MOVE SPACES TO SORT-EVT-REC
               MOVE ML-SERIAL TO SE-SERIAL
               MOVE ML-DATE TO SE-DATE
               MOVE 1 TO SE-RANK
               MOVE WS-EVT-SEQ TO SE-SEQ
               MOVE ML-CODE TO SE-CODE
               MOVE ML-FROM-SITE TO SE-FROM-SITE
               MOVE ML-TO-SITE TO SE-TO-SITE
               MOVE ML-STATUS TO SE-STATUS
               MOVE ML-STATUS-PRIOR TO SE-STATUS-PRIOR
               IF ML-WEIGHT NUMERIC
                   MOVE ML-WEIGHT TO SE-WEIGHT
               ELSE
                   MOVE ZERO TO SE-WEIGHT
               END-IF
               RELEASE SORT-EVT-REC
           END-IF.
           READ MNTLOG
               AT END
                   MOVE 'Y' TO MNTLOG-EOF-SWITCH
           END-READ.
      **************************************************************************
       EVT-AUDARC-LOOP.
           MOVE AA-DATE (1:4) TO WS-PD-YEAR.
           MOVE AA-DATE (6:2) TO WS-PD-MONTH.
           MOVE AA-DATE (9:2) TO WS-PD-DAY.
           MOVE AA-SERIAL TO WS-PD-SERIAL.
           MOVE AA-TO TO WS-PD-TO.
           MOVE AA-REV-FLAG TO WS-PD-REV-FLAG.
           PERFORM EVT-RELEASE-DISP.
           READ AUDARC
               AT END
                   MOVE 'Y' TO AUDARC-EOF-SWITCH
           END-READ.
      **************************************************************************
       EVT-PDISP-LOOP.
           MOVE PD-DATE (1:4) TO WS-PD-YEAR.
           MOVE PD-DATE (6:2) TO WS-PD-MONTH.
           MOVE PD-DATE (9:2) TO WS-PD-DAY.
           MOVE PD-SERIAL TO WS-PD-SERIAL.
           MOVE PD-TO TO WS-PD-TO.
           MOVE PD-REV-FLAG TO WS-PD-REV-FLAG.
           PERFORM EVT-RELEASE-DISP.
           READ PDISP
               AT END
                   MOVE 'Y' TO PDISP-EOF-SWITCH
           END-READ.
      **************************************************************************
       EVT-ARCHIVE-LOOP.
           IF AR-SERIAL NUMERIC
               ADD 1 TO WS-EVT-SEQ
               MOVE SPACES TO SORT-EVT-REC
               MOVE AR-SERIAL TO SE-SERIAL
               MOVE ZERO TO SE-DATE
               MOVE 0 TO SE-RANK
               MOVE WS-EVT-SEQ TO SE-SEQ
               MOVE 'M' TO SE-CODE
               MOVE AR-SITE TO SE-FROM-SITE
               MOVE AR-STATUS TO SE-STATUS
               MOVE AR-FORMULA TO SE-FORMULA
               MOVE AR-LOT TO SE-LOT
               MOVE AR-WEIGHT TO WS-NORM-IN-WEIGHT
               MOVE AR-WEIGHT-TENTHS TO WS-NORM-IN-TENTHS
               MOVE AR-UOM TO WS-NORM-IN-UOM
               PERFORM COMPUTE-NORM-WEIGHT
               MOVE WS-NORM-WEIGHT-G TO SE-WEIGHT
               RELEASE SORT-EVT-REC
           END-IF.
           READ INALLARC
               AT END
                   MOVE 'Y' TO INALLARC-EOF-SWITCH
           END-READ.
      **************************************************************************
       EVT-RELEASE-DISP.
           ADD 1 TO WS-DISP-COUNT.
           IF WS-PD-DATE-N NUMERIC AND WS-PD-SERIAL NUMERIC
                   AND (WS-PD-TO = 'SPENT' OR WS-PD-TO = 'DESTROYED')
                   AND WS-PD-REV-FLAG NOT = 'REVERSAL'
               ADD 1 TO WS-EVT-SEQ
               MOVE SPACES TO SORT-EVT-REC
               MOVE WS-PD-SERIAL TO SE-SERIAL
               MOVE WS-PD-DATE-N TO SE-DATE
               MOVE 2 TO SE-RANK
               MOVE WS-EVT-SEQ TO SE-SEQ
               MOVE 'P' TO SE-CODE
               IF WS-PD-TO = 'SPENT'
                   MOVE '1' TO SE-STATUS
               ELSE
                   MOVE '3' TO SE-STATUS
               END-IF
               MOVE ZERO TO SE-WEIGHT
               RELEASE SORT-EVT-REC
           END-IF.
      **************************************************************************
       EVT-BUILD-STAYS.
           OPEN INPUT INALL
                OUTPUT REGWK.
           MOVE 'N' TO SORT-EVT-EOF-SWITCH.
           PERFORM RETURN-EVENT.
           PERFORM READ-MASTER.
           PERFORM STAY-BUILD-LOOP
               UNTIL WS-EVT-KEY = 999999999999
                 AND WS-MST-KEY = 999999999999.
           CLOSE INALL
                 REGWK.
      **************************************************************************
       STAY-BUILD-LOOP.
           IF WS-MST-KEY < WS-EVT-KEY
               MOVE WS-MST-KEY TO WS-GRP-SERIAL
               PERFORM START-SERIAL-GROUP
               PERFORM END-SERIAL-GROUP
               PERFORM READ-MASTER
           ELSE
               MOVE WS-EVT-KEY TO WS-GRP-SERIAL
               PERFORM START-SERIAL-GROUP
               PERFORM APPLY-EVENT
                   UNTIL WS-EVT-KEY NOT = WS-GRP-SERIAL
               PERFORM END-SERIAL-GROUP
               IF WS-MST-KEY = WS-GRP-SERIAL
                   PERFORM READ-MASTER
               END-IF
           END-IF.
      **************************************************************************
       START-SERIAL-GROUP.
           MOVE 'N' TO WS-STAY-OPEN-SWITCH.
           MOVE ZERO TO WS-GRP-STAY-COUNT.
           MOVE ZERO TO WS-GRP-DISP-DATE.
           MOVE SPACES TO WS-GRP-DISP-STATUS.
           IF WS-MST-KEY = WS-GRP-SERIAL
               MOVE 'Y' TO WS-GRP-ON-MST-SWITCH
               MOVE GRAIN-FORMULA-ALL TO WS-GRP-FORMULA
               MOVE GRAIN-LOT-ALL TO WS-GRP-LOT
               MOVE GRAIN-SITE-ALL TO WS-GRP-SITE
               MOVE GRAIN-STATUS-ALL TO WS-GRP-STATUS
               MOVE GRAIN-WEIGHT-ALL TO WS-NORM-IN-WEIGHT
               MOVE GRAIN-WEIGHT-TENTHS-ALL TO WS-NORM-IN-TENTHS
               MOVE GRAIN-UOM-ALL TO WS-NORM-IN-UOM
               PERFORM COMPUTE-NORM-WEIGHT
               MOVE WS-NORM-WEIGHT-G TO WS-GRP-WEIGHT-G
           ELSE
               MOVE 'N' TO WS-GRP-ON-MST-SWITCH
               MOVE 'NOT ON MASTER' TO WS-GRP-FORMULA
               MOVE SPACES TO WS-GRP-LOT
               MOVE SPACES TO WS-GRP-SITE
               MOVE SPACES TO WS-GRP-STATUS
               MOVE ZERO TO WS-GRP-WEIGHT-G
           END-IF.
      **************************************************************************
       END-SERIAL-GROUP.
           IF WS-STAY-OPEN-SWITCH = 'Y'
               PERFORM WRITE-STAY
           ELSE
               IF WS-GRP-STAY-COUNT = 0
                       AND WS-GRP-ON-MST-SWITCH = 'Y'
                       AND WS-GRP-STATUS = '0'
                   MOVE WS-GRP-SITE TO WS-PRIOR-SITE
                   PERFORM OPEN-PRIOR-STAY
                   PERFORM WRITE-STAY
               END-IF
           END-IF.
      **************************************************************************
       APPLY-EVENT.
           IF SE-CODE = 'A' OR SE-CODE = 'R'
               IF WS-STAY-OPEN-SWITCH = 'Y'
                   PERFORM WRITE-STAY
               END-IF
               PERFORM OPEN-NEW-STAY
           ELSE IF SE-CODE = 'T'
               IF WS-STAY-OPEN-SWITCH = 'N'
                   MOVE SE-FROM-SITE TO WS-PRIOR-SITE
                   PERFORM OPEN-PRIOR-STAY
               END-IF
               MOVE SE-DATE TO STAY-DISP-DATE
               MOVE 'T' TO STAY-DISP-TYPE
               MOVE SE-TO-SITE TO STAY-DISP-TO
               MOVE SE-WEIGHT TO STAY-WEIGHT-G
               PERFORM WRITE-STAY
           ELSE IF SE-CODE = 'D'
               PERFORM APPLY-DISPOSAL-EVENT
           ELSE IF SE-CODE = 'U'
               IF WS-STAY-OPEN-SWITCH = 'Y'
                   MOVE SE-WEIGHT TO STAY-WEIGHT-G
               END-IF
           ELSE IF SE-CODE = 'P'
               PERFORM APPLY-PDISP-EVENT
           ELSE IF SE-CODE = 'S'
               PERFORM APPLY-SPLIT-EVENT
           ELSE IF SE-CODE = 'V'
               PERFORM APPLY-REVERSAL-EVENT
           ELSE IF SE-CODE = 'M'
               PERFORM APPLY-ARCHIVE-IMAGE
           END-IF.
           PERFORM RETURN-EVENT.
      **************************************************************************
       APPLY-DISPOSAL-EVENT.
           MOVE SE-DATE TO WS-GRP-DISP-DATE.
           MOVE SE-STATUS TO WS-GRP-DISP-STATUS.
           IF WS-STAY-OPEN-SWITCH = 'Y'
                   OR SE-STATUS-PRIOR NOT = '1'
               IF WS-STAY-OPEN-SWITCH = 'N'
                   MOVE SE-FROM-SITE TO WS-PRIOR-SITE
                   PERFORM OPEN-PRIOR-STAY
               END-IF
               MOVE SE-DATE TO STAY-DISP-DATE
               IF SE-STATUS = '1'
                   MOVE 'S' TO STAY-DISP-TYPE
               ELSE
                   MOVE 'D' TO STAY-DISP-TYPE
               END-IF
               MOVE SPACES TO STAY-DISP-TO
               MOVE SE-WEIGHT TO STAY-WEIGHT-G
               PERFORM WRITE-STAY
           END-IF.
      **************************************************************************
       APPLY-SPLIT-EVENT.
           IF SE-TO-SITE NOT = SPACES
               IF WS-STAY-OPEN-SWITCH = 'Y'
                   PERFORM WRITE-STAY
               END-IF
               PERFORM OPEN-NEW-STAY
           ELSE
               MOVE SE-DATE TO WS-GRP-DISP-DATE
               MOVE SE-STATUS TO WS-GRP-DISP-STATUS
               IF WS-STAY-OPEN-SWITCH = 'N'
                   MOVE SE-FROM-SITE TO WS-PRIOR-SITE
                   PERFORM OPEN-PRIOR-STAY
               END-IF
               MOVE SE-DATE TO STAY-DISP-DATE
               MOVE 'C' TO STAY-DISP-TYPE
               MOVE SPACES TO STAY-DISP-TO
               MOVE SE-WEIGHT TO STAY-WEIGHT-G
               PERFORM WRITE-STAY
           END-IF.
      **************************************************************************
       APPLY-REVERSAL-EVENT.
           IF SE-STATUS = '0' AND SE-STATUS-PRIOR NOT = '0'
               IF WS-STAY-OPEN-SWITCH = 'Y'
                   PERFORM WRITE-STAY
               END-IF
               PERFORM OPEN-NEW-STAY
           ELSE
               IF WS-STAY-OPEN-SWITCH = 'Y'
                       AND SE-STATUS = SE-STATUS-PRIOR
                   MOVE SE-WEIGHT TO STAY-WEIGHT-G
               END-IF
           END-IF.
      **************************************************************************
       APPLY-ARCHIVE-IMAGE.
           IF WS-GRP-ON-MST-SWITCH = 'N'
               MOVE 'Y' TO WS-GRP-ON-MST-SWITCH
               MOVE SE-FORMULA TO WS-GRP-FORMULA
               MOVE SE-LOT TO WS-GRP-LOT
               MOVE SE-FROM-SITE TO WS-GRP-SITE
               MOVE SE-STATUS TO WS-GRP-STATUS
               MOVE SE-WEIGHT TO WS-GRP-WEIGHT-G
           END-IF.
      **************************************************************************
       APPLY-PDISP-EVENT.
           IF SE-DATE = WS-GRP-DISP-DATE
                   AND SE-STATUS = WS-GRP-DISP-STATUS
               CONTINUE
           ELSE
               IF WS-STAY-OPEN-SWITCH = 'Y'
                       OR (WS-GRP-STAY-COUNT = 0
                           AND WS-GRP-ON-MST-SWITCH = 'Y')
                   IF WS-STAY-OPEN-SWITCH = 'N'
                       MOVE WS-GRP-SITE TO WS-PRIOR-SITE
                       PERFORM OPEN-PRIOR-STAY
                   END-IF
                   MOVE SE-DATE TO STAY-DISP-DATE
                   IF SE-STATUS = '1'
                       MOVE 'S' TO STAY-DISP-TYPE
                   ELSE
                       MOVE 'D' TO STAY-DISP-TYPE
                   END-IF
                   MOVE SPACES TO STAY-DISP-TO
                   PERFORM WRITE-STAY
               END-IF
           END-IF.
      **************************************************************************
       OPEN-NEW-STAY.
           MOVE SPACES TO WS-STAY-RECORD.
           MOVE SE-TO-SITE TO STAY-SITE.
           MOVE WS-GRP-SERIAL TO STAY-SERIAL.
           MOVE SE-DATE TO STAY-ACQ-DATE.
           MOVE SE-CODE TO STAY-ACQ-TYPE.
           IF SE-CODE = 'R'
               MOVE SE-FROM-SITE TO STAY-ACQ-FROM
           END-IF.
           MOVE ZERO TO STAY-DISP-DATE.
           MOVE WS-GRP-FORMULA TO STAY-FORMULA.
           MOVE WS-GRP-LOT TO STAY-LOT.
           MOVE SE-WEIGHT TO STAY-WEIGHT-G.
           MOVE 'Y' TO WS-STAY-OPEN-SWITCH.
           ADD 1 TO WS-GRP-STAY-COUNT.
      **************************************************************************
       OPEN-PRIOR-STAY.
           MOVE SPACES TO WS-STAY-RECORD.
           MOVE WS-PRIOR-SITE TO STAY-SITE.
           MOVE WS-GRP-SERIAL TO STAY-SERIAL.
           MOVE ZERO TO STAY-ACQ-DATE.
           MOVE 'P' TO STAY-ACQ-TYPE.
           MOVE ZERO TO STAY-DISP-DATE.
           MOVE WS-GRP-FORMULA TO STAY-FORMULA.
           MOVE WS-GRP-LOT TO STAY-LOT.
           MOVE WS-GRP-WEIGHT-G TO STAY-WEIGHT-G.
           MOVE 'Y' TO WS-STAY-OPEN-SWITCH.
           ADD 1 TO WS-GRP-STAY-COUNT.
      **************************************************************************
       WRITE-STAY.
           MOVE WS-STAY-RECORD TO REGWK-RECORD.
           WRITE REGWK-RECORD.
           ADD 1 TO WS-STAY-COUNT.
           MOVE 'N' TO WS-STAY-OPEN-SWITCH.
      **************************************************************************
       RETURN-EVENT.
           IF SORT-EVT-EOF-SWITCH = 'Y'
               MOVE 999999999999 TO WS-EVT-KEY
           ELSE
               RETURN SORT-EVT-FILE
                   AT END
                       MOVE 'Y' TO SORT-EVT-EOF-SWITCH
                       MOVE 999999999999 TO WS-EVT-KEY
                   NOT AT END
                       MOVE SE-SERIAL TO WS-EVT-KEY
               END-RETURN
           END-IF.
      **************************************************************************
       READ-MASTER.
           IF INALL-EOF-SWITCH = 'Y'
               MOVE 999999999999 TO WS-MST-KEY
           ELSE
               READ INALL
                   AT END
                       MOVE 'Y' TO INALL-EOF-SWITCH
                       MOVE 999999999999 TO WS-MST-KEY
                   NOT AT END
                       MOVE GRAIN-SERIAL-ALL TO WS-MST-KEY
               END-READ
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
       PRINT-REGISTER.
           SORT SORT-REG-FILE
               ON ASCENDING KEY SR-SITE SR-ACQ-DATE SR-SERIAL
               INPUT PROCEDURE IS REG-SELECT-STAYS
               OUTPUT PROCEDURE IS REG-PRINT-STAYS.
           IF SORT-RETURN NOT = 0
               DISPLAY '*** ERROR: SORT FAILED, SORT-RETURN = '
                   SORT-RETURN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO OUTFILE-REG.
           WRITE OUTFILE-REG.
           MOVE REG-RULE-LINE TO OUTFILE-REG.
           WRITE OUTFILE-REG.
           MOVE WS-SITE-PRINT-COUNT TO RTL-SITE-COUNT.
           MOVE WS-ENTRY-COUNT TO RTL-ENTRY-COUNT.
           MOVE WS-PAGE-COUNT TO RTL-PAGE-COUNT.
           MOVE REG-TRAILER-LINE TO OUTFILE-REG.
           WRITE OUTFILE-REG.
           MOVE WS-LOG-COUNT TO RTL-LOG-COUNT.
           MOVE WS-DISP-COUNT TO RTL-DISP-COUNT.
           MOVE WS-STAY-COUNT TO RTL-STAY-COUNT.
           MOVE REG-LOG-TRAILER-LINE TO OUTFILE-REG.
           WRITE OUTFILE-REG.
      **************************************************************************
       REG-SELECT-STAYS.
           MOVE 'N' TO REGWK-EOF-SWITCH.
           OPEN INPUT REGWK.
           READ REGWK
               AT END
                   MOVE 'Y' TO REGWK-EOF-SWITCH
           END-READ.
           PERFORM REG-SELECT-LOOP
               UNTIL REGWK-EOF-SWITCH = 'Y'.
           CLOSE REGWK.
      **************************************************************************
       REG-SELECT-LOOP.
           IF (WS-SITE-FILTER = SPACES OR RW-SITE = WS-SITE-FILTER)
                   AND RW-SITE NOT = SPACES
                   AND RW-ACQ-DATE NOT > WS-REG-THRU-DATE
                   AND (RW-DISP-DATE = ZERO
                        OR RW-DISP-DATE NOT < WS-REG-FROM-DATE)
               MOVE RW-SITE TO SR-SITE
               MOVE RW-ACQ-DATE TO SR-ACQ-DATE
               MOVE RW-SERIAL TO SR-SERIAL
               MOVE RW-ACQ-TYPE TO SR-ACQ-TYPE
               MOVE RW-ACQ-FROM TO SR-ACQ-FROM
               IF RW-DISP-DATE > WS-REG-THRU-DATE
                   MOVE ZERO TO SR-DISP-DATE
                   MOVE SPACES TO SR-DISP-TYPE
                   MOVE SPACES TO SR-DISP-TO
               ELSE
                   MOVE RW-DISP-DATE TO SR-DISP-DATE
                   MOVE RW-DISP-TYPE TO SR-DISP-TYPE
                   MOVE RW-DISP-TO TO SR-DISP-TO
               END-IF
               MOVE RW-FORMULA TO SR-FORMULA
               MOVE RW-LOT TO SR-LOT
               MOVE RW-WEIGHT-G TO SR-WEIGHT-G
               RELEASE SORT-REG-REC
           END-IF.
           READ REGWK
               AT END
                   MOVE 'Y' TO REGWK-EOF-SWITCH
           END-READ.
      **************************************************************************
       REG-PRINT-STAYS.
           MOVE 'N' TO SORT-REG-EOF-SWITCH.
           MOVE 'Y' TO WS-REG-FIRST-SWITCH.
           MOVE SPACES TO WS-REG-CUR-SITE.
           RETURN SORT-REG-FILE
               AT END
                   MOVE 'Y' TO SORT-REG-EOF-SWITCH
           END-RETURN.
           PERFORM REG-PRINT-LOOP
               UNTIL SORT-REG-EOF-SWITCH = 'Y'.
           IF WS-REG-FIRST-SWITCH = 'Y'
               MOVE WS-SITE-FILTER TO WS-REG-CUR-SITE
               PERFORM START-SITE-REGISTER
               MOVE REG-NONE-LINE TO OUTFILE-REG
               WRITE OUTFILE-REG
               PERFORM END-SITE-REGISTER
           ELSE
               PERFORM END-SITE-REGISTER
           END-IF.
      **************************************************************************
       REG-PRINT-LOOP.
           IF WS-REG-FIRST-SWITCH = 'Y'
                   OR SR-SITE NOT = WS-REG-CUR-SITE
               IF WS-REG-FIRST-SWITCH = 'N'
                   PERFORM END-SITE-REGISTER
               END-IF
               MOVE 'N' TO WS-REG-FIRST-SWITCH
               MOVE SR-SITE TO WS-REG-CUR-SITE
               PERFORM START-SITE-REGISTER
           END-IF.
           IF WS-REG-LINE-COUNT NOT < WS-REG-LINE-MAX
               PERFORM WRITE-PAGE-HEADING
           END-IF.
           MOVE SR-SERIAL TO RD-SERIAL.
           MOVE SR-FORMULA TO RD-FORMULA.
           MOVE SR-LOT TO RD-LOT.
           MOVE SR-WEIGHT-G TO RD-WEIGHT-G.
           MOVE SPACES TO RD-SOURCE.
           IF SR-ACQ-TYPE = 'P'
               MOVE 'PRIOR' TO RD-ACQ-DATE
               MOVE 'ON HAND' TO RD-SOURCE
           ELSE
               MOVE SR-ACQ-DATE TO RD-ACQ-DATE
               IF SR-ACQ-TYPE = 'A'
                   MOVE 'NEW ADD' TO RD-SOURCE
               ELSE IF SR-ACQ-TYPE = 'S'
                   MOVE 'SPLIT' TO RD-SOURCE
               ELSE IF SR-ACQ-TYPE = 'V'
                   MOVE 'REVERSAL' TO RD-SOURCE
               ELSE
                   STRING 'XFER FROM ' DELIMITED BY SIZE
                          SR-ACQ-FROM DELIMITED BY SIZE
                       INTO RD-SOURCE
                   END-STRING
               END-IF
               END-IF
               END-IF
           END-IF.
           MOVE SPACES TO RD-DISPOSITION.
           IF SR-DISP-DATE = ZERO
               MOVE 'OPEN' TO RD-DISP-DATE
               ADD 1 TO WS-SITE-OPEN-COUNT
           ELSE
               MOVE SR-DISP-DATE TO RD-DISP-DATE
               ADD 1 TO WS-SITE-DISP-COUNT
               IF SR-DISP-TYPE = 'S'
                   MOVE 'SPENT' TO RD-DISPOSITION
               ELSE IF SR-DISP-TYPE = 'D'
                   MOVE 'DESTROYED' TO RD-DISPOSITION
               ELSE IF SR-DISP-TYPE = 'C'
                   MOVE 'SPLIT' TO RD-DISPOSITION
               ELSE
                   STRING 'XFER TO ' DELIMITED BY SIZE
                          SR-DISP-TO DELIMITED BY SIZE
                       INTO RD-DISPOSITION
                   END-STRING
               END-IF
               END-IF
           END-IF.
           IF SR-ACQ-DATE < WS-REG-FROM-DATE
               MOVE 'B/F' TO RD-BF
               ADD 1 TO WS-SITE-BF-COUNT
           ELSE
               MOVE SPACES TO RD-BF
               ADD 1 TO WS-SITE-ACQ-COUNT
           END-IF.
           MOVE REG-DETAIL-LINE TO OUTFILE-REG.
           WRITE OUTFILE-REG.
           ADD 1 TO WS-REG-LINE-COUNT.
           ADD 1 TO WS-SITE-ENTRY-COUNT.
           ADD 1 TO WS-ENTRY-COUNT.
           RETURN SORT-REG-FILE
               AT END
                   MOVE 'Y' TO SORT-REG-EOF-SWITCH
           END-RETURN.
      **************************************************************************
       START-SITE-REGISTER.
           MOVE ZERO TO WS-SITE-ENTRY-COUNT.
           MOVE ZERO TO WS-SITE-BF-COUNT.
           MOVE ZERO TO WS-SITE-ACQ-COUNT.
           MOVE ZERO TO WS-SITE-DISP-COUNT.
           MOVE ZERO TO WS-SITE-OPEN-COUNT.
           ADD 1 TO WS-SITE-PRINT-COUNT.
           MOVE SPACES TO WS-REG-SITE-NAME.
           SET SITE-IDX TO 1.
           SEARCH SITE-ENTRY
               AT END
                   CONTINUE
               WHEN SITE-CODE-TBL (SITE-IDX) = WS-REG-CUR-SITE
                   MOVE SITE-NAME-TBL (SITE-IDX) TO WS-REG-SITE-NAME
           END-SEARCH.
           MOVE 0 TO WS-CTL-SUB.
           SET CTL-IDX TO 1.
           SEARCH CTL-ENTRY
               AT END
                   CONTINUE
               WHEN CTL-SITE-TBL (CTL-IDX) = WS-REG-CUR-SITE
                   SET WS-CTL-SUB TO CTL-IDX
           END-SEARCH.
           IF WS-CTL-SUB = 0
               IF CTL-TABLE-COUNT < 200
                   ADD 1 TO CTL-TABLE-COUNT
                   MOVE CTL-TABLE-COUNT TO WS-CTL-SUB
                   MOVE WS-REG-CUR-SITE TO CTL-SITE-TBL (WS-CTL-SUB)
                   MOVE ZERO TO CTL-PAGE-TBL (WS-CTL-SUB)
                   MOVE ZERO TO CTL-THRU-TBL (WS-CTL-SUB)
                   MOVE ZERO TO CTL-RUN-TBL (WS-CTL-SUB)
               ELSE
                   DISPLAY '*** ERROR: REGISTER CONTROL TABLE FULL AT '
                       '200, SITE ' WS-REG-CUR-SITE ' NOT LOADED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           MOVE CTL-PAGE-TBL (WS-CTL-SUB) TO WS-REG-PAGE.
           PERFORM WRITE-PAGE-HEADING.
      **************************************************************************
       WRITE-PAGE-HEADING.
           ADD 1 TO WS-REG-PAGE.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-REG-PAGE TO CTL-PAGE-TBL (WS-CTL-SUB).
           MOVE ZERO TO WS-REG-LINE-COUNT.
           IF WS-PAGE-COUNT > 1
               MOVE SPACES TO OUTFILE-REG
               WRITE OUTFILE-REG
           END-IF.
           MOVE HEADER-1 TO OUTFILE-REG.
           WRITE OUTFILE-REG.
           MOVE HEADER-REG TO OUTFILE-REG.
           WRITE OUTFILE-REG.
           MOVE DATE-LINE TO OUTFILE-REG.
           WRITE OUTFILE-REG.
           MOVE WS-REG-CUR-SITE TO RG-SITE.
           MOVE WS-REG-SITE-NAME TO RG-SITE-NAME.
           MOVE WS-REG-PAGE TO RG-PAGE.
           MOVE REG-PAGE-LINE TO OUTFILE-REG.
           WRITE OUTFILE-REG.
           MOVE WS-REG-FROM-DATE TO RGP-FROM.
           MOVE WS-REG-THRU-DATE TO RGP-THRU.
           MOVE REG-PERIOD-LINE TO OUTFILE-REG.
           WRITE OUTFILE-REG.
           MOVE SPACES TO OUTFILE-REG.
           WRITE OUTFILE-REG.
           MOVE HEADER-REG-3 TO OUTFILE-REG.
           WRITE OUTFILE-REG.
           MOVE HEADER-REG-4 TO OUTFILE-REG.
           WRITE OUTFILE-REG.
      **************************************************************************
       END-SITE-REGISTER.
           MOVE SPACES TO OUTFILE-REG.
           WRITE OUTFILE-REG.
           MOVE WS-SITE-ENTRY-COUNT TO RST-ENTRY-COUNT.
           MOVE WS-SITE-BF-COUNT TO RST-BF-COUNT.
           MOVE WS-SITE-ACQ-COUNT TO RST-ACQ-COUNT.
           MOVE WS-SITE-DISP-COUNT TO RST-DISP-COUNT.
           MOVE WS-SITE-OPEN-COUNT TO RST-OPEN-COUNT.
           MOVE REG-SITE-TRAILER-LINE TO OUTFILE-REG.
           WRITE OUTFILE-REG.
           MOVE WS-REG-THRU-DATE TO CTL-THRU-TBL (WS-CTL-SUB).
           MOVE WS-REG-DATE-TODAY TO CTL-RUN-TBL (WS-CTL-SUB).
      **************************************************************************
