       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PINVFCS.
      **************************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FCSPARM ASSIGN TO
           '/home/knallathambi/workspace/cobol_apps/tmp/FCSPARM.dat'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-FCSPARM-STATUS.
           SELECT STKLVL ASSIGN TO
           '/home/knallathambi/workspace/cobol_apps/tmp/STKLVL.dat'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-STKLVL-STATUS.
           SELECT SITEMST ASSIGN TO
           '/home/knallathambi/workspace/cobol_apps/tmp/SITEMST.dat'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-SITE-STATUS.
           SELECT INALL ASSIGN TO
           '/home/knallathambi/workspace/cobol_apps/tmp/INALL.dat'
           ORGANIZATION LINE SEQUENTIAL.
           SELECT INALLARC ASSIGN TO
           '/home/knallathambi/workspace/cobol_apps/tmp/INALLARC.dat'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-INALLARC-STATUS.
           SELECT HOLDREG ASSIGN TO
           '/home/knallathambi/workspace/cobol_apps/tmp/HOLDREG.dat'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-HOLDREG-STATUS.
           SELECT WRKORD ASSIGN TO
           '/home/knallathambi/workspace/cobol_apps/tmp/WRKORD.dat'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-WRKORD-STATUS.
           SELECT MNTLOG ASSIGN TO
           '/home/knallathambi/workspace/cobol_apps/tmp/MNTLOG.dat'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-MNTLOG-STATUS.
           SELECT SORT-FCS-FILE ASSIGN TO
           '/home/knallathambi/workspace/cobol_apps/tmp/SRTFCS.wrk'.
           SELECT RPTFCS ASSIGN TO
           '/home/knallathambi/workspace/cobol_apps/tmp/RPTFCS.dat'
           ORGANIZATION LINE SEQUENTIAL.
      **************************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD FCSPARM.
       01  FCSPARM-RECORD.
           05  FP-CARD-TEXT            PIC X(80).
       FD STKLVL.
       01  STKLVL-RECORD.
           05  LV-SITE                 PIC X(4).
           05  LV-FORMULA              PIC X(15).
           05  LV-MIN-WEIGHT-G         PIC 9(12).
           05  LV-TARGET-WEIGHT-G      PIC 9(12).
           05  FILLER                  PIC X(37).
       FD SITEMST.
       01  SITEMST-RECORD.
           05  SITE-CODE-MST           PIC X(4).
           05  SITE-NAME-MST           PIC X(20).
           05  SITE-REGION-MST         PIC X(10).
           05  SITE-MAX-WEIGHT-MST     PIC 9(10).
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
           05  AR-SERIAL               PIC 9(12).
           05  FILLER                  PIC X(10).
           05  AR-FORMULA              PIC X(15).
           05  AR-STATUS               PIC X(1).
           05  FILLER                  PIC X(36).
           05  AR-SITE                 PIC X(4).
           05  FILLER                  PIC X(402).
       FD HOLDREG.
       01  HOLDREG-RECORD.
           05  HR-SERIAL               PIC 9(12).
           05  HR-HOLD-DATE            PIC 9(8).
           05  HR-REASON               PIC X(1).
           05  HR-STATUS               PIC X(1).
           05  HR-DISP-DATE            PIC 9(8).
           05  HR-REVIEWER             PIC X(3).
           05  FILLER                  PIC X(7).
       FD WRKORD.
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
       SD  SORT-FCS-FILE.
       01  SORT-FCS-REC.
           05  SF-SERIAL               PIC 9(12).
           05  SF-SOURCE               PIC X(1).
           05  SF-SITE                 PIC X(4).
           05  SF-FORMULA              PIC X(15).
           05  SF-STATUS               PIC X(1).
           05  SF-EXP-DATE             PIC 9(8).
           05  SF-WEIGHT-G             PIC S9(12).
       FD RPTFCS.
       01  OUTFILE-FCS                 PIC X(200).
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
       01  HEADER-FCS.
           05  FILLER                  PIC X(100)
               VALUE  'CONSUMPTION FORECAST AND REPLENISHMENT REPORT'.
       01  FCS-PARM-LINE.
           05  FILLER                  PIC X(16)
               VALUE 'USAGE WINDOW:'.
           05  FPL-WINDOW-DAYS         PIC ZZ9.
           05  FILLER                  PIC X(6)
               VALUE ' DAYS'.
           05  FILLER                  PIC X(5)
               VALUE 'FROM'.
           05  FPL-WINDOW-FROM         PIC 9(8).
           05  FILLER                  PIC X(16)
               VALUE '   LEAD TIME:'.
           05  FPL-LEAD-DAYS           PIC ZZ9.
           05  FILLER                  PIC X(6)
               VALUE ' DAYS'.
           05  FILLER                  PIC X(18)
               VALUE '   EXPIRY CUTOFF:'.
           05  FPL-LEAD-DATE           PIC 9(8).
       01  FCS-SECT-1-LINE.
           05  FILLER                  PIC X(60)
               VALUE 'DAYS OF SUPPLY BY SITE AND FORMULA (GRAMS)'.
       01  HEADER-FCS-3.
           05  FILLER                  PIC X(6)
               VALUE  'SITE'.
           05  FILLER                  PIC X(17)
               VALUE  'FORMULA'.
           05  FILLER                  PIC X(13)
               VALUE  '       ACTIVE'.
           05  FILLER                  PIC X(13)
               VALUE  '      QA HOLD'.
           05  FILLER                  PIC X(13)
               VALUE  '   WORK ORDER'.
           05  FILLER                  PIC X(13)
               VALUE  '     EXPIRING'.
           05  FILLER                  PIC X(14)
               VALUE  '     AVAILABLE'.
           05  FILLER                  PIC X(14)
               VALUE  '   USE PER DAY'.
           05  FILLER                  PIC X(7)
               VALUE  '   DAYS'.
           05  FILLER                  PIC X(14)
               VALUE  '       MINIMUM'.
           05  FILLER                  PIC X(13)
               VALUE  '       TARGET'.
           05  FILLER                  PIC X(14)
               VALUE  '  STATUS'.
       01  HEADER-FCS-4.
           05  FILLER                  PIC X(4)
               VALUE  '----'.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE  '---------------'.
           05  FILLER                  PIC X(3)
               VALUE SPACES.
           05  FILLER                  PIC X(12)
               VALUE  '------------'.
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  FILLER                  PIC X(12)
               VALUE  '------------'.
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  FILLER                  PIC X(12)
               VALUE  '------------'.
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  FILLER                  PIC X(12)
               VALUE  '------------'.
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  FILLER                  PIC X(13)
               VALUE  '-------------'.
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  FILLER                  PIC X(13)
               VALUE  '-------------'.
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  FILLER                  PIC X(6)
               VALUE  '------'.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  FILLER                  PIC X(12)
               VALUE  '------------'.
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  FILLER                  PIC X(12)
               VALUE  '------------'.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  FILLER                  PIC X(14)
               VALUE  '--------------'.
       01  FCS-DETAIL-LINE.
           05  FL-SITE                 PIC X(4).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  FL-FORMULA              PIC X(15).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  FL-ACTIVE-G             PIC Z(12)9.
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  FL-HOLD-G               PIC Z(11)9.
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  FL-ORDER-G              PIC Z(11)9.
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  FL-EXPIRE-G             PIC Z(11)9.
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  FL-AVAIL-G              PIC -Z(11)9.
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  FL-RATE-G               PIC Z(9)9.99.
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  FL-DAYS                 PIC X(6).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  FL-MIN-G                PIC Z(11)9.
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  FL-TARGET-G             PIC Z(11)9.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  FL-STATUS               PIC X(14).
       01  FCS-SECT-2-LINE.
           05  FILLER                  PIC X(60)
               VALUE 'REPLENISHMENT RECOMMENDATIONS'.
       01  HEADER-REC-3.
           05  FILLER                  PIC X(6)
               VALUE  'SITE'.
           05  FILLER                  PIC X(17)
               VALUE  'FORMULA'.
           05  FILLER                  PIC X(12)
               VALUE  'REGION'.
           05  FILLER                  PIC X(13)
               VALUE  'ACTION'.
           05  FILLER                  PIC X(11)
               VALUE  'FROM SITE'.
           05  FILLER                  PIC X(14)
               VALUE  '  QUANTITY G'.
       01  HEADER-REC-4.
           05  FILLER                  PIC X(4)
               VALUE  '----'.
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
           05  FILLER                  PIC X(11)
               VALUE  '-----------'.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  FILLER                  PIC X(9)
               VALUE  '---------'.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  FILLER                  PIC X(12)
               VALUE  '------------'.
       01  FCS-REC-LINE.
           05  RL-SITE                 PIC X(4).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  RL-FORMULA              PIC X(15).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  RL-REGION               PIC X(10).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  RL-ACTION               PIC X(11).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  RL-FROM-SITE            PIC X(9).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  RL-QTY-G                PIC Z(11)9.
       01  FCS-NONE-LINE.
           05  FILLER                  PIC X(40)
               VALUE 'NO REPLENISHMENT REQUIRED'.
       01  FCS-NOTE-LINE.
           05  FNL-TEXT                PIC X(60).
           05  FNL-COUNT               PIC Z(6)9.
       01  FCS-TRAILER-LINE.
           05  FILLER                  PIC X(17)
               VALUE 'ITEMS REPORTED:'.
           05  FTL-ITEM-COUNT          PIC 9(5).
           05  FILLER                  PIC X(17)
               VALUE '  BELOW MINIMUM:'.
           05  FTL-BELOW-COUNT         PIC 9(5).
           05  FILLER                  PIC X(13)
               VALUE '  TRANSFERS:'.
           05  FTL-XFER-COUNT          PIC 9(5).
           05  FILLER                  PIC X(15)
               VALUE '  MANUFACTURE:'.
           05  FTL-MFG-COUNT           PIC 9(5).
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
       01  SITE-TABLE-COUNT            PIC 9(3) COMP VALUE 0.
       01  SITE-TABLE.
           05  SITE-ENTRY OCCURS 0 TO 100 TIMES
                           DEPENDING ON SITE-TABLE-COUNT
                           INDEXED BY SITE-IDX.
               10  SITE-CODE-TBL       PIC X(4).
               10  SITE-REGION-TBL     PIC X(10).
       01  FCS-TABLE-COUNT             PIC 9(3) COMP VALUE 0.
       01  FCS-TABLE.
           05  FCS-ENTRY OCCURS 0 TO 500 TIMES
                           DEPENDING ON FCS-TABLE-COUNT
                           INDEXED BY FCS-IDX.
               10  FC-SITE             PIC X(4).
               10  FC-FORMULA          PIC X(15).
               10  FC-REGION           PIC X(10).
               10  FC-LEVEL-SWITCH     PIC X(1).
               10  FC-MIN-G            PIC S9(13) COMP.
               10  FC-TARGET-G         PIC S9(13) COMP.
               10  FC-ACTIVE-G         PIC S9(13) COMP.
               10  FC-HOLD-G           PIC S9(13) COMP.
               10  FC-ORDER-G          PIC S9(13) COMP.
               10  FC-EXPIRE-G         PIC S9(13) COMP.
               10  FC-AVAIL-G          PIC S9(13) COMP.
               10  FC-USED-G           PIC S9(13) COMP.
               10  FC-RATE-G           PIC S9(11)V99 COMP.
               10  FC-SURPLUS-G        PIC S9(13) COMP.
       01  WS-FCS-SUB                  PIC S9(4) COMP VALUE 0.
       01  WS-DONOR-SUB                PIC S9(4) COMP VALUE 0.
       01  WS-FIND-SITE                PIC X(4).
       01  WS-FIND-FORMULA             PIC X(15).
       01  WS-FIND-REGION              PIC X(10).
       01  WS-FCSPARM-STATUS           PIC X(2).
       01  WS-STKLVL-STATUS            PIC X(2).
       01  WS-SITE-STATUS              PIC X(2).
       01  WS-INALLARC-STATUS          PIC X(2).
       01  WS-HOLDREG-STATUS           PIC X(2).
       01  WS-WRKORD-STATUS            PIC X(2).
       01  WS-MNTLOG-STATUS            PIC X(2).
       01  WS-FCS-DATE-TODAY           PIC 9(8) VALUE 0.
       01  WS-FCS-TODAY-INT            PIC S9(9) COMP VALUE 0.
       01  WS-FCS-WINDOW-DAYS          PIC 9(3) VALUE 90.
       01  WS-FCS-LEAD-DAYS            PIC 9(3) VALUE 30.
       01  WS-FCS-WINDOW-FROM          PIC 9(8) VALUE 0.
       01  WS-FCS-LEAD-DATE            PIC 9(8) VALUE 0.
       01  WS-NORM-IN-WEIGHT           PIC 9(10) VALUE 0.
       01  WS-NORM-IN-TENTHS           PIC 9(1) VALUE 0.
       01  WS-NORM-IN-UOM              PIC X(2) VALUE SPACES.
       01  WS-NORM-WEIGHT-G            PIC 9(12) VALUE 0.
       01  WS-GROUP-SERIAL             PIC 9(12) VALUE 0.
       01  WS-GRAIN-SITE               PIC X(4).
       01  WS-GRAIN-FORMULA            PIC X(15).
       01  WS-GRAIN-STATUS             PIC X(1).
       01  WS-GRAIN-EXP-DATE           PIC 9(8).
       01  WS-GRAIN-WEIGHT-G           PIC S9(12).
       01  WS-DAYS-SUPPLY              PIC S9(9) COMP VALUE 0.
       01  WS-DAYS-EDIT                PIC ZZZZ9.
       01  WS-NEED-G                   PIC S9(13) COMP VALUE 0.
       01  WS-XFER-G                   PIC S9(13) COMP VALUE 0.
       01  SWITCHES.
           05  FCSPARM-EOF-SWITCH       PIC X(1) VALUE 'N'.
           05  STKLVL-EOF-SWITCH        PIC X(1) VALUE 'N'.
           05  SITEMST-EOF-SWITCH       PIC X(1) VALUE 'N'.
           05  INALL-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  INALLARC-EOF-SWITCH      PIC X(1) VALUE 'N'.
           05  HOLDREG-EOF-SWITCH       PIC X(1) VALUE 'N'.
           05  WRKORD-EOF-SWITCH        PIC X(1) VALUE 'N'.
           05  MNTLOG-EOF-SWITCH        PIC X(1) VALUE 'N'.
           05  SORT-FCS-EOF-SWITCH      PIC X(1) VALUE 'N'.
           05  HOLDREG-OPEN-SWITCH      PIC X(1) VALUE 'N'.
           05  WRKORD-OPEN-SWITCH       PIC X(1) VALUE 'N'.
           05  WS-GRAIN-FOUND-SWITCH    PIC X(1) VALUE 'N'.
           05  WS-GRAIN-HOLD-SWITCH     PIC X(1) VALUE 'N'.
           05  WS-GRAIN-ORDER-SWITCH    PIC X(1) VALUE 'N'.
       01  WS-COUNTERS.
           05  WS-LEVEL-REJECT-COUNT    PIC S9(9) COMP VALUE 0.
           05  WS-UNATTRIB-COUNT        PIC S9(9) COMP VALUE 0.
           05  WS-BELOW-COUNT           PIC S9(9) COMP VALUE 0.
           05  WS-XFER-COUNT            PIC S9(9) COMP VALUE 0.
           05  WS-MFG-COUNT             PIC S9(9) COMP VALUE 0.
      **************************************************************************
       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-YEAR TO DT-YEAR.
           MOVE WS-MONTH TO DT-MONTH.
           MOVE WS-DAY TO DT-DAY.
           COMPUTE WS-FCS-DATE-TODAY =
               WS-YEAR * 10000 + WS-MONTH * 100 + WS-DAY.
           PERFORM READ-PARM-CARDS.
           OPEN OUTPUT RPTFCS.
           IF WS-PARM-ERROR-COUNT > 0
               PERFORM WRITE-PARM-ERRORS
           END-IF.
           COMPUTE WS-FCS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-FCS-DATE-TODAY).
           COMPUTE WS-FCS-WINDOW-FROM = FUNCTION DATE-OF-INTEGER
               (WS-FCS-TODAY-INT - WS-FCS-WINDOW-DAYS + 1).
           COMPUTE WS-FCS-LEAD-DATE = FUNCTION DATE-OF-INTEGER
               (WS-FCS-TODAY-INT + WS-FCS-LEAD-DAYS).
           PERFORM LOAD-SITE-TABLE.
           PERFORM LOAD-STOCK-LEVELS.
           SORT SORT-FCS-FILE
               ON ASCENDING KEY SF-SERIAL SF-SOURCE
               INPUT PROCEDURE IS FCS-SCAN-FILES
               OUTPUT PROCEDURE IS FCS-ACCUMULATE.
           IF SORT-RETURN NOT = 0
               DISPLAY '*** ERROR: SORT FAILED, SORT-RETURN = '
                   SORT-RETURN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM COMPUTE-SUPPLY
               VARYING WS-FCS-SUB FROM 1 BY 1
               UNTIL WS-FCS-SUB > FCS-TABLE-COUNT.
           MOVE HEADER-1 TO OUTFILE-FCS.
           WRITE OUTFILE-FCS.
           MOVE HEADER-FCS TO OUTFILE-FCS.
           WRITE OUTFILE-FCS.
           MOVE DATE-LINE TO OUTFILE-FCS.
           WRITE OUTFILE-FCS.
           MOVE WS-FCS-WINDOW-DAYS TO FPL-WINDOW-DAYS.
           MOVE WS-FCS-WINDOW-FROM TO FPL-WINDOW-FROM.
           MOVE WS-FCS-LEAD-DAYS TO FPL-LEAD-DAYS.
           MOVE WS-FCS-LEAD-DATE TO FPL-LEAD-DATE.
           MOVE FCS-PARM-LINE TO OUTFILE-FCS.
           WRITE OUTFILE-FCS.
           PERFORM PRINT-SUPPLY.
           PERFORM PRINT-RECOMMENDATIONS.
           PERFORM PRINT-FCS-TRAILER.
           CLOSE RPTFCS.
           IF WS-BELOW-COUNT > 0
                   OR WS-LEVEL-REJECT-COUNT > 0
                   OR HOLDREG-OPEN-SWITCH = 'N'
                   OR WRKORD-OPEN-SWITCH = 'N'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.
      **************************************************************************
       READ-PARM-CARDS.
           MOVE 0 TO WS-PARM-ERROR-COUNT.
           OPEN INPUT FCSPARM.
           IF WS-FCSPARM-STATUS NOT = '00'
               MOVE 'Y' TO FCSPARM-EOF-SWITCH
           ELSE
               READ FCSPARM
                   AT END
                       MOVE 'Y' TO FCSPARM-EOF-SWITCH
               END-READ
               PERFORM PARM-CARD-LOOP
                   UNTIL FCSPARM-EOF-SWITCH = 'Y'
               CLOSE FCSPARM
           END-IF.
      **************************************************************************
       PARM-CARD-LOOP.
           MOVE SPACES TO WS-PARM-TOKENS.
           UNSTRING FP-CARD-TEXT DELIMITED BY ALL SPACE
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
           READ FCSPARM
               AT END
                   MOVE 'Y' TO FCSPARM-EOF-SWITCH
           END-READ.
      **************************************************************************
       PARSE-PARM-TOKEN.
           IF WS-PARM-TOKEN (WS-PARM-SUB) = SPACES
               CONTINUE
           ELSE IF WS-PARM-TOKEN (WS-PARM-SUB) (1:7) = 'WINDOW='
               IF WS-PARM-TOKEN (WS-PARM-SUB) (8:3) NOT NUMERIC
                       OR WS-PARM-TOKEN (WS-PARM-SUB) (11:1) NOT = SPACE
                   MOVE 'WINDOW= VALUE MUST BE 3 DIGITS'
                       TO WS-PARM-ERROR-TEXT
                   PERFORM ADD-PARM-ERROR
               ELSE
                   MOVE WS-PARM-TOKEN (WS-PARM-SUB) (8:3)
                       TO WS-FCS-WINDOW-DAYS
                   IF WS-FCS-WINDOW-DAYS = 0
                       MOVE 'WINDOW= VALUE MUST NOT BE ZERO'
                           TO WS-PARM-ERROR-TEXT
                       PERFORM ADD-PARM-ERROR
                   END-IF
               END-IF
           ELSE IF WS-PARM-TOKEN (WS-PARM-SUB) (1:5) = 'LEAD='
               IF WS-PARM-TOKEN (WS-PARM-SUB) (6:3) NOT NUMERIC
                       OR WS-PARM-TOKEN (WS-PARM-SUB) (9:1) NOT = SPACE
                   MOVE 'LEAD= VALUE MUST BE 3 DIGITS'
                       TO WS-PARM-ERROR-TEXT
                   PERFORM ADD-PARM-ERROR
               ELSE
                   MOVE WS-PARM-TOKEN (WS-PARM-SUB) (6:3)
                       TO WS-FCS-LEAD-DAYS
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
           MOVE HEADER-1 TO OUTFILE-FCS.
           WRITE OUTFILE-FCS.
           MOVE HEADER-FCS TO OUTFILE-FCS.
           WRITE OUTFILE-FCS.
           MOVE DATE-LINE TO OUTFILE-FCS.
           WRITE OUTFILE-FCS.
           MOVE SPACES TO OUTFILE-FCS.
           WRITE OUTFILE-FCS.
           MOVE PARM-ERROR-HEAD-LINE TO OUTFILE-FCS.
           WRITE OUTFILE-FCS.
           PERFORM WRITE-PARM-ERROR-LINE
               VARYING WS-PARM-SUB FROM 1 BY 1
               UNTIL WS-PARM-SUB > WS-PARM-ERROR-COUNT.
           CLOSE RPTFCS.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
      **************************************************************************
       WRITE-PARM-ERROR-LINE.
           MOVE WS-PARM-ERROR (WS-PARM-SUB) TO PEL-TEXT.
           MOVE PARM-ERROR-LINE TO OUTFILE-FCS.
           WRITE OUTFILE-FCS.
      **************************************************************************
       LOAD-SITE-TABLE.
           MOVE ZERO TO SITE-TABLE-COUNT.
           OPEN INPUT SITEMST.
           IF WS-SITE-STATUS NOT = '00'
               DISPLAY '*** ERROR: SITE MASTER FILE NOT AVAILABLE, '
                   'STATUS ' WS-SITE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ SITEMST
               AT END
                   MOVE 'Y' TO SITEMST-EOF-SWITCH
           END-READ.
           PERFORM LOAD-SITE-TABLE-LOOP
               UNTIL SITEMST-EOF-SWITCH = 'Y'.
           CLOSE SITEMST.
      **************************************************************************
       LOAD-SITE-TABLE-LOOP.
           IF SITE-TABLE-COUNT < 100
               ADD 1 TO SITE-TABLE-COUNT
               SET SITE-IDX TO SITE-TABLE-COUNT
               MOVE SITE-CODE-MST TO SITE-CODE-TBL (SITE-IDX)
               MOVE SITE-REGION-MST TO SITE-REGION-TBL (SITE-IDX)
           ELSE
               DISPLAY '*** ERROR: SITE TABLE FULL AT 100, SITE '
                   SITE-CODE-MST ' NOT LOADED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ SITEMST
               AT END
                   MOVE 'Y' TO SITEMST-EOF-SWITCH
           END-READ.
      **************************************************************************
       LOAD-STOCK-LEVELS.
           OPEN INPUT STKLVL.
           IF WS-STKLVL-STATUS NOT = '00'
               DISPLAY '*** ERROR: STOCK LEVEL FILE NOT AVAILABLE, '
                   'STATUS ' WS-STKLVL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ STKLVL
               AT END
                   MOVE 'Y' TO STKLVL-EOF-SWITCH
           END-READ.
           PERFORM LOAD-STOCK-LEVEL-LOOP
               UNTIL STKLVL-EOF-SWITCH = 'Y'.
           CLOSE STKLVL.
      **************************************************************************
       LOAD-STOCK-LEVEL-LOOP.
           IF LV-MIN-WEIGHT-G NOT NUMERIC
                   OR LV-TARGET-WEIGHT-G NOT NUMERIC
                   OR LV-MIN-WEIGHT-G > LV-TARGET-WEIGHT-G
               ADD 1 TO WS-LEVEL-REJECT-COUNT
           ELSE
               MOVE LV-SITE TO WS-FIND-SITE
               MOVE LV-FORMULA TO WS-FIND-FORMULA
               PERFORM FIND-FCS-ENTRY
               MOVE 'Y' TO FC-LEVEL-SWITCH (WS-FCS-SUB)
               MOVE LV-MIN-WEIGHT-G TO FC-MIN-G (WS-FCS-SUB)
               MOVE LV-TARGET-WEIGHT-G TO FC-TARGET-G (WS-FCS-SUB)
           END-IF.
           READ STKLVL
               AT END
                   MOVE 'Y' TO STKLVL-EOF-SWITCH
           END-READ.
      **************************************************************************
       FIND-FCS-ENTRY.
           MOVE 0 TO WS-FCS-SUB.
           SET FCS-IDX TO 1.
           SEARCH FCS-ENTRY
               AT END
                   PERFORM ADD-FCS-ENTRY
               WHEN FC-SITE (FCS-IDX) = WS-FIND-SITE
                       AND FC-FORMULA (FCS-IDX) = WS-FIND-FORMULA
                   SET WS-FCS-SUB TO FCS-IDX
           END-SEARCH.
      **************************************************************************
       ADD-FCS-ENTRY.
           IF FCS-TABLE-COUNT < 500
               ADD 1 TO FCS-TABLE-COUNT
               MOVE FCS-TABLE-COUNT TO WS-FCS-SUB
               MOVE WS-FIND-SITE TO FC-SITE (WS-FCS-SUB)
               MOVE WS-FIND-FORMULA TO FC-FORMULA (WS-FCS-SUB)
               PERFORM FIND-SITE-REGION
               MOVE WS-FIND-REGION TO FC-REGION (WS-FCS-SUB)
               MOVE 'N' TO FC-LEVEL-SWITCH (WS-FCS-SUB)
               MOVE ZERO TO FC-MIN-G (WS-FCS-SUB)
               MOVE ZERO TO FC-TARGET-G (WS-FCS-SUB)
               MOVE ZERO TO FC-ACTIVE-G (WS-FCS-SUB)
               MOVE ZERO TO FC-HOLD-G (WS-FCS-SUB)
               MOVE ZERO TO FC-ORDER-G (WS-FCS-SUB)
               MOVE ZERO TO FC-EXPIRE-G (WS-FCS-SUB)
               MOVE ZERO TO FC-AVAIL-G (WS-FCS-SUB)
               MOVE ZERO TO FC-USED-G (WS-FCS-SUB)
               MOVE ZERO TO FC-RATE-G (WS-FCS-SUB)
               MOVE ZERO TO FC-SURPLUS-G (WS-FCS-SUB)
           ELSE
               DISPLAY '*** ERROR: FORECAST TABLE FULL AT 500, SITE '
                   WS-FIND-SITE ' FORMULA ' WS-FIND-FORMULA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      **************************************************************************
       FIND-SITE-REGION.
           MOVE SPACES TO WS-FIND-REGION.
           SET SITE-IDX TO 1.
           SEARCH SITE-ENTRY
               AT END
                   CONTINUE
               WHEN SITE-CODE-TBL (SITE-IDX) = WS-FIND-SITE
                   MOVE SITE-REGION-TBL (SITE-IDX) TO WS-FIND-REGION
           END-SEARCH.
      **************************************************************************
       FCS-SCAN-FILES.
           OPEN INPUT INALL.
           READ INALL
               AT END
                   MOVE 'Y' TO INALL-EOF-SWITCH
           END-READ.
           PERFORM SCAN-MASTER-LOOP
               UNTIL INALL-EOF-SWITCH = 'Y'.
           CLOSE INALL.
           OPEN INPUT INALLARC.
           IF WS-INALLARC-STATUS = '00'
               READ INALLARC
                   AT END
                       MOVE 'Y' TO INALLARC-EOF-SWITCH
               END-READ
               PERFORM SCAN-ARCHIVE-LOOP
                   UNTIL INALLARC-EOF-SWITCH = 'Y'
               CLOSE INALLARC
           END-IF.
           OPEN INPUT HOLDREG.
           IF WS-HOLDREG-STATUS = '00'
               MOVE 'Y' TO HOLDREG-OPEN-SWITCH
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
               MOVE 'Y' TO WRKORD-OPEN-SWITCH
               READ WRKORD
                   AT END
                       MOVE 'Y' TO WRKORD-EOF-SWITCH
               END-READ
               PERFORM SCAN-ORDER-LOOP
                   UNTIL WRKORD-EOF-SWITCH = 'Y'
               CLOSE WRKORD
           END-IF.
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
      **************************************************************************
       SCAN-MASTER-LOOP.
           MOVE GRAIN-WEIGHT-ALL TO WS-NORM-IN-WEIGHT.
           MOVE GRAIN-WEIGHT-TENTHS-ALL TO WS-NORM-IN-TENTHS.
           MOVE GRAIN-UOM-ALL TO WS-NORM-IN-UOM.
           PERFORM COMPUTE-NORM-WEIGHT.
           MOVE GRAIN-SERIAL-ALL TO SF-SERIAL.
           MOVE '1' TO SF-SOURCE.
           MOVE GRAIN-SITE-ALL TO SF-SITE.
           MOVE GRAIN-FORMULA-ALL TO SF-FORMULA.
           MOVE GRAIN-STATUS-ALL TO SF-STATUS.
           IF GRAIN-EXP-DATE-ALL NUMERIC
               MOVE GRAIN-EXP-DATE-ALL TO SF-EXP-DATE
           ELSE
               MOVE ZERO TO SF-EXP-DATE
           END-IF.
           MOVE WS-NORM-WEIGHT-G TO SF-WEIGHT-G.
           RELEASE SORT-FCS-REC.
           READ INALL
               AT END
                   MOVE 'Y' TO INALL-EOF-SWITCH
           END-READ.
      **************************************************************************
       SCAN-ARCHIVE-LOOP.
           MOVE AR-SERIAL TO SF-SERIAL.
           MOVE '2' TO SF-SOURCE.
           MOVE AR-SITE TO SF-SITE.
           MOVE AR-FORMULA TO SF-FORMULA.
           MOVE AR-STATUS TO SF-STATUS.
           MOVE ZERO TO SF-EXP-DATE.
           MOVE ZERO TO SF-WEIGHT-G.
           RELEASE SORT-FCS-REC.
           READ INALLARC
               AT END
                   MOVE 'Y' TO INALLARC-EOF-SWITCH
           END-READ.
      **************************************************************************
       SCAN-HOLD-LOOP.
           IF HR-STATUS = 'O'
               MOVE SPACES TO SORT-FCS-REC
               MOVE HR-SERIAL TO SF-SERIAL
               MOVE '3' TO SF-SOURCE
               MOVE ZERO TO SF-EXP-DATE
               MOVE ZERO TO SF-WEIGHT-G
               RELEASE SORT-FCS-REC
           END-IF.
           READ HOLDREG
               AT END
                   MOVE 'Y' TO HOLDREG-EOF-SWITCH
           END-READ.
      **************************************************************************
       SCAN-ORDER-LOOP.
           IF WO-STATUS NOT = 'C'
               MOVE SPACES TO SORT-FCS-REC
               MOVE WO-SERIAL TO SF-SERIAL
               MOVE '4' TO SF-SOURCE
               MOVE ZERO TO SF-EXP-DATE
               MOVE ZERO TO SF-WEIGHT-G
               RELEASE SORT-FCS-REC
           END-IF.
           READ WRKORD
               AT END
                   MOVE 'Y' TO WRKORD-EOF-SWITCH
           END-READ.
      **************************************************************************
       SCAN-MNTLOG-LOOP.
           IF ML-DATE NUMERIC
                   AND ML-DATE NOT < WS-FCS-WINDOW-FROM
                   AND ML-DATE NOT > WS-FCS-DATE-TODAY
               IF ML-CODE = 'D' AND ML-STATUS = '1'
                       AND ML-STATUS-PRIOR NOT = '1'
                   MOVE SPACES TO SORT-FCS-REC
                   MOVE ML-SERIAL TO SF-SERIAL
                   MOVE '5' TO SF-SOURCE
                   MOVE ML-FROM-SITE TO SF-SITE
                   MOVE ZERO TO SF-EXP-DATE
                   MOVE ML-WEIGHT TO SF-WEIGHT-G
                   RELEASE SORT-FCS-REC
               END-IF
               IF ML-CODE = 'V' AND ML-REV-CODE = 'D'
                       AND ML-STATUS-PRIOR = '1'
                   MOVE SPACES TO SORT-FCS-REC
                   MOVE ML-SERIAL TO SF-SERIAL
                   MOVE '5' TO SF-SOURCE
                   MOVE ML-FROM-SITE TO SF-SITE
                   MOVE ZERO TO SF-EXP-DATE
                   COMPUTE SF-WEIGHT-G = ZERO - ML-WEIGHT
                   RELEASE SORT-FCS-REC
               END-IF
           END-IF.
           READ MNTLOG
               AT END
                   MOVE 'Y' TO MNTLOG-EOF-SWITCH
           END-READ.
      **************************************************************************
       FCS-ACCUMULATE.
           PERFORM RETURN-FCS-RECORD.
           PERFORM FCS-SERIAL-GROUP
               UNTIL SORT-FCS-EOF-SWITCH = 'Y'.
      **************************************************************************
       RETURN-FCS-RECORD.
           RETURN SORT-FCS-FILE
               AT END
                   MOVE 'Y' TO SORT-FCS-EOF-SWITCH
           END-RETURN.
      **************************************************************************
       FCS-SERIAL-GROUP.
           MOVE SF-SERIAL TO WS-GROUP-SERIAL.
           MOVE 'N' TO WS-GRAIN-FOUND-SWITCH.
           MOVE 'N' TO WS-GRAIN-HOLD-SWITCH.
           MOVE 'N' TO WS-GRAIN-ORDER-SWITCH.
           PERFORM FCS-GROUP-RECORD
               UNTIL SORT-FCS-EOF-SWITCH = 'Y'
                  OR SF-SERIAL NOT = WS-GROUP-SERIAL.
           IF WS-GRAIN-FOUND-SWITCH = 'Y' AND WS-GRAIN-STATUS = '0'
               PERFORM NOTE-GRAIN-POSITION
           END-IF.
      **************************************************************************
       FCS-GROUP-RECORD.
           IF SF-SOURCE = '1'
                   OR (SF-SOURCE = '2' AND WS-GRAIN-FOUND-SWITCH = 'N')
               MOVE 'Y' TO WS-GRAIN-FOUND-SWITCH
               MOVE SF-SITE TO WS-GRAIN-SITE
               MOVE SF-FORMULA TO WS-GRAIN-FORMULA
               MOVE SF-STATUS TO WS-GRAIN-STATUS
               MOVE SF-EXP-DATE TO WS-GRAIN-EXP-DATE
               MOVE SF-WEIGHT-G TO WS-GRAIN-WEIGHT-G
           ELSE IF SF-SOURCE = '3'
               MOVE 'Y' TO WS-GRAIN-HOLD-SWITCH
           ELSE IF SF-SOURCE = '4'
               MOVE 'Y' TO WS-GRAIN-ORDER-SWITCH
           ELSE IF SF-SOURCE = '5'
               PERFORM NOTE-CONSUMPTION
           END-IF.
           PERFORM RETURN-FCS-RECORD.
      **************************************************************************
       NOTE-CONSUMPTION.
           IF WS-GRAIN-FOUND-SWITCH = 'N'
               ADD 1 TO WS-UNATTRIB-COUNT
           ELSE
               MOVE SF-SITE TO WS-FIND-SITE
               MOVE WS-GRAIN-FORMULA TO WS-FIND-FORMULA
               PERFORM FIND-FCS-ENTRY
               ADD SF-WEIGHT-G TO FC-USED-G (WS-FCS-SUB)
           END-IF.
      **************************************************************************
       NOTE-GRAIN-POSITION.
           MOVE WS-GRAIN-SITE TO WS-FIND-SITE.
           MOVE WS-GRAIN-FORMULA TO WS-FIND-FORMULA.
           PERFORM FIND-FCS-ENTRY.
           ADD WS-GRAIN-WEIGHT-G TO FC-ACTIVE-G (WS-FCS-SUB).
           IF WS-GRAIN-HOLD-SWITCH = 'Y'
               ADD WS-GRAIN-WEIGHT-G TO FC-HOLD-G (WS-FCS-SUB)
           ELSE IF WS-GRAIN-ORDER-SWITCH = 'Y'
               ADD WS-GRAIN-WEIGHT-G TO FC-ORDER-G (WS-FCS-SUB)
           ELSE IF WS-GRAIN-EXP-DATE > 0
                   AND WS-GRAIN-EXP-DATE NOT > WS-FCS-LEAD-DATE
               ADD WS-GRAIN-WEIGHT-G TO FC-EXPIRE-G (WS-FCS-SUB)
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
       COMPUTE-SUPPLY.
           IF FC-USED-G (WS-FCS-SUB) < 0
               MOVE ZERO TO FC-USED-G (WS-FCS-SUB)
           END-IF.
           COMPUTE FC-AVAIL-G (WS-FCS-SUB) =
               FC-ACTIVE-G (WS-FCS-SUB) - FC-HOLD-G (WS-FCS-SUB)
               - FC-ORDER-G (WS-FCS-SUB) - FC-EXPIRE-G (WS-FCS-SUB).
           COMPUTE FC-RATE-G (WS-FCS-SUB) ROUNDED =
               FC-USED-G (WS-FCS-SUB) / WS-FCS-WINDOW-DAYS.
           MOVE ZERO TO FC-SURPLUS-G (WS-FCS-SUB).
           IF FC-LEVEL-SWITCH (WS-FCS-SUB) = 'Y'
                   AND FC-AVAIL-G (WS-FCS-SUB) >
                       FC-TARGET-G (WS-FCS-SUB)
               COMPUTE FC-SURPLUS-G (WS-FCS-SUB) =
                   FC-AVAIL-G (WS-FCS-SUB) - FC-TARGET-G (WS-FCS-SUB)
           END-IF.
      **************************************************************************
       PRINT-SUPPLY.
           MOVE SPACES TO OUTFILE-FCS.
           WRITE OUTFILE-FCS.
           MOVE FCS-SECT-1-LINE TO OUTFILE-FCS.
           WRITE OUTFILE-FCS.
           MOVE HEADER-FCS-3 TO OUTFILE-FCS.
           WRITE OUTFILE-FCS.
           MOVE HEADER-FCS-4 TO OUTFILE-FCS.
           WRITE OUTFILE-FCS.
           PERFORM WRITE-SUPPLY-LINE
               VARYING WS-FCS-SUB FROM 1 BY 1
               UNTIL WS-FCS-SUB > FCS-TABLE-COUNT.
      **************************************************************************
       WRITE-SUPPLY-LINE.
           MOVE FC-SITE (WS-FCS-SUB) TO FL-SITE.
           MOVE FC-FORMULA (WS-FCS-SUB) TO FL-FORMULA.
           MOVE FC-ACTIVE-G (WS-FCS-SUB) TO FL-ACTIVE-G.
           MOVE FC-HOLD-G (WS-FCS-SUB) TO FL-HOLD-G.
           MOVE FC-ORDER-G (WS-FCS-SUB) TO FL-ORDER-G.
           MOVE FC-EXPIRE-G (WS-FCS-SUB) TO FL-EXPIRE-G.
           MOVE FC-AVAIL-G (WS-FCS-SUB) TO FL-AVAIL-G.
           MOVE FC-RATE-G (WS-FCS-SUB) TO FL-RATE-G.
           IF FC-RATE-G (WS-FCS-SUB) = 0
               MOVE 'NO USE' TO FL-DAYS
           ELSE
               IF FC-AVAIL-G (WS-FCS-SUB) > 0
                   COMPUTE WS-DAYS-SUPPLY =
                       FC-AVAIL-G (WS-FCS-SUB) / FC-RATE-G (WS-FCS-SUB)
               ELSE
                   MOVE ZERO TO WS-DAYS-SUPPLY
               END-IF
               IF WS-DAYS-SUPPLY > 99999
                   MOVE 99999 TO WS-DAYS-SUPPLY
               END-IF
               MOVE WS-DAYS-SUPPLY TO WS-DAYS-EDIT
               MOVE WS-DAYS-EDIT TO FL-DAYS
           END-IF.
           IF FC-LEVEL-SWITCH (WS-FCS-SUB) = 'N'
               MOVE ZERO TO FL-MIN-G
               MOVE ZERO TO FL-TARGET-G
               MOVE 'NO STOCK LEVEL' TO FL-STATUS
           ELSE
               MOVE FC-MIN-G (WS-FCS-SUB) TO FL-MIN-G
               MOVE FC-TARGET-G (WS-FCS-SUB) TO FL-TARGET-G
               IF FC-AVAIL-G (WS-FCS-SUB) < FC-MIN-G (WS-FCS-SUB)
                   MOVE 'BELOW MINIMUM' TO FL-STATUS
                   ADD 1 TO WS-BELOW-COUNT
               ELSE IF FC-SURPLUS-G (WS-FCS-SUB) > 0
                   MOVE 'ABOVE TARGET' TO FL-STATUS
               ELSE
                   MOVE SPACES TO FL-STATUS
               END-IF
               END-IF
           END-IF.
           MOVE FCS-DETAIL-LINE TO OUTFILE-FCS.
           WRITE OUTFILE-FCS.
      **************************************************************************
       PRINT-RECOMMENDATIONS.
           MOVE SPACES TO OUTFILE-FCS.
           WRITE OUTFILE-FCS.
           MOVE FCS-SECT-2-LINE TO OUTFILE-FCS.
           WRITE OUTFILE-FCS.
           MOVE HEADER-REC-3 TO OUTFILE-FCS.
           WRITE OUTFILE-FCS.
           MOVE HEADER-REC-4 TO OUTFILE-FCS.
           WRITE OUTFILE-FCS.
           PERFORM PLAN-REPLENISHMENT
               VARYING WS-FCS-SUB FROM 1 BY 1
               UNTIL WS-FCS-SUB > FCS-TABLE-COUNT.
           IF WS-XFER-COUNT = 0 AND WS-MFG-COUNT = 0
               MOVE FCS-NONE-LINE TO OUTFILE-FCS
               WRITE OUTFILE-FCS
           END-IF.
      **************************************************************************
       PLAN-REPLENISHMENT.
           IF FC-LEVEL-SWITCH (WS-FCS-SUB) = 'Y'
                   AND FC-AVAIL-G (WS-FCS-SUB) < FC-MIN-G (WS-FCS-SUB)
               COMPUTE WS-NEED-G ROUNDED =
                   FC-TARGET-G (WS-FCS-SUB) - FC-AVAIL-G (WS-FCS-SUB)
                   + FC-RATE-G (WS-FCS-SUB) * WS-FCS-LEAD-DAYS
               IF FC-REGION (WS-FCS-SUB) NOT = SPACES
                   PERFORM PLAN-TRANSFER
                       VARYING WS-DONOR-SUB FROM 1 BY 1
                       UNTIL WS-DONOR-SUB > FCS-TABLE-COUNT
                          OR WS-NEED-G NOT > 0
               END-IF
               IF WS-NEED-G > 0
                   MOVE 'MANUFACTURE' TO RL-ACTION
                   MOVE SPACES TO RL-FROM-SITE
                   MOVE WS-NEED-G TO RL-QTY-G
                   PERFORM WRITE-REC-LINE
                   ADD 1 TO WS-MFG-COUNT
               END-IF
           END-IF.
      **************************************************************************
       PLAN-TRANSFER.
           IF WS-DONOR-SUB NOT = WS-FCS-SUB
                   AND FC-FORMULA (WS-DONOR-SUB) =
                       FC-FORMULA (WS-FCS-SUB)
                   AND FC-REGION (WS-DONOR-SUB) = FC-REGION (WS-FCS-SUB)
                   AND FC-SURPLUS-G (WS-DONOR-SUB) > 0
               IF FC-SURPLUS-G (WS-DONOR-SUB) < WS-NEED-G
                   MOVE FC-SURPLUS-G (WS-DONOR-SUB) TO WS-XFER-G
               ELSE
                   MOVE WS-NEED-G TO WS-XFER-G
               END-IF
               SUBTRACT WS-XFER-G FROM FC-SURPLUS-G (WS-DONOR-SUB)
               SUBTRACT WS-XFER-G FROM WS-NEED-G
               MOVE 'TRANSFER' TO RL-ACTION
               MOVE FC-SITE (WS-DONOR-SUB) TO RL-FROM-SITE
               MOVE WS-XFER-G TO RL-QTY-G
               PERFORM WRITE-REC-LINE
               ADD 1 TO WS-XFER-COUNT
           END-IF.
      **************************************************************************
       WRITE-REC-LINE.
           MOVE FC-SITE (WS-FCS-SUB) TO RL-SITE.
           MOVE FC-FORMULA (WS-FCS-SUB) TO RL-FORMULA.
           MOVE FC-REGION (WS-FCS-SUB) TO RL-REGION.
           MOVE FCS-REC-LINE TO OUTFILE-FCS.
           WRITE OUTFILE-FCS.
      **************************************************************************
       PRINT-FCS-TRAILER.
           MOVE SPACES TO OUTFILE-FCS.
           WRITE OUTFILE-FCS.
           IF WS-LEVEL-REJECT-COUNT > 0
               MOVE 'STOCK LEVEL RECORDS REJECTED:'
                   TO FNL-TEXT
               MOVE WS-LEVEL-REJECT-COUNT TO FNL-COUNT
               MOVE FCS-NOTE-LINE TO OUTFILE-FCS
               WRITE OUTFILE-FCS
           END-IF.
           IF WS-UNATTRIB-COUNT > 0
               MOVE 'SPEND RECORDS FOR GRAINS NOT ON MASTER OR ARCHIVE:'
                   TO FNL-TEXT
               MOVE WS-UNATTRIB-COUNT TO FNL-COUNT
               MOVE FCS-NOTE-LINE TO OUTFILE-FCS
               WRITE OUTFILE-FCS
           END-IF.
           IF HOLDREG-OPEN-SWITCH = 'N'
               MOVE 'HOLD REGISTER NOT AVAILABLE - NO HOLDS DEDUCTED'
                   TO FNL-TEXT
               MOVE ZERO TO FNL-COUNT
               MOVE FCS-NOTE-LINE TO OUTFILE-FCS
               WRITE OUTFILE-FCS
           END-IF.
           IF WRKORD-OPEN-SWITCH = 'N'
               MOVE 'ORDER FILE NOT AVAILABLE - NO ORDERS DEDUCTED'
                   TO FNL-TEXT
               MOVE ZERO TO FNL-COUNT
               MOVE FCS-NOTE-LINE TO OUTFILE-FCS
               WRITE OUTFILE-FCS
           END-IF.
           MOVE FCS-TABLE-COUNT TO FTL-ITEM-COUNT.
           MOVE WS-BELOW-COUNT TO FTL-BELOW-COUNT.
           MOVE WS-XFER-COUNT TO FTL-XFER-COUNT.
           MOVE WS-MFG-COUNT TO FTL-MFG-COUNT.
           MOVE FCS-TRAILER-LINE TO OUTFILE-FCS.
           WRITE OUTFILE-FCS.
      **************************************************************************
