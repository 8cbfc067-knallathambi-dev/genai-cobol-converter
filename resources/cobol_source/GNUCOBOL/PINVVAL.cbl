       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PINVVAL.
      **************************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VALPARM ASSIGN TO
           '/home/knallathambi/workspace/cobol_apps/tmp/VALPARM.dat'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-VALPARM-STATUS.
           SELECT INALL ASSIGN TO
           '/home/knallathambi/workspace/cobol_apps/tmp/INALL.dat'
           ORGANIZATION LINE SEQUENTIAL.
           SELECT INALLARC ASSIGN TO
           '/home/knallathambi/workspace/cobol_apps/tmp/INALLARC.dat'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-INALLARC-STATUS.
           SELECT MNTLOG ASSIGN TO
           '/home/knallathambi/workspace/cobol_apps/tmp/MNTLOG.dat'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-MNTLOG-STATUS.
           SELECT FORMMST ASSIGN TO
           '/home/knallathambi/workspace/cobol_apps/tmp/FORMMST.dat'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-FORM-STATUS.
           SELECT VALWK ASSIGN TO
           '/home/knallathambi/workspace/cobol_apps/tmp/VALWK.wrk'
           ORGANIZATION LINE SEQUENTIAL.
           SELECT SORT-WO-FILE ASSIGN TO
           '/home/knallathambi/workspace/cobol_apps/tmp/SRTVALW.wrk'.
           SELECT SORT-VAL-FILE ASSIGN TO
           '/home/knallathambi/workspace/cobol_apps/tmp/SRTVAL.wrk'.
           SELECT RPTVAL ASSIGN TO
           '/home/knallathambi/workspace/cobol_apps/tmp/RPTVAL.dat'
           ORGANIZATION LINE SEQUENTIAL.
      **************************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD VALPARM.
       01  VALPARM-RECORD.
           05  VP-CARD-TEXT            PIC X(80).
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
               10  FILLER              PIC X(412).
           05  AR-PURGE-DATE           PIC 9(8).
           05  AR-LAST-ACT-DATE        PIC 9(8).
           05  FILLER                  PIC X(15).
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
       FD FORMMST.
       01  FORMMST-RECORD.
           05  FORM-CODE-FM            PIC X(15).
           05  FORM-CLASS-FM           PIC X(10).
           05  FORM-GROUP-FM           PIC X(2).
           05  FORM-STD-COST-FM        PIC 9(7)V99.
           05  FORM-COST-EFF-DATE-FM   PIC 9(8).
       FD VALWK.
       01  VALWK-RECORD.
           05  VW-SECTION              PIC 9(1).
           05  VW-SITE                 PIC X(4).
           05  VW-CLASS                PIC X(10).
           05  VW-DATE                 PIC 9(8).
           05  VW-SERIAL               PIC 9(12).
           05  VW-FORMULA              PIC X(15).
           05  VW-STATUS               PIC X(1).
           05  VW-WEIGHT-G             PIC 9(12).
           05  VW-COST                 PIC 9(7)V99.
           05  VW-VALUE                PIC 9(11)V99.
           05  VW-REASON               PIC X(24).
       SD  SORT-WO-FILE.
       01  SORT-WO-REC.
           05  SW-SERIAL               PIC 9(12).
           05  SW-DATE                 PIC 9(8).
           05  SW-SITE                 PIC X(4).
           05  SW-STATUS               PIC X(1).
           05  SW-WEIGHT-G             PIC 9(12).
           05  SW-FORMULA              PIC X(15).
       SD  SORT-VAL-FILE.
       01  SORT-VAL-REC.
           05  SV-SECTION              PIC 9(1).
           05  SV-SITE                 PIC X(4).
           05  SV-CLASS                PIC X(10).
           05  SV-DATE                 PIC 9(8).
           05  SV-SERIAL               PIC 9(12).
           05  SV-FORMULA              PIC X(15).
           05  SV-STATUS               PIC X(1).
           05  SV-WEIGHT-G             PIC 9(12).
           05  SV-COST                 PIC 9(7)V99.
           05  SV-VALUE                PIC 9(11)V99.
           05  SV-REASON               PIC X(24).
       FD RPTVAL.
       01  OUTFILE-VAL                 PIC X(200).
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
       01  HEADER-VAL.
           05  FILLER                  PIC X(100)
               VALUE  'INVENTORY VALUATION AND WRITE-OFF REPORT'.
       01  VAL-SECTION-LINE.
           05  VSL-TEXT                PIC X(40).
           05  VSL-DATE-1              PIC X(8).
           05  VSL-LIT-2               PIC X(8).
           05  VSL-DATE-2              PIC X(8).
       01  HEADER-VAL-3.
           05  FILLER                  PIC X(8)
               VALUE  'SITE'.
           05  FILLER                  PIC X(12)
               VALUE  'CLASS'.
           05  FILLER                  PIC X(9)
               VALUE  '  GRAINS'.
           05  FILLER                  PIC X(16)
               VALUE  '   ACTIVE GRAMS'.
           05  FILLER                  PIC X(16)
               VALUE  ' IN-TRANS GRAMS'.
           05  FILLER                  PIC X(16)
               VALUE  '    TOTAL GRAMS'.
           05  FILLER                  PIC X(18)
               VALUE  '             VALUE'.
       01  HEADER-VAL-4.
           05  FILLER                  PIC X(4)
               VALUE  '----'.
           05  FILLER                  PIC X(4)
               VALUE SPACES.
           05  FILLER                  PIC X(10)
               VALUE  '----------'.
           05  FILLER                  PIC X(3)
               VALUE SPACES.
           05  FILLER                  PIC X(7)
               VALUE  '-------'.
           05  FILLER                  PIC X(3)
               VALUE SPACES.
           05  FILLER                  PIC X(13)
               VALUE  '-------------'.
           05  FILLER                  PIC X(3)
               VALUE SPACES.
           05  FILLER                  PIC X(13)
               VALUE  '-------------'.
           05  FILLER                  PIC X(3)
               VALUE SPACES.
           05  FILLER                  PIC X(13)
               VALUE  '-------------'.
           05  FILLER                  PIC X(3)
               VALUE SPACES.
           05  FILLER                  PIC X(17)
               VALUE  '-----------------'.
       01  VAL-CLASS-LINE.
           05  VCL-SITE                PIC X(4).
           05  FILLER                  PIC X(4)
               VALUE SPACES.
           05  VCL-CLASS               PIC X(10).
           05  FILLER                  PIC X(3)
               VALUE SPACES.
           05  VCL-GRAINS              PIC Z(6)9.
           05  FILLER                  PIC X(3)
               VALUE SPACES.
           05  VCL-ACTIVE-G            PIC Z(12)9.
           05  FILLER                  PIC X(3)
               VALUE SPACES.
           05  VCL-TRANSIT-G           PIC Z(12)9.
           05  FILLER                  PIC X(3)
               VALUE SPACES.
           05  VCL-TOTAL-G             PIC Z(12)9.
           05  FILLER                  PIC X(3)
               VALUE SPACES.
           05  VCL-VALUE               PIC Z(10)9.99.
       01  HEADER-WO-3.
           05  FILLER                  PIC X(8)
               VALUE  'SITE'.
           05  FILLER                  PIC X(10)
               VALUE  'DATE'.
           05  FILLER                  PIC X(14)
               VALUE  'SERIAL'.
           05  FILLER                  PIC X(17)
               VALUE  'FORMULA'.
           05  FILLER                  PIC X(12)
               VALUE  'DISPOSITION'.
           05  FILLER                  PIC X(15)
               VALUE  '          GRAMS'.
           05  FILLER                  PIC X(13)
               VALUE  '      COST/KG'.
           05  FILLER                  PIC X(18)
               VALUE  '             VALUE'.
       01  HEADER-WO-4.
           05  FILLER                  PIC X(4)
               VALUE  '----'.
           05  FILLER                  PIC X(4)
               VALUE SPACES.
           05  FILLER                  PIC X(8)
               VALUE  '--------'.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
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
           05  FILLER                  PIC X(4)
               VALUE SPACES.
           05  FILLER                  PIC X(13)
               VALUE  '-------------'.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  FILLER                  PIC X(11)
               VALUE  '-----------'.
           05  FILLER                  PIC X(3)
               VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE  '---------------'.
       01  WO-DETAIL-LINE.
           05  WDL-SITE                PIC X(4).
           05  FILLER                  PIC X(4)
               VALUE SPACES.
           05  WDL-DATE                PIC 9(8).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  WDL-SERIAL              PIC 9(12).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  WDL-FORMULA             PIC X(15).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  WDL-DISPOSITION         PIC X(10).
           05  FILLER                  PIC X(4)
               VALUE SPACES.
           05  WDL-WEIGHT-G            PIC Z(12)9.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  WDL-COST                PIC Z(7)9.99.
           05  FILLER                  PIC X(3)
               VALUE SPACES.
           05  WDL-VALUE               PIC Z(10)9.99.
       01  HEADER-EXC-3.
           05  FILLER                  PIC X(8)
               VALUE  'SITE'.
           05  FILLER                  PIC X(14)
               VALUE  'SERIAL'.
           05  FILLER                  PIC X(17)
               VALUE  'FORMULA'.
           05  FILLER                  PIC X(11)
               VALUE  'SOURCE'.
           05  FILLER                  PIC X(15)
               VALUE  '          GRAMS'.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  FILLER                  PIC X(24)
               VALUE  'REASON'.
       01  HEADER-EXC-4.
           05  FILLER                  PIC X(4)
               VALUE  '----'.
           05  FILLER                  PIC X(4)
               VALUE SPACES.
           05  FILLER                  PIC X(12)
               VALUE  '------------'.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE  '---------------'.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  FILLER                  PIC X(9)
               VALUE  '---------'.
           05  FILLER                  PIC X(4)
               VALUE SPACES.
           05  FILLER                  PIC X(13)
               VALUE  '-------------'.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  FILLER                  PIC X(24)
               VALUE  '------------------------'.
       01  EXC-DETAIL-LINE.
           05  EDL-SITE                PIC X(4).
           05  FILLER                  PIC X(4)
               VALUE SPACES.
           05  EDL-SERIAL              PIC 9(12).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  EDL-FORMULA             PIC X(15).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  EDL-SOURCE              PIC X(9).
           05  FILLER                  PIC X(4)
               VALUE SPACES.
           05  EDL-WEIGHT-G            PIC Z(12)9.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  EDL-REASON              PIC X(24).
       01  VAL-TOTAL-LINE.
           05  VTL-LABEL               PIC X(21).
           05  VTL-COUNT               PIC -(6)9.
           05  FILLER                  PIC X(35)
               VALUE SPACES.
           05  VTL-WEIGHT-G            PIC -(12)9.
           05  FILLER                  PIC X(3)
               VALUE SPACES.
           05  VTL-VALUE               PIC -(10)9.99.
       01  VAL-NONE-LINE.
           05  VNL-TEXT                PIC X(40).
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
       01  WS-VALPARM-STATUS           PIC X(2).
       01  WS-MNTLOG-STATUS            PIC X(2).
       01  WS-INALLARC-STATUS          PIC X(2).
       01  WS-FORM-STATUS              PIC X(2).
       01  WS-VAL-FROM-DATE            PIC 9(8) VALUE 0.
       01  WS-VAL-THRU-DATE            PIC 9(8) VALUE 0.
       01  WS-VAL-DATE-TODAY           PIC 9(8) VALUE 0.
       01  WS-CHECK-DATE               PIC 9(8).
       01  WS-CHECK-DATE-R REDEFINES WS-CHECK-DATE.
           05  WS-CHECK-YEAR           PIC 9(4).
           05  WS-CHECK-MONTH          PIC 9(2).
           05  WS-CHECK-DAY            PIC 9(2).
       01  WS-CHECK-DAY-MAX            PIC 9(2).
       01  WS-LEAP-QUOTIENT            PIC 9(4).
       01  WS-LEAP-REMAINDER           PIC 9(4).
       01  WS-WO-KEY                   PIC 9(12) VALUE 999999999999.
       01  WS-MST-KEY                  PIC 9(12) VALUE 999999999999.
       01  WS-ARC-SERIAL               PIC 9(12) VALUE 0.
       01  WS-ARC-FORMULA              PIC X(15) VALUE SPACES.
       01  WS-COST-DATE                PIC 9(8) VALUE 0.
       01  WS-COST-FORMULA             PIC X(15).
       01  WS-COST-CLASS               PIC X(10).
       01  WS-COST-PER-KG              PIC 9(7)V99 VALUE 0.
       01  WS-COST-REASON              PIC X(24).
       01  WS-GRAIN-VALUE              PIC 9(11)V99 VALUE 0.
       01  WS-NORM-IN-WEIGHT           PIC 9(10) VALUE 0.
       01  WS-NORM-IN-TENTHS           PIC 9(1) VALUE 0.
       01  WS-NORM-IN-UOM              PIC X(2) VALUE SPACES.
       01  WS-NORM-WEIGHT-G            PIC 9(12) VALUE 0.
       01  WS-PRINT-SECTION            PIC 9(1) VALUE 0.
       01  WS-CUR-SITE                 PIC X(4) VALUE SPACES.
       01  WS-CUR-CLASS                PIC X(10) VALUE SPACES.
       01  FORM-TABLE-COUNT            PIC 9(3) COMP VALUE 0.
       01  FORM-TABLE.
           05  FORM-ENTRY OCCURS 0 TO 200 TIMES
                           DEPENDING ON FORM-TABLE-COUNT
                           INDEXED BY FORM-IDX.
               10  FORM-CODE-TBL       PIC X(15).
               10  FORM-CLASS-TBL      PIC X(10).
               10  FORM-COST-TBL       PIC 9(7)V99.
               10  FORM-EFF-DATE-TBL   PIC 9(8).
       01  WS-VALUE-TOTALS.
           05  WS-CLASS-GRAINS          PIC S9(9) COMP VALUE 0.
           05  WS-CLASS-ACTIVE-G        PIC 9(12) COMP VALUE 0.
           05  WS-CLASS-TRANSIT-G       PIC 9(12) COMP VALUE 0.
           05  WS-CLASS-VALUE           PIC 9(11)V99 COMP VALUE 0.
           05  WS-SITE-GRAINS           PIC S9(9) COMP VALUE 0.
           05  WS-SITE-WEIGHT-G         PIC 9(12) COMP VALUE 0.
           05  WS-SITE-VALUE            PIC 9(11)V99 COMP VALUE 0.
           05  WS-GRAND-GRAINS          PIC S9(9) COMP VALUE 0.
           05  WS-GRAND-WEIGHT-G        PIC 9(12) COMP VALUE 0.
           05  WS-GRAND-VALUE           PIC 9(11)V99 COMP VALUE 0.
           05  WS-SPENT-COUNT           PIC S9(9) COMP VALUE 0.
           05  WS-SPENT-WEIGHT-G        PIC 9(12) COMP VALUE 0.
           05  WS-SPENT-VALUE           PIC 9(11)V99 COMP VALUE 0.
           05  WS-DESTR-COUNT           PIC S9(9) COMP VALUE 0.
           05  WS-DESTR-WEIGHT-G        PIC 9(12) COMP VALUE 0.
           05  WS-DESTR-VALUE           PIC 9(11)V99 COMP VALUE 0.
           05  WS-REVRS-COUNT           PIC S9(9) COMP VALUE 0.
           05  WS-REVRS-WEIGHT-G        PIC 9(12) COMP VALUE 0.
           05  WS-REVRS-VALUE           PIC 9(11)V99 COMP VALUE 0.
           05  WS-EXC-WEIGHT-G          PIC 9(12) COMP VALUE 0.
       01  SWITCHES.
           05  VALPARM-EOF-SWITCH       PIC X(1) VALUE 'N'.
           05  MNTLOG-EOF-SWITCH        PIC X(1) VALUE 'N'.
           05  INALL-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  INALLARC-EOF-SWITCH      PIC X(1) VALUE 'N'.
           05  FORMMST-EOF-SWITCH       PIC X(1) VALUE 'N'.
           05  SORT-WO-EOF-SWITCH       PIC X(1) VALUE 'N'.
           05  SORT-VAL-EOF-SWITCH      PIC X(1) VALUE 'N'.
           05  VALWK-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  WS-DATE-OK-SWITCH        PIC X(1) VALUE 'N'.
           05  WS-COST-OK-SWITCH        PIC X(1) VALUE 'N'.
       01  WS-COUNTERS.
           05  WS-WO-COUNT              PIC S9(9) COMP VALUE 0.
           05  WS-EXC-COUNT             PIC S9(9) COMP VALUE 0.
           05  WS-SECTION-LINE-COUNT    PIC S9(9) COMP VALUE 0.
      **************************************************************************
       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-YEAR TO DT-YEAR.
           MOVE WS-MONTH TO DT-MONTH.
           MOVE WS-DAY TO DT-DAY.
           COMPUTE WS-VAL-DATE-TODAY =
               WS-YEAR * 10000 + WS-MONTH * 100 + WS-DAY.
           PERFORM READ-PARM-CARDS.
           OPEN OUTPUT RPTVAL.
           IF WS-PARM-ERROR-COUNT > 0
               PERFORM WRITE-PARM-ERRORS
           END-IF.
           PERFORM LOAD-FORM-TABLE.
           PERFORM BUILD-VALUATION-WORK.
           PERFORM PRINT-VALUATION.
           CLOSE RPTVAL.
           IF WS-EXC-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.
      **************************************************************************
       READ-PARM-CARDS.
           COMPUTE WS-VAL-FROM-DATE =
               WS-YEAR * 10000 + WS-MONTH * 100 + 1.
           MOVE WS-VAL-DATE-TODAY TO WS-VAL-THRU-DATE.
           MOVE 0 TO WS-PARM-ERROR-COUNT.
           OPEN INPUT VALPARM.
           IF WS-VALPARM-STATUS NOT = '00'
               MOVE 'Y' TO VALPARM-EOF-SWITCH
           ELSE
               READ VALPARM
                   AT END
                       MOVE 'Y' TO VALPARM-EOF-SWITCH
               END-READ
               PERFORM PARM-CARD-LOOP
                   UNTIL VALPARM-EOF-SWITCH = 'Y'
               CLOSE VALPARM
           END-IF.
           IF WS-VAL-FROM-DATE > WS-VAL-THRU-DATE
               MOVE 'FROM= DATE IS AFTER THRU= DATE'
                   TO WS-PARM-ERROR-TEXT
               PERFORM ADD-PARM-ERROR
           END-IF.
      **************************************************************************
       PARM-CARD-LOOP.
           MOVE SPACES TO WS-PARM-TOKENS.
           UNSTRING VP-CARD-TEXT DELIMITED BY ALL SPACE
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
           READ VALPARM
               AT END
                   MOVE 'Y' TO VALPARM-EOF-SWITCH
           END-READ.
      **************************************************************************
       PARSE-PARM-TOKEN.
           IF WS-PARM-TOKEN (WS-PARM-SUB) = SPACES
               CONTINUE
           ELSE IF WS-PARM-TOKEN (WS-PARM-SUB) (1:5) = 'FROM='
               MOVE WS-PARM-TOKEN (WS-PARM-SUB) (6:8) TO WS-CHECK-DATE
               PERFORM CHECK-DATE THRU CHECK-DATE-EXIT
               IF WS-DATE-OK-SWITCH = 'N'
                   MOVE 'FROM= DATE INVALID' TO WS-PARM-ERROR-TEXT
                   PERFORM ADD-PARM-ERROR
               ELSE
                   MOVE WS-CHECK-DATE TO WS-VAL-FROM-DATE
               END-IF
           ELSE IF WS-PARM-TOKEN (WS-PARM-SUB) (1:5) = 'THRU='
               MOVE WS-PARM-TOKEN (WS-PARM-SUB) (6:8) TO WS-CHECK-DATE
               PERFORM CHECK-DATE THRU CHECK-DATE-EXIT
               IF WS-DATE-OK-SWITCH = 'N'
                   MOVE 'THRU= DATE INVALID' TO WS-PARM-ERROR-TEXT
                   PERFORM ADD-PARM-ERROR
               ELSE
                   MOVE WS-CHECK-DATE TO WS-VAL-THRU-DATE
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
           MOVE HEADER-1 TO OUTFILE-VAL.
           WRITE OUTFILE-VAL.
           MOVE HEADER-VAL TO OUTFILE-VAL.
           WRITE OUTFILE-VAL.
           MOVE DATE-LINE TO OUTFILE-VAL.
           WRITE OUTFILE-VAL.
           MOVE SPACES TO OUTFILE-VAL.
           WRITE OUTFILE-VAL.
           MOVE PARM-ERROR-HEAD-LINE TO OUTFILE-VAL.
           WRITE OUTFILE-VAL.
           PERFORM WRITE-PARM-ERROR-LINE
               VARYING WS-PARM-SUB FROM 1 BY 1
               UNTIL WS-PARM-SUB > WS-PARM-ERROR-COUNT.
           CLOSE RPTVAL.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
      **************************************************************************
       WRITE-PARM-ERROR-LINE.
           MOVE WS-PARM-ERROR (WS-PARM-SUB) TO PEL-TEXT.
           MOVE PARM-ERROR-LINE TO OUTFILE-VAL.
           WRITE OUTFILE-VAL.
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
       LOAD-FORM-TABLE.
           MOVE ZERO TO FORM-TABLE-COUNT.
           OPEN INPUT FORMMST.
           IF WS-FORM-STATUS NOT = '00'
               DISPLAY '*** ERROR: FORMULA MASTER FILE NOT AVAILABLE, '
                   'STATUS ' WS-FORM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ FORMMST
               AT END
                   MOVE 'Y' TO FORMMST-EOF-SWITCH
           END-READ.
           PERFORM LOAD-FORM-TABLE-LOOP
               UNTIL FORMMST-EOF-SWITCH = 'Y'.
           CLOSE FORMMST.
      **************************************************************************
       LOAD-FORM-TABLE-LOOP.
           IF FORM-TABLE-COUNT < 200
               ADD 1 TO FORM-TABLE-COUNT
               SET FORM-IDX TO FORM-TABLE-COUNT
               MOVE FORM-CODE-FM TO FORM-CODE-TBL (FORM-IDX)
               MOVE FORM-CLASS-FM TO FORM-CLASS-TBL (FORM-IDX)
               IF FORM-STD-COST-FM NUMERIC
                   MOVE FORM-STD-COST-FM TO FORM-COST-TBL (FORM-IDX)
               ELSE
                   MOVE ZERO TO FORM-COST-TBL (FORM-IDX)
               END-IF
               IF FORM-COST-EFF-DATE-FM NUMERIC
                   MOVE FORM-COST-EFF-DATE-FM
                       TO FORM-EFF-DATE-TBL (FORM-IDX)
               ELSE
                   MOVE ZERO TO FORM-EFF-DATE-TBL (FORM-IDX)
               END-IF
           ELSE
               DISPLAY '*** ERROR: FORMULA TABLE FULL AT 200, FORMULA '
                   FORM-CODE-FM ' NOT LOADED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ FORMMST
               AT END
                   MOVE 'Y' TO FORMMST-EOF-SWITCH
           END-READ.
      **************************************************************************
       BUILD-VALUATION-WORK.
           SORT SORT-WO-FILE
               ON ASCENDING KEY SW-SERIAL SW-DATE
               INPUT PROCEDURE IS WO-SELECT-DISPOSALS
               OUTPUT PROCEDURE IS WO-MATCH-MASTER.
           IF SORT-RETURN NOT = 0
               DISPLAY '*** ERROR: SORT FAILED, SORT-RETURN = '
                   SORT-RETURN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      **************************************************************************
       WO-SELECT-DISPOSALS.
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
           PERFORM WO-SELECT-LOOP
               UNTIL MNTLOG-EOF-SWITCH = 'Y'.
           CLOSE MNTLOG.
           OPEN INPUT INALLARC.
           IF WS-INALLARC-STATUS NOT = '00'
               MOVE 'Y' TO INALLARC-EOF-SWITCH
           ELSE
               READ INALLARC
                   AT END
                       MOVE 'Y' TO INALLARC-EOF-SWITCH
               END-READ
               PERFORM WO-ARCHIVE-LOOP
                   UNTIL INALLARC-EOF-SWITCH = 'Y'
               CLOSE INALLARC
           END-IF.
      **************************************************************************
       WO-SELECT-LOOP.
           IF ML-CODE = 'D'
                   AND ML-SERIAL NUMERIC
                   AND ML-DATE NOT < WS-VAL-FROM-DATE
                   AND ML-DATE NOT > WS-VAL-THRU-DATE
                   AND (ML-STATUS = '1' OR ML-STATUS = '3')
                   AND ML-STATUS-PRIOR NOT = '1'
               MOVE ML-SERIAL TO SW-SERIAL
               MOVE ML-DATE TO SW-DATE
               MOVE ML-FROM-SITE TO SW-SITE
               MOVE ML-STATUS TO SW-STATUS
               IF ML-WEIGHT NUMERIC
                   MOVE ML-WEIGHT TO SW-WEIGHT-G
               ELSE
                   MOVE ZERO TO SW-WEIGHT-G
               END-IF
               RELEASE SORT-WO-REC
           END-IF.
           IF ML-CODE = 'V'
                   AND ML-REV-CODE = 'D'
                   AND ML-SERIAL NUMERIC
                   AND ML-DATE NOT < WS-VAL-FROM-DATE
                   AND ML-DATE NOT > WS-VAL-THRU-DATE
                   AND ML-STATUS = '0'
                   AND (ML-STATUS-PRIOR = '1' OR ML-STATUS-PRIOR = '3')
               MOVE ML-SERIAL TO SW-SERIAL
               MOVE ML-DATE TO SW-DATE
               MOVE ML-FROM-SITE TO SW-SITE
               MOVE 'R' TO SW-STATUS
               IF ML-WEIGHT NUMERIC
                   MOVE ML-WEIGHT TO SW-WEIGHT-G
               ELSE
                   MOVE ZERO TO SW-WEIGHT-G
               END-IF
               RELEASE SORT-WO-REC
           END-IF.
           READ MNTLOG
               AT END
                   MOVE 'Y' TO MNTLOG-EOF-SWITCH
           END-READ.
      **************************************************************************
       WO-ARCHIVE-LOOP.
           IF AR-SERIAL NUMERIC
               MOVE SPACES TO SORT-WO-REC
               MOVE AR-SERIAL TO SW-SERIAL
               MOVE ZERO TO SW-DATE
               MOVE 'M' TO SW-STATUS
               MOVE ZERO TO SW-WEIGHT-G
               MOVE AR-FORMULA TO SW-FORMULA
               RELEASE SORT-WO-REC
           END-IF.
           READ INALLARC
               AT END
                   MOVE 'Y' TO INALLARC-EOF-SWITCH
           END-READ.
      **************************************************************************
       WO-MATCH-MASTER.
           OPEN INPUT INALL
                OUTPUT VALWK.
           PERFORM RETURN-WRITE-OFF.
           PERFORM READ-MASTER.
           PERFORM WO-MATCH-LOOP
               UNTIL WS-WO-KEY = 999999999999
                 AND WS-MST-KEY = 999999999999.
           CLOSE INALL
                 VALWK.
      **************************************************************************
       WO-MATCH-LOOP.
           IF WS-MST-KEY < WS-WO-KEY
               PERFORM VALUE-ON-HAND-GRAIN
               PERFORM READ-MASTER
           ELSE IF SW-STATUS = 'M'
               MOVE SW-SERIAL TO WS-ARC-SERIAL
               MOVE SW-FORMULA TO WS-ARC-FORMULA
               PERFORM RETURN-WRITE-OFF
           ELSE
               IF WS-MST-KEY = WS-WO-KEY
                   MOVE GRAIN-FORMULA-ALL TO WS-COST-FORMULA
               ELSE
                   IF WS-ARC-SERIAL = WS-WO-KEY
                       MOVE WS-ARC-FORMULA TO WS-COST-FORMULA
                   ELSE
                       MOVE SPACES TO WS-COST-FORMULA
                   END-IF
               END-IF
               PERFORM VALUE-WRITE-OFF
               PERFORM RETURN-WRITE-OFF
           END-IF.
      **************************************************************************
       VALUE-ON-HAND-GRAIN.
           IF GRAIN-STATUS-ALL = '0' OR GRAIN-STATUS-ALL = '2'
               MOVE GRAIN-WEIGHT-ALL TO WS-NORM-IN-WEIGHT
               MOVE GRAIN-WEIGHT-TENTHS-ALL TO WS-NORM-IN-TENTHS
               MOVE GRAIN-UOM-ALL TO WS-NORM-IN-UOM
               PERFORM COMPUTE-NORM-WEIGHT
               MOVE GRAIN-FORMULA-ALL TO WS-COST-FORMULA
               MOVE WS-VAL-DATE-TODAY TO WS-COST-DATE
               PERFORM FIND-FORMULA-COST
               MOVE SPACES TO VALWK-RECORD
               MOVE GRAIN-SITE-ALL TO VW-SITE
               MOVE WS-COST-CLASS TO VW-CLASS
               MOVE ZERO TO VW-DATE
               MOVE GRAIN-SERIAL-ALL TO VW-SERIAL
               MOVE GRAIN-FORMULA-ALL TO VW-FORMULA
               MOVE GRAIN-STATUS-ALL TO VW-STATUS
               MOVE WS-NORM-WEIGHT-G TO VW-WEIGHT-G
               MOVE WS-COST-PER-KG TO VW-COST
               IF WS-COST-OK-SWITCH = 'Y'
                   MOVE 1 TO VW-SECTION
                   MOVE WS-GRAIN-VALUE TO VW-VALUE
               ELSE
                   MOVE 3 TO VW-SECTION
                   MOVE ZERO TO VW-VALUE
                   MOVE WS-COST-REASON TO VW-REASON
               END-IF
               WRITE VALWK-RECORD
           END-IF.
      **************************************************************************
       VALUE-WRITE-OFF.
           ADD 1 TO WS-WO-COUNT.
           MOVE SW-WEIGHT-G TO WS-NORM-WEIGHT-G.
           MOVE SW-DATE TO WS-COST-DATE.
           IF WS-COST-FORMULA = SPACES
               MOVE 'N' TO WS-COST-OK-SWITCH
               MOVE SPACES TO WS-COST-CLASS
               MOVE ZERO TO WS-COST-PER-KG
               MOVE 'GRAIN NOT ON MASTER' TO WS-COST-REASON
           ELSE
               PERFORM FIND-FORMULA-COST
           END-IF.
           MOVE SPACES TO VALWK-RECORD.
           MOVE SW-SITE TO VW-SITE.
           MOVE WS-COST-CLASS TO VW-CLASS.
           MOVE SW-DATE TO VW-DATE.
           MOVE SW-SERIAL TO VW-SERIAL.
           MOVE WS-COST-FORMULA TO VW-FORMULA.
           MOVE SW-STATUS TO VW-STATUS.
           MOVE SW-WEIGHT-G TO VW-WEIGHT-G.
           MOVE WS-COST-PER-KG TO VW-COST.
           IF WS-COST-OK-SWITCH = 'Y'
               MOVE 2 TO VW-SECTION
               MOVE WS-GRAIN-VALUE TO VW-VALUE
           ELSE
               MOVE 3 TO VW-SECTION
               MOVE ZERO TO VW-VALUE
               MOVE WS-COST-REASON TO VW-REASON
           END-IF.
           WRITE VALWK-RECORD.
      **************************************************************************
       FIND-FORMULA-COST.
           MOVE 'N' TO WS-COST-OK-SWITCH.
           MOVE SPACES TO WS-COST-CLASS.
           MOVE ZERO TO WS-COST-PER-KG.
           MOVE ZERO TO WS-GRAIN-VALUE.
           MOVE 'FORMULA NOT ON MASTER' TO WS-COST-REASON.
           SET FORM-IDX TO 1.
           SEARCH FORM-ENTRY
               AT END
                   CONTINUE
               WHEN FORM-CODE-TBL (FORM-IDX) = WS-COST-FORMULA
                   MOVE FORM-CLASS-TBL (FORM-IDX) TO WS-COST-CLASS
                   MOVE FORM-COST-TBL (FORM-IDX) TO WS-COST-PER-KG
                   IF FORM-COST-TBL (FORM-IDX) = ZERO
                       MOVE 'NO STANDARD COST' TO WS-COST-REASON
                   ELSE IF FORM-EFF-DATE-TBL (FORM-IDX) > WS-COST-DATE
                       MOVE 'COST NOT YET EFFECTIVE' TO WS-COST-REASON
                   ELSE
                       MOVE 'Y' TO WS-COST-OK-SWITCH
                       MOVE SPACES TO WS-COST-REASON
                       COMPUTE WS-GRAIN-VALUE ROUNDED =
                           WS-NORM-WEIGHT-G * WS-COST-PER-KG / 1000
                   END-IF
           END-SEARCH.
      **************************************************************************
       RETURN-WRITE-OFF.
           IF SORT-WO-EOF-SWITCH = 'Y'
               MOVE 999999999999 TO WS-WO-KEY
           ELSE
               RETURN SORT-WO-FILE
                   AT END
                       MOVE 'Y' TO SORT-WO-EOF-SWITCH
                       MOVE 999999999999 TO WS-WO-KEY
                   NOT AT END
                       MOVE SW-SERIAL TO WS-WO-KEY
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
       PRINT-VALUATION.
           MOVE HEADER-1 TO OUTFILE-VAL.
           WRITE OUTFILE-VAL.
           MOVE HEADER-VAL TO OUTFILE-VAL.
           WRITE OUTFILE-VAL.
           MOVE DATE-LINE TO OUTFILE-VAL.
           WRITE OUTFILE-VAL.
           SORT SORT-VAL-FILE
               ON ASCENDING KEY SV-SECTION SV-SITE SV-CLASS
                                SV-DATE SV-SERIAL
               INPUT PROCEDURE IS VAL-SELECT-WORK
               OUTPUT PROCEDURE IS VAL-PRINT-SECTIONS.
           IF SORT-RETURN NOT = 0
               DISPLAY '*** ERROR: SORT FAILED, SORT-RETURN = '
                   SORT-RETURN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      **************************************************************************
       VAL-SELECT-WORK.
           MOVE 'N' TO VALWK-EOF-SWITCH.
           OPEN INPUT VALWK.
           READ VALWK
               AT END
                   MOVE 'Y' TO VALWK-EOF-SWITCH
           END-READ.
           PERFORM VAL-SELECT-LOOP
               UNTIL VALWK-EOF-SWITCH = 'Y'.
           CLOSE VALWK.
      **************************************************************************
       VAL-SELECT-LOOP.
           MOVE VALWK-RECORD TO SORT-VAL-REC.
           RELEASE SORT-VAL-REC.
           READ VALWK
               AT END
                   MOVE 'Y' TO VALWK-EOF-SWITCH
           END-READ.
      **************************************************************************
       VAL-PRINT-SECTIONS.
           MOVE 'N' TO SORT-VAL-EOF-SWITCH.
           RETURN SORT-VAL-FILE
               AT END
                   MOVE 'Y' TO SORT-VAL-EOF-SWITCH
           END-RETURN.
           MOVE 1 TO WS-PRINT-SECTION.
           PERFORM START-ON-HAND-SECTION.
           PERFORM PRINT-ON-HAND-LOOP
               UNTIL SORT-VAL-EOF-SWITCH = 'Y'
                  OR SV-SECTION NOT = 1.
           PERFORM END-ON-HAND-SECTION.
           MOVE 2 TO WS-PRINT-SECTION.
           PERFORM START-WRITE-OFF-SECTION.
           PERFORM PRINT-WRITE-OFF-LOOP
               UNTIL SORT-VAL-EOF-SWITCH = 'Y'
                  OR SV-SECTION NOT = 2.
           PERFORM END-WRITE-OFF-SECTION.
           MOVE 3 TO WS-PRINT-SECTION.
           PERFORM START-EXCEPTION-SECTION.
           PERFORM PRINT-EXCEPTION-LOOP
               UNTIL SORT-VAL-EOF-SWITCH = 'Y'.
           PERFORM END-EXCEPTION-SECTION.
      **************************************************************************
       START-ON-HAND-SECTION.
           MOVE SPACES TO OUTFILE-VAL.
           WRITE OUTFILE-VAL.
           MOVE SPACES TO VAL-SECTION-LINE.
           MOVE 'ON-HAND VALUATION AS OF:' TO VSL-TEXT.
           MOVE WS-VAL-DATE-TODAY TO VSL-DATE-1.
           MOVE VAL-SECTION-LINE TO OUTFILE-VAL.
           WRITE OUTFILE-VAL.
           MOVE SPACES TO OUTFILE-VAL.
           WRITE OUTFILE-VAL.
           MOVE HEADER-VAL-3 TO OUTFILE-VAL.
           WRITE OUTFILE-VAL.
           MOVE HEADER-VAL-4 TO OUTFILE-VAL.
           WRITE OUTFILE-VAL.
           MOVE ZERO TO WS-SECTION-LINE-COUNT.
           MOVE SPACES TO WS-CUR-SITE.
           MOVE SPACES TO WS-CUR-CLASS.
           MOVE ZERO TO WS-GRAND-GRAINS WS-GRAND-WEIGHT-G
                        WS-GRAND-VALUE.
      **************************************************************************
       PRINT-ON-HAND-LOOP.
           IF WS-SECTION-LINE-COUNT = 0
               MOVE SV-SITE TO WS-CUR-SITE
               MOVE SV-CLASS TO WS-CUR-CLASS
               PERFORM CLEAR-SITE-TOTALS
               PERFORM CLEAR-CLASS-TOTALS
           ELSE IF SV-SITE NOT = WS-CUR-SITE
               PERFORM WRITE-CLASS-LINE
               PERFORM WRITE-SITE-TOTAL
               MOVE SV-SITE TO WS-CUR-SITE
               MOVE SV-CLASS TO WS-CUR-CLASS
               PERFORM CLEAR-SITE-TOTALS
               PERFORM CLEAR-CLASS-TOTALS
           ELSE IF SV-CLASS NOT = WS-CUR-CLASS
               PERFORM WRITE-CLASS-LINE
               MOVE SV-CLASS TO WS-CUR-CLASS
               PERFORM CLEAR-CLASS-TOTALS
           END-IF.
           ADD 1 TO WS-SECTION-LINE-COUNT.
           ADD 1 TO WS-CLASS-GRAINS.
           IF SV-STATUS = '2'
               ADD SV-WEIGHT-G TO WS-CLASS-TRANSIT-G
           ELSE
               ADD SV-WEIGHT-G TO WS-CLASS-ACTIVE-G
           END-IF.
           ADD SV-VALUE TO WS-CLASS-VALUE.
           RETURN SORT-VAL-FILE
               AT END
                   MOVE 'Y' TO SORT-VAL-EOF-SWITCH
           END-RETURN.
      **************************************************************************
       CLEAR-SITE-TOTALS.
           MOVE ZERO TO WS-SITE-GRAINS WS-SITE-WEIGHT-G WS-SITE-VALUE.
      **************************************************************************
       CLEAR-CLASS-TOTALS.
           MOVE ZERO TO WS-CLASS-GRAINS WS-CLASS-ACTIVE-G
                        WS-CLASS-TRANSIT-G WS-CLASS-VALUE.
      **************************************************************************
       WRITE-CLASS-LINE.
           MOVE WS-CUR-SITE TO VCL-SITE.
           MOVE WS-CUR-CLASS TO VCL-CLASS.
           MOVE WS-CLASS-GRAINS TO VCL-GRAINS.
           MOVE WS-CLASS-ACTIVE-G TO VCL-ACTIVE-G.
           MOVE WS-CLASS-TRANSIT-G TO VCL-TRANSIT-G.
           COMPUTE VCL-TOTAL-G =
               WS-CLASS-ACTIVE-G + WS-CLASS-TRANSIT-G.
           MOVE WS-CLASS-VALUE TO VCL-VALUE.
           MOVE VAL-CLASS-LINE TO OUTFILE-VAL.
           WRITE OUTFILE-VAL.
           ADD WS-CLASS-GRAINS TO WS-SITE-GRAINS.
           ADD WS-CLASS-ACTIVE-G WS-CLASS-TRANSIT-G
               TO WS-SITE-WEIGHT-G.
           ADD WS-CLASS-VALUE TO WS-SITE-VALUE.
      **************************************************************************
       WRITE-SITE-TOTAL.
           MOVE SPACES TO VTL-LABEL.
           STRING '  SITE ' DELIMITED BY SIZE
                  WS-CUR-SITE DELIMITED BY SIZE
                  ' TOTAL' DELIMITED BY SIZE
               INTO VTL-LABEL
           END-STRING.
           MOVE WS-SITE-GRAINS TO VTL-COUNT.
           MOVE WS-SITE-WEIGHT-G TO VTL-WEIGHT-G.
           MOVE WS-SITE-VALUE TO VTL-VALUE.
           MOVE VAL-TOTAL-LINE TO OUTFILE-VAL.
           WRITE OUTFILE-VAL.
           MOVE SPACES TO OUTFILE-VAL.
           WRITE OUTFILE-VAL.
           ADD WS-SITE-GRAINS TO WS-GRAND-GRAINS.
           ADD WS-SITE-WEIGHT-G TO WS-GRAND-WEIGHT-G.
           ADD WS-SITE-VALUE TO WS-GRAND-VALUE.
      **************************************************************************
       END-ON-HAND-SECTION.
           IF WS-SECTION-LINE-COUNT = 0
               MOVE 'NO ACTIVE OR IN-TRANSIT GRAINS VALUED'
                   TO VNL-TEXT
               MOVE VAL-NONE-LINE TO OUTFILE-VAL
               WRITE OUTFILE-VAL
           ELSE
               PERFORM WRITE-CLASS-LINE
               PERFORM WRITE-SITE-TOTAL
           END-IF.
           MOVE 'ON-HAND GRAND TOTAL' TO VTL-LABEL.
           MOVE WS-GRAND-GRAINS TO VTL-COUNT.
           MOVE WS-GRAND-WEIGHT-G TO VTL-WEIGHT-G.
           MOVE WS-GRAND-VALUE TO VTL-VALUE.
           MOVE VAL-TOTAL-LINE TO OUTFILE-VAL.
           WRITE OUTFILE-VAL.
      **************************************************************************
       START-WRITE-OFF-SECTION.
           MOVE SPACES TO OUTFILE-VAL.
           WRITE OUTFILE-VAL.
           MOVE SPACES TO OUTFILE-VAL.
           WRITE OUTFILE-VAL.
           MOVE SPACES TO VAL-SECTION-LINE.
           MOVE 'WRITE-OFFS FOR PERIOD FROM:' TO VSL-TEXT.
           MOVE WS-VAL-FROM-DATE TO VSL-DATE-1.
           MOVE '  THRU:' TO VSL-LIT-2.
           MOVE WS-VAL-THRU-DATE TO VSL-DATE-2.
           MOVE VAL-SECTION-LINE TO OUTFILE-VAL.
           WRITE OUTFILE-VAL.
           MOVE SPACES TO OUTFILE-VAL.
           WRITE OUTFILE-VAL.
           MOVE HEADER-WO-3 TO OUTFILE-VAL.
           WRITE OUTFILE-VAL.
           MOVE HEADER-WO-4 TO OUTFILE-VAL.
           WRITE OUTFILE-VAL.
           MOVE ZERO TO WS-SECTION-LINE-COUNT.
      **************************************************************************
       PRINT-WRITE-OFF-LOOP.
           ADD 1 TO WS-SECTION-LINE-COUNT.
           MOVE SV-SITE TO WDL-SITE.
           MOVE SV-DATE TO WDL-DATE.
           MOVE SV-SERIAL TO WDL-SERIAL.
           MOVE SV-FORMULA TO WDL-FORMULA.
           MOVE SV-WEIGHT-G TO WDL-WEIGHT-G.
           MOVE SV-COST TO WDL-COST.
           MOVE SV-VALUE TO WDL-VALUE.
           IF SV-STATUS = '1'
               MOVE 'SPENT' TO WDL-DISPOSITION
               ADD 1 TO WS-SPENT-COUNT
               ADD SV-WEIGHT-G TO WS-SPENT-WEIGHT-G
               ADD SV-VALUE TO WS-SPENT-VALUE
           ELSE IF SV-STATUS = 'R'
               MOVE 'REVERSED' TO WDL-DISPOSITION
               ADD 1 TO WS-REVRS-COUNT
               ADD SV-WEIGHT-G TO WS-REVRS-WEIGHT-G
               ADD SV-VALUE TO WS-REVRS-VALUE
           ELSE
               MOVE 'DESTROYED' TO WDL-DISPOSITION
               ADD 1 TO WS-DESTR-COUNT
               ADD SV-WEIGHT-G TO WS-DESTR-WEIGHT-G
               ADD SV-VALUE TO WS-DESTR-VALUE
           END-IF.
           MOVE WO-DETAIL-LINE TO OUTFILE-VAL.
           WRITE OUTFILE-VAL.
           RETURN SORT-VAL-FILE
               AT END
                   MOVE 'Y' TO SORT-VAL-EOF-SWITCH
           END-RETURN.
      **************************************************************************
       END-WRITE-OFF-SECTION.
           IF WS-SECTION-LINE-COUNT = 0
               MOVE 'NO WRITE-OFFS IN PERIOD' TO VNL-TEXT
               MOVE VAL-NONE-LINE TO OUTFILE-VAL
               WRITE OUTFILE-VAL
           END-IF.
           MOVE SPACES TO OUTFILE-VAL.
           WRITE OUTFILE-VAL.
           MOVE 'SPENT TOTAL' TO VTL-LABEL.
           MOVE WS-SPENT-COUNT TO VTL-COUNT.
           MOVE WS-SPENT-WEIGHT-G TO VTL-WEIGHT-G.
           MOVE WS-SPENT-VALUE TO VTL-VALUE.
           MOVE VAL-TOTAL-LINE TO OUTFILE-VAL.
           WRITE OUTFILE-VAL.
           MOVE 'DESTROYED TOTAL' TO VTL-LABEL.
           MOVE WS-DESTR-COUNT TO VTL-COUNT.
           MOVE WS-DESTR-WEIGHT-G TO VTL-WEIGHT-G.
           MOVE WS-DESTR-VALUE TO VTL-VALUE.
           MOVE VAL-TOTAL-LINE TO OUTFILE-VAL.
           WRITE OUTFILE-VAL.
           MOVE 'REVERSALS TOTAL' TO VTL-LABEL.
           COMPUTE VTL-COUNT = 0 - WS-REVRS-COUNT.
           COMPUTE VTL-WEIGHT-G = 0 - WS-REVRS-WEIGHT-G.
           COMPUTE VTL-VALUE = 0 - WS-REVRS-VALUE.
           MOVE VAL-TOTAL-LINE TO OUTFILE-VAL.
           WRITE OUTFILE-VAL.
           MOVE 'WRITE-OFF GRAND TOTAL' TO VTL-LABEL.
           COMPUTE VTL-COUNT = WS-SPENT-COUNT + WS-DESTR-COUNT
               - WS-REVRS-COUNT.
           COMPUTE VTL-WEIGHT-G =
               WS-SPENT-WEIGHT-G + WS-DESTR-WEIGHT-G
               - WS-REVRS-WEIGHT-G.
           COMPUTE VTL-VALUE = WS-SPENT-VALUE + WS-DESTR-VALUE
               - WS-REVRS-VALUE.
           MOVE VAL-TOTAL-LINE TO OUTFILE-VAL.
           WRITE OUTFILE-VAL.
      **************************************************************************
       START-EXCEPTION-SECTION.
           MOVE SPACES TO OUTFILE-VAL.
           WRITE OUTFILE-VAL.
           MOVE SPACES TO OUTFILE-VAL.
           WRITE OUTFILE-VAL.
           MOVE SPACES TO VAL-SECTION-LINE.
           MOVE 'GRAINS NOT VALUED - NO COST ON FILE' TO VSL-TEXT.
           MOVE VAL-SECTION-LINE TO OUTFILE-VAL.
           WRITE OUTFILE-VAL.
           MOVE SPACES TO OUTFILE-VAL.
           WRITE OUTFILE-VAL.
           MOVE HEADER-EXC-3 TO OUTFILE-VAL.
           WRITE OUTFILE-VAL.
           MOVE HEADER-EXC-4 TO OUTFILE-VAL.
           WRITE OUTFILE-VAL.
      **************************************************************************
       PRINT-EXCEPTION-LOOP.
           ADD 1 TO WS-EXC-COUNT.
           MOVE SV-SITE TO EDL-SITE.
           MOVE SV-SERIAL TO EDL-SERIAL.
           MOVE SV-FORMULA TO EDL-FORMULA.
           IF SV-DATE = ZERO
               MOVE 'ON HAND' TO EDL-SOURCE
           ELSE IF SV-STATUS = 'R'
               MOVE 'REVERSAL' TO EDL-SOURCE
           ELSE
               MOVE 'WRITE-OFF' TO EDL-SOURCE
           END-IF.
           MOVE SV-WEIGHT-G TO EDL-WEIGHT-G.
           MOVE SV-REASON TO EDL-REASON.
           ADD SV-WEIGHT-G TO WS-EXC-WEIGHT-G.
           MOVE EXC-DETAIL-LINE TO OUTFILE-VAL.
           WRITE OUTFILE-VAL.
           RETURN SORT-VAL-FILE
               AT END
                   MOVE 'Y' TO SORT-VAL-EOF-SWITCH
           END-RETURN.
      **************************************************************************
       END-EXCEPTION-SECTION.
           IF WS-EXC-COUNT = 0
               MOVE 'NO EXCEPTIONS' TO VNL-TEXT
               MOVE VAL-NONE-LINE TO OUTFILE-VAL
               WRITE OUTFILE-VAL
           END-IF.
           MOVE SPACES TO OUTFILE-VAL.
           WRITE OUTFILE-VAL.
           MOVE 'EXCEPTION TOTAL' TO VTL-LABEL.
           MOVE WS-EXC-COUNT TO VTL-COUNT.
           MOVE WS-EXC-WEIGHT-G TO VTL-WEIGHT-G.
           MOVE ZERO TO VTL-VALUE.
           MOVE VAL-TOTAL-LINE TO OUTFILE-VAL.
           WRITE OUTFILE-VAL.
      **************************************************************************
