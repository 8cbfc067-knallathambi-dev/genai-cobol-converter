       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PINVCYC.
      **************************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CYCPARM ASSIGN TO CYCPARM
               FILE STATUS IS WS-CYCPARM-STATUS.
           SELECT INALL ASSIGN TO PINV.
           SELECT CNTRES ASSIGN TO CNTRES
               FILE STATUS IS WS-CNTRES-STATUS.
           SELECT CTRANS ASSIGN TO CTRANS.
           SELECT SORT-CNT-FILE ASSIGN TO SRTCYC.
           SELECT SORT-VAR-FILE ASSIGN TO SRTCYCV.
           SELECT RPTCYC ASSIGN TO RPTCYC.
      **************************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD CYCPARM
           RECORDING MODE F.
       01  CYCPARM-RECORD.
           05  CP-CARD-TEXT            PIC X(80).
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
       FD CNTRES
           RECORDING MODE F.
       01  CNTRES-RECORD.
           05  CR-SERIAL               PIC 9(12).
           05  CR-SITE                 PIC X(4).
           05  CR-WEIGHT               PIC 9(10).
           05  CR-TENTHS               PIC 9(1).
           05  CR-UOM                  PIC X(2).
           05  CR-FOUND                PIC X(1).
           05  CR-COUNTER              PIC X(3).
           05  CR-APPROVED             PIC X(1).
           05  FILLER                  PIC X(6).
       FD CTRANS
           RECORDING MODE F.
       01  CTRANS-RECORD.
           05  CT-TRAN-CODE            PIC X(1).
           05  CT-TRAN-SERIAL          PIC 9(12).
           05  CT-TRAN-TYPE            PIC X(10).
           05  CT-TRAN-FORMULA         PIC X(15).
           05  CT-TRAN-STATUS          PIC X(1).
           05  CT-TRAN-QA              PIC X(4).
           05  CT-TRAN-QUALITY         PIC 9(2).
           05  CT-TRAN-MFG-DATE        PIC 9(8).
           05  CT-TRAN-EXP-DATE        PIC 9(8).
           05  CT-TRAN-WEIGHT          PIC 9(10).
           05  CT-TRAN-SITE            PIC X(4).
           05  CT-TRAN-FROM-SITE       PIC X(4).
           05  CT-TRAN-SHIP-DATE       PIC 9(8).
           05  CT-TRAN-UOM             PIC X(2).
           05  CT-TRAN-TENTHS          PIC 9(1).
           05  CT-TRAN-LOT             PIC X(10).
           05  FILLER                  PIC X(2).
       01  CTRANS-HEADER.
           05  CH-TRAN-CODE            PIC X(1).
           05  CH-BATCH-ID             PIC X(12).
           05  CH-ORIG-SITE            PIC X(4).
           05  CH-CREATED-DATE         PIC 9(8).
           05  FILLER                  PIC X(77).
       01  CTRANS-TRAILER.
           05  CZ-TRAN-CODE            PIC X(1).
           05  CZ-BATCH-ID             PIC X(12).
           05  CZ-RECORD-COUNT         PIC 9(7).
           05  CZ-SERIAL-HASH          PIC 9(15).
           05  CZ-WEIGHT-HASH          PIC 9(15).
           05  FILLER                  PIC X(52).
       SD  SORT-CNT-FILE.
       01  SORT-CNT-REC.
           05  SC-SITE                 PIC X(4).
           05  SC-SERIAL               PIC 9(12).
           05  SC-TYPE                 PIC X(10).
           05  SC-FORMULA              PIC X(15).
           05  SC-LOT                  PIC X(10).
           05  SC-WEIGHT               PIC 9(10).
           05  SC-TENTHS               PIC 9(1).
           05  SC-UOM                  PIC X(2).
       SD  SORT-VAR-FILE.
       01  SORT-VAR-REC.
           05  SV-SITE                 PIC X(4).
           05  SV-SERIAL               PIC 9(12).
           05  SV-KIND                 PIC X(1).
           05  SV-DESC                 PIC X(30).
           05  SV-BOOK-G               PIC 9(12).
           05  SV-COUNT-G              PIC 9(12).
           05  SV-DIFF-G               PIC S9(12).
           05  SV-COUNTER              PIC X(3).
           05  SV-ACTION               PIC X(6).
       FD RPTCYC
           RECORDING MODE V.
       01  OUTFILE-CYC                 PIC X(200).
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
       01  HEADER-SHEET.
           05  FILLER                  PIC X(100)
               VALUE  'PHYSICAL INVENTORY CYCLE COUNT SHEETS'.
       01  HEADER-VAR.
           05  FILLER                  PIC X(100)
               VALUE  'PHYSICAL INVENTORY CYCLE COUNT VARIANCE REPORT'.
       01  CYC-CTL-LINE.
           05  FILLER                  PIC X(6)
               VALUE 'SITE:'.
           05  CC-SITE                 PIC X(4).
           05  FILLER                  PIC X(16)
               VALUE '  TOLERANCE G:'.
           05  CC-TOLERANCE            PIC 9(5).
           05  FILLER                  PIC X(8)
               VALUE '  MODE:'.
           05  CC-MODE                 PIC X(5).
       01  CYC-RULE-LINE.
           05  FILLER                  PIC X(72)
               VALUE ALL '='.
       01  CYC-SITE-BREAK-LINE.
           05  FILLER                  PIC X(5)
               VALUE 'SITE'.
           05  CB-SITE                 PIC X(4).
           05  CB-TITLE                PIC X(20).
       01  HEADER-CNT-3.
           05  FILLER                  PIC X(14)
               VALUE  'SERIAL'.
           05  FILLER                  PIC X(12)
               VALUE  'TYPE'.
           05  FILLER                  PIC X(17)
               VALUE  'FORMULA'.
           05  FILLER                  PIC X(12)
               VALUE  'LOT'.
           05  FILLER                  PIC X(17)
               VALUE  'BOOK WEIGHT'.
           05  FILLER                  PIC X(16)
               VALUE  'COUNTED WEIGHT'.
           05  FILLER                  PIC X(7)
               VALUE  'FOUND'.
           05  FILLER                  PIC X(4)
               VALUE  'INIT'.
       01  HEADER-CNT-4.
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
           05  FILLER                  PIC X(10)
               VALUE  '----------'.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE  '---------------'.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  FILLER                  PIC X(14)
               VALUE  '--------------'.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  FILLER                  PIC X(5)
               VALUE  '-----'.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  FILLER                  PIC X(4)
               VALUE  '----'.
       01  CNT-DETAIL-LINE.
           05  CD-SERIAL               PIC X(12).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  CD-TYPE                 PIC X(10).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  CD-FORMULA              PIC X(15).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  CD-LOT                  PIC X(10).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  CD-WEIGHT               PIC 9(10).
           05  FILLER                  PIC X(1)
               VALUE '.'.
           05  CD-TENTHS               PIC 9(1).
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  CD-UOM                  PIC X(2).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  FILLER                  PIC X(14)
               VALUE '______________'.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  FILLER                  PIC X(5)
               VALUE '  _  '.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  FILLER                  PIC X(4)
               VALUE '___'.
       01  CNT-SITE-TRAILER-LINE.
           05  FILLER                  PIC X(17)
               VALUE 'GRAINS TO COUNT:'.
           05  CST-GRAIN-COUNT         PIC 9(5).
       01  CNT-SIGN-LINE.
           05  FILLER                  PIC X(40)
               VALUE 'COUNTED BY: ______________________'.
           05  FILLER                  PIC X(30)
               VALUE 'DATE: ____________'.
       01  CNT-TRAILER-LINE.
           05  FILLER                  PIC X(14)
               VALUE 'SITES LISTED:'.
           05  CTL-SITE-COUNT          PIC 9(5).
           05  FILLER                  PIC X(17)
               VALUE '  GRAINS LISTED:'.
           05  CTL-GRAIN-COUNT         PIC 9(5).
       01  VAR-SECT-1-LINE.
           05  FILLER                  PIC X(30)
               VALUE 'COUNT RECORDS REJECTED'.
       01  VAR-SECT-2-LINE.
           05  FILLER                  PIC X(30)
               VALUE 'VARIANCES BY SITE'.
       01  VAR-NONE-LINE.
           05  FILLER                  PIC X(10)
               VALUE '  NONE'.
       01  VAR-REJECT-LINE.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  VJ-SERIAL               PIC X(12).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  VJ-REASON               PIC X(30).
       01  HEADER-VAR-3.
           05  FILLER                  PIC X(14)
               VALUE  'SERIAL'.
           05  FILLER                  PIC X(32)
               VALUE  'VARIANCE'.
           05  FILLER                  PIC X(15)
               VALUE  'BOOK G'.
           05  FILLER                  PIC X(15)
               VALUE  'COUNTED G'.
           05  FILLER                  PIC X(16)
               VALUE  'DIFFERENCE G'.
           05  FILLER                  PIC X(6)
               VALUE  'INIT'.
           05  FILLER                  PIC X(6)
               VALUE  'TRAN'.
       01  HEADER-VAR-4.
           05  FILLER                  PIC X(12)
               VALUE  '------------'.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  FILLER                  PIC X(30)
               VALUE  '------------------------------'.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  FILLER                  PIC X(13)
               VALUE  '-------------'.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  FILLER                  PIC X(13)
               VALUE  '-------------'.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  FILLER                  PIC X(14)
               VALUE  '--------------'.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  FILLER                  PIC X(4)
               VALUE  '----'.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  FILLER                  PIC X(6)
               VALUE  '------'.
       01  VAR-DETAIL-LINE.
           05  VD-SERIAL               PIC X(12).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  VD-DESC                 PIC X(30).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  VD-BOOK-G               PIC Z(12)9.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  VD-COUNT-G              PIC Z(12)9.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  VD-DIFF-G               PIC -(13)9.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  VD-COUNTER              PIC X(4).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  VD-ACTION               PIC X(6).
       01  VAR-SITE-TRAILER-LINE.
           05  FILLER                  PIC X(18)
               VALUE 'SITE VARIANCES:'.
           05  VST-VAR-COUNT           PIC 9(5).
       01  VAR-TRAILER-1-LINE.
           05  FILLER                  PIC X(15)
               VALUE 'COUNT RECORDS:'.
           05  VT1-READ-COUNT          PIC 9(5).
           05  FILLER                  PIC X(12)
               VALUE '  REJECTED:'.
           05  VT1-REJECT-COUNT        PIC 9(5).
           05  FILLER                  PIC X(11)
               VALUE '  MATCHED:'.
           05  VT1-MATCH-COUNT         PIC 9(5).
       01  VAR-TRAILER-2-LINE.
           05  FILLER                  PIC X(15)
               VALUE 'MISSING:'.
           05  VT2-MISSING-COUNT       PIC 9(5).
           05  FILLER                  PIC X(15)
               VALUE '  NOT COUNTED:'.
           05  VT2-NOTCNT-COUNT        PIC 9(5).
           05  FILLER                  PIC X(14)
               VALUE '  UNEXPECTED:'.
           05  VT2-UNEXP-COUNT         PIC 9(5).
           05  FILLER                  PIC X(10)
               VALUE '  WEIGHT:'.
           05  VT2-WEIGHT-COUNT        PIC 9(5).
       01  VAR-TRAILER-3-LINE.
           05  FILLER                  PIC X(15)
               VALUE 'C TRANS:'.
           05  VT3-CTRAN-COUNT         PIC 9(5).
           05  FILLER                  PIC X(11)
               VALUE '  D TRANS:'.
           05  VT3-DTRAN-COUNT         PIC 9(5).
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
       01  WS-CYCPARM-STATUS           PIC X(2).
       01  WS-CNTRES-STATUS            PIC X(2).
       01  WS-SITE-FILTER              PIC X(4) VALUE SPACES.
       01  WS-CYC-MODE                 PIC X(5) VALUE 'SHEET'.
       01  WS-CYC-TOLERANCE            PIC 9(5) VALUE 5.
       01  WS-MST-KEY                  PIC 9(12) VALUE 999999999999.
       01  WS-CNT-KEY                  PIC 9(12) VALUE 999999999999.
       01  WS-PREV-CNT-KEY             PIC 9(12) VALUE 0.
       01  WS-CNT-REJECT-REASON        PIC X(30).
       01  WS-CYC-CUR-SITE             PIC X(4) VALUE SPACES.
       01  WS-BOOK-WEIGHT-G            PIC 9(12) VALUE 0.
       01  WS-COUNT-WEIGHT-G           PIC 9(12) VALUE 0.
       01  WS-DIFF-WEIGHT-G            PIC S9(12) VALUE 0.
       01  WS-ABS-DIFF-G               PIC 9(12) VALUE 0.
       01  WS-NORM-IN-WEIGHT           PIC 9(10) VALUE 0.
       01  WS-NORM-IN-TENTHS           PIC 9(1) VALUE 0.
       01  WS-NORM-IN-UOM              PIC X(2) VALUE SPACES.
       01  WS-NORM-WEIGHT-G            PIC 9(12) VALUE 0.
       01  WS-RUN-RC                   PIC 9(2) VALUE 0.
       01  SWITCHES.
           05  CYCPARM-EOF-SWITCH       PIC X(1) VALUE 'N'.
           05  INALL-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  CNTRES-EOF-SWITCH        PIC X(1) VALUE 'N'.
           05  CNT-GOOD-SWITCH          PIC X(1) VALUE 'N'.
           05  SORT-CNT-EOF-SWITCH      PIC X(1) VALUE 'N'.
           05  SORT-VAR-EOF-SWITCH      PIC X(1) VALUE 'N'.
           05  WS-CYC-FIRST-SWITCH      PIC X(1) VALUE 'Y'.
           05  WS-MST-COUNTED-SWITCH    PIC X(1) VALUE 'N'.
       01  WS-COUNTERS.
           05  WS-SHEET-SITE-COUNT      PIC S9(9) COMP VALUE 0.
           05  WS-SHEET-GRAIN-COUNT     PIC S9(9) COMP VALUE 0.
           05  WS-SITE-GRAIN-COUNT      PIC S9(9) COMP VALUE 0.
           05  WS-CNT-READ-COUNT        PIC S9(9) COMP VALUE 0.
           05  WS-CNT-REJECT-COUNT      PIC S9(9) COMP VALUE 0.
           05  WS-MATCH-COUNT           PIC S9(9) COMP VALUE 0.
           05  WS-MISSING-COUNT         PIC S9(9) COMP VALUE 0.
           05  WS-NOTCNT-COUNT          PIC S9(9) COMP VALUE 0.
           05  WS-UNEXP-COUNT           PIC S9(9) COMP VALUE 0.
           05  WS-WEIGHT-VAR-COUNT      PIC S9(9) COMP VALUE 0.
           05  WS-SITE-VAR-COUNT        PIC S9(9) COMP VALUE 0.
           05  WS-VAR-TOTAL-COUNT       PIC S9(9) COMP VALUE 0.
           05  WS-CTRAN-COUNT           PIC S9(9) COMP VALUE 0.
           05  WS-DTRAN-COUNT           PIC S9(9) COMP VALUE 0.
           05  WS-CT-SERIAL-SUM         PIC S9(18) COMP VALUE 0.
           05  WS-CT-WEIGHT-SUM         PIC S9(18) COMP VALUE 0.
       01  WS-CT-BATCH-ID              PIC X(12) VALUE SPACES.
       01  WS-CT-CREATED-DATE          PIC 9(8) VALUE 0.
      **************************************************************************
       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-YEAR TO DT-YEAR.
           MOVE WS-MONTH TO DT-MONTH.
           MOVE WS-DAY TO DT-DAY.
           PERFORM READ-PARM-CARDS.
           OPEN OUTPUT RPTCYC.
           MOVE HEADER-1 TO OUTFILE-CYC.
           WRITE OUTFILE-CYC.
           IF WS-CYC-MODE = 'VAR'
               MOVE HEADER-VAR TO OUTFILE-CYC
           ELSE
               MOVE HEADER-SHEET TO OUTFILE-CYC
           END-IF.
           WRITE OUTFILE-CYC.
           MOVE DATE-LINE TO OUTFILE-CYC.
           WRITE OUTFILE-CYC.
           IF WS-PARM-ERROR-COUNT > 0
               PERFORM WRITE-PARM-ERRORS
           END-IF.
           IF WS-SITE-FILTER = SPACES
               MOVE 'ALL' TO CC-SITE
           ELSE
               MOVE WS-SITE-FILTER TO CC-SITE
           END-IF.
           MOVE WS-CYC-TOLERANCE TO CC-TOLERANCE.
           MOVE WS-CYC-MODE TO CC-MODE.
           MOVE CYC-CTL-LINE TO OUTFILE-CYC.
           WRITE OUTFILE-CYC.
           IF WS-CYC-MODE = 'VAR'
               PERFORM PRINT-VARIANCE-REPORT
           ELSE
               PERFORM PRINT-COUNT-SHEETS
           END-IF.
           CLOSE RPTCYC.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.
      **************************************************************************
       READ-PARM-CARDS.
           MOVE SPACES TO WS-SITE-FILTER.
           MOVE 'SHEET' TO WS-CYC-MODE.
           MOVE 5 TO WS-CYC-TOLERANCE.
           MOVE 0 TO WS-PARM-ERROR-COUNT.
           OPEN INPUT CYCPARM.
           IF WS-CYCPARM-STATUS NOT = '00'
               MOVE 'Y' TO CYCPARM-EOF-SWITCH
           ELSE
               READ CYCPARM
                   AT END
                       MOVE 'Y' TO CYCPARM-EOF-SWITCH
               END-READ
               PERFORM PARM-CARD-LOOP
                   UNTIL CYCPARM-EOF-SWITCH = 'Y'
               CLOSE CYCPARM
           END-IF.
      **************************************************************************
       PARM-CARD-LOOP.
           MOVE SPACES TO WS-PARM-TOKENS.
           UNSTRING CP-CARD-TEXT DELIMITED BY ALL SPACE
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
           READ CYCPARM
               AT END
                   MOVE 'Y' TO CYCPARM-EOF-SWITCH
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
           ELSE IF WS-PARM-TOKEN (WS-PARM-SUB) (1:4) = 'TOL='
               IF WS-PARM-TOKEN (WS-PARM-SUB) (5:5) NOT NUMERIC
                   MOVE 'TOL= VALUE NOT NUMERIC' TO WS-PARM-ERROR-TEXT
                   PERFORM ADD-PARM-ERROR
               ELSE
                   MOVE WS-PARM-TOKEN (WS-PARM-SUB) (5:5)
                       TO WS-CYC-TOLERANCE
               END-IF
           ELSE IF WS-PARM-TOKEN (WS-PARM-SUB) (1:5) = 'MODE='
               IF WS-PARM-TOKEN (WS-PARM-SUB) (6:5) = 'SHEET'
                       OR WS-PARM-TOKEN (WS-PARM-SUB) (6:5) = 'VAR'
                   MOVE WS-PARM-TOKEN (WS-PARM-SUB) (6:5)
                       TO WS-CYC-MODE
               ELSE
                   MOVE 'MODE= VALUE MUST BE SHEET OR VAR'
                       TO WS-PARM-ERROR-TEXT
                   PERFORM ADD-PARM-ERROR
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
           MOVE SPACES TO OUTFILE-CYC.
           WRITE OUTFILE-CYC.
           MOVE PARM-ERROR-HEAD-LINE TO OUTFILE-CYC.
           WRITE OUTFILE-CYC.
           PERFORM WRITE-PARM-ERROR-LINE
               VARYING WS-PARM-SUB FROM 1 BY 1
               UNTIL WS-PARM-SUB > WS-PARM-ERROR-COUNT.
           CLOSE RPTCYC.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
      **************************************************************************
       WRITE-PARM-ERROR-LINE.
           MOVE WS-PARM-ERROR (WS-PARM-SUB) TO PEL-TEXT.
           MOVE PARM-ERROR-LINE TO OUTFILE-CYC.
           WRITE OUTFILE-CYC.
      **************************************************************************
       PRINT-COUNT-SHEETS.
           SORT SORT-CNT-FILE
               ON ASCENDING KEY SC-SITE SC-SERIAL
               INPUT PROCEDURE IS CNT-SELECT-GRAINS
               OUTPUT PROCEDURE IS CNT-PRINT-SHEETS.
           IF SORT-RETURN NOT = 0
               DISPLAY '*** ERROR: SORT FAILED, SORT-RETURN = '
                   SORT-RETURN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO OUTFILE-CYC.
           WRITE OUTFILE-CYC.
           MOVE CYC-RULE-LINE TO OUTFILE-CYC.
           WRITE OUTFILE-CYC.
           MOVE WS-SHEET-SITE-COUNT TO CTL-SITE-COUNT.
           MOVE WS-SHEET-GRAIN-COUNT TO CTL-GRAIN-COUNT.
           MOVE CNT-TRAILER-LINE TO OUTFILE-CYC.
           WRITE OUTFILE-CYC.
      **************************************************************************
       CNT-SELECT-GRAINS.
           MOVE 'N' TO INALL-EOF-SWITCH.
           OPEN INPUT INALL.
           READ INALL
               AT END
                   MOVE 'Y' TO INALL-EOF-SWITCH
           END-READ.
           PERFORM CNT-SELECT-LOOP
               UNTIL INALL-EOF-SWITCH = 'Y'.
           CLOSE INALL.
      **************************************************************************
       CNT-SELECT-LOOP.
           IF GRAIN-STATUS-ALL = 0
                   AND (WS-SITE-FILTER = SPACES
                        OR GRAIN-SITE-ALL = WS-SITE-FILTER)
               MOVE GRAIN-SITE-ALL TO SC-SITE
               MOVE GRAIN-SERIAL-ALL TO SC-SERIAL
               MOVE GRAIN-TYPE-ALL TO SC-TYPE
               MOVE GRAIN-FORMULA-ALL TO SC-FORMULA
               MOVE GRAIN-LOT-ALL TO SC-LOT
               MOVE GRAIN-WEIGHT-ALL TO SC-WEIGHT
               IF GRAIN-WEIGHT-TENTHS-ALL NUMERIC
                   MOVE GRAIN-WEIGHT-TENTHS-ALL TO SC-TENTHS
               ELSE
                   MOVE ZERO TO SC-TENTHS
               END-IF
               IF GRAIN-UOM-ALL = SPACES
                   MOVE 'G ' TO SC-UOM
               ELSE
                   MOVE GRAIN-UOM-ALL TO SC-UOM
               END-IF
               RELEASE SORT-CNT-REC
           END-IF.
           READ INALL
               AT END
                   MOVE 'Y' TO INALL-EOF-SWITCH
           END-READ.
      **************************************************************************
       CNT-PRINT-SHEETS.
           MOVE 'N' TO SORT-CNT-EOF-SWITCH.
           MOVE 'Y' TO WS-CYC-FIRST-SWITCH.
           MOVE SPACES TO WS-CYC-CUR-SITE.
           RETURN SORT-CNT-FILE
               AT END
                   MOVE 'Y' TO SORT-CNT-EOF-SWITCH
           END-RETURN.
           PERFORM CNT-PRINT-LOOP
               UNTIL SORT-CNT-EOF-SWITCH = 'Y'.
           IF WS-CYC-FIRST-SWITCH = 'N'
               PERFORM CNT-SITE-FOOTING
           END-IF.
      **************************************************************************
       CNT-PRINT-LOOP.
           IF WS-CYC-FIRST-SWITCH = 'Y'
                   OR SC-SITE NOT = WS-CYC-CUR-SITE
               IF WS-CYC-FIRST-SWITCH = 'N'
                   PERFORM CNT-SITE-FOOTING
               END-IF
               MOVE 'N' TO WS-CYC-FIRST-SWITCH
               MOVE SC-SITE TO WS-CYC-CUR-SITE
               MOVE ZERO TO WS-SITE-GRAIN-COUNT
               ADD 1 TO WS-SHEET-SITE-COUNT
               MOVE SPACES TO OUTFILE-CYC
               WRITE OUTFILE-CYC
               MOVE CYC-RULE-LINE TO OUTFILE-CYC
               WRITE OUTFILE-CYC
               MOVE SC-SITE TO CB-SITE
               MOVE ' COUNT SHEET' TO CB-TITLE
               MOVE CYC-SITE-BREAK-LINE TO OUTFILE-CYC
               WRITE OUTFILE-CYC
               MOVE HEADER-CNT-3 TO OUTFILE-CYC
               WRITE OUTFILE-CYC
               MOVE HEADER-CNT-4 TO OUTFILE-CYC
               WRITE OUTFILE-CYC
           END-IF.
           MOVE SC-SERIAL TO CD-SERIAL.
           MOVE SC-TYPE TO CD-TYPE.
           MOVE SC-FORMULA TO CD-FORMULA.
           MOVE SC-LOT TO CD-LOT.
           MOVE SC-WEIGHT TO CD-WEIGHT.
           MOVE SC-TENTHS TO CD-TENTHS.
           MOVE SC-UOM TO CD-UOM.
           MOVE CNT-DETAIL-LINE TO OUTFILE-CYC.
           WRITE OUTFILE-CYC.
           ADD 1 TO WS-SITE-GRAIN-COUNT.
           ADD 1 TO WS-SHEET-GRAIN-COUNT.
           RETURN SORT-CNT-FILE
               AT END
                   MOVE 'Y' TO SORT-CNT-EOF-SWITCH
           END-RETURN.
      **************************************************************************
       CNT-SITE-FOOTING.
           MOVE SPACES TO OUTFILE-CYC.
           WRITE OUTFILE-CYC.
           MOVE WS-SITE-GRAIN-COUNT TO CST-GRAIN-COUNT.
           MOVE CNT-SITE-TRAILER-LINE TO OUTFILE-CYC.
           WRITE OUTFILE-CYC.
           MOVE SPACES TO OUTFILE-CYC.
           WRITE OUTFILE-CYC.
           MOVE CNT-SIGN-LINE TO OUTFILE-CYC.
           WRITE OUTFILE-CYC.
      **************************************************************************
       PRINT-VARIANCE-REPORT.
           OPEN INPUT CNTRES.
           IF WS-CNTRES-STATUS NOT = '00'
               DISPLAY '*** ERROR: COUNT RESULT FILE NOT AVAILABLE, '
                   'STATUS ' WS-CNTRES-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT INALL
                OUTPUT CTRANS.
           PERFORM WRITE-CTRANS-HEADER.
           MOVE SPACES TO OUTFILE-CYC.
           WRITE OUTFILE-CYC.
           MOVE VAR-SECT-1-LINE TO OUTFILE-CYC.
           WRITE OUTFILE-CYC.
           SORT SORT-VAR-FILE
               ON ASCENDING KEY SV-SITE SV-SERIAL
               INPUT PROCEDURE IS VAR-MATCH-COUNTS
               OUTPUT PROCEDURE IS VAR-PRINT-SITES.
           IF SORT-RETURN NOT = 0
               DISPLAY '*** ERROR: SORT FAILED, SORT-RETURN = '
                   SORT-RETURN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-CTRANS-TRAILER.
           CLOSE CNTRES
                 INALL
                 CTRANS.
           MOVE SPACES TO OUTFILE-CYC.
           WRITE OUTFILE-CYC.
           MOVE CYC-RULE-LINE TO OUTFILE-CYC.
           WRITE OUTFILE-CYC.
           MOVE WS-CNT-READ-COUNT TO VT1-READ-COUNT.
           MOVE WS-CNT-REJECT-COUNT TO VT1-REJECT-COUNT.
           MOVE WS-MATCH-COUNT TO VT1-MATCH-COUNT.
           MOVE VAR-TRAILER-1-LINE TO OUTFILE-CYC.
           WRITE OUTFILE-CYC.
           MOVE WS-MISSING-COUNT TO VT2-MISSING-COUNT.
           MOVE WS-NOTCNT-COUNT TO VT2-NOTCNT-COUNT.
           MOVE WS-UNEXP-COUNT TO VT2-UNEXP-COUNT.
           MOVE WS-WEIGHT-VAR-COUNT TO VT2-WEIGHT-COUNT.
           MOVE VAR-TRAILER-2-LINE TO OUTFILE-CYC.
           WRITE OUTFILE-CYC.
           MOVE WS-CTRAN-COUNT TO VT3-CTRAN-COUNT.
           MOVE WS-DTRAN-COUNT TO VT3-DTRAN-COUNT.
           MOVE VAR-TRAILER-3-LINE TO OUTFILE-CYC.
           WRITE OUTFILE-CYC.
           IF WS-VAR-TOTAL-COUNT > 0 OR WS-CNT-REJECT-COUNT > 0
               MOVE 4 TO WS-RUN-RC
           END-IF.
      **************************************************************************
       VAR-MATCH-COUNTS.
           PERFORM READ-COUNT.
           PERFORM READ-MASTER.
           PERFORM VAR-MATCH-LOOP
               UNTIL WS-CNT-KEY = 999999999999
                 AND WS-MST-KEY = 999999999999.
           IF WS-CNT-REJECT-COUNT = 0
               MOVE VAR-NONE-LINE TO OUTFILE-CYC
               WRITE OUTFILE-CYC
           END-IF.
      **************************************************************************
       VAR-MATCH-LOOP.
           IF WS-CNT-KEY < WS-MST-KEY
               IF WS-SITE-FILTER NOT = SPACES
                       AND CR-SITE NOT = WS-SITE-FILTER
                   PERFORM REJECT-OUTSIDE-SITE
               ELSE
                   PERFORM NOTE-NOT-ON-MASTER
               END-IF
               PERFORM READ-COUNT
           ELSE
               IF WS-CNT-KEY > WS-MST-KEY
                   IF WS-MST-COUNTED-SWITCH = 'N'
                       PERFORM NOTE-NOT-COUNTED
                   END-IF
                   PERFORM READ-MASTER
               ELSE
                   IF WS-SITE-FILTER NOT = SPACES
                           AND CR-SITE NOT = WS-SITE-FILTER
                           AND GRAIN-SITE-ALL NOT = WS-SITE-FILTER
                       PERFORM REJECT-OUTSIDE-SITE
                   ELSE
                       PERFORM CHECK-COUNT
                   END-IF
                   PERFORM READ-COUNT
               END-IF
           END-IF.
      **************************************************************************
       REJECT-OUTSIDE-SITE.
           MOVE CR-SERIAL TO VJ-SERIAL.
           MOVE 'SITE NOT IN SITE= SELECTION' TO VJ-REASON.
           MOVE VAR-REJECT-LINE TO OUTFILE-CYC.
           WRITE OUTFILE-CYC.
           ADD 1 TO WS-CNT-REJECT-COUNT.
      **************************************************************************
       NOTE-NOT-ON-MASTER.
           MOVE SPACES TO SORT-VAR-REC.
           MOVE CR-SITE TO SV-SITE.
           MOVE CR-SERIAL TO SV-SERIAL.
           MOVE 'U' TO SV-KIND.
           MOVE 'UNEXPECTED - NOT ON MASTER' TO SV-DESC.
           MOVE ZERO TO SV-BOOK-G.
           PERFORM SET-COUNT-NORM-WEIGHT.
           MOVE WS-COUNT-WEIGHT-G TO SV-COUNT-G.
           MOVE WS-COUNT-WEIGHT-G TO SV-DIFF-G.
           MOVE CR-COUNTER TO SV-COUNTER.
           MOVE 'NONE' TO SV-ACTION.
           ADD 1 TO WS-UNEXP-COUNT.
           PERFORM RELEASE-VARIANCE.
      **************************************************************************
       NOTE-NOT-COUNTED.
           IF GRAIN-STATUS-ALL = 0
                   AND (WS-SITE-FILTER = SPACES
                        OR GRAIN-SITE-ALL = WS-SITE-FILTER)
               MOVE SPACES TO SORT-VAR-REC
               MOVE GRAIN-SITE-ALL TO SV-SITE
               MOVE GRAIN-SERIAL-ALL TO SV-SERIAL
               MOVE 'N' TO SV-KIND
               MOVE 'MISSING - NO COUNT RECORD' TO SV-DESC
               PERFORM SET-GRAIN-NORM-WEIGHT
               MOVE WS-BOOK-WEIGHT-G TO SV-BOOK-G
               MOVE ZERO TO SV-COUNT-G
               COMPUTE SV-DIFF-G = 0 - WS-BOOK-WEIGHT-G
               MOVE SPACES TO SV-COUNTER
               MOVE 'NONE' TO SV-ACTION
               ADD 1 TO WS-NOTCNT-COUNT
               PERFORM RELEASE-VARIANCE
           END-IF.
      **************************************************************************
       CHECK-COUNT.
           MOVE 'Y' TO WS-MST-COUNTED-SWITCH.
           PERFORM SET-GRAIN-NORM-WEIGHT.
           PERFORM SET-COUNT-NORM-WEIGHT.
           MOVE SPACES TO SORT-VAR-REC.
           MOVE CR-SERIAL TO SV-SERIAL.
           MOVE CR-COUNTER TO SV-COUNTER.
           MOVE WS-BOOK-WEIGHT-G TO SV-BOOK-G.
           MOVE WS-COUNT-WEIGHT-G TO SV-COUNT-G.
           COMPUTE WS-DIFF-WEIGHT-G =
               WS-COUNT-WEIGHT-G - WS-BOOK-WEIGHT-G.
           MOVE WS-DIFF-WEIGHT-G TO SV-DIFF-G.
           MOVE 'NONE' TO SV-ACTION.
           IF CR-FOUND = 'N'
               IF GRAIN-STATUS-ALL = 0
                   PERFORM NOTE-MISSING
               ELSE
                   ADD 1 TO WS-MATCH-COUNT
               END-IF
           ELSE
               IF GRAIN-STATUS-ALL NOT = 0
                   MOVE CR-SITE TO SV-SITE
                   MOVE 'U' TO SV-KIND
                   MOVE 'UNEXPECTED - NOT ACTIVE' TO SV-DESC
                   ADD 1 TO WS-UNEXP-COUNT
                   PERFORM RELEASE-VARIANCE
               ELSE
                   IF CR-SITE NOT = GRAIN-SITE-ALL
                       MOVE CR-SITE TO SV-SITE
                       MOVE 'U' TO SV-KIND
                       STRING 'UNEXPECTED - BOOKED AT '
                                  DELIMITED BY SIZE
                              GRAIN-SITE-ALL DELIMITED BY SIZE
                           INTO SV-DESC
                       END-STRING
                       ADD 1 TO WS-UNEXP-COUNT
                       PERFORM RELEASE-VARIANCE
                   ELSE
                       PERFORM CHECK-COUNT-WEIGHT
                   END-IF
               END-IF
           END-IF.
      **************************************************************************
       NOTE-MISSING.
           MOVE GRAIN-SITE-ALL TO SV-SITE.
           MOVE 'M' TO SV-KIND.
           MOVE 'MISSING - NOT FOUND' TO SV-DESC.
           MOVE ZERO TO SV-COUNT-G.
           COMPUTE SV-DIFF-G = 0 - WS-BOOK-WEIGHT-G.
           IF CR-APPROVED = 'Y'
               MOVE SPACES TO CTRANS-RECORD
               MOVE 'D' TO CT-TRAN-CODE
               MOVE GRAIN-SERIAL-ALL TO CT-TRAN-SERIAL
               MOVE '3' TO CT-TRAN-STATUS
               MOVE ZERO TO CT-TRAN-QUALITY
               MOVE ZERO TO CT-TRAN-MFG-DATE
               MOVE ZERO TO CT-TRAN-EXP-DATE
               MOVE ZERO TO CT-TRAN-WEIGHT
               MOVE ZERO TO CT-TRAN-SHIP-DATE
               MOVE 'G ' TO CT-TRAN-UOM
               MOVE ZERO TO CT-TRAN-TENTHS
               PERFORM WRITE-CTRANS-DETAIL
               ADD 1 TO WS-DTRAN-COUNT
               MOVE 'D' TO SV-ACTION
           END-IF.
           ADD 1 TO WS-MISSING-COUNT.
           PERFORM RELEASE-VARIANCE.
      **************************************************************************
       CHECK-COUNT-WEIGHT.
           IF WS-DIFF-WEIGHT-G < 0
               COMPUTE WS-ABS-DIFF-G = 0 - WS-DIFF-WEIGHT-G
           ELSE
               MOVE WS-DIFF-WEIGHT-G TO WS-ABS-DIFF-G
           END-IF.
           IF WS-ABS-DIFF-G > WS-CYC-TOLERANCE
               MOVE GRAIN-SITE-ALL TO SV-SITE
               MOVE 'W' TO SV-KIND
               MOVE 'WEIGHT OUTSIDE TOLERANCE' TO SV-DESC
               IF CR-APPROVED = 'Y'
                   IF CR-WEIGHT = ZERO AND CR-TENTHS = ZERO
                       MOVE 'REVIEW' TO SV-ACTION
                   ELSE
                       MOVE SPACES TO CTRANS-RECORD
                       MOVE 'C' TO CT-TRAN-CODE
                       MOVE GRAIN-SERIAL-ALL TO CT-TRAN-SERIAL
                       MOVE ZERO TO CT-TRAN-QUALITY
                       MOVE ZERO TO CT-TRAN-MFG-DATE
                       MOVE ZERO TO CT-TRAN-EXP-DATE
                       MOVE CR-WEIGHT TO CT-TRAN-WEIGHT
                       MOVE ZERO TO CT-TRAN-SHIP-DATE
                       IF CR-UOM = SPACES
                           MOVE GRAIN-UOM-ALL TO CT-TRAN-UOM
                       ELSE
                           MOVE CR-UOM TO CT-TRAN-UOM
                       END-IF
                       MOVE CR-TENTHS TO CT-TRAN-TENTHS
                       PERFORM WRITE-CTRANS-DETAIL
                       ADD 1 TO WS-CTRAN-COUNT
                       MOVE 'C' TO SV-ACTION
                   END-IF
               END-IF
               ADD 1 TO WS-WEIGHT-VAR-COUNT
               PERFORM RELEASE-VARIANCE
           ELSE
               ADD 1 TO WS-MATCH-COUNT
           END-IF.
      **************************************************************************
       WRITE-CTRANS-DETAIL.
           WRITE CTRANS-RECORD.
           ADD CT-TRAN-SERIAL TO WS-CT-SERIAL-SUM.
           ADD CT-TRAN-WEIGHT TO WS-CT-WEIGHT-SUM.
      **************************************************************************
       WRITE-CTRANS-HEADER.
           MOVE SPACES TO WS-CT-BATCH-ID.
           STRING 'CC' DELIMITED BY SIZE
                  WS-YEAR (3:2) DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  WS-DAY DELIMITED BY SIZE
                  WS-HOURS DELIMITED BY SIZE
                  WS-MINUTES DELIMITED BY SIZE
               INTO WS-CT-BATCH-ID
           END-STRING.
           COMPUTE WS-CT-CREATED-DATE =
               WS-YEAR * 10000 + WS-MONTH * 100 + WS-DAY.
           MOVE SPACES TO CTRANS-HEADER.
           MOVE 'H' TO CH-TRAN-CODE.
           MOVE WS-CT-BATCH-ID TO CH-BATCH-ID.
           MOVE WS-SITE-FILTER TO CH-ORIG-SITE.
           MOVE WS-CT-CREATED-DATE TO CH-CREATED-DATE.
           WRITE CTRANS-HEADER.
      **************************************************************************
       WRITE-CTRANS-TRAILER.
           MOVE SPACES TO CTRANS-TRAILER.
           MOVE 'Z' TO CZ-TRAN-CODE.
           MOVE WS-CT-BATCH-ID TO CZ-BATCH-ID.
           COMPUTE CZ-RECORD-COUNT = WS-CTRAN-COUNT + WS-DTRAN-COUNT.
           MOVE WS-CT-SERIAL-SUM TO CZ-SERIAL-HASH.
           MOVE WS-CT-WEIGHT-SUM TO CZ-WEIGHT-HASH.
           WRITE CTRANS-TRAILER.
      **************************************************************************
       RELEASE-VARIANCE.
           RELEASE SORT-VAR-REC.
           ADD 1 TO WS-VAR-TOTAL-COUNT.
      **************************************************************************
       SET-GRAIN-NORM-WEIGHT.
           MOVE GRAIN-WEIGHT-ALL TO WS-NORM-IN-WEIGHT.
           MOVE GRAIN-WEIGHT-TENTHS-ALL TO WS-NORM-IN-TENTHS.
           MOVE GRAIN-UOM-ALL TO WS-NORM-IN-UOM.
           PERFORM COMPUTE-NORM-WEIGHT.
           MOVE WS-NORM-WEIGHT-G TO WS-BOOK-WEIGHT-G.
      **************************************************************************
       SET-COUNT-NORM-WEIGHT.
           MOVE CR-WEIGHT TO WS-NORM-IN-WEIGHT.
           MOVE CR-TENTHS TO WS-NORM-IN-TENTHS.
           IF CR-UOM = SPACES AND WS-CNT-KEY = WS-MST-KEY
               MOVE GRAIN-UOM-ALL TO WS-NORM-IN-UOM
           ELSE
               MOVE CR-UOM TO WS-NORM-IN-UOM
           END-IF.
           PERFORM COMPUTE-NORM-WEIGHT.
           MOVE WS-NORM-WEIGHT-G TO WS-COUNT-WEIGHT-G.
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
       VAR-PRINT-SITES.
           MOVE SPACES TO OUTFILE-CYC.
           WRITE OUTFILE-CYC.
           MOVE VAR-SECT-2-LINE TO OUTFILE-CYC.
           WRITE OUTFILE-CYC.
           MOVE 'N' TO SORT-VAR-EOF-SWITCH.
           MOVE 'Y' TO WS-CYC-FIRST-SWITCH.
           MOVE SPACES TO WS-CYC-CUR-SITE.
           RETURN SORT-VAR-FILE
               AT END
                   MOVE 'Y' TO SORT-VAR-EOF-SWITCH
           END-RETURN.
           PERFORM VAR-PRINT-LOOP
               UNTIL SORT-VAR-EOF-SWITCH = 'Y'.
           IF WS-CYC-FIRST-SWITCH = 'Y'
               MOVE VAR-NONE-LINE TO OUTFILE-CYC
               WRITE OUTFILE-CYC
           ELSE
               PERFORM VAR-SITE-FOOTING
           END-IF.
      **************************************************************************
       VAR-PRINT-LOOP.
           IF WS-CYC-FIRST-SWITCH = 'Y'
                   OR SV-SITE NOT = WS-CYC-CUR-SITE
               IF WS-CYC-FIRST-SWITCH = 'N'
                   PERFORM VAR-SITE-FOOTING
               END-IF
               MOVE 'N' TO WS-CYC-FIRST-SWITCH
               MOVE SV-SITE TO WS-CYC-CUR-SITE
               MOVE ZERO TO WS-SITE-VAR-COUNT
               MOVE SPACES TO OUTFILE-CYC
               WRITE OUTFILE-CYC
               MOVE SV-SITE TO CB-SITE
               MOVE ' VARIANCES' TO CB-TITLE
               MOVE CYC-SITE-BREAK-LINE TO OUTFILE-CYC
               WRITE OUTFILE-CYC
               MOVE HEADER-VAR-3 TO OUTFILE-CYC
               WRITE OUTFILE-CYC
               MOVE HEADER-VAR-4 TO OUTFILE-CYC
               WRITE OUTFILE-CYC
           END-IF.
           MOVE SV-SERIAL TO VD-SERIAL.
           MOVE SV-DESC TO VD-DESC.
           MOVE SV-BOOK-G TO VD-BOOK-G.
           MOVE SV-COUNT-G TO VD-COUNT-G.
           MOVE SV-DIFF-G TO VD-DIFF-G.
           MOVE SV-COUNTER TO VD-COUNTER.
           MOVE SV-ACTION TO VD-ACTION.
           MOVE VAR-DETAIL-LINE TO OUTFILE-CYC.
           WRITE OUTFILE-CYC.
           ADD 1 TO WS-SITE-VAR-COUNT.
           RETURN SORT-VAR-FILE
               AT END
                   MOVE 'Y' TO SORT-VAR-EOF-SWITCH
           END-RETURN.
      **************************************************************************
       VAR-SITE-FOOTING.
           MOVE WS-SITE-VAR-COUNT TO VST-VAR-COUNT.
           MOVE VAR-SITE-TRAILER-LINE TO OUTFILE-CYC.
           WRITE OUTFILE-CYC.
      **************************************************************************
       READ-COUNT.
           MOVE 'N' TO CNT-GOOD-SWITCH.
           PERFORM READ-COUNT-LOOP
               UNTIL CNT-GOOD-SWITCH = 'Y'.
      **************************************************************************
       READ-COUNT-LOOP.
           IF CNTRES-EOF-SWITCH = 'Y'
               MOVE 999999999999 TO WS-CNT-KEY
               MOVE 'Y' TO CNT-GOOD-SWITCH
           ELSE
               READ CNTRES
                   AT END
                       MOVE 'Y' TO CNTRES-EOF-SWITCH
                       MOVE 999999999999 TO WS-CNT-KEY
                       MOVE 'Y' TO CNT-GOOD-SWITCH
                   NOT AT END
                       ADD 1 TO WS-CNT-READ-COUNT
                       PERFORM EDIT-COUNT-RECORD
               END-READ
           END-IF.
      **************************************************************************
       EDIT-COUNT-RECORD.
           MOVE SPACES TO WS-CNT-REJECT-REASON.
           IF CR-SERIAL NOT NUMERIC
               MOVE 'SERIAL NOT NUMERIC' TO WS-CNT-REJECT-REASON
           END-IF.
           IF WS-CNT-REJECT-REASON = SPACES
                   AND CR-FOUND NOT = 'Y' AND CR-FOUND NOT = 'N'
               MOVE 'FOUND FLAG NOT Y OR N' TO WS-CNT-REJECT-REASON
           END-IF.
           IF WS-CNT-REJECT-REASON = SPACES AND CR-FOUND = 'Y'
                   AND (CR-WEIGHT NOT NUMERIC
                        OR CR-TENTHS NOT NUMERIC)
               MOVE 'COUNTED WEIGHT NOT NUMERIC'
                   TO WS-CNT-REJECT-REASON
           END-IF.
           IF WS-CNT-REJECT-REASON = SPACES
                   AND CR-UOM NOT = SPACES AND CR-UOM NOT = 'G '
                   AND CR-UOM NOT = 'KG'
               MOVE 'INVALID UNIT OF MEASURE' TO WS-CNT-REJECT-REASON
           END-IF.
           IF WS-CNT-REJECT-REASON = SPACES AND CR-SITE = SPACES
               MOVE 'COUNT SITE MISSING' TO WS-CNT-REJECT-REASON
           END-IF.
           IF WS-CNT-REJECT-REASON = SPACES
                   AND CR-SERIAL < WS-PREV-CNT-KEY
               MOVE 'COUNT RECORD OUT OF SEQUENCE'
                   TO WS-CNT-REJECT-REASON
           END-IF.
           IF WS-CNT-REJECT-REASON = SPACES
                   AND CR-SERIAL = WS-PREV-CNT-KEY
               MOVE 'DUPLICATE COUNT RECORD' TO WS-CNT-REJECT-REASON
           END-IF.
           IF WS-CNT-REJECT-REASON = SPACES
               IF CR-FOUND = 'N'
                   MOVE ZERO TO CR-WEIGHT
                   MOVE ZERO TO CR-TENTHS
               END-IF
               MOVE CR-SERIAL TO WS-CNT-KEY
               MOVE CR-SERIAL TO WS-PREV-CNT-KEY
               MOVE 'Y' TO CNT-GOOD-SWITCH
           ELSE
               MOVE CR-SERIAL TO VJ-SERIAL
               MOVE WS-CNT-REJECT-REASON TO VJ-REASON
               MOVE VAR-REJECT-LINE TO OUTFILE-CYC
               WRITE OUTFILE-CYC
               ADD 1 TO WS-CNT-REJECT-COUNT
           END-IF.
      **************************************************************************
       READ-MASTER.
           MOVE 'N' TO WS-MST-COUNTED-SWITCH.
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
