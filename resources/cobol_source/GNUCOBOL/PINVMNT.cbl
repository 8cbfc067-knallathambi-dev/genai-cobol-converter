           SELECT RPTXFR ASSIGN TO
           '/home/knallathambi/workspace/cobol_apps/tmp/RPTXFR.dat'
           ORGANIZATION LINE SEQUENTIAL.
           SELECT RPTREV ASSIGN TO
           '/home/knallathambi/workspace/cobol_apps/tmp/RPTREV.dat'
           ORGANIZATION LINE SEQUENTIAL.
           SELECT MNTLOG ASSIGN TO
           '/home/knallathambi/workspace/cobol_apps/tmp/MNTLOG.dat'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-MNTLOG-STATUS.
           SELECT RSVMST ASSIGN TO
           '/home/knallathambi/workspace/cobol_apps/tmp/RSVMST.dat'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-RSVMST-STATUS.
           SELECT GENLOG ASSIGN TO
           '/home/knallathambi/workspace/cobol_apps/tmp/GENLOG.dat'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-GENLOG-STATUS.
           SELECT MNTPARM ASSIGN TO
           '/home/knallathambi/workspace/cobol_apps/tmp/MNTPARM.dat'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-MNTPARM-STATUS.
           SELECT BATCHREG ASSIGN TO
           '/home/knallathambi/workspace/cobol_apps/tmp/BATCHREG.dat'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-BATCHREG-STATUS.
      **************************************************************************
       DATA DIVISION.
       FILE SECTION.
           05  TRAN-CODE                    PIC X(1).
           05  TRAN-SERIAL                  PIC 9(12).
           05  TRAN-TYPE                    PIC X(10).
           05  TRAN-PROGRAM REDEFINES TRAN-TYPE
                                            PIC X(10).
           05  TRAN-FORMULA                 PIC X(15).
           05  TRAN-SPLIT-DATA REDEFINES TRAN-FORMULA.
               10  TRAN-CHILD-SERIAL        PIC 9(12).
               10  FILLER                   PIC X(3).
           05  TRAN-STATUS                  PIC X(1).
           05  TRAN-QA                      PIC X(4).
           05  TRAN-QUALITY                 PIC 9(2).
           05  TRAN-WEIGHT-TENTHS           PIC 9(1).
           05  TRAN-LOT                     PIC X(10).
           05  FILLER                       PIC X(2).
       01  TRANS-REVERSAL-RECORD.
           05  FILLER                       PIC X(13).
           05  TRAN-REV-SUPERVISOR          PIC X(8).
           05  TRAN-REV-ORIG-DATE           PIC 9(8).
           05  TRAN-REV-ORIG-CODE           PIC X(1).
           05  TRAN-REV-REASON              PIC X(40).
           05  FILLER                       PIC X(32).
       01  TRANS-BATCH-HEADER.
           05  FILLER                       PIC X(1).
           05  TRAN-HDR-BATCH-ID            PIC X(12).
           05  TRAN-HDR-ORIG-SITE           PIC X(4).
           05  TRAN-HDR-CREATED-DATE        PIC 9(8).
           05  FILLER                       PIC X(77).
      *    WEIGHT HASH EXCLUDES 'V' RECORDS - COLS 62-71 HOLD REASON TEXT
       01  TRANS-BATCH-TRAILER.
           05  FILLER                       PIC X(1).
           05  TRAN-TRL-BATCH-ID            PIC X(12).
           05  TRAN-TRL-RECORD-COUNT        PIC 9(7).
           05  TRAN-TRL-SERIAL-HASH         PIC 9(15).
           05  TRAN-TRL-WEIGHT-HASH         PIC 9(15).
           05  FILLER                       PIC X(52).
       FD INALL.
       01  INALL-RECORD-ALL.
           05  GRAIN-SERIAL-ALL             PIC 9(12).
           05  SITE-MAX-WEIGHT-MST     PIC 9(10).
       FD RPTXFR.
       01  OUTFILE-XFR                 PIC X(200).
       FD RPTREV.
       01  OUTFILE-REV                 PIC X(200).
       FD MNTLOG.
       01  MNTLOG-RECORD.
           05  ML-DATE                 PIC 9(8).
           05  ML-WEIGHT               PIC 9(12).
           05  ML-WEIGHT-PRIOR         PIC 9(12).
           05  ML-STATUS-PRIOR         PIC X(1).
           05  ML-REV-CODE             PIC X(1).
           05  FILLER                  PIC X(4).
       FD GENLOG.
       01  GENLOG-RECORD.
           05  GN-PARENT-SERIAL        PIC 9(12).
           05  GN-CHILD-SERIAL         PIC 9(12).
           05  GN-DATE                 PIC 9(8).
           05  GN-WEIGHT-G             PIC 9(12).
           05  FILLER                  PIC X(6).
       FD RSVMST.
       01  RSVMST-RECORD.
           05  RV-SERIAL               PIC 9(12).
           05  RV-PROGRAM              PIC X(10).
           05  RV-REQUESTER            PIC X(8).
           05  RV-RSV-DATE             PIC 9(8).
           05  RV-THRU-DATE            PIC 9(8).
           05  RV-STATUS               PIC X(1).
           05  RV-CLOSE-DATE           PIC 9(8).
           05  RV-WEIGHT-G             PIC 9(12).
           05  FILLER                  PIC X(13).
       FD MNTPARM.
       01  MNTPARM-RECORD.
           05  MP-CARD-TEXT            PIC X(80).
       FD BATCHREG.
       01  BATCHREG-RECORD.
           05  BR-BATCH-ID             PIC X(12).
           05  BR-ORIG-SITE            PIC X(4).
           05  BR-CREATED-DATE         PIC 9(8).
           05  BR-APPLIED-DATE         PIC 9(8).
           05  BR-RECORD-COUNT         PIC 9(7).
           05  BR-APPLIED-COUNT        PIC 9(7).
           05  BR-REJECT-COUNT         PIC 9(7).
           05  BR-RERUN-FLAG           PIC X(1).
           05  FILLER                  PIC X(26).
      **************************************************************************
       WORKING-STORAGE SECTION.
       01  WS-CURRENT-DATE.
           05  FILLER                  PIC X(8)
               VALUE '  OUT:'.
           05  MTL-NEWALL-COUNT        PIC 9(5).
       01  BATCH-HEAD-LINE.
           05  FILLER                  PIC X(40)
               VALUE 'BATCH CONTROL'.
       01  BATCH-ID-LINE.
           05  FILLER                  PIC X(10)
               VALUE 'BATCH ID: '.
           05  BCL-BATCH-ID            PIC X(12).
           05  FILLER                  PIC X(15)
               VALUE '  ORIGIN SITE: '.
           05  BCL-SITE                PIC X(4).
           05  FILLER                  PIC X(11)
               VALUE '  CREATED: '.
           05  BCL-DATE                PIC 9(8).
       01  BATCH-TOTAL-HEAD.
           05  FILLER                  PIC X(12)
               VALUE SPACES.
           05  FILLER                  PIC X(10)
               VALUE '   RECORDS'.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE '    SERIAL HASH'.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE '    WEIGHT HASH'.
       01  BATCH-TOTAL-LINE.
           05  BTL-LABEL               PIC X(12).
           05  BTL-COUNT               PIC Z(9)9.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  BTL-SERIAL-HASH         PIC Z(14)9.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  BTL-WEIGHT-HASH         PIC Z(14)9.
       01  BATCH-STATUS-LINE.
           05  FILLER                  PIC X(14)
               VALUE 'BATCH STATUS: '.
           05  BSL-STATUS              PIC X(28).
           05  BSL-REASON              PIC X(40).
       01  PARM-ERROR-HEAD-LINE.
           05  FILLER                  PIC X(40)
               VALUE 'CONTROL CARD ERRORS - RUN STOPPED'.
       01  PARM-ERROR-LINE.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  PEL-TEXT                PIC X(60).
       01  WS-HOLD-RECORD.
           05  HOLD-SERIAL                  PIC 9(12).
           05  HOLD-TYPE                    PIC X(10).
       01  WS-LAST-ADD-KEY             PIC 9(12) VALUE 999999999999.
       01  WS-HOLD-KEY                 PIC 9(12) VALUE 999999999999.
       01  WS-REJECT-REASON            PIC X(30).
       01  WS-BATCH-CONTROL.
           05  WS-BATCH-ID              PIC X(12) VALUE SPACES.
           05  WS-BATCH-SITE            PIC X(4) VALUE SPACES.
           05  WS-BATCH-DATE            PIC 9(8) VALUE 0.
           05  WS-BATCH-STATUS          PIC X(1) VALUE 'A'.
           05  WS-BATCH-REASON          PIC X(40) VALUE SPACES.
           05  WS-BATCH-WORK-REASON     PIC X(40) VALUE SPACES.
           05  WS-BATCH-REC-NUM         PIC S9(9) COMP VALUE 0.
           05  WS-BATCH-HDR-COUNT       PIC S9(9) COMP VALUE 0.
           05  WS-BATCH-TRL-COUNT       PIC S9(9) COMP VALUE 0.
           05  WS-BATCH-DTL-COUNT       PIC S9(9) COMP VALUE 0.
           05  WS-BATCH-SERIAL-SUM      PIC S9(18) COMP VALUE 0.
           05  WS-BATCH-WEIGHT-SUM      PIC S9(18) COMP VALUE 0.
           05  WS-BATCH-SERIAL-HASH     PIC 9(15) VALUE 0.
           05  WS-BATCH-WEIGHT-HASH     PIC 9(15) VALUE 0.
           05  WS-TRL-BATCH-ID          PIC X(12) VALUE SPACES.
           05  WS-TRL-RECORD-COUNT      PIC 9(7) VALUE 0.
           05  WS-TRL-SERIAL-HASH       PIC 9(15) VALUE 0.
           05  WS-TRL-WEIGHT-HASH       PIC 9(15) VALUE 0.
           05  WS-RERUN-BATCH-ID        PIC X(12) VALUE SPACES.
           05  WS-BATCH-PRIOR-DATE      PIC 9(8) VALUE 0.
       01  WS-PARM-TOKENS.
           05  WS-PARM-TOKEN OCCURS 6 TIMES
                              PIC X(80).
       01  WS-PARM-SUB                 PIC S9(4) COMP VALUE 0.
       01  WS-PARM-ERROR-TEXT          PIC X(60).
       01  WS-PARM-ERROR-COUNT         PIC S9(4) COMP VALUE 0.
       01  WS-PARM-ERROR-TABLE.
           05  WS-PARM-ERROR OCCURS 20 TIMES
                              PIC X(60).
       01  WS-MNTPARM-STATUS           PIC X(2).
       01  WS-BATCHREG-STATUS          PIC X(2).
       01  SWITCHES.
           05  TRANS-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  TRANS-GOOD-SWITCH        PIC X(1) VALUE 'N'.
           05  INALL-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  SITEMST-EOF-SWITCH       PIC X(1) VALUE 'N'.
           05  RSVMST-EOF-SWITCH        PIC X(1) VALUE 'N'.
           05  RSVMST-OPEN-SWITCH       PIC X(1) VALUE 'N'.
           05  TRANS-READ-AHEAD-SWITCH  PIC X(1) VALUE 'N'.
           05  SPLIT-DONE-SWITCH        PIC X(1) VALUE 'N'.
           05  WS-PEND-FOUND-SWITCH     PIC X(1) VALUE 'N'.
           05  MNTLOG-EOF-SWITCH        PIC X(1) VALUE 'N'.
           05  MNTPARM-EOF-SWITCH       PIC X(1) VALUE 'N'.
           05  BATCHREG-EOF-SWITCH      PIC X(1) VALUE 'N'.
           05  BATCH-DUP-SWITCH         PIC X(1) VALUE 'N'.
       01  WS-COUNTERS.
           05  WS-TRANS-COUNT           PIC S9(9) COMP VALUE 0.
           05  WS-APPLIED-COUNT         PIC S9(9) COMP VALUE 0.
           05  WS-NEWALL-COUNT          PIC S9(9) COMP VALUE 0.
           05  WS-XFER-COUNT            PIC S9(9) COMP VALUE 0.
           05  WS-RECV-COUNT            PIC S9(9) COMP VALUE 0.
           05  WS-SPLIT-COUNT           PIC S9(9) COMP VALUE 0.
           05  WS-SPLIT-READ-COUNT      PIC S9(9) COMP VALUE 0.
           05  WS-SPLIT-SCRAP-COUNT     PIC S9(9) COMP VALUE 0.
           05  WS-REV-APPLIED-COUNT     PIC S9(9) COMP VALUE 0.
           05  WS-REV-REJECT-COUNT      PIC S9(9) COMP VALUE 0.
       01  WS-PDISP-STATUS              PIC X(2).
       01  AUDIT-DATE-FLD.
           05  AUD-DT-YEAR                PIC 9(4).
           05  FILLER                    PIC X(4)
               VALUE ' -> '.
           05  AUD-TO                    PIC X(10).
           05  FILLER                    PIC X(13)
               VALUE SPACES.
           05  AUD-PROGRAM               PIC X(10).
           05  FILLER                    PIC X(1)
               VALUE SPACES.
           05  AUD-REVERSAL              PIC X(8)
               VALUE SPACES.
       01  SITE-TABLE-COUNT            PIC 9(3) COMP VALUE 0.
       01  SITE-TABLE.
           05  SITE-ENTRY OCCURS 0 TO 100 TIMES
               10  SITE-ACT-WT-TBL     PIC 9(12) COMP.
       01  WS-SITE-STATUS              PIC X(2).
       01  WS-MNTLOG-STATUS            PIC X(2).
       01  WS-RSVMST-STATUS            PIC X(2).
       01  WS-RSV-KEY                  PIC 9(12) VALUE 0.
       01  WS-GENLOG-STATUS            PIC X(2).
       01  WS-SPLIT-PARENT             PIC 9(12) VALUE 0.
       01  WS-SPLIT-PARENT-G           PIC 9(12) VALUE 0.
       01  WS-SPLIT-PROGRAM            PIC X(10) VALUE SPACES.
       01  WS-SPLIT-SCRAP-G            PIC 9(12) VALUE 0.
       01  WS-SPLIT-TOTAL-G            PIC 9(12) VALUE 0.
       01  WS-SPLIT-UOM                PIC X(2) VALUE SPACES.
       01  WS-SPLIT-SUB                PIC S9(4) COMP VALUE 0.
       01  WS-SPLIT-SUB2               PIC S9(4) COMP VALUE 0.
       01  WS-PEND-SUB                 PIC S9(4) COMP VALUE 0.
       01  WS-PEND-INSERT-SUB          PIC S9(4) COMP VALUE 0.
       01  WS-FLUSH-LIMIT              PIC 9(12) VALUE 0.
       01  WS-FIND-SERIAL              PIC 9(12) VALUE 0.
       01  SPLIT-TABLE-COUNT           PIC 9(3) COMP VALUE 0.
       01  SPLIT-TABLE.
           05  SPLIT-ENTRY OCCURS 0 TO 20 TIMES
                           DEPENDING ON SPLIT-TABLE-COUNT.
               10  SPL-CHILD           PIC 9(12).
               10  SPL-WEIGHT          PIC 9(10).
               10  SPL-TENTHS          PIC 9(1).
               10  SPL-UOM             PIC X(2).
               10  SPL-NORM-G          PIC 9(12).
       01  PEND-TABLE-COUNT            PIC 9(4) COMP VALUE 0.
       01  PEND-TABLE.
           05  PEND-ENTRY OCCURS 0 TO 500 TIMES
                           DEPENDING ON PEND-TABLE-COUNT
                           INDEXED BY PEND-IDX.
               10  PEND-SERIAL         PIC 9(12).
               10  PEND-RECORD         PIC X(449).
       01  CHILD-CHK-COUNT             PIC 9(4) COMP VALUE 0.
       01  CHILD-CHK-TABLE.
           05  CHILD-CHK-ENTRY OCCURS 0 TO 500 TIMES
                           DEPENDING ON CHILD-CHK-COUNT
                           INDEXED BY CHK-IDX.
               10  CHK-SERIAL          PIC 9(12).
               10  CHK-ON-MASTER       PIC X(1).
       01  SPLIT-REASON-LINE.
           05  SR-LABEL                PIC X(6).
           05  SR-SERIAL               PIC 9(12).
           05  SR-TEXT                 PIC X(12).
       01  REV-TABLE-COUNT             PIC 9(3) COMP VALUE 0.
       01  REV-TABLE.
           05  REV-ENTRY OCCURS 0 TO 200 TIMES
                           DEPENDING ON REV-TABLE-COUNT.
               10  RVT-SERIAL          PIC 9(12).
               10  RVT-DATE            PIC 9(8).
               10  RVT-CODE            PIC X(1).
               10  RVT-FOUND           PIC X(1).
               10  RVT-LATER           PIC X(1).
               10  RVT-USED            PIC X(1).
               10  RVT-FROM-SITE       PIC X(4).
               10  RVT-TO-SITE         PIC X(4).
               10  RVT-STATUS          PIC X(1).
               10  RVT-STATUS-PRIOR    PIC X(1).
               10  RVT-WEIGHT          PIC 9(12).
               10  RVT-WEIGHT-PRIOR    PIC 9(12).
       01  WS-REV-SUB                  PIC S9(4) COMP VALUE 0.
       01  WS-REV-CUR                  PIC S9(4) COMP VALUE 0.
       01  WS-REV-RESTORE-G            PIC 9(12) VALUE 0.
       01  WS-REV-KG                   PIC 9(12) VALUE 0.
       01  WS-REV-REM                  PIC 9(4) VALUE 0.
       01  WS-REV-STAT-IN              PIC X(1) VALUE SPACES.
       01  WS-REV-STAT-NAME            PIC X(10) VALUE SPACES.
       01  WS-REV-FROM-NAME            PIC X(10) VALUE SPACES.
       01  WS-REV-DETAIL               PIC X(30) VALUE SPACES.
       01  WS-REV-SITE-SUB             PIC S9(4) COMP VALUE 0.
       01  REV-WEIGHT-TEXT.
           05  FILLER                  PIC X(12)
               VALUE 'RESTORED TO '.
           05  RWT-GRAMS               PIC Z(11)9.
           05  FILLER                  PIC X(2)
               VALUE ' G'.
       01  REV-XFER-TEXT.
           05  FILLER                  PIC X(8)
               VALUE 'XFER TO '.
           05  RXT-SITE                PIC X(4).
           05  FILLER                  PIC X(10)
               VALUE ' CANCELLED'.
       01  HEADER-REV.
           05  FILLER                  PIC X(100)
               VALUE  'GRAIN MASTER REVERSAL REGISTER'.
       01  HEADER-REV-3.
           05  FILLER                  PIC X(14)
               VALUE  'SERIAL'.
           05  FILLER                  PIC X(10)
               VALUE  'ORIG DATE'.
           05  FILLER                  PIC X(6)
               VALUE  'CODE'.
           05  FILLER                  PIC X(10)
               VALUE  'SUPERVSR'.
           05  FILLER                  PIC X(10)
               VALUE  'RESULT'.
           05  FILLER                  PIC X(32)
               VALUE  'DETAIL'.
           05  FILLER                  PIC X(40)
               VALUE  'REASON FOR REVERSAL'.
       01  HEADER-REV-4.
           05  FILLER                  PIC X(12)
               VALUE  '------------'.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  FILLER                  PIC X(8)
               VALUE  '--------'.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  FILLER                  PIC X(4)
               VALUE  '----'.
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
           05  FILLER                  PIC X(30)
               VALUE  '------------------------------'.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  FILLER                  PIC X(40)
               VALUE ALL '-'.
       01  REV-DETAIL-LINE.
           05  RL-SERIAL               PIC X(12).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  RL-ORIG-DATE            PIC X(8).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  RL-ORIG-CODE            PIC X(1).
           05  FILLER                  PIC X(5)
               VALUE SPACES.
           05  RL-SUPERVISOR           PIC X(8).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  RL-RESULT               PIC X(8).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  RL-DETAIL               PIC X(30).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  RL-REASON               PIC X(40).
       01  REV-TRAILER-LINE.
           05  FILLER                  PIC X(19)
               VALUE 'REVERSALS APPLIED:'.
           05  RTL-APPLIED-COUNT       PIC 9(5).
           05  FILLER                  PIC X(12)
               VALUE '  REJECTED:'.
           05  RTL-REJECT-COUNT        PIC 9(5).
       01  WS-LOG-DATE-TODAY           PIC 9(8) VALUE 0.
       01  WS-NORM-IN-WEIGHT           PIC 9(10) VALUE 0.
       01  WS-NORM-IN-TENTHS           PIC 9(1) VALUE 0.
           MOVE WS-MINUTES TO AUD-TM-MINUTE.
           MOVE WS-SECONDS TO AUD-TM-SECOND.
           PERFORM LOAD-SITE-TABLE.
           PERFORM READ-PARM-CARDS.
           IF WS-PARM-ERROR-COUNT > 0
               OPEN OUTPUT RPTTRN
               PERFORM WRITE-PARM-ERRORS
           END-IF.
           PERFORM PRESCAN-TRANS.
           PERFORM CHECK-BATCH-CONTROL.
           IF REV-TABLE-COUNT > 0
               PERFORM LOAD-REVERSAL-TARGETS
           END-IF.
           PERFORM PRELOAD-SITE-WEIGHTS.
           OPEN INPUT TRANS
                INPUT INALL
                OUTPUT NEWALL
                OUTPUT RPTTRN
                OUTPUT RPTXFR
                OUTPUT RPTREV.
           OPEN EXTEND PDISP.
           IF WS-PDISP-STATUS = '35'
               OPEN OUTPUT PDISP
           IF WS-MNTLOG-STATUS = '35'
               OPEN OUTPUT MNTLOG
           END-IF.
           OPEN EXTEND GENLOG.
           IF WS-GENLOG-STATUS = '35'
               OPEN OUTPUT GENLOG
           END-IF.
           OPEN INPUT RSVMST.
           IF WS-RSVMST-STATUS = '00'
               MOVE 'Y' TO RSVMST-OPEN-SWITCH
           ELSE
               MOVE 'Y' TO RSVMST-EOF-SWITCH
               MOVE 999999999999 TO WS-RSV-KEY
           END-IF.
           MOVE HEADER-1 TO OUTFILE-TRN.
           WRITE OUTFILE-TRN.
           MOVE HEADER-TRN TO OUTFILE-TRN.
           WRITE OUTFILE-XFR.
           MOVE DATE-LINE TO OUTFILE-XFR.
           WRITE OUTFILE-XFR.
           MOVE HEADER-1 TO OUTFILE-REV.
           WRITE OUTFILE-REV.
           MOVE HEADER-REV TO OUTFILE-REV.
           WRITE OUTFILE-REV.
           MOVE DATE-LINE TO OUTFILE-REV.
           WRITE OUTFILE-REV.
           MOVE SPACES TO OUTFILE-REV.
           WRITE OUTFILE-REV.
           MOVE HEADER-REV-3 TO OUTFILE-REV.
           WRITE OUTFILE-REV.
           MOVE HEADER-REV-4 TO OUTFILE-REV.
           WRITE OUTFILE-REV.
           IF WS-BATCH-STATUS = 'B' OR WS-BATCH-STATUS = 'D'
               MOVE 'Y' TO TRANS-EOF-SWITCH
           END-IF.
           PERFORM READ-TRANS.
           PERFORM READ-MASTER.
           PERFORM MAINT-LOOP
               UNTIL WS-TRAN-KEY = 999999999999
                 AND WS-HOLD-KEY = 999999999999.
           MOVE 999999999999 TO WS-FLUSH-LIMIT.
           PERFORM FLUSH-SPLIT-CHILDREN.
           MOVE WS-TRANS-COUNT TO TTL-TRANS-COUNT.
           MOVE WS-APPLIED-COUNT TO TTL-APPLIED-COUNT.
           MOVE WS-REJECT-COUNT TO TTL-REJECT-COUNT.
           MOVE WS-NEWALL-COUNT TO MTL-NEWALL-COUNT.
           MOVE MST-TRAILER-LINE TO OUTFILE-TRN.
           WRITE OUTFILE-TRN.
           PERFORM WRITE-BATCH-CONTROL.
           MOVE SPACES TO OUTFILE-XFR.
           WRITE OUTFILE-XFR.
           MOVE WS-XFER-COUNT TO XT-SHIP-COUNT.
           MOVE WS-RECV-COUNT TO XT-RECV-COUNT.
           MOVE XFR-TRAILER-LINE TO OUTFILE-XFR.
           WRITE OUTFILE-XFR.
           MOVE SPACES TO OUTFILE-REV.
           WRITE OUTFILE-REV.
           MOVE WS-REV-APPLIED-COUNT TO RTL-APPLIED-COUNT.
           MOVE WS-REV-REJECT-COUNT TO RTL-REJECT-COUNT.
           MOVE REV-TRAILER-LINE TO OUTFILE-REV.
           WRITE OUTFILE-REV.
           CLOSE TRANS
                 INALL
                 NEWALL
                 RPTTRN
                 RPTXFR
                 RPTREV
                 PDISP
                 MNTLOG
                 GENLOG.
           IF RSVMST-OPEN-SWITCH = 'Y'
               CLOSE RSVMST
           END-IF.
           IF WS-BATCH-STATUS = 'A' OR WS-BATCH-STATUS = 'R'
               PERFORM WRITE-BATCH-REGISTER
           ELSE IF WS-BATCH-STATUS = 'B'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 10 TO RETURN-CODE
           END-IF.
           STOP RUN.
      **************************************************************************
       MAINT-LOOP.
                   PERFORM READ-MASTER
               ELSE
                   PERFORM TRANS-MATCH
                   IF TRANS-READ-AHEAD-SWITCH = 'Y'
                       MOVE 'N' TO TRANS-READ-AHEAD-SWITCH
                   ELSE
                       PERFORM READ-TRANS
                   END-IF
               END-IF
           END-IF.
      **************************************************************************
       TRANS-NO-MATCH.
           IF TRAN-CODE = 'A'
               MOVE TRAN-SERIAL TO WS-FIND-SERIAL
               PERFORM FIND-PENDING-CHILD
               IF TRAN-SERIAL = WS-LAST-ADD-KEY
                       OR WS-PEND-FOUND-SWITCH = 'Y'
                   MOVE 'DUPLICATE SERIAL' TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-LINE
               ELSE
               END-IF
           ELSE
               MOVE 'SERIAL NOT ON MASTER' TO WS-REJECT-REASON
               IF TRAN-CODE = 'V'
                   PERFORM WRITE-REVERSAL-REJECT
               ELSE
                   PERFORM WRITE-REJECT-LINE
               END-IF
           END-IF.
      **************************************************************************
       TRANS-MATCH.
                       ELSE
                           IF TRAN-CODE = 'R'
                               PERFORM APPLY-RECEIPT
                           ELSE
                           IF TRAN-CODE = 'S'
                               PERFORM APPLY-SPLIT
                           ELSE
                           IF TRAN-CODE = 'V'
                               PERFORM APPLY-REVERSAL
                           ELSE
                               MOVE 'INVALID TRANSACTION CODE'
                                   TO WS-REJECT-REASON
                               PERFORM WRITE-REJECT-LINE
                           END-IF
                           END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
                   MOVE ZERO TO ADD-WEIGHT-TENTHS
               END-IF
               MOVE TRAN-LOT TO ADD-LOT
               MOVE TRAN-SERIAL TO WS-FLUSH-LIMIT
               PERFORM FLUSH-SPLIT-CHILDREN
               MOVE WS-ADD-RECORD TO NEWALL-RECORD
               WRITE NEWALL-RECORD
               ADD 1 TO WS-NEWALL-COUNT
                   IF HOLD-STATUS = 1 AND TRAN-STATUS = 1
                       MOVE 'GRAIN ALREADY SPENT' TO WS-REJECT-REASON
                       PERFORM WRITE-REJECT-LINE
                   ELSE
                   MOVE SPACES TO WS-REJECT-REASON
                   PERFORM CHECK-RESERVATION
                   IF WS-REJECT-REASON NOT = SPACES
                       PERFORM WRITE-REJECT-LINE
                   ELSE
                       PERFORM WRITE-AUDIT-LINE
                       MOVE SPACES TO MNTLOG-RECORD
                       PERFORM WRITE-APPLIED-LINE
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.
      **************************************************************************
           ELSE
               MOVE 'DESTROYED' TO AUD-TO
           END-IF.
           MOVE TRAN-PROGRAM TO AUD-PROGRAM.
           MOVE AUDIT-LINE TO OUTFILE-DISP.
           WRITE OUTFILE-DISP.
      **************************************************************************
               MOVE 'XFER' TO TL-ACTION
           ELSE IF TRAN-CODE = 'R'
               MOVE 'RECV' TO TL-ACTION
           ELSE IF TRAN-CODE = 'S'
               MOVE 'SPLIT' TO TL-ACTION
           ELSE IF TRAN-CODE = 'V'
               MOVE 'REVERS' TO TL-ACTION
           ELSE
               MOVE 'OTHER' TO TL-ACTION
           END-IF.
      **************************************************************************
       RELEASE-HOLD.
           MOVE HOLD-SERIAL TO WS-FLUSH-LIMIT.
           PERFORM FLUSH-SPLIT-CHILDREN.
           MOVE WS-HOLD-RECORD TO NEWALL-RECORD.
           WRITE NEWALL-RECORD.
           ADD 1 TO WS-NEWALL-COUNT.
                   AND TRAN-SITE = HOLD-SITE
               MOVE 'DESTINATION SAME AS ORIGIN' TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM CHECK-RESERVATION
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM FIND-DEST-SITE
           END-IF.
           ELSE
               PERFORM WRITE-REJECT-LINE
           END-IF.
      **************************************************************************
       APPLY-SPLIT.
           MOVE HOLD-SERIAL TO WS-SPLIT-PARENT.
           MOVE TRAN-PROGRAM TO WS-SPLIT-PROGRAM.
           MOVE ZERO TO SPLIT-TABLE-COUNT.
           MOVE ZERO TO WS-SPLIT-READ-COUNT.
           MOVE ZERO TO WS-SPLIT-SCRAP-COUNT.
           MOVE ZERO TO WS-SPLIT-SCRAP-G.
           MOVE ZERO TO WS-SPLIT-TOTAL-G.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM CHECK-RESERVATION.
           MOVE 'N' TO SPLIT-DONE-SWITCH.
           PERFORM SPLIT-GATHER-LOOP
               UNTIL SPLIT-DONE-SWITCH = 'Y'.
           MOVE 'Y' TO TRANS-READ-AHEAD-SWITCH.
           PERFORM CHECK-SPLIT.
           IF WS-REJECT-REASON = SPACES
               PERFORM POST-SPLIT
           ELSE
               PERFORM WRITE-SPLIT-REJECT-LINE
                   WS-SPLIT-READ-COUNT TIMES
           END-IF.
      **************************************************************************
       SPLIT-GATHER-LOOP.
           PERFORM SPLIT-NOTE-RECORD.
           PERFORM READ-TRANS.
           IF WS-TRAN-KEY NOT = WS-SPLIT-PARENT
                   OR TRAN-CODE NOT = 'S'
               MOVE 'Y' TO SPLIT-DONE-SWITCH
           END-IF.
      **************************************************************************
       SPLIT-NOTE-RECORD.
           ADD 1 TO WS-SPLIT-READ-COUNT.
           IF WS-REJECT-REASON NOT = SPACES
               CONTINUE
           ELSE IF TRAN-CHILD-SERIAL NOT NUMERIC
               MOVE 'CHILD SERIAL NOT NUMERIC' TO WS-REJECT-REASON
           ELSE IF TRAN-WEIGHT NOT NUMERIC
               MOVE 'NON-NUMERIC FIELD ON SPLIT' TO WS-REJECT-REASON
           ELSE IF TRAN-UOM NOT = SPACES AND TRAN-UOM NOT = 'G '
                   AND TRAN-UOM NOT = 'KG'
               MOVE 'INVALID UNIT OF MEASURE' TO WS-REJECT-REASON
           ELSE IF TRAN-CHILD-SERIAL = ZERO
               PERFORM SET-SPLIT-NORM-WEIGHT
               ADD WS-NORM-WEIGHT-G TO WS-SPLIT-SCRAP-G
               ADD 1 TO WS-SPLIT-SCRAP-COUNT
           ELSE IF SPLIT-TABLE-COUNT NOT < 20
               MOVE 'TOO MANY CHILDREN IN SPLIT' TO WS-REJECT-REASON
           ELSE
               PERFORM SET-SPLIT-NORM-WEIGHT
               ADD 1 TO SPLIT-TABLE-COUNT
               MOVE TRAN-CHILD-SERIAL TO SPL-CHILD (SPLIT-TABLE-COUNT)
               MOVE TRAN-WEIGHT TO SPL-WEIGHT (SPLIT-TABLE-COUNT)
               MOVE WS-NORM-IN-TENTHS TO SPL-TENTHS (SPLIT-TABLE-COUNT)
               MOVE WS-SPLIT-UOM TO SPL-UOM (SPLIT-TABLE-COUNT)
               MOVE WS-NORM-WEIGHT-G TO SPL-NORM-G (SPLIT-TABLE-COUNT)
           END-IF.
      **************************************************************************
       SET-SPLIT-NORM-WEIGHT.
           IF TRAN-UOM = SPACES
               MOVE HOLD-UOM TO WS-SPLIT-UOM
           ELSE
               MOVE TRAN-UOM TO WS-SPLIT-UOM
           END-IF.
           IF WS-SPLIT-UOM NOT = 'KG'
               MOVE 'G ' TO WS-SPLIT-UOM
           END-IF.
           MOVE TRAN-WEIGHT TO WS-NORM-IN-WEIGHT.
           IF TRAN-WEIGHT-TENTHS NUMERIC
               MOVE TRAN-WEIGHT-TENTHS TO WS-NORM-IN-TENTHS
           ELSE
               MOVE ZERO TO WS-NORM-IN-TENTHS
           END-IF.
           MOVE WS-SPLIT-UOM TO WS-NORM-IN-UOM.
           PERFORM COMPUTE-NORM-WEIGHT.
      **************************************************************************
       CHECK-SPLIT.
           IF WS-REJECT-REASON = SPACES AND HOLD-STATUS NOT = 0
               MOVE 'GRAIN NOT ACTIVE' TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES AND SPLIT-TABLE-COUNT < 2
               MOVE 'SPLIT NEEDS TWO OR MORE CHILDREN'
                   TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES AND WS-SPLIT-SCRAP-COUNT > 1
               MOVE 'MORE THAN ONE SCRAP RECORD' TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM CHECK-SPLIT-CHILD
                   VARYING WS-SPLIT-SUB FROM 1 BY 1
                   UNTIL WS-SPLIT-SUB > SPLIT-TABLE-COUNT
                      OR WS-REJECT-REASON NOT = SPACES
           END-IF.
           IF WS-REJECT-REASON = SPACES
               ADD WS-SPLIT-SCRAP-G TO WS-SPLIT-TOTAL-G
               PERFORM SET-HOLD-NORM-WEIGHT
               MOVE WS-NORM-WEIGHT-G TO WS-SPLIT-PARENT-G
               IF WS-SPLIT-TOTAL-G NOT = WS-SPLIT-PARENT-G
                   MOVE 'SPLIT WEIGHTS OUT OF BALANCE'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
                   AND PEND-TABLE-COUNT + SPLIT-TABLE-COUNT > 500
               MOVE 'SPLIT CHILD TABLE FULL' TO WS-REJECT-REASON
           END-IF.
      **************************************************************************
       CHECK-SPLIT-CHILD.
           ADD SPL-NORM-G (WS-SPLIT-SUB) TO WS-SPLIT-TOTAL-G.
           IF SPL-CHILD (WS-SPLIT-SUB) NOT > WS-SPLIT-PARENT
               MOVE 'CHILD SERIAL NOT ABOVE PARENT' TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
                   AND SPL-NORM-G (WS-SPLIT-SUB) = ZERO
               MOVE 'CHILD WEIGHT IS ZERO' TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM CHECK-SPLIT-DUP
                   VARYING WS-SPLIT-SUB2 FROM 1 BY 1
                   UNTIL WS-SPLIT-SUB2 NOT < WS-SPLIT-SUB
           END-IF.
           IF WS-REJECT-REASON = SPACES
               MOVE SPL-CHILD (WS-SPLIT-SUB) TO WS-FIND-SERIAL
               PERFORM FIND-PENDING-CHILD
               IF WS-PEND-FOUND-SWITCH = 'Y'
                   MOVE 'DUPLICATE CHILD SERIAL' TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
               SET CHK-IDX TO 1
               SEARCH CHILD-CHK-ENTRY
                   AT END
                       MOVE 'CHILD SERIAL NOT VERIFIED'
                           TO WS-REJECT-REASON
                   WHEN CHK-SERIAL (CHK-IDX) = SPL-CHILD (WS-SPLIT-SUB)
                       IF CHK-ON-MASTER (CHK-IDX) = 'Y'
                           MOVE 'CHILD SERIAL ON MASTER'
                               TO WS-REJECT-REASON
                       END-IF
               END-SEARCH
           END-IF.
      **************************************************************************
       CHECK-SPLIT-DUP.
           IF SPL-CHILD (WS-SPLIT-SUB2) = SPL-CHILD (WS-SPLIT-SUB)
               MOVE 'DUPLICATE CHILD SERIAL' TO WS-REJECT-REASON
           END-IF.
      **************************************************************************
       POST-SPLIT.
           PERFORM POST-SPLIT-CHILD
               VARYING WS-SPLIT-SUB FROM 1 BY 1
               UNTIL WS-SPLIT-SUB > SPLIT-TABLE-COUNT.
           MOVE SPACES TO MNTLOG-RECORD.
           MOVE 'S' TO ML-CODE.
           MOVE HOLD-SERIAL TO ML-SERIAL.
           MOVE HOLD-SITE TO ML-FROM-SITE.
           MOVE '1' TO ML-STATUS.
           MOVE HOLD-STATUS TO ML-STATUS-PRIOR.
           MOVE WS-SPLIT-PARENT-G TO ML-WEIGHT.
           MOVE ZERO TO ML-WEIGHT-PRIOR.
           PERFORM LOG-ACTIVITY.
           PERFORM WRITE-SPLIT-AUDIT-LINE.
           MOVE 1 TO HOLD-STATUS.
           IF WS-SPLIT-SCRAP-G > ZERO
               MOVE WS-SPLIT-SCRAP-G TO WS-NORM-WEIGHT-G
               PERFORM SUBTRACT-ORIGIN-WEIGHT
           END-IF.
           IF WS-SPLIT-SCRAP-COUNT > 0
               MOVE 'SCRAP ' TO SR-LABEL
               MOVE WS-SPLIT-SCRAP-G TO SR-SERIAL
               MOVE ' G' TO SR-TEXT
               PERFORM WRITE-SPLIT-APPLIED-LINE
           END-IF.
           ADD 1 TO WS-SPLIT-COUNT.
      **************************************************************************
       WRITE-SPLIT-AUDIT-LINE.
           MOVE AUDIT-DATE-FLD TO AUD-DATE.
           MOVE AUDIT-TIME-FLD TO AUD-TIME.
           MOVE HOLD-SERIAL TO AUD-SERIAL.
           MOVE 'ACTIVE' TO AUD-FROM.
           MOVE 'SPENT' TO AUD-TO.
           MOVE WS-SPLIT-PROGRAM TO AUD-PROGRAM.
           MOVE 'SPLIT' TO AUD-REVERSAL.
           MOVE AUDIT-LINE TO OUTFILE-DISP.
           WRITE OUTFILE-DISP.
           MOVE SPACES TO AUD-REVERSAL.
      **************************************************************************
       POST-SPLIT-CHILD.
           MOVE WS-HOLD-RECORD TO WS-ADD-RECORD.
           MOVE SPL-CHILD (WS-SPLIT-SUB) TO ADD-SERIAL.
           MOVE 0 TO ADD-STATUS.
           MOVE SPL-WEIGHT (WS-SPLIT-SUB) TO ADD-WEIGHT.
           MOVE SPL-TENTHS (WS-SPLIT-SUB) TO ADD-WEIGHT-TENTHS.
           MOVE SPL-UOM (WS-SPLIT-SUB) TO ADD-UOM.
           MOVE SPACES TO ADD-XFER-TO.
           MOVE ZERO TO ADD-XFER-DATE.
           PERFORM INSERT-PENDING-CHILD.
           MOVE SPACES TO GENLOG-RECORD.
           MOVE HOLD-SERIAL TO GN-PARENT-SERIAL.
           MOVE ADD-SERIAL TO GN-CHILD-SERIAL.
           MOVE WS-LOG-DATE-TODAY TO GN-DATE.
           MOVE SPL-NORM-G (WS-SPLIT-SUB) TO GN-WEIGHT-G.
           WRITE GENLOG-RECORD.
           MOVE SPACES TO MNTLOG-RECORD.
           MOVE 'S' TO ML-CODE.
           MOVE ADD-SERIAL TO ML-SERIAL.
           MOVE HOLD-SITE TO ML-TO-SITE.
           MOVE '0' TO ML-STATUS.
           MOVE SPL-NORM-G (WS-SPLIT-SUB) TO ML-WEIGHT.
           MOVE ZERO TO ML-WEIGHT-PRIOR.
           PERFORM LOG-ACTIVITY.
           MOVE 'CHILD ' TO SR-LABEL.
           MOVE ADD-SERIAL TO SR-SERIAL.
           MOVE ' CREATED' TO SR-TEXT.
           PERFORM WRITE-SPLIT-APPLIED-LINE.
      **************************************************************************
       WRITE-SPLIT-APPLIED-LINE.
           MOVE 'SPLIT' TO TL-ACTION.
           MOVE WS-SPLIT-PARENT TO TL-SERIAL.
           MOVE 'APPLIED' TO TL-RESULT.
           MOVE SPLIT-REASON-LINE TO TL-REASON.
           MOVE TRN-DETAIL-LINE TO OUTFILE-TRN.
           WRITE OUTFILE-TRN.
           ADD 1 TO WS-APPLIED-COUNT.
      **************************************************************************
       WRITE-SPLIT-REJECT-LINE.
           MOVE 'SPLIT' TO TL-ACTION.
           MOVE WS-SPLIT-PARENT TO TL-SERIAL.
           MOVE 'REJECTED' TO TL-RESULT.
           MOVE WS-REJECT-REASON TO TL-REASON.
           MOVE TRN-DETAIL-LINE TO OUTFILE-TRN.
           WRITE OUTFILE-TRN.
           ADD 1 TO WS-REJECT-COUNT.
      **************************************************************************
       INSERT-PENDING-CHILD.
           MOVE 1 TO WS-PEND-INSERT-SUB.
           PERFORM FIND-PEND-INSERT-POINT
               UNTIL WS-PEND-INSERT-SUB > PEND-TABLE-COUNT
                  OR PEND-SERIAL (WS-PEND-INSERT-SUB) > ADD-SERIAL.
           ADD 1 TO PEND-TABLE-COUNT.
           PERFORM SHIFT-PEND-UP
               VARYING WS-PEND-SUB FROM PEND-TABLE-COUNT BY -1
               UNTIL WS-PEND-SUB NOT > WS-PEND-INSERT-SUB.
           MOVE ADD-SERIAL TO PEND-SERIAL (WS-PEND-INSERT-SUB).
           MOVE WS-ADD-RECORD TO PEND-RECORD (WS-PEND-INSERT-SUB).
      **************************************************************************
       FIND-PEND-INSERT-POINT.
           ADD 1 TO WS-PEND-INSERT-SUB.
      **************************************************************************
       SHIFT-PEND-UP.
           MOVE PEND-ENTRY (WS-PEND-SUB - 1)
               TO PEND-ENTRY (WS-PEND-SUB).
      **************************************************************************
       FLUSH-SPLIT-CHILDREN.
           PERFORM WRITE-PENDING-CHILD
               UNTIL PEND-TABLE-COUNT = 0
                  OR PEND-SERIAL (1) NOT < WS-FLUSH-LIMIT.
      **************************************************************************
       WRITE-PENDING-CHILD.
           MOVE PEND-RECORD (1) TO NEWALL-RECORD.
           WRITE NEWALL-RECORD.
           ADD 1 TO WS-NEWALL-COUNT.
           PERFORM SHIFT-PEND-DOWN
               VARYING WS-PEND-SUB FROM 1 BY 1
               UNTIL WS-PEND-SUB NOT < PEND-TABLE-COUNT.
           SUBTRACT 1 FROM PEND-TABLE-COUNT.
      **************************************************************************
       SHIFT-PEND-DOWN.
           MOVE PEND-ENTRY (WS-PEND-SUB + 1)
               TO PEND-ENTRY (WS-PEND-SUB).
      **************************************************************************
       FIND-PENDING-CHILD.
           MOVE 'N' TO WS-PEND-FOUND-SWITCH.
           IF PEND-TABLE-COUNT > 0
               SET PEND-IDX TO 1
               SEARCH PEND-ENTRY
                   AT END
                       CONTINUE
                   WHEN PEND-SERIAL (PEND-IDX) = WS-FIND-SERIAL
                       MOVE 'Y' TO WS-PEND-FOUND-SWITCH
               END-SEARCH
           END-IF.
      **************************************************************************
       APPLY-REVERSAL.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 0 TO WS-REV-CUR.
           IF TRAN-REV-SUPERVISOR = SPACES
               MOVE 'SUPERVISOR ID REQUIRED' TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
                   AND TRAN-REV-REASON = SPACES
               MOVE 'REVERSAL REASON REQUIRED' TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
                   AND TRAN-REV-ORIG-DATE NOT NUMERIC
               MOVE 'ORIGINAL DATE NOT NUMERIC' TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
                   AND TRAN-REV-ORIG-CODE NOT = 'D'
                   AND TRAN-REV-ORIG-CODE NOT = 'T'
                   AND TRAN-REV-ORIG-CODE NOT = 'U'
               MOVE 'ORIGINAL CODE NOT REVERSIBLE' TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM FIND-REVERSAL-TARGET
                   VARYING WS-REV-SUB FROM 1 BY 1
                   UNTIL WS-REV-SUB > REV-TABLE-COUNT
                      OR WS-REV-CUR > 0
               IF WS-REV-CUR = 0
                   MOVE 'ORIGINAL ENTRY NOT ON MNTLOG'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM CHECK-REVERSAL
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM POST-REVERSAL
           ELSE
               PERFORM WRITE-REVERSAL-REJECT
           END-IF.
      **************************************************************************
       FIND-REVERSAL-TARGET.
           IF RVT-SERIAL (WS-REV-SUB) = TRAN-SERIAL
                   AND RVT-DATE (WS-REV-SUB) = TRAN-REV-ORIG-DATE
                   AND RVT-CODE (WS-REV-SUB) = TRAN-REV-ORIG-CODE
                   AND RVT-FOUND (WS-REV-SUB) = 'Y'
               MOVE WS-REV-SUB TO WS-REV-CUR
           END-IF.
      **************************************************************************
       CHECK-REVERSAL.
           IF RVT-USED (WS-REV-CUR) = 'Y'
               MOVE 'ENTRY ALREADY REVERSED' TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
                   AND RVT-LATER (WS-REV-CUR) = 'Y'
               MOVE 'LATER ACTIVITY ON SERIAL' TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
                   AND RVT-FROM-SITE (WS-REV-CUR) NOT = HOLD-SITE
               MOVE 'GRAIN SITE HAS CHANGED' TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
                   AND RVT-CODE (WS-REV-CUR) = 'D'
                   AND HOLD-STATUS NOT = RVT-STATUS (WS-REV-CUR)
               MOVE 'GRAIN STATUS HAS CHANGED' TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
                   AND RVT-CODE (WS-REV-CUR) = 'T'
               IF HOLD-STATUS NOT = 2
                       OR HOLD-XFER-TO NOT = RVT-TO-SITE (WS-REV-CUR)
                   MOVE 'GRAIN NOT IN TRANSIT TO SITE'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
                   AND RVT-CODE (WS-REV-CUR) = 'U'
               PERFORM SET-HOLD-NORM-WEIGHT
               IF WS-NORM-WEIGHT-G NOT = RVT-WEIGHT (WS-REV-CUR)
                   MOVE 'GRAIN WEIGHT HAS CHANGED' TO WS-REJECT-REASON
               END-IF
           END-IF.
      **************************************************************************
       POST-REVERSAL.
           MOVE 'Y' TO RVT-USED (WS-REV-CUR).
           MOVE SPACES TO MNTLOG-RECORD.
           MOVE 'V' TO ML-CODE.
           MOVE RVT-CODE (WS-REV-CUR) TO ML-REV-CODE.
           MOVE HOLD-SERIAL TO ML-SERIAL.
           MOVE HOLD-STATUS TO ML-STATUS-PRIOR.
           MOVE ZERO TO ML-WEIGHT-PRIOR.
           IF RVT-CODE (WS-REV-CUR) = 'D'
               PERFORM REVERSE-DISPOSAL
           ELSE
               IF RVT-CODE (WS-REV-CUR) = 'T'
                   PERFORM REVERSE-TRANSFER
               ELSE
                   PERFORM REVERSE-WEIGHT-CHANGE
               END-IF
           END-IF.
           PERFORM LOG-ACTIVITY.
           PERFORM WRITE-APPLIED-LINE.
           MOVE 'APPLIED' TO RL-RESULT.
           MOVE WS-REV-DETAIL TO RL-DETAIL.
           PERFORM WRITE-REVERSAL-LINE.
           ADD 1 TO WS-REV-APPLIED-COUNT.
      **************************************************************************
       REVERSE-DISPOSAL.
           MOVE HOLD-STATUS TO WS-REV-STAT-IN.
           PERFORM SET-REV-STATUS-NAME.
           MOVE WS-REV-STAT-NAME TO WS-REV-FROM-NAME.
           MOVE RVT-STATUS-PRIOR (WS-REV-CUR) TO WS-REV-STAT-IN.
           PERFORM SET-REV-STATUS-NAME.
           MOVE AUDIT-DATE-FLD TO AUD-DATE.
           MOVE AUDIT-TIME-FLD TO AUD-TIME.
           MOVE HOLD-SERIAL TO AUD-SERIAL.
           MOVE WS-REV-FROM-NAME TO AUD-FROM.
           MOVE WS-REV-STAT-NAME TO AUD-TO.
           MOVE SPACES TO AUD-PROGRAM.
           MOVE 'REVERSAL' TO AUD-REVERSAL.
           MOVE AUDIT-LINE TO OUTFILE-DISP.
           WRITE OUTFILE-DISP.
           MOVE SPACES TO AUD-REVERSAL.
           MOVE SPACES TO WS-REV-DETAIL.
           STRING WS-REV-FROM-NAME DELIMITED BY SPACE
                  ' -> ' DELIMITED BY SIZE
                  WS-REV-STAT-NAME DELIMITED BY SPACE
               INTO WS-REV-DETAIL
           END-STRING.
           PERFORM SET-HOLD-NORM-WEIGHT.
           MOVE HOLD-SITE TO ML-FROM-SITE.
           MOVE HOLD-SITE TO ML-TO-SITE.
           MOVE WS-REV-STAT-IN TO ML-STATUS.
           MOVE WS-NORM-WEIGHT-G TO ML-WEIGHT.
           MOVE WS-REV-STAT-IN TO HOLD-STATUS.
           IF HOLD-STATUS = 0
               PERFORM ADD-ORIGIN-WEIGHT
           END-IF.
      **************************************************************************
       REVERSE-TRANSFER.
           PERFORM SET-HOLD-NORM-WEIGHT.
           MOVE 0 TO WS-REV-SITE-SUB.
           SET SITE-IDX TO 1.
           SEARCH SITE-ENTRY
               AT END
                   CONTINUE
               WHEN SITE-CODE-TBL (SITE-IDX) = HOLD-XFER-TO
                   SET WS-REV-SITE-SUB TO SITE-IDX
           END-SEARCH.
           IF WS-REV-SITE-SUB > 0
               IF SITE-ACT-WT-TBL (WS-REV-SITE-SUB) > WS-NORM-WEIGHT-G
                   SUBTRACT WS-NORM-WEIGHT-G
                       FROM SITE-ACT-WT-TBL (WS-REV-SITE-SUB)
               ELSE
                   MOVE ZERO TO SITE-ACT-WT-TBL (WS-REV-SITE-SUB)
               END-IF
           END-IF.
           PERFORM ADD-ORIGIN-WEIGHT.
           MOVE HOLD-XFER-TO TO RXT-SITE.
           MOVE REV-XFER-TEXT TO WS-REV-DETAIL.
           MOVE HOLD-XFER-TO TO ML-FROM-SITE.
           MOVE HOLD-SITE TO ML-TO-SITE.
           MOVE '0' TO ML-STATUS.
           MOVE WS-NORM-WEIGHT-G TO ML-WEIGHT.
           MOVE 0 TO HOLD-STATUS.
           MOVE SPACES TO HOLD-XFER-TO.
           MOVE ZERO TO HOLD-XFER-DATE.
      **************************************************************************
       REVERSE-WEIGHT-CHANGE.
           PERFORM SET-HOLD-NORM-WEIGHT.
           MOVE WS-NORM-WEIGHT-G TO ML-WEIGHT-PRIOR.
           MOVE RVT-WEIGHT-PRIOR (WS-REV-CUR) TO WS-REV-RESTORE-G.
           DIVIDE WS-REV-RESTORE-G BY 100 GIVING WS-REV-KG
               REMAINDER WS-REV-REM.
           IF HOLD-UOM = 'KG' AND WS-REV-REM = 0
               DIVIDE WS-REV-RESTORE-G BY 1000 GIVING HOLD-WEIGHT
                   REMAINDER WS-REV-REM
               COMPUTE HOLD-WEIGHT-TENTHS = WS-REV-REM / 100
           ELSE
               MOVE 'G ' TO HOLD-UOM
               MOVE WS-REV-RESTORE-G TO HOLD-WEIGHT
               MOVE 0 TO HOLD-WEIGHT-TENTHS
           END-IF.
           MOVE WS-REV-RESTORE-G TO RWT-GRAMS.
           MOVE REV-WEIGHT-TEXT TO WS-REV-DETAIL.
           MOVE HOLD-SITE TO ML-FROM-SITE.
           MOVE HOLD-STATUS TO ML-STATUS.
           MOVE WS-REV-RESTORE-G TO ML-WEIGHT.
      **************************************************************************
       ADD-ORIGIN-WEIGHT.
           SET SITE-IDX TO 1.
           SEARCH SITE-ENTRY
               AT END
                   CONTINUE
               WHEN SITE-CODE-TBL (SITE-IDX) = HOLD-SITE
                   ADD WS-NORM-WEIGHT-G TO SITE-ACT-WT-TBL (SITE-IDX)
           END-SEARCH.
      **************************************************************************
       SET-REV-STATUS-NAME.
           IF WS-REV-STAT-IN = '0'
               MOVE 'ACTIVE' TO WS-REV-STAT-NAME
           ELSE IF WS-REV-STAT-IN = '1'
               MOVE 'SPENT' TO WS-REV-STAT-NAME
           ELSE IF WS-REV-STAT-IN = '2'
               MOVE 'IN TRANSIT' TO WS-REV-STAT-NAME
           ELSE IF WS-REV-STAT-IN = '3'
               MOVE 'DESTROYED' TO WS-REV-STAT-NAME
           ELSE
               MOVE 'UNKNOWN' TO WS-REV-STAT-NAME
           END-IF.
      **************************************************************************
       WRITE-REVERSAL-REJECT.
           PERFORM WRITE-REJECT-LINE.
           MOVE 'REJECTED' TO RL-RESULT.
           MOVE WS-REJECT-REASON TO RL-DETAIL.
           PERFORM WRITE-REVERSAL-LINE.
           ADD 1 TO WS-REV-REJECT-COUNT.
      **************************************************************************
       WRITE-REVERSAL-LINE.
           MOVE TRAN-SERIAL TO RL-SERIAL.
           MOVE TRAN-REV-ORIG-DATE TO RL-ORIG-DATE.
           MOVE TRAN-REV-ORIG-CODE TO RL-ORIG-CODE.
           MOVE TRAN-REV-SUPERVISOR TO RL-SUPERVISOR.
           MOVE TRAN-REV-REASON TO RL-REASON.
           MOVE REV-DETAIL-LINE TO OUTFILE-REV.
           WRITE OUTFILE-REV.
      **************************************************************************
       CHECK-RESERVATION.
           PERFORM READ-RESERVATION
               UNTIL WS-RSV-KEY NOT < HOLD-SERIAL.
           IF WS-RSV-KEY = HOLD-SERIAL
                   AND RV-STATUS = 'A'
                   AND RV-THRU-DATE NOT < WS-LOG-DATE-TODAY
                   AND TRAN-PROGRAM NOT = RV-PROGRAM
               STRING 'RESERVED FOR ' DELIMITED BY SIZE
                      RV-PROGRAM DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               END-STRING
           END-IF.
      **************************************************************************
       READ-RESERVATION.
           IF RSVMST-EOF-SWITCH = 'Y'
               MOVE 999999999999 TO WS-RSV-KEY
           ELSE
               READ RSVMST
                   AT END
                       MOVE 'Y' TO RSVMST-EOF-SWITCH
                       MOVE 999999999999 TO WS-RSV-KEY
                   NOT AT END
                       MOVE RV-SERIAL TO WS-RSV-KEY
               END-READ
           END-IF.
      **************************************************************************
       FIND-DEST-SITE.
           SET SITE-IDX TO 1.
               AT END
                   MOVE 'Y' TO SITEMST-EOF-SWITCH
           END-READ.
      **************************************************************************
       PRESCAN-TRANS.
           MOVE ZERO TO CHILD-CHK-COUNT.
           MOVE ZERO TO REV-TABLE-COUNT.
           OPEN INPUT TRANS.
           READ TRANS
               AT END
                   MOVE 'Y' TO TRANS-EOF-SWITCH
           END-READ.
           PERFORM PRESCAN-TRANS-LOOP
               UNTIL TRANS-EOF-SWITCH = 'Y'.
           CLOSE TRANS.
           MOVE 'N' TO TRANS-EOF-SWITCH.
      **************************************************************************
       PRESCAN-TRANS-LOOP.
           ADD 1 TO WS-BATCH-REC-NUM.
           IF TRAN-CODE = 'H'
               PERFORM NOTE-BATCH-HEADER
           ELSE IF TRAN-CODE = 'Z'
               PERFORM NOTE-BATCH-TRAILER
           ELSE
               PERFORM NOTE-BATCH-DETAIL
           END-IF.
           IF TRAN-CODE = 'S' AND TRAN-CHILD-SERIAL NUMERIC
                   AND TRAN-CHILD-SERIAL NOT = ZERO
                   AND CHILD-CHK-COUNT < 500
               ADD 1 TO CHILD-CHK-COUNT
               MOVE TRAN-CHILD-SERIAL TO CHK-SERIAL (CHILD-CHK-COUNT)
               MOVE 'N' TO CHK-ON-MASTER (CHILD-CHK-COUNT)
           END-IF.
           IF TRAN-CODE = 'V' AND TRAN-SERIAL NUMERIC
                   AND TRAN-REV-ORIG-DATE NUMERIC
                   AND REV-TABLE-COUNT < 200
               ADD 1 TO REV-TABLE-COUNT
               MOVE TRAN-SERIAL TO RVT-SERIAL (REV-TABLE-COUNT)
               MOVE TRAN-REV-ORIG-DATE TO RVT-DATE (REV-TABLE-COUNT)
               MOVE TRAN-REV-ORIG-CODE TO RVT-CODE (REV-TABLE-COUNT)
               MOVE 'N' TO RVT-FOUND (REV-TABLE-COUNT)
               MOVE 'N' TO RVT-LATER (REV-TABLE-COUNT)
               MOVE 'N' TO RVT-USED (REV-TABLE-COUNT)
           END-IF.
           READ TRANS
               AT END
                   MOVE 'Y' TO TRANS-EOF-SWITCH
           END-READ.
      **************************************************************************
       NOTE-BATCH-HEADER.
           ADD 1 TO WS-BATCH-HDR-COUNT.
           IF WS-BATCH-HDR-COUNT > 1
               MOVE 'MORE THAN ONE BATCH HEADER'
                   TO WS-BATCH-WORK-REASON
               PERFORM SET-BATCH-REASON
           ELSE
               IF WS-BATCH-REC-NUM NOT = 1
                   MOVE 'BATCH HEADER NOT FIRST RECORD'
                       TO WS-BATCH-WORK-REASON
                   PERFORM SET-BATCH-REASON
               END-IF
               MOVE TRAN-HDR-BATCH-ID TO WS-BATCH-ID
               MOVE TRAN-HDR-ORIG-SITE TO WS-BATCH-SITE
               IF TRAN-HDR-CREATED-DATE NUMERIC
                   MOVE TRAN-HDR-CREATED-DATE TO WS-BATCH-DATE
               ELSE
                   MOVE 'BATCH CREATED DATE NOT NUMERIC'
                       TO WS-BATCH-WORK-REASON
                   PERFORM SET-BATCH-REASON
               END-IF
           END-IF.
      **************************************************************************
       NOTE-BATCH-TRAILER.
           ADD 1 TO WS-BATCH-TRL-COUNT.
           IF WS-BATCH-TRL-COUNT > 1
               MOVE 'MORE THAN ONE BATCH TRAILER'
                   TO WS-BATCH-WORK-REASON
               PERFORM SET-BATCH-REASON
           ELSE
               MOVE TRAN-TRL-BATCH-ID TO WS-TRL-BATCH-ID
               IF TRAN-TRL-RECORD-COUNT NUMERIC
                       AND TRAN-TRL-SERIAL-HASH NUMERIC
                       AND TRAN-TRL-WEIGHT-HASH NUMERIC
                   MOVE TRAN-TRL-RECORD-COUNT TO WS-TRL-RECORD-COUNT
                   MOVE TRAN-TRL-SERIAL-HASH TO WS-TRL-SERIAL-HASH
                   MOVE TRAN-TRL-WEIGHT-HASH TO WS-TRL-WEIGHT-HASH
               ELSE
                   MOVE 'TRAILER TOTALS NOT NUMERIC'
                       TO WS-BATCH-WORK-REASON
                   PERFORM SET-BATCH-REASON
               END-IF
           END-IF.
      **************************************************************************
       NOTE-BATCH-DETAIL.
           IF WS-BATCH-TRL-COUNT > 0
               MOVE 'RECORDS FOUND AFTER BATCH TRAILER'
                   TO WS-BATCH-WORK-REASON
               PERFORM SET-BATCH-REASON
           END-IF.
           ADD 1 TO WS-BATCH-DTL-COUNT.
           IF TRAN-SERIAL NUMERIC
               ADD TRAN-SERIAL TO WS-BATCH-SERIAL-SUM
           END-IF.
           IF TRAN-WEIGHT NUMERIC AND TRAN-CODE NOT = 'V'
               ADD TRAN-WEIGHT TO WS-BATCH-WEIGHT-SUM
           END-IF.
      **************************************************************************
       SET-BATCH-REASON.
           IF WS-BATCH-REASON = SPACES
               MOVE WS-BATCH-WORK-REASON TO WS-BATCH-REASON
           END-IF.
      **************************************************************************
       CHECK-BATCH-CONTROL.
           MOVE WS-BATCH-SERIAL-SUM TO WS-BATCH-SERIAL-HASH.
           MOVE WS-BATCH-WEIGHT-SUM TO WS-BATCH-WEIGHT-HASH.
           IF WS-BATCH-HDR-COUNT = 0
               MOVE 'BATCH HEADER MISSING' TO WS-BATCH-WORK-REASON
               PERFORM SET-BATCH-REASON
           END-IF.
           IF WS-BATCH-TRL-COUNT = 0
               MOVE 'BATCH TRAILER MISSING' TO WS-BATCH-WORK-REASON
               PERFORM SET-BATCH-REASON
           END-IF.
           IF WS-BATCH-REASON = SPACES
               IF WS-BATCH-ID = SPACES
                   MOVE 'BATCH ID MISSING' TO WS-BATCH-REASON
               ELSE IF WS-TRL-BATCH-ID NOT = WS-BATCH-ID
                   MOVE 'TRAILER BATCH ID DOES NOT MATCH HEADER'
                       TO WS-BATCH-REASON
               ELSE IF WS-TRL-RECORD-COUNT NOT = WS-BATCH-DTL-COUNT
                   MOVE 'RECORD COUNT OUT OF BALANCE'
                       TO WS-BATCH-REASON
               ELSE IF WS-TRL-SERIAL-HASH NOT = WS-BATCH-SERIAL-HASH
                   MOVE 'SERIAL HASH TOTAL OUT OF BALANCE'
                       TO WS-BATCH-REASON
               ELSE IF WS-TRL-WEIGHT-HASH NOT = WS-BATCH-WEIGHT-HASH
                   MOVE 'WEIGHT HASH TOTAL OUT OF BALANCE'
                       TO WS-BATCH-REASON
               END-IF
           END-IF.
           IF WS-BATCH-REASON NOT = SPACES
               MOVE 'B' TO WS-BATCH-STATUS
               DISPLAY '*** ERROR: BATCH ' WS-BATCH-ID
                   ' OUT OF BALANCE - ' WS-BATCH-REASON
           ELSE
               PERFORM CHECK-DUPLICATE-BATCH
           END-IF.
      **************************************************************************
       CHECK-DUPLICATE-BATCH.
           MOVE 'A' TO WS-BATCH-STATUS.
           MOVE 'N' TO BATCH-DUP-SWITCH.
           OPEN INPUT BATCHREG.
           IF WS-BATCHREG-STATUS = '00'
               MOVE 'N' TO BATCHREG-EOF-SWITCH
               PERFORM CHECK-DUPLICATE-LOOP
                   UNTIL BATCHREG-EOF-SWITCH = 'Y'
               CLOSE BATCHREG
           END-IF.
           IF BATCH-DUP-SWITCH = 'Y'
               MOVE SPACES TO WS-BATCH-REASON
               STRING 'BATCH ALREADY APPLIED ON ' DELIMITED BY SIZE
                      WS-BATCH-PRIOR-DATE DELIMITED BY SIZE
                   INTO WS-BATCH-REASON
               END-STRING
               IF WS-RERUN-BATCH-ID = WS-BATCH-ID
                   MOVE 'R' TO WS-BATCH-STATUS
               ELSE
                   MOVE 'D' TO WS-BATCH-STATUS
                   DISPLAY '*** ERROR: BATCH ' WS-BATCH-ID
                       ' REJECTED - ' WS-BATCH-REASON
               END-IF
           END-IF.
      **************************************************************************
       CHECK-DUPLICATE-LOOP.
           READ BATCHREG
               AT END
                   MOVE 'Y' TO BATCHREG-EOF-SWITCH
               NOT AT END
                   IF BR-BATCH-ID = WS-BATCH-ID
                       MOVE 'Y' TO BATCH-DUP-SWITCH
                       MOVE BR-APPLIED-DATE TO WS-BATCH-PRIOR-DATE
                   END-IF
           END-READ.
      **************************************************************************
       WRITE-BATCH-CONTROL.
           MOVE SPACES TO OUTFILE-TRN.
           WRITE OUTFILE-TRN.
           MOVE BATCH-HEAD-LINE TO OUTFILE-TRN.
           WRITE OUTFILE-TRN.
           MOVE WS-BATCH-ID TO BCL-BATCH-ID.
           MOVE WS-BATCH-SITE TO BCL-SITE.
           MOVE WS-BATCH-DATE TO BCL-DATE.
           MOVE BATCH-ID-LINE TO OUTFILE-TRN.
           WRITE OUTFILE-TRN.
           MOVE BATCH-TOTAL-HEAD TO OUTFILE-TRN.
           WRITE OUTFILE-TRN.
           MOVE 'TRAILER' TO BTL-LABEL.
           MOVE WS-TRL-RECORD-COUNT TO BTL-COUNT.
           MOVE WS-TRL-SERIAL-HASH TO BTL-SERIAL-HASH.
           MOVE WS-TRL-WEIGHT-HASH TO BTL-WEIGHT-HASH.
           MOVE BATCH-TOTAL-LINE TO OUTFILE-TRN.
           WRITE OUTFILE-TRN.
           MOVE 'COMPUTED' TO BTL-LABEL.
           MOVE WS-BATCH-DTL-COUNT TO BTL-COUNT.
           MOVE WS-BATCH-SERIAL-HASH TO BTL-SERIAL-HASH.
           MOVE WS-BATCH-WEIGHT-HASH TO BTL-WEIGHT-HASH.
           MOVE BATCH-TOTAL-LINE TO OUTFILE-TRN.
           WRITE OUTFILE-TRN.
           IF WS-BATCH-STATUS = 'A'
               MOVE 'ACCEPTED' TO BSL-STATUS
           ELSE IF WS-BATCH-STATUS = 'R'
               MOVE 'ACCEPTED - RERUN OVERRIDE' TO BSL-STATUS
           ELSE IF WS-BATCH-STATUS = 'B'
               MOVE 'REJECTED - OUT OF BALANCE' TO BSL-STATUS
           ELSE
               MOVE 'REJECTED - DUPLICATE BATCH' TO BSL-STATUS
           END-IF.
           MOVE WS-BATCH-REASON TO BSL-REASON.
           MOVE BATCH-STATUS-LINE TO OUTFILE-TRN.
           WRITE OUTFILE-TRN.
      **************************************************************************
       WRITE-BATCH-REGISTER.
           OPEN EXTEND BATCHREG.
           IF WS-BATCHREG-STATUS = '35'
               OPEN OUTPUT BATCHREG
           END-IF.
           MOVE SPACES TO BATCHREG-RECORD.
           MOVE WS-BATCH-ID TO BR-BATCH-ID.
           MOVE WS-BATCH-SITE TO BR-ORIG-SITE.
           MOVE WS-BATCH-DATE TO BR-CREATED-DATE.
           MOVE WS-LOG-DATE-TODAY TO BR-APPLIED-DATE.
           MOVE WS-BATCH-DTL-COUNT TO BR-RECORD-COUNT.
           MOVE WS-APPLIED-COUNT TO BR-APPLIED-COUNT.
           MOVE WS-REJECT-COUNT TO BR-REJECT-COUNT.
           IF WS-BATCH-STATUS = 'R'
               MOVE 'Y' TO BR-RERUN-FLAG
           ELSE
               MOVE 'N' TO BR-RERUN-FLAG
           END-IF.
           WRITE BATCHREG-RECORD.
           CLOSE BATCHREG.
      **************************************************************************
       READ-PARM-CARDS.
           MOVE 0 TO WS-PARM-ERROR-COUNT.
           OPEN INPUT MNTPARM.
           IF WS-MNTPARM-STATUS NOT = '00'
               MOVE 'Y' TO MNTPARM-EOF-SWITCH
           ELSE
               READ MNTPARM
                   AT END
                       MOVE 'Y' TO MNTPARM-EOF-SWITCH
               END-READ
               PERFORM PARM-CARD-LOOP
                   UNTIL MNTPARM-EOF-SWITCH = 'Y'
               CLOSE MNTPARM
           END-IF.
      **************************************************************************
       PARM-CARD-LOOP.
           MOVE SPACES TO WS-PARM-TOKENS.
           UNSTRING MP-CARD-TEXT DELIMITED BY ALL SPACE
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
           READ MNTPARM
               AT END
                   MOVE 'Y' TO MNTPARM-EOF-SWITCH
           END-READ.
      **************************************************************************
       PARSE-PARM-TOKEN.
           IF WS-PARM-TOKEN (WS-PARM-SUB) = SPACES
               CONTINUE
           ELSE IF WS-PARM-TOKEN (WS-PARM-SUB) (1:6) = 'RERUN='
               IF WS-PARM-TOKEN (WS-PARM-SUB) (7:12) = SPACES
                   MOVE 'RERUN= BATCH ID MISSING' TO WS-PARM-ERROR-TEXT
                   PERFORM ADD-PARM-ERROR
               ELSE IF WS-PARM-TOKEN (WS-PARM-SUB) (19:1) NOT = SPACE
                   MOVE 'RERUN= BATCH ID LONGER THAN 12'
                       TO WS-PARM-ERROR-TEXT
                   PERFORM ADD-PARM-ERROR
               ELSE
                   MOVE WS-PARM-TOKEN (WS-PARM-SUB) (7:12)
                       TO WS-RERUN-BATCH-ID
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
           MOVE HEADER-1 TO OUTFILE-TRN.
           WRITE OUTFILE-TRN.
           MOVE HEADER-TRN TO OUTFILE-TRN.
           WRITE OUTFILE-TRN.
           MOVE DATE-LINE TO OUTFILE-TRN.
           WRITE OUTFILE-TRN.
           MOVE SPACES TO OUTFILE-TRN.
           WRITE OUTFILE-TRN.
           MOVE PARM-ERROR-HEAD-LINE TO OUTFILE-TRN.
           WRITE OUTFILE-TRN.
           PERFORM WRITE-PARM-ERROR-LINE
               VARYING WS-PARM-SUB FROM 1 BY 1
               UNTIL WS-PARM-SUB > WS-PARM-ERROR-COUNT.
           CLOSE RPTTRN.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
      **************************************************************************
       WRITE-PARM-ERROR-LINE.
           MOVE WS-PARM-ERROR (WS-PARM-SUB) TO PEL-TEXT.
           MOVE PARM-ERROR-LINE TO OUTFILE-TRN.
           WRITE OUTFILE-TRN.
      **************************************************************************
       LOAD-REVERSAL-TARGETS.
           OPEN INPUT MNTLOG.
           IF WS-MNTLOG-STATUS = '00'
               READ MNTLOG
                   AT END
                       MOVE 'Y' TO MNTLOG-EOF-SWITCH
               END-READ
               PERFORM LOAD-REVERSAL-LOOP
                   UNTIL MNTLOG-EOF-SWITCH = 'Y'
               CLOSE MNTLOG
           END-IF.
      **************************************************************************
       LOAD-REVERSAL-LOOP.
           PERFORM NOTE-REVERSAL-TARGET
               VARYING WS-REV-SUB FROM 1 BY 1
               UNTIL WS-REV-SUB > REV-TABLE-COUNT.
           READ MNTLOG
               AT END
                   MOVE 'Y' TO MNTLOG-EOF-SWITCH
           END-READ.
      **************************************************************************
       NOTE-REVERSAL-TARGET.
           IF RVT-SERIAL (WS-REV-SUB) = ML-SERIAL
               IF ML-DATE = RVT-DATE (WS-REV-SUB)
                       AND ML-CODE = RVT-CODE (WS-REV-SUB)
                   MOVE 'Y' TO RVT-FOUND (WS-REV-SUB)
                   MOVE 'N' TO RVT-LATER (WS-REV-SUB)
                   MOVE 'N' TO RVT-USED (WS-REV-SUB)
                   MOVE ML-FROM-SITE TO RVT-FROM-SITE (WS-REV-SUB)
                   MOVE ML-TO-SITE TO RVT-TO-SITE (WS-REV-SUB)
                   MOVE ML-STATUS TO RVT-STATUS (WS-REV-SUB)
                   MOVE ML-STATUS-PRIOR
                       TO RVT-STATUS-PRIOR (WS-REV-SUB)
                   MOVE ML-WEIGHT TO RVT-WEIGHT (WS-REV-SUB)
                   MOVE ML-WEIGHT-PRIOR
                       TO RVT-WEIGHT-PRIOR (WS-REV-SUB)
               ELSE
                   IF RVT-FOUND (WS-REV-SUB) = 'Y'
                       IF ML-CODE = 'V'
                               AND ML-REV-CODE = RVT-CODE (WS-REV-SUB)
                           MOVE 'Y' TO RVT-USED (WS-REV-SUB)
                       ELSE
                           MOVE 'Y' TO RVT-LATER (WS-REV-SUB)
                       END-IF
                   END-IF
               END-IF
           END-IF.
      **************************************************************************
       PRELOAD-SITE-WEIGHTS.
           MOVE 'N' TO INALL-EOF-SWITCH.
           MOVE 'N' TO INALL-EOF-SWITCH.
      **************************************************************************
       PRELOAD-WEIGHT-LOOP.
           IF CHILD-CHK-COUNT > 0
               PERFORM PRELOAD-CHECK-CHILD
           END-IF.
           IF GRAIN-STATUS-ALL = 0
               PERFORM PRELOAD-ADD-SITE
           ELSE
               AT END
                   MOVE 'Y' TO INALL-EOF-SWITCH
           END-READ.
      **************************************************************************
       PRELOAD-CHECK-CHILD.
           SET CHK-IDX TO 1.
           SEARCH CHILD-CHK-ENTRY
               AT END
                   CONTINUE
               WHEN CHK-SERIAL (CHK-IDX) = GRAIN-SERIAL-ALL
                   MOVE 'Y' TO CHK-ON-MASTER (CHK-IDX)
           END-SEARCH.
      **************************************************************************
       PRELOAD-ADD-SITE.
           PERFORM SET-GRAIN-NORM-WEIGHT.
                       MOVE 999999999999 TO WS-TRAN-KEY
                       MOVE 'Y' TO TRANS-GOOD-SWITCH
                   NOT AT END
                       IF TRAN-CODE = 'H' OR TRAN-CODE = 'Z'
                           CONTINUE
                       ELSE
                           ADD 1 TO WS-TRANS-COUNT
                           IF TRAN-SERIAL NOT NUMERIC
                               MOVE 'SERIAL NOT NUMERIC'
                                   TO WS-REJECT-REASON
                               PERFORM WRITE-REJECT-LINE
                           ELSE
                               IF TRAN-SERIAL < WS-PREV-TRAN-KEY
                                   MOVE 'TRANSACTION OUT OF SEQUENCE'
                                       TO WS-REJECT-REASON
                                   PERFORM WRITE-REJECT-LINE
                               ELSE
                                   MOVE TRAN-SERIAL TO WS-TRAN-KEY
                                   MOVE TRAN-SERIAL TO WS-PREV-TRAN-KEY
                                   MOVE 'Y' TO TRANS-GOOD-SWITCH
                               END-IF
                           END-IF
                       END-IF
               END-READ
