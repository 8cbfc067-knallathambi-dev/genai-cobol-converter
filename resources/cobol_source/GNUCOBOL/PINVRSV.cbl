       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PINVRSV.
      **************************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RSVMST ASSIGN TO
           '/home/knallathambi/workspace/cobol_apps/tmp/RSVMST.dat'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-RSVMST-STATUS.
           SELECT RSVTRAN ASSIGN TO
           '/home/knallathambi/workspace/cobol_apps/tmp/RSVTRAN.dat'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-RSVTRAN-STATUS.
           SELECT INALL ASSIGN TO
           '/home/knallathambi/workspace/cobol_apps/tmp/INALL.dat'
           ORGANIZATION LINE SEQUENTIAL.
           SELECT NEWRSV ASSIGN TO
           '/home/knallathambi/workspace/cobol_apps/tmp/RSVMSTN.dat'
           ORGANIZATION LINE SEQUENTIAL.
           SELECT PDISP ASSIGN TO
           '/home/knallathambi/workspace/cobol_apps/tmp/PDISP.dat'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-PDISP-STATUS.
           SELECT AUDARC ASSIGN TO
           '/home/knallathambi/workspace/cobol_apps/tmp/AUDARC.dat'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-AUDARC-STATUS.
           SELECT RSVWK ASSIGN TO
           '/home/knallathambi/workspace/cobol_apps/tmp/RSVWK.wrk'
           ORGANIZATION LINE SEQUENTIAL.
           SELECT SORT-PGM-FILE ASSIGN TO
           '/home/knallathambi/workspace/cobol_apps/tmp/SRTRSV.wrk'.
           SELECT SORT-SPD-FILE ASSIGN TO
           '/home/knallathambi/workspace/cobol_apps/tmp/SRTRSVS.wrk'.
           SELECT RPTRSV ASSIGN TO
           '/home/knallathambi/workspace/cobol_apps/tmp/RPTRSV.dat'
           ORGANIZATION LINE SEQUENTIAL.
           SELECT RPTRSVP ASSIGN TO
           '/home/knallathambi/workspace/cobol_apps/tmp/RPTRSVP.dat'
           ORGANIZATION LINE SEQUENTIAL.
      **************************************************************************
       DATA DIVISION.
       FILE SECTION.
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
       FD RSVTRAN.
       01  RSVTRAN-RECORD.
           05  RT-SERIAL               PIC 9(12).
           05  RT-ACTION               PIC X(1).
           05  RT-PROGRAM              PIC X(10).
           05  RT-REQUESTER            PIC X(8).
           05  RT-THRU-DATE            PIC 9(8).
           05  FILLER                  PIC X(11).
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
       FD NEWRSV.
       01  NEWRSV-RECORD.
           05  NV-SERIAL               PIC 9(12).
           05  NV-PROGRAM              PIC X(10).
           05  NV-REQUESTER            PIC X(8).
           05  NV-RSV-DATE             PIC 9(8).
           05  NV-THRU-DATE            PIC 9(8).
           05  NV-STATUS               PIC X(1).
           05  NV-CLOSE-DATE           PIC 9(8).
           05  NV-WEIGHT-G             PIC 9(12).
           05  FILLER                  PIC X(13).
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
           05  FILLER                  PIC X(13).
           05  PD-PROGRAM              PIC X(10).
           05  FILLER                  PIC X(1).
           05  PD-REV-FLAG             PIC X(8).
           05  FILLER                  PIC X(108).
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
           05  FILLER                  PIC X(13).
           05  AA-PROGRAM              PIC X(10).
           05  FILLER                  PIC X(1).
           05  AA-REV-FLAG             PIC X(8).
           05  FILLER                  PIC X(108).
       FD RSVWK.
       01  RSVWK-RECORD.
           05  WK-SERIAL               PIC 9(12).
           05  WK-DATE                 PIC 9(8).
           05  WK-PROGRAM              PIC X(10).
       SD  SORT-SPD-FILE.
       01  SORT-SPD-REC.
           05  SD-SERIAL               PIC 9(12).
           05  SD-DATE                 PIC 9(8).
           05  SD-SEQ                  PIC 9(9).
           05  SD-PROGRAM              PIC X(10).
       SD  SORT-PGM-FILE.
       01  SORT-PGM-REC.
           05  SP-PROGRAM              PIC X(10).
           05  SP-SERIAL               PIC 9(12).
           05  SP-STATUS               PIC X(1).
           05  SP-WEIGHT-G             PIC 9(12).
       FD RPTRSV.
       01  OUTFILE-RSV                 PIC X(200).
       FD RPTRSVP.
       01  OUTFILE-RSVP                PIC X(200).
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
       01  HEADER-RSV.
           05  FILLER                  PIC X(100)
               VALUE  'GRAIN RESERVATION MAINTENANCE REPORT'.
       01  HEADER-RSV-3.
           05  FILLER                  PIC X(14)
               VALUE  'SERIAL'.
           05  FILLER                  PIC X(10)
               VALUE  'ACTION'.
           05  FILLER                  PIC X(12)
               VALUE  'PROGRAM'.
           05  FILLER                  PIC X(10)
               VALUE  'THRU'.
           05  FILLER                  PIC X(10)
               VALUE  'RESULT'.
           05  FILLER                  PIC X(30)
               VALUE  'REASON'.
       01  HEADER-RSV-4.
           05  FILLER                  PIC X(12)
               VALUE  '------------'.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  FILLER                  PIC X(8)
               VALUE  '--------'.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  FILLER                  PIC X(10)
               VALUE  '----------'.
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
       01  RSV-DETAIL-LINE.
           05  VL-SERIAL               PIC X(12).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  VL-ACTION               PIC X(8).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  VL-PROGRAM              PIC X(10).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  VL-THRU-DATE            PIC X(8).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  VL-RESULT               PIC X(8).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  VL-REASON               PIC X(30).
       01  RSV-TRAILER-LINE-1.
           05  FILLER                  PIC X(22)
               VALUE 'RESERVATIONS CARRIED:'.
           05  VTL-CARRY-COUNT         PIC 9(5).
           05  FILLER                  PIC X(9)
               VALUE '  ADDED:'.
           05  VTL-ADD-COUNT           PIC 9(5).
           05  FILLER                  PIC X(12)
               VALUE '  EXTENDED:'.
           05  VTL-EXTEND-COUNT        PIC 9(5).
           05  FILLER                  PIC X(13)
               VALUE '  CANCELLED:'.
           05  VTL-CANCEL-COUNT        PIC 9(5).
           05  FILLER                  PIC X(12)
               VALUE '  REJECTED:'.
           05  VTL-REJECT-COUNT        PIC 9(5).
       01  RSV-TRAILER-LINE-2.
           05  FILLER                  PIC X(22)
               VALUE 'EXPIRED:'.
           05  VTL-EXPIRE-COUNT        PIC 9(5).
           05  FILLER                  PIC X(12)
               VALUE '  CONSUMED:'.
           05  VTL-CONSUME-COUNT       PIC 9(5).
           05  FILLER                  PIC X(12)
               VALUE '  DISPOSED:'.
           05  VTL-DISPOSE-COUNT       PIC 9(5).
           05  FILLER                  PIC X(17)
               VALUE '  ACTIVE AT END:'.
           05  VTL-ACTIVE-COUNT        PIC 9(5).
       01  HEADER-RSVP.
           05  FILLER                  PIC X(100)
               VALUE  'GRAIN RESERVATION SUMMARY BY TEST PROGRAM'.
       01  HEADER-RSVP-3.
           05  FILLER                  PIC X(12)
               VALUE  'PROGRAM'.
           05  FILLER                  PIC X(22)
               VALUE  '        RESERVED'.
           05  FILLER                  PIC X(22)
               VALUE  '        CONSUMED'.
           05  FILLER                  PIC X(22)
               VALUE  '        RELEASED'.
       01  HEADER-RSVP-4.
           05  FILLER                  PIC X(12)
               VALUE  'NUMBER'.
           05  FILLER                  PIC X(22)
               VALUE  ' GRAINS         GRAMS'.
           05  FILLER                  PIC X(22)
               VALUE  ' GRAINS         GRAMS'.
           05  FILLER                  PIC X(22)
               VALUE  ' GRAINS         GRAMS'.
       01  HEADER-RSVP-5.
           05  FILLER                  PIC X(10)
               VALUE  '----------'.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  FILLER                  PIC X(21)
               VALUE  '------  ------------'.
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  FILLER                  PIC X(21)
               VALUE  '------  ------------'.
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  FILLER                  PIC X(21)
               VALUE  '------  ------------'.
       01  RSVP-DETAIL-LINE.
           05  PL-PROGRAM              PIC X(10).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  PL-RSV-COUNT            PIC Z(5)9.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  PL-RSV-WEIGHT           PIC Z(11)9.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  PL-USE-COUNT            PIC Z(5)9.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  PL-USE-WEIGHT           PIC Z(11)9.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  PL-REL-COUNT            PIC Z(5)9.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  PL-REL-WEIGHT           PIC Z(11)9.
       01  RSVP-NONE-LINE.
           05  FILLER                  PIC X(40)
               VALUE 'NO RESERVATIONS ON FILE'.
       01  WS-RSV-RECORD.
           05  RSV-SERIAL              PIC 9(12).
           05  RSV-PROGRAM             PIC X(10).
           05  RSV-REQUESTER           PIC X(8).
           05  RSV-RSV-DATE            PIC 9(8).
           05  RSV-THRU-DATE           PIC 9(8).
           05  RSV-STATUS              PIC X(1).
           05  RSV-CLOSE-DATE          PIC 9(8).
           05  RSV-WEIGHT-G            PIC 9(12).
           05  FILLER                  PIC X(13).
       01  WS-RSV-KEY                  PIC 9(12) VALUE 999999999999.
       01  WS-RTR-KEY                  PIC 9(12) VALUE 999999999999.
       01  WS-PREV-RTR-KEY             PIC 9(12) VALUE 0.
       01  WS-MST-KEY                  PIC 9(12) VALUE 999999999999.
       01  WS-CUR-KEY                  PIC 9(12) VALUE 0.
       01  WS-CUR-STATUS               PIC X(1).
       01  WS-CUR-WEIGHT-G             PIC 9(12) VALUE 0.
       01  WS-SPD-KEY                  PIC 9(12) VALUE 999999999999.
       01  WS-SPD-SEQ                  PIC 9(9) VALUE 0.
       01  WS-SPEND-DATE               PIC 9(8) VALUE 0.
       01  WS-SPEND-PROGRAM            PIC X(10) VALUE SPACES.
       01  WS-PD-DATE-X.
           05  WS-PD-YEAR              PIC X(4).
           05  WS-PD-MONTH             PIC X(2).
           05  WS-PD-DAY               PIC X(2).
       01  WS-PD-DATE-N REDEFINES WS-PD-DATE-X
                                       PIC 9(8).
       01  WS-PD-SERIAL                PIC X(12).
       01  WS-PD-TO                    PIC X(10).
       01  WS-PD-PROGRAM               PIC X(10).
       01  WS-PD-REV-FLAG              PIC X(8).
       01  WS-RSV-DATE-TODAY           PIC 9(8) VALUE 0.
       01  WS-REJECT-REASON            PIC X(30).
       01  WS-RSVMST-STATUS            PIC X(2).
       01  WS-RSVTRAN-STATUS           PIC X(2).
       01  WS-PDISP-STATUS             PIC X(2).
       01  WS-AUDARC-STATUS            PIC X(2).
       01  WS-CHECK-DATE               PIC 9(8).
       01  WS-CHECK-DATE-R REDEFINES WS-CHECK-DATE.
           05  WS-CHECK-YEAR           PIC 9(4).
           05  WS-CHECK-MONTH          PIC 9(2).
           05  WS-CHECK-DAY            PIC 9(2).
       01  WS-CHECK-DAY-MAX            PIC 9(2).
       01  WS-LEAP-QUOTIENT            PIC 9(4).
       01  WS-LEAP-REMAINDER           PIC 9(4).
       01  WS-NORM-IN-WEIGHT           PIC 9(10) VALUE 0.
       01  WS-NORM-IN-TENTHS           PIC 9(1) VALUE 0.
       01  WS-NORM-IN-UOM              PIC X(2) VALUE SPACES.
       01  WS-NORM-WEIGHT-G            PIC 9(12) VALUE 0.
       01  WS-PGM-CUR                  PIC X(10) VALUE SPACES.
       01  SWITCHES.
           05  RSVMST-EOF-SWITCH        PIC X(1) VALUE 'N'.
           05  RSVMST-OPEN-SWITCH       PIC X(1) VALUE 'N'.
           05  RSVTRAN-OPEN-SWITCH      PIC X(1) VALUE 'N'.
           05  RSVTRAN-EOF-SWITCH       PIC X(1) VALUE 'N'.
           05  RSVTRAN-GOOD-SWITCH      PIC X(1) VALUE 'N'.
           05  INALL-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  NEWRSV-EOF-SWITCH        PIC X(1) VALUE 'N'.
           05  SORT-PGM-EOF-SWITCH      PIC X(1) VALUE 'N'.
           05  SORT-SPD-EOF-SWITCH      PIC X(1) VALUE 'N'.
           05  PDISP-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  AUDARC-EOF-SWITCH        PIC X(1) VALUE 'N'.
           05  RSVWK-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  WS-SPEND-FOUND-SWITCH    PIC X(1) VALUE 'N'.
           05  WS-RSV-EXISTS-SWITCH     PIC X(1) VALUE 'N'.
           05  WS-ON-MASTER-SWITCH      PIC X(1) VALUE 'N'.
           05  WS-DATE-OK-SWITCH        PIC X(1) VALUE 'N'.
           05  WS-PGM-FIRST-SWITCH      PIC X(1) VALUE 'Y'.
       01  WS-COUNTERS.
           05  WS-CARRY-COUNT           PIC S9(9) COMP VALUE 0.
           05  WS-ADD-COUNT             PIC S9(9) COMP VALUE 0.
           05  WS-EXTEND-COUNT          PIC S9(9) COMP VALUE 0.
           05  WS-CANCEL-COUNT          PIC S9(9) COMP VALUE 0.
           05  WS-REJECT-COUNT          PIC S9(9) COMP VALUE 0.
           05  WS-EXPIRE-COUNT          PIC S9(9) COMP VALUE 0.
           05  WS-CONSUME-COUNT         PIC S9(9) COMP VALUE 0.
           05  WS-DISPOSE-COUNT         PIC S9(9) COMP VALUE 0.
           05  WS-ACTIVE-COUNT          PIC S9(9) COMP VALUE 0.
       01  WS-PGM-TOTALS.
           05  WS-PGM-RSV-COUNT         PIC S9(9) COMP VALUE 0.
           05  WS-PGM-RSV-WEIGHT        PIC 9(12) COMP VALUE 0.
           05  WS-PGM-USE-COUNT         PIC S9(9) COMP VALUE 0.
           05  WS-PGM-USE-WEIGHT        PIC 9(12) COMP VALUE 0.
           05  WS-PGM-REL-COUNT         PIC S9(9) COMP VALUE 0.
           05  WS-PGM-REL-WEIGHT        PIC 9(12) COMP VALUE 0.
           05  WS-TOT-RSV-COUNT         PIC S9(9) COMP VALUE 0.
           05  WS-TOT-RSV-WEIGHT        PIC 9(12) COMP VALUE 0.
           05  WS-TOT-USE-COUNT         PIC S9(9) COMP VALUE 0.
           05  WS-TOT-USE-WEIGHT        PIC 9(12) COMP VALUE 0.
           05  WS-TOT-REL-COUNT         PIC S9(9) COMP VALUE 0.
           05  WS-TOT-REL-WEIGHT        PIC 9(12) COMP VALUE 0.
      **************************************************************************
       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-YEAR TO DT-YEAR.
           MOVE WS-MONTH TO DT-MONTH.
           MOVE WS-DAY TO DT-DAY.
           COMPUTE WS-RSV-DATE-TODAY =
               WS-YEAR * 10000 + WS-MONTH * 100 + WS-DAY.
           PERFORM BUILD-SPEND-FILE.
           OPEN INPUT INALL
                INPUT RSVWK
                OUTPUT NEWRSV
                OUTPUT RPTRSV.
           OPEN INPUT RSVMST.
           IF WS-RSVMST-STATUS = '00'
               MOVE 'Y' TO RSVMST-OPEN-SWITCH
           ELSE
               MOVE 'Y' TO RSVMST-EOF-SWITCH
           END-IF.
           OPEN INPUT RSVTRAN.
           IF WS-RSVTRAN-STATUS = '00'
               MOVE 'Y' TO RSVTRAN-OPEN-SWITCH
           ELSE
               MOVE 'Y' TO RSVTRAN-EOF-SWITCH
           END-IF.
           MOVE HEADER-1 TO OUTFILE-RSV.
           WRITE OUTFILE-RSV.
           MOVE HEADER-RSV TO OUTFILE-RSV.
           WRITE OUTFILE-RSV.
           MOVE DATE-LINE TO OUTFILE-RSV.
           WRITE OUTFILE-RSV.
           MOVE SPACES TO OUTFILE-RSV.
           WRITE OUTFILE-RSV.
           MOVE HEADER-RSV-3 TO OUTFILE-RSV.
           WRITE OUTFILE-RSV.
           MOVE HEADER-RSV-4 TO OUTFILE-RSV.
           WRITE OUTFILE-RSV.
           PERFORM READ-RSV.
           PERFORM READ-RTR.
           PERFORM READ-MASTER.
           PERFORM READ-SPEND.
           PERFORM RSV-MAIN-LOOP
               UNTIL WS-RSV-KEY = 999999999999
                 AND WS-RTR-KEY = 999999999999
                 AND WS-MST-KEY = 999999999999.
           MOVE WS-CARRY-COUNT TO VTL-CARRY-COUNT.
           MOVE WS-ADD-COUNT TO VTL-ADD-COUNT.
           MOVE WS-EXTEND-COUNT TO VTL-EXTEND-COUNT.
           MOVE WS-CANCEL-COUNT TO VTL-CANCEL-COUNT.
           MOVE WS-REJECT-COUNT TO VTL-REJECT-COUNT.
           MOVE WS-EXPIRE-COUNT TO VTL-EXPIRE-COUNT.
           MOVE WS-CONSUME-COUNT TO VTL-CONSUME-COUNT.
           MOVE WS-DISPOSE-COUNT TO VTL-DISPOSE-COUNT.
           MOVE WS-ACTIVE-COUNT TO VTL-ACTIVE-COUNT.
           MOVE SPACES TO OUTFILE-RSV.
           WRITE OUTFILE-RSV.
           MOVE RSV-TRAILER-LINE-1 TO OUTFILE-RSV.
           WRITE OUTFILE-RSV.
           MOVE RSV-TRAILER-LINE-2 TO OUTFILE-RSV.
           WRITE OUTFILE-RSV.
           IF RSVMST-OPEN-SWITCH = 'Y'
               CLOSE RSVMST
           END-IF.
           IF RSVTRAN-OPEN-SWITCH = 'Y'
               CLOSE RSVTRAN
           END-IF.
           CLOSE INALL
                 RSVWK
                 NEWRSV
                 RPTRSV.
           PERFORM REPORT-BY-PROGRAM.
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.
      **************************************************************************
       RSV-MAIN-LOOP.
           MOVE WS-MST-KEY TO WS-CUR-KEY.
           IF WS-RSV-KEY < WS-CUR-KEY
               MOVE WS-RSV-KEY TO WS-CUR-KEY
           END-IF.
           IF WS-RTR-KEY < WS-CUR-KEY
               MOVE WS-RTR-KEY TO WS-CUR-KEY
           END-IF.
           IF WS-MST-KEY = WS-CUR-KEY
               MOVE 'Y' TO WS-ON-MASTER-SWITCH
               MOVE GRAIN-STATUS-ALL TO WS-CUR-STATUS
               MOVE GRAIN-WEIGHT-ALL TO WS-NORM-IN-WEIGHT
               MOVE GRAIN-WEIGHT-TENTHS-ALL TO WS-NORM-IN-TENTHS
               MOVE GRAIN-UOM-ALL TO WS-NORM-IN-UOM
               PERFORM COMPUTE-NORM-WEIGHT
               MOVE WS-NORM-WEIGHT-G TO WS-CUR-WEIGHT-G
           ELSE
               MOVE 'N' TO WS-ON-MASTER-SWITCH
               MOVE SPACES TO WS-CUR-STATUS
               MOVE ZERO TO WS-CUR-WEIGHT-G
           END-IF.
           MOVE 'N' TO WS-SPEND-FOUND-SWITCH.
           MOVE ZERO TO WS-SPEND-DATE.
           MOVE SPACES TO WS-SPEND-PROGRAM.
           PERFORM MATCH-SPEND
               UNTIL WS-SPD-KEY > WS-CUR-KEY.
           IF WS-RSV-KEY = WS-CUR-KEY
               MOVE RSVMST-RECORD TO WS-RSV-RECORD
               MOVE 'Y' TO WS-RSV-EXISTS-SWITCH
               ADD 1 TO WS-CARRY-COUNT
           ELSE
               MOVE SPACES TO WS-RSV-RECORD
               MOVE 'N' TO WS-RSV-EXISTS-SWITCH
           END-IF.
           PERFORM APPLY-RSV-TRAN
               UNTIL WS-RTR-KEY NOT = WS-CUR-KEY.
           IF WS-RSV-EXISTS-SWITCH = 'Y'
               PERFORM CLOSE-OUT-RESERVATION
               MOVE WS-RSV-RECORD TO NEWRSV-RECORD
               WRITE NEWRSV-RECORD
               IF RSV-STATUS = 'A'
                   ADD 1 TO WS-ACTIVE-COUNT
               END-IF
           END-IF.
           IF WS-RSV-KEY = WS-CUR-KEY
               PERFORM READ-RSV
           END-IF.
           IF WS-MST-KEY = WS-CUR-KEY
               PERFORM READ-MASTER
           END-IF.
      **************************************************************************
       APPLY-RSV-TRAN.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE RT-SERIAL TO VL-SERIAL.
           MOVE RT-PROGRAM TO VL-PROGRAM.
           IF RT-THRU-DATE NUMERIC AND RT-THRU-DATE NOT = ZERO
               MOVE RT-THRU-DATE TO VL-THRU-DATE
           ELSE
               MOVE SPACES TO VL-THRU-DATE
           END-IF.
           IF RT-ACTION = 'A'
               MOVE 'ADD' TO VL-ACTION
               PERFORM APPLY-RSV-ADD
           ELSE IF RT-ACTION = 'E'
               MOVE 'EXTEND' TO VL-ACTION
               PERFORM APPLY-RSV-EXTEND
           ELSE IF RT-ACTION = 'C'
               MOVE 'CANCEL' TO VL-ACTION
               PERFORM APPLY-RSV-CANCEL
           ELSE
               MOVE 'OTHER' TO VL-ACTION
               MOVE 'INVALID RESERVATION ACTION' TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
               MOVE 'APPLIED' TO VL-RESULT
           ELSE
               MOVE 'REJECTED' TO VL-RESULT
               ADD 1 TO WS-REJECT-COUNT
           END-IF.
           MOVE WS-REJECT-REASON TO VL-REASON.
           MOVE RSV-DETAIL-LINE TO OUTFILE-RSV.
           WRITE OUTFILE-RSV.
           PERFORM READ-RTR.
      **************************************************************************
       APPLY-RSV-ADD.
           MOVE RT-THRU-DATE TO WS-CHECK-DATE.
           PERFORM CHECK-DATE THRU CHECK-DATE-EXIT.
           IF WS-ON-MASTER-SWITCH = 'N'
               MOVE 'SERIAL NOT ON MASTER' TO WS-REJECT-REASON
           ELSE IF WS-CUR-STATUS NOT = '0' AND WS-CUR-STATUS NOT = '2'
               MOVE 'GRAIN NOT ACTIVE' TO WS-REJECT-REASON
           ELSE IF RT-PROGRAM = SPACES
               MOVE 'PROGRAM NUMBER MISSING' TO WS-REJECT-REASON
           ELSE IF WS-DATE-OK-SWITCH = 'N'
                   OR RT-THRU-DATE < WS-RSV-DATE-TODAY
               MOVE 'INVALID RESERVED-THROUGH DATE' TO WS-REJECT-REASON
           ELSE IF WS-RSV-EXISTS-SWITCH = 'Y' AND RSV-STATUS = 'A'
               STRING 'ALREADY RESERVED FOR ' DELIMITED BY SIZE
                      RSV-PROGRAM DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               END-STRING
           ELSE
               MOVE SPACES TO WS-RSV-RECORD
               MOVE RT-SERIAL TO RSV-SERIAL
               MOVE RT-PROGRAM TO RSV-PROGRAM
               MOVE RT-REQUESTER TO RSV-REQUESTER
               MOVE WS-RSV-DATE-TODAY TO RSV-RSV-DATE
               MOVE RT-THRU-DATE TO RSV-THRU-DATE
               MOVE 'A' TO RSV-STATUS
               MOVE ZERO TO RSV-CLOSE-DATE
               MOVE WS-CUR-WEIGHT-G TO RSV-WEIGHT-G
               MOVE 'Y' TO WS-RSV-EXISTS-SWITCH
               ADD 1 TO WS-ADD-COUNT
           END-IF.
      **************************************************************************
       APPLY-RSV-EXTEND.
           MOVE RT-THRU-DATE TO WS-CHECK-DATE.
           PERFORM CHECK-DATE THRU CHECK-DATE-EXIT.
           IF WS-RSV-EXISTS-SWITCH = 'N' OR RSV-STATUS NOT = 'A'
               MOVE 'NO ACTIVE RESERVATION' TO WS-REJECT-REASON
           ELSE IF RT-PROGRAM NOT = RSV-PROGRAM
               MOVE 'PROGRAM DOES NOT MATCH' TO WS-REJECT-REASON
           ELSE IF WS-DATE-OK-SWITCH = 'N'
                   OR RT-THRU-DATE NOT > RSV-THRU-DATE
               MOVE 'INVALID RESERVED-THROUGH DATE' TO WS-REJECT-REASON
           ELSE
               MOVE RT-THRU-DATE TO RSV-THRU-DATE
               IF RT-REQUESTER NOT = SPACES
                   MOVE RT-REQUESTER TO RSV-REQUESTER
               END-IF
               ADD 1 TO WS-EXTEND-COUNT
           END-IF.
      **************************************************************************
       APPLY-RSV-CANCEL.
           IF WS-RSV-EXISTS-SWITCH = 'N' OR RSV-STATUS NOT = 'A'
               MOVE 'NO ACTIVE RESERVATION' TO WS-REJECT-REASON
           ELSE IF RT-PROGRAM NOT = RSV-PROGRAM
               MOVE 'PROGRAM DOES NOT MATCH' TO WS-REJECT-REASON
           ELSE
               MOVE 'C' TO RSV-STATUS
               MOVE WS-RSV-DATE-TODAY TO RSV-CLOSE-DATE
               ADD 1 TO WS-CANCEL-COUNT
           END-IF.
      **************************************************************************
       CLOSE-OUT-RESERVATION.
           IF RSV-STATUS = 'A'
               MOVE RSV-SERIAL TO VL-SERIAL
               MOVE RSV-PROGRAM TO VL-PROGRAM
               MOVE RSV-THRU-DATE TO VL-THRU-DATE
               MOVE 'APPLIED' TO VL-RESULT
               MOVE SPACES TO VL-REASON
               PERFORM SET-CLOSE-OUT-STATUS
               IF RSV-STATUS NOT = 'A'
                   MOVE RSV-DETAIL-LINE TO OUTFILE-RSV
                   WRITE OUTFILE-RSV
               END-IF
           END-IF.
      **************************************************************************
       SET-CLOSE-OUT-STATUS.
           IF WS-ON-MASTER-SWITCH = 'N'
               MOVE 'D' TO RSV-STATUS
               MOVE WS-RSV-DATE-TODAY TO RSV-CLOSE-DATE
               MOVE 'RELEASE' TO VL-ACTION
               MOVE 'GRAIN NO LONGER ON MASTER' TO VL-REASON
               ADD 1 TO WS-DISPOSE-COUNT
           ELSE IF WS-CUR-STATUS = '1'
               PERFORM SET-SPENT-STATUS
           ELSE IF WS-CUR-STATUS = '3'
               MOVE 'D' TO RSV-STATUS
               MOVE WS-RSV-DATE-TODAY TO RSV-CLOSE-DATE
               MOVE 'RELEASE' TO VL-ACTION
               MOVE 'GRAIN DESTROYED' TO VL-REASON
               ADD 1 TO WS-DISPOSE-COUNT
           ELSE IF RSV-THRU-DATE < WS-RSV-DATE-TODAY
               MOVE 'E' TO RSV-STATUS
               MOVE WS-RSV-DATE-TODAY TO RSV-CLOSE-DATE
               MOVE 'EXPIRE' TO VL-ACTION
               MOVE 'RESERVED-THROUGH DATE PASSED' TO VL-REASON
               ADD 1 TO WS-EXPIRE-COUNT
           ELSE
               MOVE WS-CUR-WEIGHT-G TO RSV-WEIGHT-G
           END-IF.
      **************************************************************************
       SET-SPENT-STATUS.
           IF WS-SPEND-FOUND-SWITCH = 'Y'
                   AND WS-SPEND-PROGRAM = RSV-PROGRAM
                   AND WS-SPEND-DATE NOT > RSV-THRU-DATE
               MOVE 'U' TO RSV-STATUS
               MOVE WS-RSV-DATE-TODAY TO RSV-CLOSE-DATE
               MOVE WS-CUR-WEIGHT-G TO RSV-WEIGHT-G
               MOVE 'CONSUME' TO VL-ACTION
               MOVE 'GRAIN SPENT' TO VL-REASON
               ADD 1 TO WS-CONSUME-COUNT
           ELSE IF WS-SPEND-FOUND-SWITCH = 'Y'
                   AND WS-SPEND-DATE > RSV-THRU-DATE
               MOVE 'E' TO RSV-STATUS
               MOVE WS-RSV-DATE-TODAY TO RSV-CLOSE-DATE
               MOVE 'EXPIRE' TO VL-ACTION
               MOVE 'EXPIRED BEFORE GRAIN SPENT' TO VL-REASON
               ADD 1 TO WS-EXPIRE-COUNT
           ELSE
               MOVE 'D' TO RSV-STATUS
               MOVE WS-RSV-DATE-TODAY TO RSV-CLOSE-DATE
               MOVE 'RELEASE' TO VL-ACTION
               MOVE 'SPENT BY ANOTHER PROGRAM' TO VL-REASON
               ADD 1 TO WS-DISPOSE-COUNT
           END-IF.
      **************************************************************************
       MATCH-SPEND.
           IF WS-SPD-KEY = WS-CUR-KEY
               MOVE 'Y' TO WS-SPEND-FOUND-SWITCH
               MOVE WK-DATE TO WS-SPEND-DATE
               MOVE WK-PROGRAM TO WS-SPEND-PROGRAM
           END-IF.
           PERFORM READ-SPEND.
      **************************************************************************
       READ-SPEND.
           IF RSVWK-EOF-SWITCH = 'Y'
               MOVE 999999999999 TO WS-SPD-KEY
           ELSE
               READ RSVWK
                   AT END
                       MOVE 'Y' TO RSVWK-EOF-SWITCH
                       MOVE 999999999999 TO WS-SPD-KEY
                   NOT AT END
                       MOVE WK-SERIAL TO WS-SPD-KEY
               END-READ
           END-IF.
      **************************************************************************
       BUILD-SPEND-FILE.
           SORT SORT-SPD-FILE
               ON ASCENDING KEY SD-SERIAL SD-DATE SD-SEQ
               INPUT PROCEDURE IS SPD-COLLECT
               OUTPUT PROCEDURE IS SPD-WRITE-WORK.
           IF SORT-RETURN NOT = 0
               DISPLAY '*** ERROR: SORT FAILED, SORT-RETURN = '
                   SORT-RETURN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      **************************************************************************
       SPD-COLLECT.
           OPEN INPUT AUDARC.
           IF WS-AUDARC-STATUS NOT = '00'
               MOVE 'Y' TO AUDARC-EOF-SWITCH
           ELSE
               READ AUDARC
                   AT END
                       MOVE 'Y' TO AUDARC-EOF-SWITCH
               END-READ
               PERFORM SPD-AUDARC-LOOP
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
               PERFORM SPD-PDISP-LOOP
                   UNTIL PDISP-EOF-SWITCH = 'Y'
               CLOSE PDISP
           END-IF.
      **************************************************************************
       SPD-AUDARC-LOOP.
           MOVE AA-DATE (1:4) TO WS-PD-YEAR.
           MOVE AA-DATE (6:2) TO WS-PD-MONTH.
           MOVE AA-DATE (9:2) TO WS-PD-DAY.
           MOVE AA-SERIAL TO WS-PD-SERIAL.
           MOVE AA-TO TO WS-PD-TO.
           MOVE AA-PROGRAM TO WS-PD-PROGRAM.
           MOVE AA-REV-FLAG TO WS-PD-REV-FLAG.
           PERFORM SPD-RELEASE.
           READ AUDARC
               AT END
                   MOVE 'Y' TO AUDARC-EOF-SWITCH
           END-READ.
      **************************************************************************
       SPD-PDISP-LOOP.
           MOVE PD-DATE (1:4) TO WS-PD-YEAR.
           MOVE PD-DATE (6:2) TO WS-PD-MONTH.
           MOVE PD-DATE (9:2) TO WS-PD-DAY.
           MOVE PD-SERIAL TO WS-PD-SERIAL.
           MOVE PD-TO TO WS-PD-TO.
           MOVE PD-PROGRAM TO WS-PD-PROGRAM.
           MOVE PD-REV-FLAG TO WS-PD-REV-FLAG.
           PERFORM SPD-RELEASE.
           READ PDISP
               AT END
                   MOVE 'Y' TO PDISP-EOF-SWITCH
           END-READ.
      **************************************************************************
       SPD-RELEASE.
           IF WS-PD-DATE-N NUMERIC AND WS-PD-SERIAL NUMERIC
                   AND WS-PD-TO = 'SPENT'
                   AND WS-PD-REV-FLAG NOT = 'REVERSAL'
               ADD 1 TO WS-SPD-SEQ
               MOVE WS-PD-SERIAL TO SD-SERIAL
               MOVE WS-PD-DATE-N TO SD-DATE
               MOVE WS-SPD-SEQ TO SD-SEQ
               MOVE WS-PD-PROGRAM TO SD-PROGRAM
               RELEASE SORT-SPD-REC
           END-IF.
      **************************************************************************
       SPD-WRITE-WORK.
           OPEN OUTPUT RSVWK.
           RETURN SORT-SPD-FILE
               AT END
                   MOVE 'Y' TO SORT-SPD-EOF-SWITCH
           END-RETURN.
           PERFORM SPD-WRITE-LOOP
               UNTIL SORT-SPD-EOF-SWITCH = 'Y'.
           CLOSE RSVWK.
      **************************************************************************
       SPD-WRITE-LOOP.
           MOVE SD-SERIAL TO WK-SERIAL.
           MOVE SD-DATE TO WK-DATE.
           MOVE SD-PROGRAM TO WK-PROGRAM.
           WRITE RSVWK-RECORD.
           RETURN SORT-SPD-FILE
               AT END
                   MOVE 'Y' TO SORT-SPD-EOF-SWITCH
           END-RETURN.
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
       READ-RSV.
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
       READ-RTR.
           MOVE 'N' TO RSVTRAN-GOOD-SWITCH.
           PERFORM READ-RTR-LOOP
               UNTIL RSVTRAN-GOOD-SWITCH = 'Y'.
      **************************************************************************
       READ-RTR-LOOP.
           IF RSVTRAN-EOF-SWITCH = 'Y'
               MOVE 999999999999 TO WS-RTR-KEY
               MOVE 'Y' TO RSVTRAN-GOOD-SWITCH
           ELSE
               READ RSVTRAN
                   AT END
                       MOVE 'Y' TO RSVTRAN-EOF-SWITCH
                       MOVE 999999999999 TO WS-RTR-KEY
                       MOVE 'Y' TO RSVTRAN-GOOD-SWITCH
                   NOT AT END
                       IF RT-SERIAL NOT NUMERIC
                           MOVE 'SERIAL NOT NUMERIC'
                               TO WS-REJECT-REASON
                           PERFORM WRITE-RTR-REJECT
                       ELSE
                           IF RT-SERIAL < WS-PREV-RTR-KEY
                               MOVE 'TRANSACTION OUT OF SEQUENCE'
                                   TO WS-REJECT-REASON
                               PERFORM WRITE-RTR-REJECT
                           ELSE
                               MOVE RT-SERIAL TO WS-RTR-KEY
                               MOVE RT-SERIAL TO WS-PREV-RTR-KEY
                               MOVE 'Y' TO RSVTRAN-GOOD-SWITCH
                           END-IF
                       END-IF
               END-READ
           END-IF.
      **************************************************************************
       WRITE-RTR-REJECT.
           MOVE RT-SERIAL TO VL-SERIAL.
           MOVE 'OTHER' TO VL-ACTION.
           MOVE RT-PROGRAM TO VL-PROGRAM.
           MOVE SPACES TO VL-THRU-DATE.
           MOVE 'REJECTED' TO VL-RESULT.
           MOVE WS-REJECT-REASON TO VL-REASON.
           MOVE RSV-DETAIL-LINE TO OUTFILE-RSV.
           WRITE OUTFILE-RSV.
           ADD 1 TO WS-REJECT-COUNT.
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
       REPORT-BY-PROGRAM.
           OPEN OUTPUT RPTRSVP.
           MOVE HEADER-1 TO OUTFILE-RSVP.
           WRITE OUTFILE-RSVP.
           MOVE HEADER-RSVP TO OUTFILE-RSVP.
           WRITE OUTFILE-RSVP.
           MOVE DATE-LINE TO OUTFILE-RSVP.
           WRITE OUTFILE-RSVP.
           MOVE SPACES TO OUTFILE-RSVP.
           WRITE OUTFILE-RSVP.
           MOVE HEADER-RSVP-3 TO OUTFILE-RSVP.
           WRITE OUTFILE-RSVP.
           MOVE HEADER-RSVP-4 TO OUTFILE-RSVP.
           WRITE OUTFILE-RSVP.
           MOVE HEADER-RSVP-5 TO OUTFILE-RSVP.
           WRITE OUTFILE-RSVP.
           SORT SORT-PGM-FILE
               ON ASCENDING KEY SP-PROGRAM SP-SERIAL
               INPUT PROCEDURE IS PGM-SELECT-RESERVATIONS
               OUTPUT PROCEDURE IS PGM-PRINT-PROGRAMS.
           IF SORT-RETURN NOT = 0
               DISPLAY '*** ERROR: SORT FAILED, SORT-RETURN = '
                   SORT-RETURN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE RPTRSVP.
      **************************************************************************
       PGM-SELECT-RESERVATIONS.
           MOVE 'N' TO NEWRSV-EOF-SWITCH.
           OPEN INPUT NEWRSV.
           READ NEWRSV
               AT END
                   MOVE 'Y' TO NEWRSV-EOF-SWITCH
           END-READ.
           PERFORM PGM-SELECT-LOOP
               UNTIL NEWRSV-EOF-SWITCH = 'Y'.
           CLOSE NEWRSV.
      **************************************************************************
       PGM-SELECT-LOOP.
           MOVE NV-PROGRAM TO SP-PROGRAM.
           MOVE NV-SERIAL TO SP-SERIAL.
           MOVE NV-STATUS TO SP-STATUS.
           MOVE NV-WEIGHT-G TO SP-WEIGHT-G.
           RELEASE SORT-PGM-REC.
           READ NEWRSV
               AT END
                   MOVE 'Y' TO NEWRSV-EOF-SWITCH
           END-READ.
      **************************************************************************
       PGM-PRINT-PROGRAMS.
           MOVE 'N' TO SORT-PGM-EOF-SWITCH.
           MOVE 'Y' TO WS-PGM-FIRST-SWITCH.
           RETURN SORT-PGM-FILE
               AT END
                   MOVE 'Y' TO SORT-PGM-EOF-SWITCH
           END-RETURN.
           PERFORM PGM-PRINT-LOOP
               UNTIL SORT-PGM-EOF-SWITCH = 'Y'.
           IF WS-PGM-FIRST-SWITCH = 'Y'
               MOVE RSVP-NONE-LINE TO OUTFILE-RSVP
               WRITE OUTFILE-RSVP
           ELSE
               PERFORM PGM-WRITE-LINE
               MOVE SPACES TO OUTFILE-RSVP
               WRITE OUTFILE-RSVP
               MOVE 'ALL' TO PL-PROGRAM
               MOVE WS-TOT-RSV-COUNT TO PL-RSV-COUNT
               MOVE WS-TOT-RSV-WEIGHT TO PL-RSV-WEIGHT
               MOVE WS-TOT-USE-COUNT TO PL-USE-COUNT
               MOVE WS-TOT-USE-WEIGHT TO PL-USE-WEIGHT
               MOVE WS-TOT-REL-COUNT TO PL-REL-COUNT
               MOVE WS-TOT-REL-WEIGHT TO PL-REL-WEIGHT
               MOVE RSVP-DETAIL-LINE TO OUTFILE-RSVP
               WRITE OUTFILE-RSVP
           END-IF.
      **************************************************************************
       PGM-PRINT-LOOP.
           IF WS-PGM-FIRST-SWITCH = 'Y'
               MOVE 'N' TO WS-PGM-FIRST-SWITCH
               MOVE SP-PROGRAM TO WS-PGM-CUR
               PERFORM PGM-CLEAR-TOTALS
           ELSE IF SP-PROGRAM NOT = WS-PGM-CUR
               PERFORM PGM-WRITE-LINE
               MOVE SP-PROGRAM TO WS-PGM-CUR
               PERFORM PGM-CLEAR-TOTALS
           END-IF.
           IF SP-STATUS = 'A'
               ADD 1 TO WS-PGM-RSV-COUNT
               ADD SP-WEIGHT-G TO WS-PGM-RSV-WEIGHT
           ELSE IF SP-STATUS = 'U'
               ADD 1 TO WS-PGM-USE-COUNT
               ADD SP-WEIGHT-G TO WS-PGM-USE-WEIGHT
           ELSE
               ADD 1 TO WS-PGM-REL-COUNT
               ADD SP-WEIGHT-G TO WS-PGM-REL-WEIGHT
           END-IF.
           RETURN SORT-PGM-FILE
               AT END
                   MOVE 'Y' TO SORT-PGM-EOF-SWITCH
           END-RETURN.
      **************************************************************************
       PGM-CLEAR-TOTALS.
           MOVE ZERO TO WS-PGM-RSV-COUNT WS-PGM-RSV-WEIGHT
                        WS-PGM-USE-COUNT WS-PGM-USE-WEIGHT
                        WS-PGM-REL-COUNT WS-PGM-REL-WEIGHT.
      **************************************************************************
       PGM-WRITE-LINE.
           MOVE WS-PGM-CUR TO PL-PROGRAM.
           MOVE WS-PGM-RSV-COUNT TO PL-RSV-COUNT.
           MOVE WS-PGM-RSV-WEIGHT TO PL-RSV-WEIGHT.
           MOVE WS-PGM-USE-COUNT TO PL-USE-COUNT.
           MOVE WS-PGM-USE-WEIGHT TO PL-USE-WEIGHT.
           MOVE WS-PGM-REL-COUNT TO PL-REL-COUNT.
           MOVE WS-PGM-REL-WEIGHT TO PL-REL-WEIGHT.
           MOVE RSVP-DETAIL-LINE TO OUTFILE-RSVP.
           WRITE OUTFILE-RSVP.
           ADD WS-PGM-RSV-COUNT TO WS-TOT-RSV-COUNT.
           ADD WS-PGM-RSV-WEIGHT TO WS-TOT-RSV-WEIGHT.
           ADD WS-PGM-USE-COUNT TO WS-TOT-USE-COUNT.
           ADD WS-PGM-USE-WEIGHT TO WS-TOT-USE-WEIGHT.
           ADD WS-PGM-REL-COUNT TO WS-TOT-REL-COUNT.
           ADD WS-PGM-REL-WEIGHT TO WS-TOT-REL-WEIGHT.
      **************************************************************************
