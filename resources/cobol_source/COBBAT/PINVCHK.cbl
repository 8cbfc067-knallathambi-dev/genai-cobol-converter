       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PINVCHK.
      **************************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INALL ASSIGN TO PINV.
           SELECT SITEMST ASSIGN TO SITEMST
               FILE STATUS IS WS-SITE-STATUS.
           SELECT FORMMST ASSIGN TO FORMMST
               FILE STATUS IS WS-FORM-STATUS.
           SELECT HOLDREG ASSIGN TO HOLDREG
               FILE STATUS IS WS-HOLDREG-STATUS.
           SELECT WRKORD ASSIGN TO WRKORD
               FILE STATUS IS WS-WRKORD-STATUS.
           SELECT SORT-CHK-FILE ASSIGN TO SRTCHK.
           SELECT RPTCHK ASSIGN TO RPTCHK.
      **************************************************************************
       DATA DIVISION.
       FILE SECTION.
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
       FD SITEMST
           RECORDING MODE F.
       01  SITEMST-RECORD.
           05  SITE-CODE-MST           PIC X(4).
           05  SITE-NAME-MST           PIC X(20).
           05  SITE-REGION-MST         PIC X(10).
           05  SITE-MAX-WEIGHT-MST     PIC 9(10).
       FD FORMMST
           RECORDING MODE F.
       01  FORMMST-RECORD.
           05  FORM-CODE-FM            PIC X(15).
           05  FORM-CLASS-FM           PIC X(10).
           05  FORM-GROUP-FM           PIC X(2).
           05  FORM-STD-COST-FM        PIC 9(7)V99.
           05  FORM-COST-EFF-DATE-FM   PIC 9(8).
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
       SD  SORT-CHK-FILE.
       01  SORT-CHK-REC.
           05  SK-SERIAL               PIC 9(12).
           05  SK-SOURCE               PIC X(1).
           05  SK-STATUS               PIC X(1).
           05  SK-REF                  PIC X(8).
       FD RPTCHK
           RECORDING MODE V.
       01  OUTFILE-CHK                 PIC X(200).
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
       01  HEADER-CHK.
           05  FILLER                  PIC X(100)
               VALUE  'GRAIN MASTER INTEGRITY CHECK'.
       01  HEADER-CHK-3.
           05  FILLER                  PIC X(14)
               VALUE  'SERIAL'.
           05  FILLER                  PIC X(6)
               VALUE  'CODE'.
           05  FILLER                  PIC X(32)
               VALUE  'CHECK'.
           05  FILLER                  PIC X(30)
               VALUE  'DETAIL'.
       01  HEADER-CHK-4.
           05  FILLER                  PIC X(12)
               VALUE  '------------'.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  FILLER                  PIC X(4)
               VALUE  '----'.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  FILLER                  PIC X(30)
               VALUE  '------------------------------'.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  FILLER                  PIC X(30)
               VALUE  '------------------------------'.
       01  CHK-DETAIL-LINE.
           05  CL-SERIAL               PIC X(12).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  CL-CODE                 PIC X(3).
           05  FILLER                  PIC X(3)
               VALUE SPACES.
           05  CL-REASON               PIC X(30).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  CL-DETAIL               PIC X(30).
       01  CHK-SUMMARY-HEAD-LINE.
           05  FILLER                  PIC X(40)
               VALUE 'EXCEPTION COUNTS BY CHECK'.
       01  CHK-SUMMARY-LINE.
           05  CS-CODE                 PIC X(3).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  CS-REASON               PIC X(30).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  CS-COUNT                PIC 9(5).
       01  CHK-TRAILER-LINE.
           05  FILLER                  PIC X(21)
               VALUE 'MASTER RECORDS READ:'.
           05  CTL-MASTER-COUNT        PIC 9(7).
           05  FILLER                  PIC X(14)
               VALUE '  OPEN HOLDS:'.
           05  CTL-HOLD-COUNT          PIC 9(5).
           05  FILLER                  PIC X(15)
               VALUE '  OPEN ORDERS:'.
           05  CTL-ORDER-COUNT         PIC 9(5).
           05  FILLER                  PIC X(14)
               VALUE '  EXCEPTIONS:'.
           05  CTL-EXC-COUNT           PIC 9(5).
       01  CHK-NOTE-LINE.
           05  CNL-TEXT                PIC X(60).
       01  CHK-CLEAN-LINE.
           05  FILLER                  PIC X(40)
               VALUE 'NO EXCEPTIONS FOUND'.
       01  CHK-REASON-VALUES.
           05  FILLER                  PIC X(33)
               VALUE 'I01SERIAL NOT NUMERIC'.
           05  FILLER                  PIC X(33)
               VALUE 'I02DUPLICATE SERIAL'.
           05  FILLER                  PIC X(33)
               VALUE 'I03SERIAL OUT OF SEQUENCE'.
           05  FILLER                  PIC X(33)
               VALUE 'I04IN TRANSIT - DEST INVALID'.
           05  FILLER                  PIC X(33)
               VALUE 'I05SITE NOT ON SITE MASTER'.
           05  FILLER                  PIC X(33)
               VALUE 'I06FORMULA NOT ON FORMULA MST'.
           05  FILLER                  PIC X(33)
               VALUE 'I07EXP DATE BEFORE MFG DATE'.
           05  FILLER                  PIC X(33)
               VALUE 'I08INVALID UNIT OF MEASURE'.
           05  FILLER                  PIC X(33)
               VALUE 'I09INVALID WEIGHT TENTHS'.
           05  FILLER                  PIC X(33)
               VALUE 'I10OPEN HOLD - NOT ON MASTER'.
           05  FILLER                  PIC X(33)
               VALUE 'I11OPEN HOLD - GRAIN DESTROYED'.
           05  FILLER                  PIC X(33)
               VALUE 'I12OPEN ORDER - SPENT/DESTROYED'.
       01  CHK-REASON-TABLE REDEFINES CHK-REASON-VALUES.
           05  CHK-REASON-ENTRY OCCURS 12 TIMES.
               10  CHK-REASON-CODE     PIC X(3).
               10  CHK-REASON-TEXT     PIC X(30).
       01  CHK-REASON-COUNTS.
           05  CHK-REASON-COUNT OCCURS 12 TIMES
                                  PIC 9(5) COMP VALUE 0.
       01  WS-CHK-SUB                  PIC S9(4) COMP VALUE 0.
       01  WS-SUMMARY-SUB              PIC S9(4) COMP VALUE 0.
       01  WS-CHK-SERIAL               PIC X(12).
       01  WS-CHK-DETAIL               PIC X(30).
       01  WS-CHK-STATUS-NAME          PIC X(10).
       01  WS-FIND-SITE                PIC X(4).
       01  WS-FIND-FORMULA             PIC X(15).
       01  WS-PREV-SERIAL              PIC 9(12) VALUE 0.
       01  WS-CUR-SERIAL               PIC 9(12) VALUE 999999999999.
       01  WS-CUR-STATUS               PIC X(1) VALUE SPACE.
       01  WS-CUR-MST-COUNT            PIC S9(4) COMP VALUE 0.
       01  SITE-TABLE-COUNT            PIC 9(3) COMP VALUE 0.
       01  SITE-TABLE.
           05  SITE-ENTRY OCCURS 0 TO 100 TIMES
                           DEPENDING ON SITE-TABLE-COUNT
                           INDEXED BY SITE-IDX.
               10  SITE-CODE-TBL       PIC X(4).
       01  FORM-TABLE-COUNT            PIC 9(3) COMP VALUE 0.
       01  FORM-TABLE.
           05  FORM-ENTRY OCCURS 0 TO 200 TIMES
                           DEPENDING ON FORM-TABLE-COUNT
                           INDEXED BY FORM-IDX.
               10  FORM-CODE-TBL       PIC X(15).
       01  WS-SITE-STATUS              PIC X(2).
       01  WS-FORM-STATUS              PIC X(2).
       01  WS-HOLDREG-STATUS           PIC X(2).
       01  WS-WRKORD-STATUS            PIC X(2).
       01  SWITCHES.
           05  INALL-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  SITEMST-EOF-SWITCH       PIC X(1) VALUE 'N'.
           05  FORMMST-EOF-SWITCH       PIC X(1) VALUE 'N'.
           05  HOLDREG-EOF-SWITCH       PIC X(1) VALUE 'N'.
           05  WRKORD-EOF-SWITCH        PIC X(1) VALUE 'N'.
           05  SORT-CHK-EOF-SWITCH      PIC X(1) VALUE 'N'.
           05  HOLDREG-OPEN-SWITCH      PIC X(1) VALUE 'N'.
           05  WRKORD-OPEN-SWITCH       PIC X(1) VALUE 'N'.
           05  WS-FIRST-REC-SWITCH      PIC X(1) VALUE 'Y'.
           05  WS-FOUND-SWITCH          PIC X(1) VALUE 'N'.
       01  WS-COUNTERS.
           05  WS-MASTER-COUNT          PIC S9(9) COMP VALUE 0.
           05  WS-HOLD-OPEN-COUNT       PIC S9(9) COMP VALUE 0.
           05  WS-ORDER-OPEN-COUNT      PIC S9(9) COMP VALUE 0.
           05  WS-EXC-COUNT             PIC S9(9) COMP VALUE 0.
      **************************************************************************
       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-YEAR TO DT-YEAR.
           MOVE WS-MONTH TO DT-MONTH.
           MOVE WS-DAY TO DT-DAY.
           PERFORM LOAD-SITE-TABLE.
           PERFORM LOAD-FORM-TABLE.
           OPEN OUTPUT RPTCHK.
           MOVE HEADER-1 TO OUTFILE-CHK.
           WRITE OUTFILE-CHK.
           MOVE HEADER-CHK TO OUTFILE-CHK.
           WRITE OUTFILE-CHK.
           MOVE DATE-LINE TO OUTFILE-CHK.
           WRITE OUTFILE-CHK.
           MOVE SPACES TO OUTFILE-CHK.
           WRITE OUTFILE-CHK.
           MOVE HEADER-CHK-3 TO OUTFILE-CHK.
           WRITE OUTFILE-CHK.
           MOVE HEADER-CHK-4 TO OUTFILE-CHK.
           WRITE OUTFILE-CHK.
           SORT SORT-CHK-FILE
               ON ASCENDING KEY SK-SERIAL SK-SOURCE
               INPUT PROCEDURE IS CHK-SCAN-FILES
               OUTPUT PROCEDURE IS CHK-CROSS-CHECK.
           IF SORT-RETURN NOT = 0
               DISPLAY '*** ERROR: SORT FAILED, SORT-RETURN = '
                   SORT-RETURN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-CHK-SUMMARY.
           CLOSE RPTCHK.
           IF WS-EXC-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE IF HOLDREG-OPEN-SWITCH = 'N'
                   OR WRKORD-OPEN-SWITCH = 'N'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.
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
       CHK-SCAN-FILES.
           OPEN INPUT INALL.
           READ INALL
               AT END
                   MOVE 'Y' TO INALL-EOF-SWITCH
           END-READ.
           PERFORM CHK-MASTER-LOOP
               UNTIL INALL-EOF-SWITCH = 'Y'.
           CLOSE INALL.
           OPEN INPUT HOLDREG.
           IF WS-HOLDREG-STATUS = '00'
               MOVE 'Y' TO HOLDREG-OPEN-SWITCH
               READ HOLDREG
                   AT END
                       MOVE 'Y' TO HOLDREG-EOF-SWITCH
               END-READ
               PERFORM CHK-HOLD-LOOP
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
               PERFORM CHK-ORDER-LOOP
                   UNTIL WRKORD-EOF-SWITCH = 'Y'
               CLOSE WRKORD
           END-IF.
      **************************************************************************
       CHK-MASTER-LOOP.
           ADD 1 TO WS-MASTER-COUNT.
           MOVE GRAIN-SERIAL-ALL TO WS-CHK-SERIAL.
           IF GRAIN-SERIAL-ALL NOT NUMERIC
               MOVE SPACES TO WS-CHK-DETAIL
               MOVE 1 TO WS-CHK-SUB
               PERFORM WRITE-EXCEPTION
           ELSE
               IF WS-FIRST-REC-SWITCH = 'N'
                       AND GRAIN-SERIAL-ALL < WS-PREV-SERIAL
                   MOVE SPACES TO WS-CHK-DETAIL
                   STRING 'FOLLOWS ' DELIMITED BY SIZE
                          WS-PREV-SERIAL DELIMITED BY SIZE
                       INTO WS-CHK-DETAIL
                   END-STRING
                   MOVE 3 TO WS-CHK-SUB
                   PERFORM WRITE-EXCEPTION
               ELSE
                   MOVE GRAIN-SERIAL-ALL TO WS-PREV-SERIAL
                   MOVE 'N' TO WS-FIRST-REC-SWITCH
               END-IF
               MOVE GRAIN-SERIAL-ALL TO SK-SERIAL
               MOVE '1' TO SK-SOURCE
               MOVE GRAIN-STATUS-ALL TO SK-STATUS
               MOVE SPACES TO SK-REF
               RELEASE SORT-CHK-REC
           END-IF.
           PERFORM CHK-MASTER-FIELDS.
           READ INALL
               AT END
                   MOVE 'Y' TO INALL-EOF-SWITCH
           END-READ.
      **************************************************************************
       CHK-MASTER-FIELDS.
           IF GRAIN-STATUS-ALL = '2'
               IF GRAIN-XFER-TO-ALL = SPACES
                   MOVE 'DESTINATION BLANK' TO WS-CHK-DETAIL
                   MOVE 4 TO WS-CHK-SUB
                   PERFORM WRITE-EXCEPTION
               ELSE
                   MOVE GRAIN-XFER-TO-ALL TO WS-FIND-SITE
                   PERFORM FIND-SITE-CODE
                   IF WS-FOUND-SWITCH = 'N'
                       MOVE SPACES TO WS-CHK-DETAIL
                       STRING 'DESTINATION ' DELIMITED BY SIZE
                              GRAIN-XFER-TO-ALL DELIMITED BY SIZE
                           INTO WS-CHK-DETAIL
                       END-STRING
                       MOVE 4 TO WS-CHK-SUB
                       PERFORM WRITE-EXCEPTION
                   END-IF
               END-IF
           END-IF.
           MOVE GRAIN-SITE-ALL TO WS-FIND-SITE.
           PERFORM FIND-SITE-CODE.
           IF WS-FOUND-SWITCH = 'N'
               MOVE SPACES TO WS-CHK-DETAIL
               STRING 'SITE ' DELIMITED BY SIZE
                      GRAIN-SITE-ALL DELIMITED BY SIZE
                   INTO WS-CHK-DETAIL
               END-STRING
               MOVE 5 TO WS-CHK-SUB
               PERFORM WRITE-EXCEPTION
           END-IF.
           MOVE GRAIN-FORMULA-ALL TO WS-FIND-FORMULA.
           PERFORM FIND-FORMULA-CODE.
           IF WS-FOUND-SWITCH = 'N'
               MOVE SPACES TO WS-CHK-DETAIL
               STRING 'FORMULA ' DELIMITED BY SIZE
                      GRAIN-FORMULA-ALL DELIMITED BY SIZE
                   INTO WS-CHK-DETAIL
               END-STRING
               MOVE 6 TO WS-CHK-SUB
               PERFORM WRITE-EXCEPTION
           END-IF.
           IF GRAIN-MFG-DATE-ALL NUMERIC
                   AND GRAIN-EXP-DATE-ALL NUMERIC
                   AND GRAIN-EXP-DATE-ALL < GRAIN-MFG-DATE-ALL
               MOVE SPACES TO WS-CHK-DETAIL
               STRING 'MFG ' DELIMITED BY SIZE
                      GRAIN-MFG-DATE-ALL DELIMITED BY SIZE
                      ' EXP ' DELIMITED BY SIZE
                      GRAIN-EXP-DATE-ALL DELIMITED BY SIZE
                   INTO WS-CHK-DETAIL
               END-STRING
               MOVE 7 TO WS-CHK-SUB
               PERFORM WRITE-EXCEPTION
           END-IF.
           IF GRAIN-UOM-ALL NOT = SPACES
                   AND GRAIN-UOM-ALL NOT = 'G '
                   AND GRAIN-UOM-ALL NOT = 'KG'
               MOVE SPACES TO WS-CHK-DETAIL
               STRING 'UOM ' DELIMITED BY SIZE
                      GRAIN-UOM-ALL DELIMITED BY SIZE
                   INTO WS-CHK-DETAIL
               END-STRING
               MOVE 8 TO WS-CHK-SUB
               PERFORM WRITE-EXCEPTION
           END-IF.
           IF GRAIN-WEIGHT-TENTHS-ALL NOT NUMERIC
                   AND GRAIN-WEIGHT-TENTHS-ALL NOT = SPACE
               MOVE SPACES TO WS-CHK-DETAIL
               STRING 'TENTHS ' DELIMITED BY SIZE
                      GRAIN-WEIGHT-TENTHS-ALL DELIMITED BY SIZE
                   INTO WS-CHK-DETAIL
               END-STRING
               MOVE 9 TO WS-CHK-SUB
               PERFORM WRITE-EXCEPTION
           END-IF.
      **************************************************************************
       FIND-SITE-CODE.
           MOVE 'N' TO WS-FOUND-SWITCH.
           SET SITE-IDX TO 1.
           SEARCH SITE-ENTRY
               AT END
                   CONTINUE
               WHEN SITE-CODE-TBL (SITE-IDX) = WS-FIND-SITE
                   MOVE 'Y' TO WS-FOUND-SWITCH
           END-SEARCH.
      **************************************************************************
       FIND-FORMULA-CODE.
           MOVE 'N' TO WS-FOUND-SWITCH.
           SET FORM-IDX TO 1.
           SEARCH FORM-ENTRY
               AT END
                   CONTINUE
               WHEN FORM-CODE-TBL (FORM-IDX) = WS-FIND-FORMULA
                   MOVE 'Y' TO WS-FOUND-SWITCH
           END-SEARCH.
      **************************************************************************
       CHK-HOLD-LOOP.
           IF HR-STATUS = 'O' AND HR-SERIAL NUMERIC
               ADD 1 TO WS-HOLD-OPEN-COUNT
               MOVE HR-SERIAL TO SK-SERIAL
               MOVE '2' TO SK-SOURCE
               MOVE HR-STATUS TO SK-STATUS
               MOVE HR-HOLD-DATE TO SK-REF
               RELEASE SORT-CHK-REC
           END-IF.
           READ HOLDREG
               AT END
                   MOVE 'Y' TO HOLDREG-EOF-SWITCH
           END-READ.
      **************************************************************************
       CHK-ORDER-LOOP.
           IF WO-STATUS NOT = 'C' AND WO-SERIAL NUMERIC
               ADD 1 TO WS-ORDER-OPEN-COUNT
               MOVE WO-SERIAL TO SK-SERIAL
               MOVE '3' TO SK-SOURCE
               MOVE WO-STATUS TO SK-STATUS
               MOVE WO-NUMBER TO SK-REF
               RELEASE SORT-CHK-REC
           END-IF.
           READ WRKORD
               AT END
                   MOVE 'Y' TO WRKORD-EOF-SWITCH
           END-READ.
      **************************************************************************
       CHK-CROSS-CHECK.
           RETURN SORT-CHK-FILE
               AT END
                   MOVE 'Y' TO SORT-CHK-EOF-SWITCH
           END-RETURN.
           PERFORM CHK-CROSS-LOOP
               UNTIL SORT-CHK-EOF-SWITCH = 'Y'.
      **************************************************************************
       CHK-CROSS-LOOP.
           IF SK-SERIAL NOT = WS-CUR-SERIAL
               MOVE SK-SERIAL TO WS-CUR-SERIAL
               MOVE ZERO TO WS-CUR-MST-COUNT
               MOVE SPACE TO WS-CUR-STATUS
           END-IF.
           MOVE SK-SERIAL TO WS-CHK-SERIAL.
           IF SK-SOURCE = '1'
               ADD 1 TO WS-CUR-MST-COUNT
               IF WS-CUR-MST-COUNT > 1
                   MOVE SPACES TO WS-CHK-DETAIL
                   STRING 'STATUS ' DELIMITED BY SIZE
                          SK-STATUS DELIMITED BY SIZE
                       INTO WS-CHK-DETAIL
                   END-STRING
                   MOVE 2 TO WS-CHK-SUB
                   PERFORM WRITE-EXCEPTION
               ELSE
                   MOVE SK-STATUS TO WS-CUR-STATUS
               END-IF
           ELSE IF SK-SOURCE = '2'
               MOVE SPACES TO WS-CHK-DETAIL
               STRING 'HELD ' DELIMITED BY SIZE
                      SK-REF DELIMITED BY SIZE
                   INTO WS-CHK-DETAIL
               END-STRING
               IF WS-CUR-MST-COUNT = 0
                   MOVE 10 TO WS-CHK-SUB
                   PERFORM WRITE-EXCEPTION
               ELSE IF WS-CUR-STATUS = '3'
                   MOVE 11 TO WS-CHK-SUB
                   PERFORM WRITE-EXCEPTION
               END-IF
               END-IF
           ELSE
               IF WS-CUR-MST-COUNT > 0
                       AND (WS-CUR-STATUS = '1' OR WS-CUR-STATUS = '3')
                   IF WS-CUR-STATUS = '1'
                       MOVE 'SPENT' TO WS-CHK-STATUS-NAME
                   ELSE
                       MOVE 'DESTROYED' TO WS-CHK-STATUS-NAME
                   END-IF
                   MOVE SPACES TO WS-CHK-DETAIL
                   STRING 'ORDER ' DELIMITED BY SIZE
                          SK-REF DELIMITED BY SIZE
                          ' GRAIN ' DELIMITED BY SIZE
                          WS-CHK-STATUS-NAME DELIMITED BY SPACE
                       INTO WS-CHK-DETAIL
                   END-STRING
                   MOVE 12 TO WS-CHK-SUB
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF.
           RETURN SORT-CHK-FILE
               AT END
                   MOVE 'Y' TO SORT-CHK-EOF-SWITCH
           END-RETURN.
      **************************************************************************
       WRITE-EXCEPTION.
           MOVE WS-CHK-SERIAL TO CL-SERIAL.
           MOVE CHK-REASON-CODE (WS-CHK-SUB) TO CL-CODE.
           MOVE CHK-REASON-TEXT (WS-CHK-SUB) TO CL-REASON.
           MOVE WS-CHK-DETAIL TO CL-DETAIL.
           MOVE CHK-DETAIL-LINE TO OUTFILE-CHK.
           WRITE OUTFILE-CHK.
           ADD 1 TO CHK-REASON-COUNT (WS-CHK-SUB).
           ADD 1 TO WS-EXC-COUNT.
      **************************************************************************
       WRITE-CHK-SUMMARY.
           IF WS-EXC-COUNT = 0
               MOVE CHK-CLEAN-LINE TO OUTFILE-CHK
               WRITE OUTFILE-CHK
           END-IF.
           MOVE SPACES TO OUTFILE-CHK.
           WRITE OUTFILE-CHK.
           MOVE CHK-SUMMARY-HEAD-LINE TO OUTFILE-CHK.
           WRITE OUTFILE-CHK.
           PERFORM WRITE-SUMMARY-LINE
               VARYING WS-SUMMARY-SUB FROM 1 BY 1
               UNTIL WS-SUMMARY-SUB > 12.
           MOVE SPACES TO OUTFILE-CHK.
           WRITE OUTFILE-CHK.
           IF HOLDREG-OPEN-SWITCH = 'N'
               MOVE 'HOLD REGISTER NOT AVAILABLE - HOLD CHECKS NOT RUN'
                   TO CNL-TEXT
               MOVE CHK-NOTE-LINE TO OUTFILE-CHK
               WRITE OUTFILE-CHK
           END-IF.
           IF WRKORD-OPEN-SWITCH = 'N'
               MOVE 'ORDER FILE NOT AVAILABLE - ORDER CHECKS NOT RUN'
                   TO CNL-TEXT
               MOVE CHK-NOTE-LINE TO OUTFILE-CHK
               WRITE OUTFILE-CHK
           END-IF.
           MOVE WS-MASTER-COUNT TO CTL-MASTER-COUNT.
           MOVE WS-HOLD-OPEN-COUNT TO CTL-HOLD-COUNT.
           MOVE WS-ORDER-OPEN-COUNT TO CTL-ORDER-COUNT.
           MOVE WS-EXC-COUNT TO CTL-EXC-COUNT.
           MOVE CHK-TRAILER-LINE TO OUTFILE-CHK.
           WRITE OUTFILE-CHK.
      **************************************************************************
       WRITE-SUMMARY-LINE.
           MOVE CHK-REASON-CODE (WS-SUMMARY-SUB) TO CS-CODE.
           MOVE CHK-REASON-TEXT (WS-SUMMARY-SUB) TO CS-REASON.
           MOVE CHK-REASON-COUNT (WS-SUMMARY-SUB) TO CS-COUNT.
           MOVE CHK-SUMMARY-LINE TO OUTFILE-CHK.
           WRITE OUTFILE-CHK.
