           SELECT RCLWK ASSIGN TO RCLWK.
           SELECT HTRANS ASSIGN TO HTRANS.
           SELECT RPTRCL ASSIGN TO RPTRCL.
           SELECT GENLOG ASSIGN TO GENLOG
               FILE STATUS IS WS-GENLOG-STATUS.
      **************************************************************************
       DATA DIVISION.
       FILE SECTION.
           05  SL-WEIGHT               PIC 9(10).
           05  SL-TENTHS               PIC 9(1).
           05  SL-UOM                  PIC X(2).
           05  SL-VIA-SPLIT            PIC X(1).
       SD  SORT-HT-FILE.
       01  SORT-HT-REC.
           05  SH-SERIAL               PIC 9(12).
           05  HT-TRAN-TENTHS          PIC 9(1).
           05  HT-TRAN-LOT             PIC X(10).
           05  FILLER                  PIC X(2).
       01  HTRANS-HEADER.
           05  HH-TRAN-CODE            PIC X(1).
           05  HH-BATCH-ID             PIC X(12).
           05  HH-ORIG-SITE            PIC X(4).
           05  HH-CREATED-DATE         PIC 9(8).
           05  FILLER                  PIC X(77).
       01  HTRANS-TRAILER.
           05  HZ-TRAN-CODE            PIC X(1).
           05  HZ-BATCH-ID             PIC X(12).
           05  HZ-RECORD-COUNT         PIC 9(7).
           05  HZ-SERIAL-HASH          PIC 9(15).
           05  HZ-WEIGHT-HASH          PIC 9(15).
           05  FILLER                  PIC X(52).
       FD RPTRCL
           RECORDING MODE V.
       01  OUTFILE-RCL                 PIC X(200).
       FD GENLOG
           RECORDING MODE F.
       01  GENLOG-RECORD.
           05  GN-PARENT-SERIAL        PIC 9(12).
           05  GN-CHILD-SERIAL         PIC 9(12).
           05  GN-DATE                 PIC 9(8).
           05  GN-WEIGHT-G             PIC 9(12).
           05  FILLER                  PIC X(6).
      **************************************************************************
       WORKING-STORAGE SECTION.
       01  WS-CURRENT-DATE.
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  RD-UOM                  PIC X(2).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  RD-VIA                  PIC X(9).
       01  RCL-LOT-TRAILER-LINE.
           05  FILLER                  PIC X(22)
               VALUE 'GRAINS IN LOT RECALL:'.
       01  WS-STATUS-NAME              PIC X(10).
       01  WS-RCL-CUR-SITE             PIC X(4) VALUE SPACES.
       01  WS-HT-PREV-SERIAL           PIC 9(12) VALUE 0.
       01  WS-HT-BATCH-ID              PIC X(12) VALUE SPACES.
       01  WS-HT-CREATED-DATE          PIC 9(8) VALUE 0.
       01  WS-GENLOG-STATUS            PIC X(2).
       01  WS-FAM-SERIAL               PIC 9(12) VALUE 0.
       01  WS-GEN-SUB                  PIC S9(4) COMP VALUE 0.
       01  GEN-TABLE-COUNT             PIC 9(4) COMP VALUE 0.
       01  GEN-TABLE.
           05  GEN-ENTRY OCCURS 0 TO 5000 TIMES
                           DEPENDING ON GEN-TABLE-COUNT.
               10  GT-PARENT           PIC 9(12).
               10  GT-CHILD            PIC 9(12).
       01  FAM-TABLE-COUNT             PIC 9(4) COMP VALUE 0.
       01  FAM-TABLE.
           05  FAM-ENTRY OCCURS 0 TO 5000 TIMES
                           DEPENDING ON FAM-TABLE-COUNT
                           INDEXED BY FAM-IDX.
               10  FAM-SERIAL          PIC 9(12).
       01  SWITCHES.
           05  RCLREQ-EOF-SWITCH        PIC X(1) VALUE 'N'.
           05  INALL-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  SORT-HT-EOF-SWITCH       PIC X(1) VALUE 'N'.
           05  WS-RCL-FIRST-SWITCH      PIC X(1) VALUE 'Y'.
           05  WS-HT-FIRST-SWITCH       PIC X(1) VALUE 'Y'.
           05  GENLOG-EOF-SWITCH        PIC X(1) VALUE 'N'.
           05  WS-FAM-MEMBER-SWITCH     PIC X(1) VALUE 'N'.
           05  WS-FAM-ADDED-SWITCH      PIC X(1) VALUE 'N'.
       01  WS-COUNTERS.
           05  WS-LOTS-COUNT            PIC S9(9) COMP VALUE 0.
           05  WS-LOT-GRAIN-COUNT       PIC S9(9) COMP VALUE 0.
           05  WS-HTRAN-COUNT           PIC S9(9) COMP VALUE 0.
           05  WS-HT-SERIAL-SUM         PIC S9(18) COMP VALUE 0.
      **************************************************************************
       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           WRITE OUTFILE-RCL.
           MOVE DATE-LINE TO OUTFILE-RCL.
           WRITE OUTFILE-RCL.
           PERFORM LOAD-GENEALOGY.
           READ RCLREQ
               AT END
                   MOVE 'Y' TO RCLREQ-EOF-SWITCH
           MOVE RCL-LOT-LINE TO OUTFILE-RCL.
           WRITE OUTFILE-RCL.
           MOVE ZERO TO WS-LOT-GRAIN-COUNT.
           MOVE ZERO TO FAM-TABLE-COUNT.
           IF GEN-TABLE-COUNT > 0
               PERFORM BUILD-RECALL-FAMILY
           END-IF.
           SORT SORT-RCL-FILE
               ON ASCENDING KEY SL-SITE SL-SERIAL
               INPUT PROCEDURE IS RCL-SELECT-LOT
           CLOSE INALL.
      **************************************************************************
       RCL-SELECT-LOOP.
           MOVE 'N' TO WS-FAM-MEMBER-SWITCH.
           IF GRAIN-LOT-ALL NOT = WS-RECALL-LOT
                   AND FAM-TABLE-COUNT > 0
               MOVE GRAIN-SERIAL-ALL TO WS-FAM-SERIAL
               PERFORM CHECK-FAMILY-MEMBER
           END-IF.
           IF (GRAIN-LOT-ALL = WS-RECALL-LOT
                   OR WS-FAM-MEMBER-SWITCH = 'Y')
                   AND GRAIN-STATUS-ALL NOT = 3
               MOVE WS-FAM-MEMBER-SWITCH TO SL-VIA-SPLIT
               MOVE GRAIN-SITE-ALL TO SL-SITE
               MOVE GRAIN-SERIAL-ALL TO SL-SERIAL
               MOVE GRAIN-TYPE-ALL TO SL-TYPE
               AT END
                   MOVE 'Y' TO INALL-EOF-SWITCH
           END-READ.
      **************************************************************************
       LOAD-GENEALOGY.
           MOVE ZERO TO GEN-TABLE-COUNT.
           OPEN INPUT GENLOG.
           IF WS-GENLOG-STATUS = '00'
               MOVE 'N' TO GENLOG-EOF-SWITCH
               READ GENLOG
                   AT END
                       MOVE 'Y' TO GENLOG-EOF-SWITCH
               END-READ
               PERFORM LOAD-GENEALOGY-LOOP
                   UNTIL GENLOG-EOF-SWITCH = 'Y'
               CLOSE GENLOG
           END-IF.
      **************************************************************************
       LOAD-GENEALOGY-LOOP.
           IF GN-PARENT-SERIAL NUMERIC AND GN-CHILD-SERIAL NUMERIC
               IF GEN-TABLE-COUNT NOT < 5000
                   DISPLAY '*** ERROR: GENEALOGY TABLE FULL AT 5000 '
                       'ENTRIES'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO GEN-TABLE-COUNT
               MOVE GN-PARENT-SERIAL TO GT-PARENT (GEN-TABLE-COUNT)
               MOVE GN-CHILD-SERIAL TO GT-CHILD (GEN-TABLE-COUNT)
           END-IF.
           READ GENLOG
               AT END
                   MOVE 'Y' TO GENLOG-EOF-SWITCH
           END-READ.
      **************************************************************************
       BUILD-RECALL-FAMILY.
           MOVE 'N' TO INALL-EOF-SWITCH.
           OPEN INPUT INALL.
           READ INALL
               AT END
                   MOVE 'Y' TO INALL-EOF-SWITCH
           END-READ.
           PERFORM FAMILY-LOT-LOOP
               UNTIL INALL-EOF-SWITCH = 'Y'.
           CLOSE INALL.
           MOVE 'Y' TO WS-FAM-ADDED-SWITCH.
           PERFORM EXPAND-FAMILY-PASS
               UNTIL WS-FAM-ADDED-SWITCH = 'N'.
      **************************************************************************
       FAMILY-LOT-LOOP.
           IF GRAIN-LOT-ALL = WS-RECALL-LOT
               MOVE GRAIN-SERIAL-ALL TO WS-FAM-SERIAL
               PERFORM ADD-FAMILY-MEMBER
           END-IF.
           READ INALL
               AT END
                   MOVE 'Y' TO INALL-EOF-SWITCH
           END-READ.
      **************************************************************************
       EXPAND-FAMILY-PASS.
           MOVE 'N' TO WS-FAM-ADDED-SWITCH.
           PERFORM EXPAND-FAMILY-ENTRY
               VARYING WS-GEN-SUB FROM 1 BY 1
               UNTIL WS-GEN-SUB > GEN-TABLE-COUNT.
      **************************************************************************
       EXPAND-FAMILY-ENTRY.
           MOVE GT-PARENT (WS-GEN-SUB) TO WS-FAM-SERIAL.
           PERFORM CHECK-FAMILY-MEMBER.
           IF WS-FAM-MEMBER-SWITCH = 'Y'
               MOVE GT-CHILD (WS-GEN-SUB) TO WS-FAM-SERIAL
               PERFORM CHECK-FAMILY-MEMBER
               IF WS-FAM-MEMBER-SWITCH = 'N'
                   PERFORM ADD-FAMILY-MEMBER
                   MOVE 'Y' TO WS-FAM-ADDED-SWITCH
               END-IF
           END-IF.
      **************************************************************************
       ADD-FAMILY-MEMBER.
           IF FAM-TABLE-COUNT NOT < 5000
               DISPLAY '*** ERROR: RECALL FAMILY TABLE FULL AT 5000 '
                   'ENTRIES'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO FAM-TABLE-COUNT.
           MOVE WS-FAM-SERIAL TO FAM-SERIAL (FAM-TABLE-COUNT).
      **************************************************************************
       CHECK-FAMILY-MEMBER.
           MOVE 'N' TO WS-FAM-MEMBER-SWITCH.
           IF FAM-TABLE-COUNT > 0
               SET FAM-IDX TO 1
               SEARCH FAM-ENTRY
                   AT END
                       CONTINUE
                   WHEN FAM-SERIAL (FAM-IDX) = WS-FAM-SERIAL
                       MOVE 'Y' TO WS-FAM-MEMBER-SWITCH
               END-SEARCH
           END-IF.
      **************************************************************************
       RCL-PRINT-LOT.
           MOVE 'N' TO SORT-RCL-EOF-SWITCH.
           MOVE SL-WEIGHT TO RD-WEIGHT.
           MOVE SL-TENTHS TO RD-TENTHS.
           MOVE SL-UOM TO RD-UOM.
           IF SL-VIA-SPLIT = 'Y'
               MOVE 'VIA SPLIT' TO RD-VIA
           ELSE
               MOVE SPACES TO RD-VIA
           END-IF.
           MOVE RCL-DETAIL-LINE TO OUTFILE-RCL.
           WRITE OUTFILE-RCL.
           ADD 1 TO WS-LOT-GRAIN-COUNT.
           MOVE 'Y' TO WS-HT-FIRST-SWITCH.
           MOVE ZERO TO WS-HT-PREV-SERIAL.
           OPEN OUTPUT HTRANS.
           PERFORM WRITE-HTRANS-HEADER.
           RETURN SORT-HT-FILE
               AT END
                   MOVE 'Y' TO SORT-HT-EOF-SWITCH
           END-RETURN.
           PERFORM HT-WRITE-LOOP
               UNTIL SORT-HT-EOF-SWITCH = 'Y'.
           PERFORM WRITE-HTRANS-TRAILER.
           CLOSE HTRANS.
      **************************************************************************
       HT-WRITE-LOOP.
               MOVE ZERO TO HT-TRAN-SHIP-DATE
               MOVE ZERO TO HT-TRAN-TENTHS
               WRITE HTRANS-RECORD
               ADD HT-TRAN-SERIAL TO WS-HT-SERIAL-SUM
               ADD 1 TO WS-HTRAN-COUNT
           END-IF.
           RETURN SORT-HT-FILE
                   MOVE 'Y' TO SORT-HT-EOF-SWITCH
           END-RETURN.
      **************************************************************************
       WRITE-HTRANS-HEADER.
           MOVE SPACES TO WS-HT-BATCH-ID.
           STRING 'RC' DELIMITED BY SIZE
                  WS-YEAR (3:2) DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  WS-DAY DELIMITED BY SIZE
                  WS-HOURS DELIMITED BY SIZE
                  WS-MINUTES DELIMITED BY SIZE
               INTO WS-HT-BATCH-ID
           END-STRING.
           COMPUTE WS-HT-CREATED-DATE =
               WS-YEAR * 10000 + WS-MONTH * 100 + WS-DAY.
           MOVE SPACES TO HTRANS-HEADER.
           MOVE 'H' TO HH-TRAN-CODE.
           MOVE WS-HT-BATCH-ID TO HH-BATCH-ID.
           MOVE SPACES TO HH-ORIG-SITE.
           MOVE WS-HT-CREATED-DATE TO HH-CREATED-DATE.
           WRITE HTRANS-HEADER.
      **************************************************************************
       WRITE-HTRANS-TRAILER.
           MOVE SPACES TO HTRANS-TRAILER.
           MOVE 'Z' TO HZ-TRAN-CODE.
           MOVE WS-HT-BATCH-ID TO HZ-BATCH-ID.
           MOVE WS-HTRAN-COUNT TO HZ-RECORD-COUNT.
           MOVE WS-HT-SERIAL-SUM TO HZ-SERIAL-HASH.
           MOVE ZERO TO HZ-WEIGHT-HASH.
           WRITE HTRANS-TRAILER.
