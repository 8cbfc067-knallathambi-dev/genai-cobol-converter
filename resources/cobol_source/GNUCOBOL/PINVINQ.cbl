           '/home/knallathambi/workspace/cobol_apps/tmp/HOLDREG.dat'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-HOLDREG-STATUS.
           SELECT GENLOG ASSIGN TO
           '/home/knallathambi/workspace/cobol_apps/tmp/GENLOG.dat'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-GENLOG-STATUS.
           SELECT INALLARC ASSIGN TO
           '/home/knallathambi/workspace/cobol_apps/tmp/INALLARC.dat'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-INALLARC-STATUS.
           SELECT RPTINQ ASSIGN TO
           '/home/knallathambi/workspace/cobol_apps/tmp/RPTINQ.dat'
           ORGANIZATION LINE SEQUENTIAL.
           05  PD-FROM                 PIC X(10).
           05  FILLER                  PIC X(4).
           05  PD-TO                   PIC X(10).
           05  FILLER                  PIC X(24).
           05  PD-REV-FLAG             PIC X(8).
           05  FILLER                  PIC X(108).
       FD HOLDREG.
       01  HOLDREG-RECORD.
           05  HR-SERIAL               PIC 9(12).
           05  ARC-FROM                PIC X(10).
           05  FILLER                  PIC X(4).
           05  ARC-TO                  PIC X(10).
           05  FILLER                  PIC X(24).
           05  ARC-REV-FLAG            PIC X(8).
           05  FILLER                  PIC X(108).
       FD GENLOG.
       01  GENLOG-RECORD.
           05  GN-PARENT-SERIAL        PIC 9(12).
           05  GN-CHILD-SERIAL         PIC 9(12).
           05  GN-DATE                 PIC 9(8).
           05  GN-WEIGHT-G             PIC 9(12).
           05  FILLER                  PIC X(6).
       FD INALLARC.
       01  INALLARC-RECORD.
           05  AR-GRAIN-IMAGE.
               10  AR-SERIAL           PIC 9(12).
               10  FILLER              PIC X(437).
           05  AR-PURGE-DATE           PIC 9(8).
           05  AR-LAST-ACT-DATE        PIC 9(8).
           05  FILLER                  PIC X(15).
       FD RPTINQ.
       01  OUTFILE-INQ                 PIC X(200).
      **************************************************************************
           05  FILLER                  PIC X(4)
               VALUE ' -> '.
           05  SH-HIST-TO              PIC X(10).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  SH-HIST-REV-FLAG        PIC X(8).
       01  SHEET-GEN-HEADER-LINE.
           05  FILLER                  PIC X(21)
               VALUE 'SPLIT GENEALOGY:'.
       01  SHEET-GEN-DETAIL-LINE.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  SG-RELATION             PIC X(18).
           05  SG-SERIAL               PIC 9(12).
           05  FILLER                  PIC X(8)
               VALUE '  DATE: '.
           05  SG-DATE                 PIC 9(8).
           05  FILLER                  PIC X(10)
               VALUE '  WEIGHT: '.
           05  SG-WEIGHT-G             PIC Z(11)9.
           05  FILLER                  PIC X(2)
               VALUE ' G'.
       01  SHEET-HIST-NONE-LINE.
           05  FILLER                  PIC X(20)
               VALUE '  NONE RECORDED'.
       01  SHEET-ARCHIVE-LINE.
           05  FILLER                  PIC X(36)
               VALUE 'FROM CLOSED GRAIN ARCHIVE - PURGED:'.
           05  SH-PURGE-DATE           PIC 9(8).
           05  FILLER                  PIC X(16)
               VALUE '  LAST ACTIVITY:'.
           05  SH-LAST-ACT-DATE        PIC 9(8).
       01  SHEET-NOTFOUND-LINE.
           05  FILLER                  PIC X(30)
               VALUE 'SERIAL NOT ON MASTER FILE'.
       01  WS-PDISP-STATUS             PIC X(2).
       01  WS-AUDARC-STATUS            PIC X(2).
       01  WS-HOLDREG-STATUS           PIC X(2).
       01  WS-GENLOG-STATUS            PIC X(2).
       01  WS-INALLARC-STATUS          PIC X(2).
       01  WS-ARC-PURGE-DATE           PIC 9(8).
       01  WS-ARC-LAST-ACT-DATE        PIC 9(8).
       01  WS-SHELF-TODAY-INT          PIC S9(9) COMP.
       01  WS-SHELF-EXP-INT            PIC S9(9) COMP.
       01  WS-SHELF-DAYS-LEFT          PIC S9(9) COMP.
           05  WS-MASTER-FOUND-SWITCH   PIC X(1) VALUE 'N'.
           05  WS-HIST-FOUND-SWITCH     PIC X(1) VALUE 'N'.
           05  WS-PDISP-OPEN-SWITCH     PIC X(1) VALUE 'N'.
           05  GENLOG-EOF-SWITCH        PIC X(1) VALUE 'N'.
           05  WS-GENLOG-OPEN-SWITCH    PIC X(1) VALUE 'N'.
           05  WS-GEN-FOUND-SWITCH      PIC X(1) VALUE 'N'.
           05  INALLARC-EOF-SWITCH      PIC X(1) VALUE 'N'.
           05  WS-ARCHIVE-FOUND-SWITCH  PIC X(1) VALUE 'N'.
       01  WS-COUNTERS.
           05  WS-REQ-COUNT             PIC S9(9) COMP VALUE 0.
           05  WS-FOUND-COUNT           PIC S9(9) COMP VALUE 0.
           MOVE SHEET-SERIAL-LINE TO OUTFILE-INQ.
           WRITE OUTFILE-INQ.
           PERFORM FIND-MASTER.
           MOVE 'N' TO WS-ARCHIVE-FOUND-SWITCH.
           IF WS-MASTER-FOUND-SWITCH = 'N'
               PERFORM FIND-ARCHIVE
           END-IF.
           IF WS-ARCHIVE-FOUND-SWITCH = 'Y'
               MOVE 'Y' TO WS-MASTER-FOUND-SWITCH
               MOVE WS-ARC-PURGE-DATE TO SH-PURGE-DATE
               MOVE WS-ARC-LAST-ACT-DATE TO SH-LAST-ACT-DATE
               MOVE SHEET-ARCHIVE-LINE TO OUTFILE-INQ
               WRITE OUTFILE-INQ
           END-IF.
           IF WS-MASTER-FOUND-SWITCH = 'N'
               ADD 1 TO WS-NOTFND-COUNT
               MOVE SHEET-NOTFOUND-LINE TO OUTFILE-INQ
               PERFORM PRINT-MASTER-DETAIL
           END-IF.
           PERFORM PRINT-AUDIT-HISTORY.
           PERFORM PRINT-GENEALOGY.
      **************************************************************************
       FIND-MASTER.
           MOVE 'N' TO WS-MASTER-FOUND-SWITCH.
                   MOVE 'Y' TO WS-MASTER-FOUND-SWITCH
                   MOVE INALLX-RECORD-ALL TO WS-GRAIN-DETAIL
           END-READ.
      **************************************************************************
       FIND-ARCHIVE.
           MOVE 'N' TO INALLARC-EOF-SWITCH.
           OPEN INPUT INALLARC.
           IF WS-INALLARC-STATUS NOT = '00'
               MOVE 'Y' TO INALLARC-EOF-SWITCH
           ELSE
               READ INALLARC
                   AT END
                       MOVE 'Y' TO INALLARC-EOF-SWITCH
               END-READ
               PERFORM FIND-ARCHIVE-LOOP
                   UNTIL INALLARC-EOF-SWITCH = 'Y'
               CLOSE INALLARC
           END-IF.
      **************************************************************************
       FIND-ARCHIVE-LOOP.
           IF AR-SERIAL = WS-INQ-SERIAL
               MOVE 'Y' TO WS-ARCHIVE-FOUND-SWITCH
               MOVE AR-GRAIN-IMAGE TO WS-GRAIN-DETAIL
               MOVE AR-PURGE-DATE TO WS-ARC-PURGE-DATE
               MOVE AR-LAST-ACT-DATE TO WS-ARC-LAST-ACT-DATE
           END-IF.
           READ INALLARC
               AT END
                   MOVE 'Y' TO INALLARC-EOF-SWITCH
           END-READ.
      **************************************************************************
       PRINT-MASTER-DETAIL.
           MOVE GD-STATUS TO GRAIN-STATUS-ALL.
           IF GD-STATUS = 3
               MOVE 'Y' TO SH-IN-DES
           END-IF.
           IF WS-ARCHIVE-FOUND-SWITCH = 'Y'
               MOVE 'N' TO SH-IN-ACT SH-IN-SPN SH-IN-DES
           END-IF.
           MOVE SHEET-EXTRACT-LINE TO OUTFILE-INQ.
           WRITE OUTFILE-INQ.
           PERFORM PRINT-HOLD-STATUS.
               MOVE ARC-TIME TO SH-HIST-TIME
               MOVE ARC-FROM TO SH-HIST-FROM
               MOVE ARC-TO TO SH-HIST-TO
               MOVE ARC-REV-FLAG TO SH-HIST-REV-FLAG
               MOVE SHEET-HIST-DETAIL-LINE TO OUTFILE-INQ
               WRITE OUTFILE-INQ
           END-IF.
               MOVE PD-TIME TO SH-HIST-TIME
               MOVE PD-FROM TO SH-HIST-FROM
               MOVE PD-TO TO SH-HIST-TO
               MOVE PD-REV-FLAG TO SH-HIST-REV-FLAG
               MOVE SHEET-HIST-DETAIL-LINE TO OUTFILE-INQ
               WRITE OUTFILE-INQ
           END-IF.
                   MOVE 'Y' TO PDISP-EOF-SWITCH
           END-READ.
      **************************************************************************
       PRINT-GENEALOGY.
           MOVE SHEET-GEN-HEADER-LINE TO OUTFILE-INQ.
           WRITE OUTFILE-INQ.
           MOVE 'N' TO WS-GEN-FOUND-SWITCH.
           MOVE 'N' TO GENLOG-EOF-SWITCH.
           MOVE 'N' TO WS-GENLOG-OPEN-SWITCH.
           OPEN INPUT GENLOG.
           IF WS-GENLOG-STATUS NOT = '00'
               MOVE 'Y' TO GENLOG-EOF-SWITCH
           ELSE
               MOVE 'Y' TO WS-GENLOG-OPEN-SWITCH
               READ GENLOG
                   AT END
                       MOVE 'Y' TO GENLOG-EOF-SWITCH
               END-READ
           END-IF.
           PERFORM PRINT-GENEALOGY-LOOP
               UNTIL GENLOG-EOF-SWITCH = 'Y'.
           IF WS-GENLOG-OPEN-SWITCH = 'Y'
               CLOSE GENLOG
           END-IF.
           IF WS-GEN-FOUND-SWITCH = 'N'
               MOVE SHEET-HIST-NONE-LINE TO OUTFILE-INQ
               WRITE OUTFILE-INQ
           END-IF.
      **************************************************************************
       PRINT-GENEALOGY-LOOP.
           IF GN-CHILD-SERIAL = WS-INQ-SERIAL
               MOVE 'Y' TO WS-GEN-FOUND-SWITCH
               MOVE 'SPLIT FROM PARENT ' TO SG-RELATION
               MOVE GN-PARENT-SERIAL TO SG-SERIAL
               PERFORM WRITE-GENEALOGY-LINE
           END-IF.
           IF GN-PARENT-SERIAL = WS-INQ-SERIAL
               MOVE 'Y' TO WS-GEN-FOUND-SWITCH
               MOVE 'SPLIT INTO CHILD  ' TO SG-RELATION
               MOVE GN-CHILD-SERIAL TO SG-SERIAL
               PERFORM WRITE-GENEALOGY-LINE
           END-IF.
           READ GENLOG
               AT END
                   MOVE 'Y' TO GENLOG-EOF-SWITCH
           END-READ.
      **************************************************************************
       WRITE-GENEALOGY-LINE.
           MOVE GN-DATE TO SG-DATE.
           MOVE GN-WEIGHT-G TO SG-WEIGHT-G.
           MOVE SHEET-GEN-DETAIL-LINE TO OUTFILE-INQ.
           WRITE OUTFILE-INQ.
      **************************************************************************
