           05  ML-WEIGHT               PIC 9(12).
           05  ML-WEIGHT-PRIOR         PIC 9(12).
           05  ML-STATUS-PRIOR         PIC X(1).
           05  ML-REV-CODE             PIC X(1).
           05  FILLER                  PIC X(4).
       FD PDISP
           RECORDING MODE V.
       01  PDISP-RECORD.
           05  WS-ADJ-COUNT            PIC S9(9) COMP VALUE 0.
           05  WS-ADJ-DELTA            PIC S9(13) COMP VALUE 0.
           05  WS-ADJ-ACT-DELTA        PIC S9(13) COMP VALUE 0.
           05  WS-SPLIT-PAR-COUNT      PIC S9(9) COMP VALUE 0.
           05  WS-SPLIT-PAR-WEIGHT     PIC S9(13) COMP VALUE 0.
           05  WS-SPLIT-CHILD-COUNT    PIC S9(9) COMP VALUE 0.
           05  WS-SPLIT-CHILD-WEIGHT   PIC S9(13) COMP VALUE 0.
           05  WS-REV-COUNT            PIC S9(9) COMP VALUE 0.
           05  WS-REV-DISP-COUNT       PIC S9(9) COMP VALUE 0.
           05  WS-REV-ACT-COUNT        PIC S9(9) COMP VALUE 0.
           05  WS-REV-ACT-WEIGHT       PIC S9(13) COMP VALUE 0.
           05  WS-REV-DELTA            PIC S9(13) COMP VALUE 0.
           05  WS-REV-ACT-DELTA        PIC S9(13) COMP VALUE 0.
           05  WS-PURGE-COUNT          PIC S9(9) COMP VALUE 0.
           05  WS-PURGE-WEIGHT         PIC S9(13) COMP VALUE 0.
           05  WS-PDISP-COUNT          PIC S9(9) COMP VALUE 0.
       01  WS-COMPUTED                 PIC S9(13) COMP VALUE 0.
       01  WS-ACTUAL                   PIC S9(13) COMP VALUE 0.
               10  SITE-SHIP-WT-TBL    PIC S9(13) COMP.
               10  SITE-RECV-WT-TBL    PIC S9(13) COMP.
               10  SITE-ADJ-WT-TBL     PIC S9(13) COMP.
               10  SITE-SPLIT-WT-TBL   PIC S9(13) COMP.
               10  SITE-REV-WT-TBL     PIC S9(13) COMP.
       01  WS-SITE-SUB                 PIC S9(4) COMP VALUE 0.
       01  WS-WORK-SITE                PIC X(4).
       01  WS-WORK-WEIGHT              PIC S9(13) COMP VALUE 0.
               MOVE ZERO TO SITE-SHIP-WT-TBL (WS-SITE-SUB)
               MOVE ZERO TO SITE-RECV-WT-TBL (WS-SITE-SUB)
               MOVE ZERO TO SITE-ADJ-WT-TBL (WS-SITE-SUB)
               MOVE ZERO TO SITE-SPLIT-WT-TBL (WS-SITE-SUB)
               MOVE ZERO TO SITE-REV-WT-TBL (WS-SITE-SUB)
           ELSE
               DISPLAY '*** ERROR: SITE TABLE FULL AT 100, SITE '
                   WS-WORK-SITE ' NOT LOADED'
                   ADD WS-WORK-WEIGHT TO SITE-ADJ-WT-TBL (WS-SITE-SUB)
               END-IF
           END-IF.
           IF ML-CODE = 'S'
               IF ML-STATUS = '1'
                   ADD 1 TO WS-SPLIT-PAR-COUNT
                   ADD ML-WEIGHT TO WS-SPLIT-PAR-WEIGHT
                   MOVE ML-FROM-SITE TO WS-WORK-SITE
                   PERFORM FIND-SITE-ENTRY
                   SUBTRACT ML-WEIGHT
                       FROM SITE-SPLIT-WT-TBL (WS-SITE-SUB)
               ELSE
                   ADD 1 TO WS-SPLIT-CHILD-COUNT
                   ADD ML-WEIGHT TO WS-SPLIT-CHILD-WEIGHT
                   MOVE ML-TO-SITE TO WS-WORK-SITE
                   PERFORM FIND-SITE-ENTRY
                   ADD ML-WEIGHT TO SITE-SPLIT-WT-TBL (WS-SITE-SUB)
               END-IF
           END-IF.
           IF ML-CODE = 'V'
               PERFORM NOTE-REVERSAL-RECORD
           END-IF.
           IF ML-CODE = 'P'
               ADD 1 TO WS-PURGE-COUNT
               ADD ML-WEIGHT TO WS-PURGE-WEIGHT
           END-IF.
      **************************************************************************
       NOTE-REVERSAL-RECORD.
           ADD 1 TO WS-REV-COUNT.
           IF ML-REV-CODE = 'D'
               ADD 1 TO WS-REV-DISP-COUNT
           END-IF.
           IF ML-STATUS = ML-STATUS-PRIOR
               COMPUTE WS-WORK-WEIGHT = ML-WEIGHT - ML-WEIGHT-PRIOR
               ADD WS-WORK-WEIGHT TO WS-REV-DELTA
               IF ML-STATUS = '0'
                   ADD WS-WORK-WEIGHT TO WS-REV-ACT-DELTA
                   MOVE ML-FROM-SITE TO WS-WORK-SITE
                   PERFORM FIND-SITE-ENTRY
                   ADD WS-WORK-WEIGHT TO SITE-REV-WT-TBL (WS-SITE-SUB)
               END-IF
           ELSE
               IF ML-STATUS = '0'
                   ADD 1 TO WS-REV-ACT-COUNT
                   ADD ML-WEIGHT TO WS-REV-ACT-WEIGHT
                   MOVE ML-TO-SITE TO WS-WORK-SITE
                   PERFORM FIND-SITE-ENTRY
                   ADD ML-WEIGHT TO SITE-REV-WT-TBL (WS-SITE-SUB)
               END-IF
           END-IF.
      **************************************************************************
       LOAD-PDISP-COUNT.
           MOVE 'N' TO PDISP-EOF-SWITCH.
           MOVE WS-ADJ-DELTA TO CA-WEIGHT.
           MOVE CERT-ACT-LINE TO OUTFILE-CERT.
           WRITE OUTFILE-CERT.
           MOVE 'SPLITS - PARENTS CLOSED' TO CA-DESC.
           MOVE WS-SPLIT-PAR-COUNT TO CA-COUNT.
           MOVE WS-SPLIT-PAR-WEIGHT TO CA-WEIGHT.
           MOVE CERT-ACT-LINE TO OUTFILE-CERT.
           WRITE OUTFILE-CERT.
           MOVE 'SPLITS - CHILDREN CREATED' TO CA-DESC.
           MOVE WS-SPLIT-CHILD-COUNT TO CA-COUNT.
           MOVE WS-SPLIT-CHILD-WEIGHT TO CA-WEIGHT.
           MOVE CERT-ACT-LINE TO OUTFILE-CERT.
           WRITE OUTFILE-CERT.
           MOVE 'REVERSALS (NET ACTIVE)' TO CA-DESC.
           MOVE WS-REV-COUNT TO CA-COUNT.
           COMPUTE CA-WEIGHT = WS-REV-ACT-WEIGHT + WS-REV-ACT-DELTA.
           MOVE CERT-ACT-LINE TO OUTFILE-CERT.
           WRITE OUTFILE-CERT.
           MOVE 'CLOSED GRAINS ARCHIVED' TO CA-DESC.
           MOVE WS-PURGE-COUNT TO CA-COUNT.
           MOVE WS-PURGE-WEIGHT TO CA-WEIGHT.
           MOVE CERT-ACT-LINE TO OUTFILE-CERT.
           WRITE OUTFILE-CERT.
           MOVE WS-PDISP-COUNT TO XC-PDISP-COUNT.
           COMPUTE XC-LOG-COUNT = WS-DISP-COUNT + WS-REV-DISP-COUNT
                                + WS-SPLIT-PAR-COUNT.
           IF WS-PDISP-COUNT = WS-DISP-COUNT + WS-REV-DISP-COUNT
                             + WS-SPLIT-PAR-COUNT
               MOVE SPACES TO XC-FLAG
           ELSE
               MOVE '*MISMATCH*' TO XC-FLAG
           MOVE HEADER-PROOF-4 TO OUTFILE-CERT.
           WRITE OUTFILE-CERT.
           MOVE 'ALL GRAIN COUNT' TO PL-DESC.
           COMPUTE WS-COMPUTED = OP-COUNT-ALL + WS-ADD-COUNT
               + WS-SPLIT-CHILD-COUNT - WS-PURGE-COUNT.
           MOVE CL-COUNT-ALL TO WS-ACTUAL.
           PERFORM WRITE-PROOF-LINE.
           MOVE 'ALL GRAIN WEIGHT G' TO PL-DESC.
           COMPUTE WS-COMPUTED = OP-WEIGHT-ALL + WS-ADD-WEIGHT
               + WS-ADJ-DELTA + WS-SPLIT-CHILD-WEIGHT
               + WS-REV-DELTA - WS-PURGE-WEIGHT.
           MOVE CL-WEIGHT-ALL TO WS-ACTUAL.
           PERFORM WRITE-PROOF-LINE.
           MOVE 'ACTIVE GRAIN COUNT' TO PL-DESC.
           COMPUTE WS-COMPUTED = OP-COUNT-ACT + WS-ADD-COUNT
               - WS-DISP-ACT-COUNT - WS-SHIP-COUNT + WS-RECV-COUNT
               - WS-SPLIT-PAR-COUNT + WS-SPLIT-CHILD-COUNT
               + WS-REV-ACT-COUNT.
           MOVE CL-COUNT-ACT TO WS-ACTUAL.
           PERFORM WRITE-PROOF-LINE.
           MOVE 'ACTIVE GRAIN WEIGHT G' TO PL-DESC.
           COMPUTE WS-COMPUTED = OP-WEIGHT-ACT + WS-ADD-WEIGHT
               - WS-DISP-ACT-WEIGHT - WS-SHIP-WEIGHT + WS-RECV-WEIGHT
               + WS-ADJ-ACT-DELTA
               - WS-SPLIT-PAR-WEIGHT + WS-SPLIT-CHILD-WEIGHT
               + WS-REV-ACT-WEIGHT + WS-REV-ACT-DELTA.
           MOVE CL-WEIGHT-ACT TO WS-ACTUAL.
           PERFORM WRITE-PROOF-LINE.
      **************************************************************************
               - SITE-DISP-WT-TBL (WS-SITE-SUB)
               - SITE-SHIP-WT-TBL (WS-SITE-SUB)
               + SITE-RECV-WT-TBL (WS-SITE-SUB)
               + SITE-ADJ-WT-TBL (WS-SITE-SUB)
               + SITE-SPLIT-WT-TBL (WS-SITE-SUB)
               + SITE-REV-WT-TBL (WS-SITE-SUB).
           MOVE SITE-CLOSE-WT-TBL (WS-SITE-SUB) TO WS-ACTUAL.
           PERFORM WRITE-PROOF-LINE.
      **************************************************************************
