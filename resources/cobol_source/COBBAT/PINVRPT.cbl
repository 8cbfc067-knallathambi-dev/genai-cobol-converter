           SELECT RPTHOLD ASSIGN TO RPTHOLD.
           SELECT HOLDREG ASSIGN TO HOLDREG
               FILE STATUS IS WS-HOLDREG-STATUS.
           SELECT RSVMST ASSIGN TO RSVMST
               FILE STATUS IS WS-RSVMST-STATUS.
           SELECT SITEMST ASSIGN TO SITEMST
               FILE STATUS IS WS-SITE-STATUS.
           SELECT RPTSITE ASSIGN TO RPTSITE.
           05  PD-FROM                 PIC X(10).
           05  FILLER                  PIC X(4).
           05  PD-TO                   PIC X(10).
           05  FILLER                  PIC X(24).
           05  PD-REV-FLAG             PIC X(8).
           05  FILLER                  PIC X(108).
       FD RPTHOLD
           RECORDING MODE V.
       01  OUTFILE-HOLD                PIC X(200).
           05  HR-DISP-DATE            PIC 9(8).
           05  HR-REVIEWER             PIC X(3).
           05  FILLER                  PIC X(7).
       FD RSVMST
           RECORDING MODE F.
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
       FD SITEMST
           RECORDING MODE F.
       01  SITEMST-RECORD.
           05  FORM-CODE-FM            PIC X(15).
           05  FORM-CLASS-FM           PIC X(10).
           05  FORM-GROUP-FM           PIC X(2).
           05  FORM-STD-COST-FM        PIC 9(7)V99.
           05  FORM-COST-EFF-DATE-FM   PIC 9(8).
       FD RPTCOMP
           RECORDING MODE V.
       01  OUTFILE-COMP                PIC X(200).
       01  WS-WOHOLD-KEY               PIC 9(12) VALUE 999999999999.
       01  WOHOLD-EOF-SWITCH           PIC X(1) VALUE 'N'.
       01  WOHOLD-OPEN-SWITCH          PIC X(1) VALUE 'N'.
       01  WS-RSVMST-STATUS            PIC X(2).
       01  WS-WORSV-KEY                PIC 9(12) VALUE 999999999999.
       01  WORSV-EOF-SWITCH            PIC X(1) VALUE 'N'.
       01  WORSV-OPEN-SWITCH           PIC X(1) VALUE 'N'.
       01  WS-HOLD-DATE-INT            PIC S9(9) COMP VALUE 0.
       01  WS-HOLD-AGE-DAYS            PIC S9(9) COMP VALUE 0.
       01  WS-SNAP-STATUS               PIC X(2).
           CLOSE INDES.
      **************************************************************************
       AUDIT-RELEASE-PDISP-LOOP.
           IF PD-SERIAL NUMERIC AND PD-REV-FLAG NOT = 'REVERSAL'
               IF PD-TO = 'SPENT'
                   MOVE PD-SERIAL TO SA-SERIAL
                   MOVE '3' TO SA-SOURCE
           ELSE
               MOVE 'Y' TO WOHOLD-EOF-SWITCH
           END-IF.
           MOVE 'N' TO WORSV-EOF-SWITCH.
           MOVE 'N' TO WORSV-OPEN-SWITCH.
           MOVE 999999999999 TO WS-WORSV-KEY.
           OPEN INPUT RSVMST.
           IF WS-RSVMST-STATUS = '00'
               MOVE 'Y' TO WORSV-OPEN-SWITCH
               PERFORM WO-READ-RSV
           ELSE
               MOVE 'Y' TO WORSV-EOF-SWITCH
           END-IF.
           PERFORM WO-SELECT-LOOP
               UNTIL INACT-EOF-SWITCH = 'Y'.
           IF SNAPWO-OPEN-SWITCH = 'Y'
           IF WOHOLD-OPEN-SWITCH = 'Y'
               CLOSE HOLDREG
           END-IF.
           IF WORSV-OPEN-SWITCH = 'Y'
               CLOSE RSVMST
           END-IF.
           CLOSE INACT
                 WOWORK.
      **************************************************************************
           PERFORM WO-ADVANCE-HOLD
               UNTIL WOHOLD-EOF-SWITCH = 'Y'
                  OR WS-WOHOLD-KEY NOT < GRAIN-SERIAL-ACT.
           PERFORM WO-ADVANCE-RSV
               UNTIL WORSV-EOF-SWITCH = 'Y'
                  OR WS-WORSV-KEY NOT < GRAIN-SERIAL-ACT.
           IF WS-WOSNAP-KEY NOT = GRAIN-SERIAL-ACT
                   AND WS-WOHOLD-KEY NOT = GRAIN-SERIAL-ACT
                   AND WS-WORSV-KEY NOT = GRAIN-SERIAL-ACT
               IF GRAIN-EXP-DATE-ACT NOT = ZERO
                       AND GRAIN-EXP-DATE-ACT NOT > WS-WO-DATE-TODAY
                   MOVE GRAIN-SITE-ACT TO SW-SITE
                       MOVE HR-SERIAL TO WS-WOHOLD-KEY
                   END-IF
           END-READ.
      **************************************************************************
       WO-ADVANCE-RSV.
           PERFORM WO-READ-RSV.
      **************************************************************************
       WO-READ-RSV.
           MOVE 999999999999 TO WS-WORSV-KEY.
           PERFORM WO-READ-RSV-LOOP
               UNTIL WORSV-EOF-SWITCH = 'Y'
                  OR WS-WORSV-KEY NOT = 999999999999.
      **************************************************************************
       WO-READ-RSV-LOOP.
           READ RSVMST
               AT END
                   MOVE 'Y' TO WORSV-EOF-SWITCH
               NOT AT END
                   IF RV-STATUS = 'A' AND RV-SERIAL NUMERIC
                           AND RV-THRU-DATE NOT < WS-WO-DATE-TODAY
                       MOVE RV-SERIAL TO WS-WORSV-KEY
                   END-IF
           END-READ.
      **************************************************************************
       WO-ISSUE-ORDERS.
           MOVE 'N' TO SORT-WO-EOF-SWITCH.
