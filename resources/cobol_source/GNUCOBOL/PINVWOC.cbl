           05  DT-TRAN-TENTHS          PIC 9(1).
           05  DT-TRAN-LOT             PIC X(10).
           05  FILLER                  PIC X(2).
       01  DTRANS-HEADER.
           05  DH-TRAN-CODE            PIC X(1).
           05  DH-BATCH-ID             PIC X(12).
           05  DH-ORIG-SITE            PIC X(4).
           05  DH-CREATED-DATE         PIC 9(8).
           05  FILLER                  PIC X(77).
       01  DTRANS-TRAILER.
           05  DZ-TRAN-CODE            PIC X(1).
           05  DZ-BATCH-ID             PIC X(12).
           05  DZ-RECORD-COUNT         PIC 9(7).
           05  DZ-SERIAL-HASH          PIC 9(15).
           05  DZ-WEIGHT-HASH          PIC 9(15).
           05  FILLER                  PIC X(52).
       FD WOCWK.
       01  WOCWK-REC                   PIC 9(12).
       SD  SORT-D-FILE.
       01  WS-AGE-DATE-TODAY           PIC 9(8) VALUE 0.
       01  WS-AGE-LIMIT-DAYS           PIC 9(3) VALUE 30.
       01  WS-WRKORD-STATUS            PIC X(2).
       01  WS-DTRAN-BATCH-ID           PIC X(12) VALUE SPACES.
       01  SWITCHES.
           05  WOCONF-EOF-SWITCH        PIC X(1) VALUE 'N'.
           05  CONF-GOOD-SWITCH         PIC X(1) VALUE 'N'.
           05  WS-REJECT-COUNT          PIC S9(9) COMP VALUE 0.
           05  WS-OPEN-COUNT            PIC S9(9) COMP VALUE 0.
           05  WS-AGED-COUNT            PIC S9(9) COMP VALUE 0.
           05  WS-DTRAN-COUNT           PIC S9(9) COMP VALUE 0.
           05  WS-DTRAN-SERIAL-SUM      PIC S9(18) COMP VALUE 0.
      **************************************************************************
       PROCEDURE DIVISION.
       MAIN-PROGRAM.
       DTRAN-SORT-OUT.
           MOVE 'N' TO WOCWK-EOF-SWITCH.
           OPEN OUTPUT DTRANS.
           PERFORM WRITE-DTRAN-HEADER.
           RETURN SORT-D-FILE
               AT END
                   MOVE 'Y' TO WOCWK-EOF-SWITCH
           END-RETURN.
           PERFORM DTRAN-WRITE-LOOP
               UNTIL WOCWK-EOF-SWITCH = 'Y'.
           PERFORM WRITE-DTRAN-TRAILER.
           CLOSE DTRANS.
      **************************************************************************
       WRITE-DTRAN-HEADER.
           MOVE SPACES TO WS-DTRAN-BATCH-ID.
           STRING 'WO' DELIMITED BY SIZE
                  WS-YEAR (3:2) DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  WS-DAY DELIMITED BY SIZE
                  WS-HOURS DELIMITED BY SIZE
                  WS-MINUTES DELIMITED BY SIZE
               INTO WS-DTRAN-BATCH-ID
           END-STRING.
           MOVE SPACES TO DTRANS-HEADER.
           MOVE 'H' TO DH-TRAN-CODE.
           MOVE WS-DTRAN-BATCH-ID TO DH-BATCH-ID.
           MOVE WS-AGE-DATE-TODAY TO DH-CREATED-DATE.
           WRITE DTRANS-HEADER.
      **************************************************************************
       WRITE-DTRAN-TRAILER.
           MOVE SPACES TO DTRANS-TRAILER.
           MOVE 'Z' TO DZ-TRAN-CODE.
           MOVE WS-DTRAN-BATCH-ID TO DZ-BATCH-ID.
           MOVE WS-DTRAN-COUNT TO DZ-RECORD-COUNT.
           MOVE WS-DTRAN-SERIAL-SUM TO DZ-SERIAL-HASH.
           MOVE ZERO TO DZ-WEIGHT-HASH.
           WRITE DTRANS-TRAILER.
      **************************************************************************
       DTRAN-WRITE-LOOP.
           MOVE SPACES TO DTRANS-RECORD.
           MOVE 'G ' TO DT-TRAN-UOM.
           MOVE ZERO TO DT-TRAN-TENTHS.
           WRITE DTRANS-RECORD.
           ADD 1 TO WS-DTRAN-COUNT.
           ADD SD-SERIAL TO WS-DTRAN-SERIAL-SUM.
           RETURN SORT-D-FILE
               AT END
                   MOVE 'Y' TO WOCWK-EOF-SWITCH
