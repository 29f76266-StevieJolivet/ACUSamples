      * monclose.cbl
      * Month-end close. Reads the close-control file (monclose.ctl,
      * one CCYYMM per line, written by the operator before the run
      * in the same way nightrun.ctl is kept) and closes each month
      * listed that is not closed already:
      *   - every OPEN-BALANCE-FILE row is saved to
      *     AGING-SNAPSHOT-FILE (agesnap.fd) under that month, with
      *     its buckets rolled forward to the month's last day the
      *     way balage.cbl rolls them, so what the 90-day bucket held
      *     at the end of June can still be reported in December
      *     (agetrend.cbl);
      *   - the month is then marked closed on PERIOD-CLOSE-FILE
      *     (perclose.fd) with the snapshot's row count and bucket
      *     totals. From then on salepost.cbl refuses sales for that
      *     month unless the row is flagged as a prior-period
      *     adjustment.
      * Only the month just ended can be closed: the balances are
      * read as they stand now, and once a further month has gone
      * by they no longer show what was owed at that month's end.
      * Any other month listed is refused. The snapshot is written
      * before the month is marked, so a run that stops part way
      * leaves the month open and the next run writes the snapshot
      * again over the partial one. A register of what was closed,
      * skipped or refused goes to monclose.rpt.
       IDENTIFICATION              DIVISION.
       PROGRAM-ID. monclose.
       AUTHOR. sjolivet.
       DATE-WRITTEN. Thursday, October 15, 2026.
       REMARKS.
           Month-end close with aging snapshot.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "custbal.sl".
           COPY "perclose.sl".
           COPY "agesnap.sl".
           SELECT CLOSE-CONTROL-FILE
               ASSIGN TO "monclose.ctl"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CTL-FILE-STATUS.
           SELECT MONTH-CLOSE-RPT
               ASSIGN TO "monclose.rpt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RPT-FILE-STATUS.
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "custbal.fd".
           COPY "perclose.fd".
           COPY "agesnap.fd".
       FD  CLOSE-CONTROL-FILE
           LABEL RECORD IS STANDARD.
       01  CLOSE-CONTROL-RECORD.
           05  MC-PERIOD-X                 PIC X(6).
           05  FILLER                      PIC X(74).
       FD  MONTH-CLOSE-RPT
           LABEL RECORD IS STANDARD.
       01  RPT-LINE                        PIC X(132).
       WORKING-STORAGE             SECTION.
       COPY "acucobol.def".

       01  WS-PROGRAM-ID                   PIC X(10) VALUE "monclose".
       01  WS-CUSTBAL-FILE-STATUS          PIC XX VALUE "00".
       01  WS-PERCLOSE-FILE-STATUS         PIC XX VALUE "00".
       01  WS-AGESNAP-FILE-STATUS          PIC XX VALUE "00".
       01  WS-CTL-FILE-STATUS              PIC XX VALUE "00".
       01  WS-RPT-FILE-STATUS              PIC XX VALUE "00".
       01  WS-OPEN-ERROR-SW                PIC X(1) VALUE "N".
           88  WS-OPEN-ERROR               VALUE "Y".
       01  WS-CTL-EOF-SW                   PIC X(1) VALUE "N".
           88  WS-CTL-EOF                  VALUE "Y".
       01  WS-BAL-EOF-SW                   PIC X(1) VALUE "N".
           88  WS-BAL-EOF                  VALUE "Y".
       01  WS-CUSTBAL-OPEN-SW              PIC X(1) VALUE "N".
           88  WS-CUSTBAL-IS-OPEN          VALUE "Y".
       01  WS-OPERATOR-ID                  PIC X(8) VALUE SPACES.

       01  WS-RUN-DATE                     PIC X(8) VALUE SPACES.
       01  WS-RUN-TS                       PIC X(21) VALUE SPACES.
       01  WS-CURRENT-PERIOD               PIC 9(6) VALUE ZERO.
       01  WS-CURRENT-PERIOD-R REDEFINES WS-CURRENT-PERIOD.
           05  WS-CURRENT-CCYY             PIC 9(4).
           05  WS-CURRENT-MM               PIC 9(2).
      * -- the only month this run may close, and its last day --
       01  WS-PRIOR-PERIOD                 PIC 9(6) VALUE ZERO.
       01  WS-PRIOR-PERIOD-R REDEFINES WS-PRIOR-PERIOD.
           05  WS-PRIOR-CCYY               PIC 9(4).
           05  WS-PRIOR-MM                 PIC 9(2).
       01  WS-MONTH-START                  PIC 9(8) VALUE ZERO.

      * -- the month being closed --
       01  WS-CLOSE-PERIOD                 PIC 9(6) VALUE ZERO.
       01  WS-CLOSE-PERIOD-R REDEFINES WS-CLOSE-PERIOD.
           05  WS-CLOSE-CCYY               PIC 9(4).
           05  WS-CLOSE-MM                 PIC 9(2).
       01  WS-PERIOD-VALID-SW              PIC X(1) VALUE "N".
           88  WS-PERIOD-VALID             VALUE "Y".
       01  WS-DISPOSITION                  PIC X(8) VALUE SPACES.
       01  WS-NOTE                         PIC X(50) VALUE SPACES.

      * -- buckets rolled forward to the period end, same 30-day
      * shift as balage.cbl's 205-Reage-For-Display --
       01  WS-AGE-CURRENT                  PIC S9(9)V99 VALUE ZERO.
       01  WS-AGE-30                       PIC S9(9)V99 VALUE ZERO.
       01  WS-AGE-60                       PIC S9(9)V99 VALUE ZERO.
       01  WS-AGE-90                       PIC S9(9)V99 VALUE ZERO.
       01  WS-PERIOD-END-INT               PIC 9(7) VALUE ZERO.
       01  WS-LAST-AGE-INT                 PIC 9(7) VALUE ZERO.
       01  WS-AGE-DAYS                     PIC S9(5) VALUE ZERO.

      * -- snapshot control totals for one month --
       01  WS-SNAP-ROWS                    PIC 9(7) VALUE ZERO.
       01  WS-SNAP-CURRENT                 PIC S9(11)V99 VALUE ZERO.
       01  WS-SNAP-30                      PIC S9(11)V99 VALUE ZERO.
       01  WS-SNAP-60                      PIC S9(11)V99 VALUE ZERO.
       01  WS-SNAP-90                      PIC S9(11)V99 VALUE ZERO.

      * -- counters --
       01  WS-READ-COUNT                   PIC 9(5) VALUE ZERO.
       01  WS-CLOSED-COUNT                 PIC 9(5) VALUE ZERO.
       01  WS-SKIPPED-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-REFUSED-COUNT                PIC 9(5) VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER      PIC X(10) VALUE "Action".
           05  FILLER      PIC X(8)  VALUE "Period".
           05  FILLER      PIC X(9)  VALUE "   Rows".
           05  FILLER      PIC X(17) VALUE "          Current".
           05  FILLER      PIC X(17) VALUE "       31-60 Days".
           05  FILLER      PIC X(17) VALUE "       61-90 Days".
           05  FILLER      PIC X(17) VALUE "     Over 90 Days".
           05  FILLER      PIC X(10) VALUE "  Note".

       01  WS-DETAIL-LINE.
           05  DL-DISPOSITION              PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  DL-PERIOD                   PIC X(6).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  DL-ROWS                     PIC ZZZ,ZZ9.
           05  DL-CURRENT                  PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  DL-30                       PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  DL-60                       PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  DL-90                       PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  DL-NOTE                     PIC X(30).

       PROCEDURE DIVISION.
       000-Main.
           PERFORM 050-Initialize-Run
           PERFORM 100-Open-Files
           PERFORM 200-Process-Control-File
           PERFORM 400-Print-Footer
           PERFORM 900-Close-Files
           PERFORM 950-Archive-Report
           STOP RUN
           .

       050-Initialize-Run.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-RUN-DATE
           MOVE WS-CURRENT-DATE-TIME TO WS-RUN-TS
           MOVE WS-CURRENT-DATE-TIME (1:6) TO WS-CURRENT-PERIOD
           MOVE WS-CURRENT-PERIOD TO WS-PRIOR-PERIOD
           IF WS-CURRENT-MM = 01
               SUBTRACT 1 FROM WS-PRIOR-CCYY
               MOVE 12 TO WS-PRIOR-MM
           ELSE
               SUBTRACT 1 FROM WS-PRIOR-MM
           END-IF
      * the month just ended finishes the day before this month began
           COMPUTE WS-MONTH-START = WS-CURRENT-PERIOD * 100 + 1
           COMPUTE WS-PERIOD-END-INT =
               FUNCTION INTEGER-OF-DATE (WS-MONTH-START) - 1
      * the close is stamped with whoever started the run, same
      * lookup as repmove.cbl
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USERNAME"
           IF WS-OPERATOR-ID = SPACES
               ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           END-IF
           IF WS-OPERATOR-ID = SPACES
               MOVE "MONCLOSE" TO WS-OPERATOR-ID
           END-IF
           .

       100-Open-Files.
           OPEN INPUT CLOSE-CONTROL-FILE
           IF WS-CTL-FILE-STATUS = "35"
               DISPLAY "No monclose.ctl - write the month(s) to close "
                   "in it, CCYYMM one per line, and run again."
               STOP RUN
           END-IF
           IF WS-CTL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open monclose.ctl, status "
                   WS-CTL-FILE-STATUS
               MOVE "Y" TO WS-OPEN-ERROR-SW
           END-IF
      * no balance file means nothing is owed anywhere - the month
      * still closes, with an empty snapshot
           OPEN INPUT OPEN-BALANCE-FILE
           IF WS-CUSTBAL-FILE-STATUS = "00"
               MOVE "Y" TO WS-CUSTBAL-OPEN-SW
           ELSE
               IF WS-CUSTBAL-FILE-STATUS NOT = "35"
                   DISPLAY "ERROR: cannot open custbal, status "
                       WS-CUSTBAL-FILE-STATUS
                   MOVE "Y" TO WS-OPEN-ERROR-SW
               END-IF
           END-IF
           OPEN I-O PERIOD-CLOSE-FILE
           IF WS-PERCLOSE-FILE-STATUS = "35"
               OPEN OUTPUT PERIOD-CLOSE-FILE
               IF WS-PERCLOSE-FILE-STATUS = "00"
                   CLOSE PERIOD-CLOSE-FILE
                   OPEN I-O PERIOD-CLOSE-FILE
               END-IF
           END-IF
           IF WS-PERCLOSE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open perclose, status "
                   WS-PERCLOSE-FILE-STATUS
               MOVE "Y" TO WS-OPEN-ERROR-SW
           END-IF
           OPEN I-O AGING-SNAPSHOT-FILE
           IF WS-AGESNAP-FILE-STATUS = "35"
               OPEN OUTPUT AGING-SNAPSHOT-FILE
               IF WS-AGESNAP-FILE-STATUS = "00"
                   CLOSE AGING-SNAPSHOT-FILE
                   OPEN I-O AGING-SNAPSHOT-FILE
               END-IF
           END-IF
           IF WS-AGESNAP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open agesnap, status "
                   WS-AGESNAP-FILE-STATUS
               MOVE "Y" TO WS-OPEN-ERROR-SW
           END-IF
           OPEN OUTPUT MONTH-CLOSE-RPT
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open monclose.rpt, status "
                   WS-RPT-FILE-STATUS
               MOVE "Y" TO WS-OPEN-ERROR-SW
           END-IF
           IF WS-OPEN-ERROR
               DISPLAY "monclose run aborted - see above."
               STOP RUN
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "Month-End Close - " WS-RUN-DATE
               " - aging snapshot and period lock"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           .

       200-Process-Control-File.
           MOVE "N" TO WS-CTL-EOF-SW
           PERFORM UNTIL WS-CTL-EOF
               READ CLOSE-CONTROL-FILE
                   AT END MOVE "Y" TO WS-CTL-EOF-SW
                   NOT AT END
                       IF CLOSE-CONTROL-RECORD NOT = SPACES
                           ADD 1 TO WS-READ-COUNT
                           PERFORM 210-Close-One-Period
                       END-IF
               END-READ
           END-PERFORM
           .

       210-Close-One-Period.
           MOVE ZERO TO WS-SNAP-ROWS
           MOVE ZERO TO WS-SNAP-CURRENT
           MOVE ZERO TO WS-SNAP-30
           MOVE ZERO TO WS-SNAP-60
           MOVE ZERO TO WS-SNAP-90
           MOVE SPACES TO WS-NOTE
           PERFORM 220-Edit-Period
           IF NOT WS-PERIOD-VALID
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "REFUSED" TO WS-DISPOSITION
           ELSE
               MOVE WS-CLOSE-PERIOD TO PE-PERIOD
               READ PERIOD-CLOSE-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-PERCLOSE-FILE-STATUS = "00"
                   ADD 1 TO WS-SKIPPED-COUNT
                   MOVE "SKIPPED" TO WS-DISPOSITION
                   MOVE PE-SNAPSHOT-ROWS TO WS-SNAP-ROWS
                   MOVE PE-SNAP-CURRENT TO WS-SNAP-CURRENT
                   MOVE PE-SNAP-30 TO WS-SNAP-30
                   MOVE PE-SNAP-60 TO WS-SNAP-60
                   MOVE PE-SNAP-90 TO WS-SNAP-90
                   STRING "Already closed " PE-CLOSED-TS (1:8)
                       " by " PE-CLOSED-BY
                       DELIMITED BY SIZE INTO WS-NOTE
               ELSE
                   PERFORM 300-Snapshot-Balances
                   PERFORM 350-Mark-Period-Closed
                   ADD 1 TO WS-CLOSED-COUNT
                   MOVE "CLOSED" TO WS-DISPOSITION
               END-IF
           END-IF
           PERFORM 290-Print-Detail-Line
           .

       220-Edit-Period.
           MOVE "N" TO WS-PERIOD-VALID-SW
           IF MC-PERIOD-X IS NOT NUMERIC
               MOVE "Period not numeric CCYYMM" TO WS-NOTE
           ELSE
               MOVE MC-PERIOD-X TO WS-CLOSE-PERIOD
               IF WS-CLOSE-MM < 01 OR WS-CLOSE-MM > 12
                       OR WS-CLOSE-CCYY < 1990
                   MOVE "Period not a valid CCYYMM" TO WS-NOTE
               ELSE
                   EVALUATE TRUE
                       WHEN WS-CLOSE-PERIOD NOT < WS-CURRENT-PERIOD
                           MOVE "Month has not ended yet" TO WS-NOTE
                       WHEN WS-CLOSE-PERIOD NOT = WS-PRIOR-PERIOD
                           MOVE "Only the month just ended closes"
                               TO WS-NOTE
                       WHEN OTHER
                           MOVE "Y" TO WS-PERIOD-VALID-SW
                   END-EVALUATE
               END-IF
           END-IF
           .

       290-Print-Detail-Line.
           MOVE WS-DISPOSITION TO DL-DISPOSITION
           MOVE MC-PERIOD-X TO DL-PERIOD
           MOVE WS-SNAP-ROWS TO DL-ROWS
           MOVE WS-SNAP-CURRENT TO DL-CURRENT
           MOVE WS-SNAP-30 TO DL-30
           MOVE WS-SNAP-60 TO DL-60
           MOVE WS-SNAP-90 TO DL-90
           MOVE WS-NOTE TO DL-NOTE
           MOVE SPACES TO RPT-LINE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           .

      ******************************************************************
      * Snapshot: one AGING-SNAPSHOT-FILE row per balance row. A row
      * already there is left from an earlier run that stopped before
      * the month was marked - it is written over.
      ******************************************************************
       300-Snapshot-Balances.
           IF WS-CUSTBAL-IS-OPEN
               MOVE LOW-VALUES TO OB-CUST-NO
               START OPEN-BALANCE-FILE KEY IS NOT LESS THAN OB-CUST-NO
                   INVALID KEY MOVE "Y" TO WS-BAL-EOF-SW
                   NOT INVALID KEY MOVE "N" TO WS-BAL-EOF-SW
               END-START
               PERFORM UNTIL WS-BAL-EOF
                   READ OPEN-BALANCE-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-BAL-EOF-SW
                       NOT AT END PERFORM 310-Snapshot-One-Row
                   END-READ
               END-PERFORM
           END-IF
           .

       310-Snapshot-One-Row.
           PERFORM 320-Reage-For-Snapshot
           MOVE SPACES TO AGING-SNAPSHOT-RECORD
           MOVE OB-CUST-NO TO AS-CUST-NO
           MOVE WS-CLOSE-PERIOD TO AS-PERIOD
           MOVE WS-AGE-CURRENT TO AS-AGE-CURRENT
           MOVE WS-AGE-30 TO AS-AGE-30
           MOVE WS-AGE-60 TO AS-AGE-60
           MOVE WS-AGE-90 TO AS-AGE-90
           MOVE WS-RUN-DATE TO AS-SNAPSHOT-DATE
           MOVE OB-LAST-AGE-DATE TO AS-LAST-AGE-DATE
           WRITE AGING-SNAPSHOT-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           IF WS-AGESNAP-FILE-STATUS = "22"
               REWRITE AGING-SNAPSHOT-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
           END-IF
           IF WS-AGESNAP-FILE-STATUS NOT = "00"
      * the month is not marked yet, so the rerun starts clean
               DISPLAY "ERROR: agesnap write failed, status "
                   WS-AGESNAP-FILE-STATUS " at customer " OB-CUST-NO
               DISPLAY "monclose run aborted - " WS-CLOSE-PERIOD
                   " left open, see above."
               STOP RUN
           END-IF
           ADD 1 TO WS-SNAP-ROWS
           ADD WS-AGE-CURRENT TO WS-SNAP-CURRENT
           ADD WS-AGE-30 TO WS-SNAP-30
           ADD WS-AGE-60 TO WS-SNAP-60
           ADD WS-AGE-90 TO WS-SNAP-90
           .

       320-Reage-For-Snapshot.
           MOVE OB-AGE-CURRENT TO WS-AGE-CURRENT
           MOVE OB-AGE-30 TO WS-AGE-30
           MOVE OB-AGE-60 TO WS-AGE-60
           MOVE OB-AGE-90 TO WS-AGE-90
           IF OB-LAST-AGE-DATE IS NUMERIC
               MOVE FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL (OB-LAST-AGE-DATE))
                   TO WS-LAST-AGE-INT
               COMPUTE WS-AGE-DAYS =
                   WS-PERIOD-END-INT - WS-LAST-AGE-INT
           ELSE
               MOVE ZERO TO WS-AGE-DAYS
           END-IF
           PERFORM UNTIL WS-AGE-DAYS < 30
               ADD WS-AGE-60 TO WS-AGE-90
               MOVE WS-AGE-30 TO WS-AGE-60
               MOVE WS-AGE-CURRENT TO WS-AGE-30
               MOVE ZERO TO WS-AGE-CURRENT
               SUBTRACT 30 FROM WS-AGE-DAYS
           END-PERFORM
           .

       350-Mark-Period-Closed.
           MOVE SPACES TO PERIOD-CLOSE-RECORD
           MOVE WS-CLOSE-PERIOD TO PE-PERIOD
           MOVE "C" TO PE-STATUS
           MOVE WS-RUN-TS TO PE-CLOSED-TS
           MOVE WS-OPERATOR-ID TO PE-CLOSED-BY
           MOVE WS-RUN-DATE TO PE-SNAPSHOT-DATE
           MOVE WS-SNAP-ROWS TO PE-SNAPSHOT-ROWS
           MOVE WS-SNAP-CURRENT TO PE-SNAP-CURRENT
           MOVE WS-SNAP-30 TO PE-SNAP-30
           MOVE WS-SNAP-60 TO PE-SNAP-60
           MOVE WS-SNAP-90 TO PE-SNAP-90
           WRITE PERIOD-CLOSE-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           IF WS-PERCLOSE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: perclose write failed, status "
                   WS-PERCLOSE-FILE-STATUS " for " WS-CLOSE-PERIOD
               DISPLAY "monclose run aborted - " WS-CLOSE-PERIOD
                   " snapshot saved but the month is still open."
               STOP RUN
           END-IF
           .

       400-Print-Footer.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "Months listed: " WS-READ-COUNT
               "  closed: " WS-CLOSED-COUNT
               "  already closed: " WS-SKIPPED-COUNT
               "  refused: " WS-REFUSED-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           DISPLAY "monclose complete - " WS-CLOSED-COUNT " closed, "
               WS-SKIPPED-COUNT " already closed, " WS-REFUSED-COUNT
               " refused, see monclose.rpt"
           .

       900-Close-Files.
           CLOSE CLOSE-CONTROL-FILE
           IF WS-CUSTBAL-IS-OPEN
               CLOSE OPEN-BALANCE-FILE
           END-IF
           CLOSE PERIOD-CLOSE-FILE
           CLOSE AGING-SNAPSHOT-FILE
           CLOSE MONTH-CLOSE-RPT
           .

       950-Archive-Report.
      * capture this run's report into the dated report archive
      * (rptarch.cbl) before the next run overwrites it
           CALL "rptarch" USING WS-PROGRAM-ID
               ON EXCEPTION CONTINUE
           END-CALL
           .
