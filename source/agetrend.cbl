      * agetrend.cbl
      * Aging trend report. Takes the last N months closed by
      * monclose.cbl (PERIOD-CLOSE-FILE, perclose.fd) and shows
      * how receivables aged from one month-end to the next:
      *   - the whole ledger, one line per month from the snapshot
      *     totals kept on the close row, with the change in the
      *     total balance and the share of it over 90 days;
      *   - then each customer, one line per month from the
      *     customer's AGING-SNAPSHOT-FILE rows (agesnap.fd). A month
      *     with no snapshot row for the customer shows as zero -
      *     there was no balance row at that close. A customer whose
      *     buckets are zero in every month of the window is left
      *     out.
      * N comes from AGETREND-MONTHS in the environment (1 to 24,
      * default 6). Output to agetrend.rpt.
       IDENTIFICATION              DIVISION.
       PROGRAM-ID. agetrend.
       AUTHOR. sjolivet.
       DATE-WRITTEN. Thursday, October 15, 2026.
       REMARKS.
           Month over month aging trend from the close snapshots.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "custfile.sl".
           COPY "perclose.sl".
           COPY "agesnap.sl".
           SELECT AGING-TREND-RPT
               ASSIGN TO "agetrend.rpt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RPT-FILE-STATUS.
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "custfile.fd".
           COPY "perclose.fd".
           COPY "agesnap.fd".
       FD  AGING-TREND-RPT
           LABEL RECORD IS STANDARD.
       01  RPT-LINE                        PIC X(132).
       WORKING-STORAGE             SECTION.
       COPY "acucobol.def".

       01  WS-PROGRAM-ID                   PIC X(10) VALUE "agetrend".
       01  WS-PERCLOSE-FILE-STATUS         PIC XX VALUE "00".
       01  WS-AGESNAP-FILE-STATUS          PIC XX VALUE "00".
       01  WS-RPT-FILE-STATUS              PIC XX VALUE "00".
       01  WS-OPEN-ERROR-SW                PIC X(1) VALUE "N".
           88  WS-OPEN-ERROR               VALUE "Y".
       01  WS-PERCLOSE-EOF-SW              PIC X(1) VALUE "N".
           88  WS-PERCLOSE-EOF             VALUE "Y".
       01  WS-SNAP-EOF-SW                  PIC X(1) VALUE "N".
           88  WS-SNAP-EOF                 VALUE "Y".
       01  WS-CUST-HAS-BALANCE-SW          PIC X(1) VALUE "N".
           88  WS-CUST-HAS-BALANCE         VALUE "Y".

      * -- window size, AGETREND-MONTHS --
       01  WS-MONTHS-PARM                  PIC X(6) VALUE SPACES.
       01  WS-PARM-DIGIT-COUNT             PIC 9(2) VALUE ZERO.
       01  WS-PARM-SPACE-COUNT             PIC 9(2) VALUE ZERO.
       01  WS-WINDOW-MONTHS                PIC 9(2) VALUE 6.

      * -- every closed month, oldest first, as read from perclose;
      * the window is the last WS-WINDOW-MONTHS of them --
       01  WS-CLOSED-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-CLOSED-TABLE.
           05  WS-CLOSED-ENTRY OCCURS 500 TIMES.
               10  CL-PERIOD               PIC 9(6).
               10  CL-ROWS                 PIC 9(7).
               10  CL-CURRENT              PIC S9(11)V99.
               10  CL-30                   PIC S9(11)V99.
               10  CL-60                   PIC S9(11)V99.
               10  CL-90                   PIC S9(11)V99.
       01  WS-FIRST-IDX                    PIC 9(3) VALUE ZERO.
       01  WS-CL-IDX                       PIC 9(3) VALUE ZERO.

      * -- the window, one entry per month --
       01  WS-WIN-COUNT                    PIC 9(2) VALUE ZERO.
       01  WS-WIN-IDX                      PIC 9(2) VALUE ZERO.
       01  WS-WIN-TABLE.
           05  WS-WIN-ENTRY OCCURS 24 TIMES.
               10  WN-PERIOD               PIC 9(6).
               10  WN-CURRENT              PIC S9(11)V99.
               10  WN-30                   PIC S9(11)V99.
               10  WN-60                   PIC S9(11)V99.
               10  WN-90                   PIC S9(11)V99.

      * -- one trend line --
       01  WS-LINE-PERIOD                  PIC 9(6) VALUE ZERO.
       01  WS-LINE-CURRENT                 PIC S9(11)V99 VALUE ZERO.
       01  WS-LINE-30                      PIC S9(11)V99 VALUE ZERO.
       01  WS-LINE-60                      PIC S9(11)V99 VALUE ZERO.
       01  WS-LINE-90                      PIC S9(11)V99 VALUE ZERO.
       01  WS-LINE-TOTAL                   PIC S9(12)V99 VALUE ZERO.
       01  WS-PRIOR-TOTAL                  PIC S9(12)V99 VALUE ZERO.
       01  WS-LINE-CHANGE                  PIC S9(12)V99 VALUE ZERO.
       01  WS-PCT-OVER-90                  PIC S9(4)V9 VALUE ZERO.

       01  WS-CURRENT-CUST-NO              PIC 9(6) VALUE ZERO.

      * -- counters --
       01  WS-SNAP-READ-COUNT              PIC 9(7) VALUE ZERO.
       01  WS-CUST-LISTED-COUNT            PIC 9(7) VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER      PIC X(10) VALUE SPACES.
           05  FILLER      PIC X(6)  VALUE "Month".
           05  FILLER      PIC X(18) VALUE "           Current".
           05  FILLER      PIC X(18) VALUE "        31-60 Days".
           05  FILLER      PIC X(18) VALUE "        61-90 Days".
           05  FILLER      PIC X(18) VALUE "      Over 90 Days".
           05  FILLER      PIC X(18) VALUE "           Balance".
           05  FILLER      PIC X(18) VALUE "  Change on Month".
           05  FILLER      PIC X(8)  VALUE "  Ovr90%".

       01  WS-DETAIL-LINE.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  DL-PERIOD                   PIC 9(6).
           05  DL-CURRENT                  PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  DL-30                       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  DL-60                       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  DL-90                       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  DL-TOTAL                    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  DL-CHANGE                   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  DL-CHANGE-X REDEFINES DL-CHANGE
                                           PIC X(18).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  DL-PCT-OVER-90              PIC ZZ9.9-.

       01  WS-CUST-HEADING.
           05  TH-CUST-NO                  PIC ZZZZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  TH-CUST-NAME                PIC X(40).

       PROCEDURE DIVISION.
       000-Main.
           PERFORM 050-Initialize-Run
           PERFORM 100-Open-Files
           PERFORM 150-Load-Window
           PERFORM 200-Print-Ledger-Trend
           PERFORM 300-Print-Customer-Trends
           PERFORM 400-Print-Footer
           PERFORM 900-Close-Files
           PERFORM 950-Archive-Report
           STOP RUN
           .

       050-Initialize-Run.
      * window size from the environment: a digit prefix with
      * nothing but spaces after it, 1 to 24; anything else keeps
      * the default
           ACCEPT WS-MONTHS-PARM FROM ENVIRONMENT "AGETREND-MONTHS"
           IF WS-MONTHS-PARM NOT = SPACES
               MOVE ZERO TO WS-PARM-DIGIT-COUNT
               MOVE ZERO TO WS-PARM-SPACE-COUNT
               INSPECT WS-MONTHS-PARM
                   TALLYING WS-PARM-DIGIT-COUNT
                       FOR CHARACTERS BEFORE INITIAL SPACE
               INSPECT WS-MONTHS-PARM
                   TALLYING WS-PARM-SPACE-COUNT FOR ALL SPACE
               IF WS-PARM-DIGIT-COUNT > ZERO
                   AND WS-PARM-DIGIT-COUNT < 3
                   AND WS-MONTHS-PARM (1:WS-PARM-DIGIT-COUNT)
                       IS NUMERIC
                   AND WS-PARM-DIGIT-COUNT + WS-PARM-SPACE-COUNT = 6
                   AND FUNCTION NUMVAL
                       (WS-MONTHS-PARM (1:WS-PARM-DIGIT-COUNT)) > 0
                   AND FUNCTION NUMVAL
                       (WS-MONTHS-PARM (1:WS-PARM-DIGIT-COUNT)) < 25
                   MOVE FUNCTION NUMVAL
                       (WS-MONTHS-PARM (1:WS-PARM-DIGIT-COUNT))
                       TO WS-WINDOW-MONTHS
               ELSE
                   DISPLAY "AGETREND-MONTHS not 1 to 24 - using "
                       WS-WINDOW-MONTHS
               END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           .

       100-Open-Files.
           OPEN INPUT PERIOD-CLOSE-FILE
           IF WS-PERCLOSE-FILE-STATUS = "35"
               DISPLAY "No month has been closed - run monclose first."
               STOP RUN
           END-IF
           IF WS-PERCLOSE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open perclose, status "
                   WS-PERCLOSE-FILE-STATUS
               MOVE "Y" TO WS-OPEN-ERROR-SW
           END-IF
           OPEN INPUT AGING-SNAPSHOT-FILE
           IF WS-AGESNAP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open agesnap, status "
                   WS-AGESNAP-FILE-STATUS
               MOVE "Y" TO WS-OPEN-ERROR-SW
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-FS-OK
               DISPLAY "ERROR: cannot open CUSTOMER-FILE, status "
                   WS-FILE-STATUS
               MOVE "Y" TO WS-OPEN-ERROR-SW
           END-IF
           OPEN OUTPUT AGING-TREND-RPT
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open agetrend.rpt, status "
                   WS-RPT-FILE-STATUS
               MOVE "Y" TO WS-OPEN-ERROR-SW
           END-IF
           IF WS-OPEN-ERROR
               DISPLAY "agetrend run aborted - see above."
               STOP RUN
           END-IF
           .

      ******************************************************************
      * Window: perclose is keyed on the month, so a forward read
      * leaves the most recent closes at the end of the table.
      ******************************************************************
       150-Load-Window.
           MOVE ZERO TO PE-PERIOD
           START PERIOD-CLOSE-FILE KEY IS NOT LESS THAN PE-PERIOD
               INVALID KEY MOVE "Y" TO WS-PERCLOSE-EOF-SW
               NOT INVALID KEY MOVE "N" TO WS-PERCLOSE-EOF-SW
           END-START
           PERFORM UNTIL WS-PERCLOSE-EOF
               READ PERIOD-CLOSE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-PERCLOSE-EOF-SW
                   NOT AT END
                       IF PE-CLOSED AND WS-CLOSED-COUNT < 500
                           ADD 1 TO WS-CLOSED-COUNT
                           MOVE PE-PERIOD
                               TO CL-PERIOD (WS-CLOSED-COUNT)
                           MOVE PE-SNAPSHOT-ROWS
                               TO CL-ROWS (WS-CLOSED-COUNT)
                           MOVE PE-SNAP-CURRENT
                               TO CL-CURRENT (WS-CLOSED-COUNT)
                           MOVE PE-SNAP-30 TO CL-30 (WS-CLOSED-COUNT)
                           MOVE PE-SNAP-60 TO CL-60 (WS-CLOSED-COUNT)
                           MOVE PE-SNAP-90 TO CL-90 (WS-CLOSED-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CLOSED-COUNT = ZERO
               DISPLAY "No month has been closed - run monclose first."
               PERFORM 900-Close-Files
               STOP RUN
           END-IF
           IF WS-CLOSED-COUNT > WS-WINDOW-MONTHS
               COMPUTE WS-FIRST-IDX
                   = WS-CLOSED-COUNT - WS-WINDOW-MONTHS + 1
           ELSE
               MOVE 1 TO WS-FIRST-IDX
           END-IF
           MOVE ZERO TO WS-WIN-COUNT
           PERFORM VARYING WS-CL-IDX FROM WS-FIRST-IDX BY 1
                   UNTIL WS-CL-IDX > WS-CLOSED-COUNT
               ADD 1 TO WS-WIN-COUNT
               MOVE CL-PERIOD (WS-CL-IDX) TO WN-PERIOD (WS-WIN-COUNT)
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           STRING "Aging Trend - " WS-CURRENT-DATE-TIME (1:8)
               " - month-end snapshots " WN-PERIOD (1)
               " to " WN-PERIOD (WS-WIN-COUNT)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           .

       200-Print-Ledger-Trend.
           MOVE "All customers" TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE ZERO TO WS-PRIOR-TOTAL
           PERFORM VARYING WS-CL-IDX FROM WS-FIRST-IDX BY 1
                   UNTIL WS-CL-IDX > WS-CLOSED-COUNT
               MOVE CL-PERIOD (WS-CL-IDX) TO WS-LINE-PERIOD
               MOVE CL-CURRENT (WS-CL-IDX) TO WS-LINE-CURRENT
               MOVE CL-30 (WS-CL-IDX) TO WS-LINE-30
               MOVE CL-60 (WS-CL-IDX) TO WS-LINE-60
               MOVE CL-90 (WS-CL-IDX) TO WS-LINE-90
               PERFORM 250-Print-Trend-Line
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           .

       250-Print-Trend-Line.
      * the first month of a block has nothing to compare against,
      * so its change column is left blank
           COMPUTE WS-LINE-TOTAL = WS-LINE-CURRENT + WS-LINE-30
               + WS-LINE-60 + WS-LINE-90
           MOVE WS-LINE-PERIOD TO DL-PERIOD
           MOVE WS-LINE-CURRENT TO DL-CURRENT
           MOVE WS-LINE-30 TO DL-30
           MOVE WS-LINE-60 TO DL-60
           MOVE WS-LINE-90 TO DL-90
           MOVE WS-LINE-TOTAL TO DL-TOTAL
           IF WS-LINE-PERIOD = WN-PERIOD (1)
               MOVE SPACES TO DL-CHANGE-X
           ELSE
               COMPUTE WS-LINE-CHANGE = WS-LINE-TOTAL - WS-PRIOR-TOTAL
               MOVE WS-LINE-CHANGE TO DL-CHANGE
           END-IF
           IF WS-LINE-TOTAL > ZERO
               COMPUTE WS-PCT-OVER-90 ROUNDED
                   = WS-LINE-90 * 100 / WS-LINE-TOTAL
                   ON SIZE ERROR MOVE 999.9 TO WS-PCT-OVER-90
               END-COMPUTE
           ELSE
               MOVE ZERO TO WS-PCT-OVER-90
           END-IF
           MOVE WS-PCT-OVER-90 TO DL-PCT-OVER-90
           MOVE SPACES TO RPT-LINE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-LINE-TOTAL TO WS-PRIOR-TOTAL
           .

      ******************************************************************
      * Per customer: agesnap is keyed customer then month, so one
      * forward pass gathers each customer's months together; rows
      * for months outside the window are passed over.
      ******************************************************************
       300-Print-Customer-Trends.
           MOVE "By customer" TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE ZERO TO WS-CURRENT-CUST-NO
           PERFORM 320-Clear-Customer-Window
           MOVE LOW-VALUES TO AS-KEY
           START AGING-SNAPSHOT-FILE KEY IS NOT LESS THAN AS-KEY
               INVALID KEY MOVE "Y" TO WS-SNAP-EOF-SW
               NOT INVALID KEY MOVE "N" TO WS-SNAP-EOF-SW
           END-START
           PERFORM UNTIL WS-SNAP-EOF
               READ AGING-SNAPSHOT-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-SNAP-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-SNAP-READ-COUNT
                       IF AS-CUST-NO NOT = WS-CURRENT-CUST-NO
                           PERFORM 330-Print-Customer-Block
                           PERFORM 320-Clear-Customer-Window
                           MOVE AS-CUST-NO TO WS-CURRENT-CUST-NO
                       END-IF
                       PERFORM 310-Add-Snapshot-Row
               END-READ
           END-PERFORM
           PERFORM 330-Print-Customer-Block
           .

       310-Add-Snapshot-Row.
           PERFORM VARYING WS-WIN-IDX FROM 1 BY 1
                   UNTIL WS-WIN-IDX > WS-WIN-COUNT
               IF WN-PERIOD (WS-WIN-IDX) = AS-PERIOD
                   MOVE AS-AGE-CURRENT TO WN-CURRENT (WS-WIN-IDX)
                   MOVE AS-AGE-30 TO WN-30 (WS-WIN-IDX)
                   MOVE AS-AGE-60 TO WN-60 (WS-WIN-IDX)
                   MOVE AS-AGE-90 TO WN-90 (WS-WIN-IDX)
                   IF AS-AGE-CURRENT NOT = ZERO
                           OR AS-AGE-30 NOT = ZERO
                           OR AS-AGE-60 NOT = ZERO
                           OR AS-AGE-90 NOT = ZERO
                       MOVE "Y" TO WS-CUST-HAS-BALANCE-SW
                   END-IF
               END-IF
           END-PERFORM
           .

       320-Clear-Customer-Window.
           MOVE "N" TO WS-CUST-HAS-BALANCE-SW
           PERFORM VARYING WS-WIN-IDX FROM 1 BY 1
                   UNTIL WS-WIN-IDX > WS-WIN-COUNT
               MOVE ZERO TO WN-CURRENT (WS-WIN-IDX)
               MOVE ZERO TO WN-30 (WS-WIN-IDX)
               MOVE ZERO TO WN-60 (WS-WIN-IDX)
               MOVE ZERO TO WN-90 (WS-WIN-IDX)
           END-PERFORM
           .

       330-Print-Customer-Block.
           IF WS-CUST-HAS-BALANCE
               ADD 1 TO WS-CUST-LISTED-COUNT
               MOVE WS-CURRENT-CUST-NO TO CF-CUST-NO
               READ CUSTOMER-FILE
                   INVALID KEY CONTINUE
               END-READ
               MOVE WS-CURRENT-CUST-NO TO TH-CUST-NO
               IF WS-FS-OK
                   MOVE CF-CUST-NAME TO TH-CUST-NAME
               ELSE
                   MOVE "(not on customer file)" TO TH-CUST-NAME
               END-IF
               MOVE SPACES TO RPT-LINE
               MOVE WS-CUST-HEADING TO RPT-LINE
               WRITE RPT-LINE
               MOVE ZERO TO WS-PRIOR-TOTAL
               PERFORM VARYING WS-WIN-IDX FROM 1 BY 1
                       UNTIL WS-WIN-IDX > WS-WIN-COUNT
                   MOVE WN-PERIOD (WS-WIN-IDX) TO WS-LINE-PERIOD
                   MOVE WN-CURRENT (WS-WIN-IDX) TO WS-LINE-CURRENT
                   MOVE WN-30 (WS-WIN-IDX) TO WS-LINE-30
                   MOVE WN-60 (WS-WIN-IDX) TO WS-LINE-60
                   MOVE WN-90 (WS-WIN-IDX) TO WS-LINE-90
                   PERFORM 250-Print-Trend-Line
               END-PERFORM
           END-IF
           .

       400-Print-Footer.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "Months in window: " WS-WIN-COUNT
               "  of closed months: " WS-CLOSED-COUNT
               "  snapshot rows read: " WS-SNAP-READ-COUNT
               "  customers listed: " WS-CUST-LISTED-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           DISPLAY "agetrend complete - " WS-WIN-COUNT " months, "
               WS-CUST-LISTED-COUNT " customers, see agetrend.rpt"
           .

       900-Close-Files.
           CLOSE PERIOD-CLOSE-FILE
           CLOSE AGING-SNAPSHOT-FILE
           CLOSE CUSTOMER-FILE
           CLOSE AGING-TREND-RPT
           .

       950-Archive-Report.
      * capture this run's report into the dated report archive
      * (rptarch.cbl) before the next run overwrites it
           CALL "rptarch" USING WS-PROGRAM-ID
               ON EXCEPTION CONTINUE
           END-CALL
           .
