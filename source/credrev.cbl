      * credrev.cbl
      * Monthly scheduled credit review. Every active customer gets
      * a CREDIT-REVIEW-FILE row (credrev.fd) holding how often its
      * limit is reviewed and when it is next due. The frequency is
      * the category's CM-REVIEW-MONTHS (catmaint.cbl) where one is
      * set, otherwise the exposure band - the larger of the limit
      * and the open balance:
      *   250,000.00 and over     every  6 months
      *    50,000.00 and over     every 12 months
      *   under 50,000.00         every 24 months
      * A customer seen for the first time is first due that many
      * months after its record last changed (at once if that is
      * already past, or unknown). Each run reviews the customers
      * due in the current month or earlier:
      *   - trailing 12-month sales: the twelve complete months
      *     before this one from SALES-HISTORY-FILE;
      *   - payment behaviour from the OPEN-BALANCE-FILE buckets
      *     as last posted: GOOD, FAIR when more than 10% of the
      *     balance is over 60 days, POOR when more than 25% is and
      *     something is over 90, DORMANT with no sales and nothing
      *     owed;
      *   - suggested limit: two months' average sales, held to the
      *     current limit for FAIR, half that or the current limit
      *     for POOR, nothing for DORMANT - never below what is
      *     already owed, rounded up to the next 1,000.00.
      * A suggestion at least 1,000.00 and 10% away from the current
      * limit is queued on PENDING-CHANGE-FILE as a system request
      * (requester CREDREV, PC-ORIGIN "S") with a "Q" audit entry,
      * exactly as a raise keyed on the webbrowsr screen is, so an
      * operator still approves or rejects every change in
      * credappr.cbl. A customer with a request already pending is
      * left to that request. The review then moves the customer's
      * next due date on by its frequency. The credit manager's
      * worksheet of every customer reviewed goes to credrev.rpt.
       IDENTIFICATION              DIVISION.
       PROGRAM-ID. credrev.
       AUTHOR. sjolivet.
       DATE-WRITTEN. Thursday, October 15, 2026.
       REMARKS.
           Scheduled credit review with proposals to the approval queue.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "custfile.sl".
           COPY "catmast.sl".
           COPY "saleshis.sl".
           COPY "custbal.sl".
           COPY "credrev.sl".
           COPY "pendchg.sl".
           COPY "custaudit.sl".
           SELECT CREDIT-REVIEW-RPT
               ASSIGN TO "credrev.rpt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RPT-FILE-STATUS.
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "custfile.fd".
           COPY "catmast.fd".
           COPY "saleshis.fd".
           COPY "custbal.fd".
           COPY "credrev.fd".
           COPY "pendchg.fd".
           COPY "custaudit.fd".
       FD  CREDIT-REVIEW-RPT
           LABEL RECORD IS STANDARD.
       01  RPT-LINE                        PIC X(132).
       WORKING-STORAGE             SECTION.
       COPY "acucobol.def".

       01  WS-PROGRAM-ID                   PIC X(10) VALUE "credrev".
       01  WS-CATMAST-FILE-STATUS          PIC XX VALUE "00".
       01  WS-SALESHIS-FILE-STATUS         PIC XX VALUE "00".
       01  WS-CUSTBAL-FILE-STATUS          PIC XX VALUE "00".
       01  WS-CREDREV-FILE-STATUS          PIC XX VALUE "00".
       01  WS-PENDING-FILE-STATUS          PIC XX VALUE "00".
       01  WS-AUDIT-FILE-STATUS            PIC XX VALUE "00".
       01  WS-RPT-FILE-STATUS              PIC XX VALUE "00".
       01  WS-OPEN-ERROR-SW                PIC X(1) VALUE "N".
           88  WS-OPEN-ERROR               VALUE "Y".
       01  WS-CUST-EOF-SW                  PIC X(1) VALUE "N".
           88  WS-CUST-EOF                 VALUE "Y".
       01  WS-PENDING-EOF-SW               PIC X(1) VALUE "N".
           88  WS-PENDING-EOF              VALUE "Y".
       01  WS-CATMAST-OPEN-SW              PIC X(1) VALUE "N".
           88  WS-CATMAST-IS-OPEN          VALUE "Y".
       01  WS-SALESHIS-OPEN-SW             PIC X(1) VALUE "N".
           88  WS-SALESHIS-IS-OPEN         VALUE "Y".
       01  WS-CUSTBAL-OPEN-SW              PIC X(1) VALUE "N".
           88  WS-CUSTBAL-IS-OPEN          VALUE "Y".
       01  WS-AUDIT-OPEN-SW                PIC X(1) VALUE "N".
           88  WS-AUDIT-IS-OPEN            VALUE "Y".

      * system requests are queued and audited under this id, so
      * credappr.cbl's own-request rule never blocks a reviewer
       01  WS-OPERATOR-ID                  PIC X(8) VALUE "CREDREV".

       01  WS-RUN-DATE                     PIC X(8) VALUE SPACES.
       01  WS-RUN-PERIOD                   PIC 9(6) VALUE ZERO.
       01  WS-RUN-PERIOD-R REDEFINES WS-RUN-PERIOD.
           05  WS-RUN-CCYY                 PIC 9(4).
           05  WS-RUN-MM                   PIC 9(2).

      * -- period arithmetic: CCYYMM plus a number of months --
       01  WS-CALC-PERIOD                  PIC 9(6) VALUE ZERO.
       01  WS-CALC-PERIOD-R REDEFINES WS-CALC-PERIOD.
           05  WS-CALC-CCYY                PIC 9(4).
           05  WS-CALC-MM                  PIC 9(2).
       01  WS-CALC-MONTHS                  PIC 9(3) VALUE ZERO.
       01  WS-MONTH-NUMBER                 PIC 9(7) VALUE ZERO.

      * -- review frequency --
       01  WS-REVIEW-MONTHS                PIC 9(2) VALUE ZERO.
       01  WS-FREQ-SOURCE                  PIC X(1) VALUE SPACE.
       01  WS-BAND-HIGH                    PIC 9(9)V99 VALUE 250000.
       01  WS-BAND-MID                     PIC 9(9)V99 VALUE 50000.
       01  WS-EXPOSURE                     PIC S9(10)V99 VALUE ZERO.
       01  WS-ROW-NEW-SW                   PIC X(1) VALUE "N".
           88  WS-ROW-NEW                  VALUE "Y".

      * -- what the review sees --
       01  WS-SALES-12                     PIC S9(10)V99 VALUE ZERO.
       01  WS-SALES-PRIOR.
           05  WS-SALES-PRIOR-MONTH        PIC S9(9)V99 OCCURS 12.
       01  WS-SALES-THIS.
           05  WS-SALES-THIS-MONTH         PIC S9(9)V99 OCCURS 12.
       01  WS-MONTH-IDX                    PIC 9(2) VALUE ZERO.
       01  WS-TOTAL-BALANCE                PIC S9(10)V99 VALUE ZERO.
       01  WS-OVER-60                      PIC S9(10)V99 VALUE ZERO.
       01  WS-OVER-90                      PIC S9(10)V99 VALUE ZERO.
       01  WS-PCT-OVER-60                  PIC 9(3)V9 VALUE ZERO.
       01  WS-GRADE                        PIC X(1) VALUE SPACE.
           88  WS-GRADE-GOOD               VALUE "G".
           88  WS-GRADE-FAIR               VALUE "F".
           88  WS-GRADE-POOR               VALUE "P".
           88  WS-GRADE-DORMANT            VALUE "D".

      * -- the suggestion --
      * months of average sales the limit should cover
       01  WS-COVER-MONTHS                 PIC 9(2) VALUE 2.
       01  WS-SUGGESTED                    PIC S9(10)V99 VALUE ZERO.
       01  WS-THOUSANDS                    PIC S9(8) VALUE ZERO.
       01  WS-DIFFERENCE                   PIC S9(10)V99 VALUE ZERO.
       01  WS-MIN-CHANGE                   PIC 9(9)V99 VALUE 1000.
       01  WS-MIN-CHANGE-PCT               PIC 9(2) VALUE 10.
       01  WS-OUTCOME                      PIC X(1) VALUE SPACE.
       01  WS-ACTION-TEXT                  PIC X(16) VALUE SPACES.
       01  WS-HAS-PENDING-SW               PIC X(1) VALUE "N".
           88  WS-HAS-PENDING              VALUE "Y".

      * -- audit images, sized to CUSTOMER-RECORD like
      * webbrowsr.wrk's pair --
       01  WS-BEFORE-IMAGE                 PIC X(329) VALUE SPACES.
       01  WS-AFTER-IMAGE                  PIC X(329) VALUE SPACES.

      * -- counters --
       01  WS-READ-COUNT                   PIC 9(7) VALUE ZERO.
       01  WS-NOT-ACTIVE-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-NEW-ROW-COUNT                PIC 9(7) VALUE ZERO.
       01  WS-NOT-DUE-COUNT                PIC 9(7) VALUE ZERO.
       01  WS-REVIEWED-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-RAISE-COUNT                  PIC 9(7) VALUE ZERO.
       01  WS-REDUCE-COUNT                 PIC 9(7) VALUE ZERO.
       01  WS-NO-CHANGE-COUNT              PIC 9(7) VALUE ZERO.
       01  WS-PENDING-COUNT                PIC 9(7) VALUE ZERO.
       01  WS-FAILED-COUNT                 PIC 9(7) VALUE ZERO.
       01  WS-RAISE-TOTAL                  PIC S9(11)V99 VALUE ZERO.
       01  WS-REDUCE-TOTAL                 PIC S9(11)V99 VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER      PIC X(8)  VALUE "Cust".
           05  FILLER      PIC X(23) VALUE "Name".
           05  FILLER      PIC X(5)  VALUE "Cat".
           05  FILLER      PIC X(5)  VALUE "Freq".
           05  FILLER      PIC X(15) VALUE "  Current Limit".
           05  FILLER      PIC X(16) VALUE "   12-Mo Sales".
           05  FILLER      PIC X(16) VALUE "  Open Balance".
           05  FILLER      PIC X(7)  VALUE "  60+%".
           05  FILLER      PIC X(9)  VALUE "  Grade".
           05  FILLER      PIC X(15) VALUE "      Suggested".
           05  FILLER      PIC X(18) VALUE "  Action".

       01  WS-DETAIL-LINE.
           05  DL-CUST-NO                  PIC 9(6).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  DL-NAME                     PIC X(22).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  DL-CATEGORY                 PIC X(4).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  DL-FREQ                     PIC Z9.
           05  DL-FREQ-SOURCE              PIC X(1).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  DL-LIMIT                    PIC ZZZ,ZZZ,ZZ9.99.
           05  DL-SALES                    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  DL-BALANCE                  PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  DL-PCT-OVER-60              PIC ZZ9.9.
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  DL-GRADE                    PIC X(7).
           05  DL-SUGGESTED                PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  DL-ACTION                   PIC X(16).

       01  WS-COUNT-LINE.
           05  CL-LABEL                    PIC X(32).
           05  CL-COUNT                    PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  CL-AMOUNT                   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       000-Main.
           PERFORM 050-Initialize-Run
           PERFORM 100-Open-Files
           PERFORM 200-Process-Customers
           PERFORM 800-Print-Footer
           PERFORM 900-Close-Files
           PERFORM 950-Archive-Report
           STOP RUN
           .

       050-Initialize-Run.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-RUN-DATE
           MOVE WS-CURRENT-DATE-TIME (1:6) TO WS-RUN-PERIOD
           .

       100-Open-Files.
           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-FS-OK
               DISPLAY "ERROR: cannot open CUSTOMER-FILE, status "
                   WS-FILE-STATUS
               MOVE "Y" TO WS-OPEN-ERROR-SW
           END-IF
      * no category file, sales history or balance file reads as
      * "nothing set / no sales / nothing owed" - the review still
      * runs on what there is
           OPEN INPUT CATEGORY-MASTER
           IF WS-CATMAST-FILE-STATUS = "00"
               MOVE "Y" TO WS-CATMAST-OPEN-SW
           ELSE
               IF WS-CATMAST-FILE-STATUS NOT = "35"
                   DISPLAY "ERROR: cannot open catmast, status "
                       WS-CATMAST-FILE-STATUS
                   MOVE "Y" TO WS-OPEN-ERROR-SW
               END-IF
           END-IF
           OPEN INPUT SALES-HISTORY-FILE
           IF WS-SALESHIS-FILE-STATUS = "00"
               MOVE "Y" TO WS-SALESHIS-OPEN-SW
           ELSE
               IF WS-SALESHIS-FILE-STATUS NOT = "35"
                   DISPLAY "ERROR: cannot open saleshis, status "
                       WS-SALESHIS-FILE-STATUS
                   MOVE "Y" TO WS-OPEN-ERROR-SW
               END-IF
           END-IF
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
           OPEN I-O CREDIT-REVIEW-FILE
           IF WS-CREDREV-FILE-STATUS = "35"
               OPEN OUTPUT CREDIT-REVIEW-FILE
               IF WS-CREDREV-FILE-STATUS = "00"
                   CLOSE CREDIT-REVIEW-FILE
                   OPEN I-O CREDIT-REVIEW-FILE
               END-IF
           END-IF
           IF WS-CREDREV-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open credrev, status "
                   WS-CREDREV-FILE-STATUS
               MOVE "Y" TO WS-OPEN-ERROR-SW
           END-IF
           OPEN I-O PENDING-CHANGE-FILE
           IF WS-PENDING-FILE-STATUS = "35"
               OPEN OUTPUT PENDING-CHANGE-FILE
               IF WS-PENDING-FILE-STATUS = "00"
                   CLOSE PENDING-CHANGE-FILE
                   OPEN I-O PENDING-CHANGE-FILE
               END-IF
           END-IF
           IF WS-PENDING-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open pendchg, status "
                   WS-PENDING-FILE-STATUS
               MOVE "Y" TO WS-OPEN-ERROR-SW
           END-IF
           OPEN OUTPUT CREDIT-REVIEW-RPT
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open credrev.rpt, status "
                   WS-RPT-FILE-STATUS
               MOVE "Y" TO WS-OPEN-ERROR-SW
           END-IF
           IF WS-OPEN-ERROR
               DISPLAY "credrev run aborted - see above."
               STOP RUN
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "Credit Review Worksheet - " WS-RUN-DATE
               " - customers due by " WS-RUN-PERIOD
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           .

       200-Process-Customers.
           MOVE LOW-VALUES TO CUSTOMER-RECORD
           START CUSTOMER-FILE KEY IS NOT LESS THAN CF-CUST-NO
               INVALID KEY MOVE "Y" TO WS-CUST-EOF-SW
           END-START
           PERFORM UNTIL WS-CUST-EOF
               READ CUSTOMER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-CUST-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF CF-STATUS-ACTIVE
                           PERFORM 210-Schedule-Customer
                       ELSE
                           ADD 1 TO WS-NOT-ACTIVE-COUNT
                       END-IF
               END-READ
           END-PERFORM
           .

      ******************************************************************
      * Bring the customer's review row up to date - a new row for a
      * customer not seen before, a new frequency where the category
      * or band has moved - then review it if it is due.
      ******************************************************************
       210-Schedule-Customer.
           PERFORM 220-Find-Balance
           PERFORM 230-Work-Out-Frequency
           MOVE "N" TO WS-ROW-NEW-SW
           MOVE CF-CUST-NO TO RS-CUST-NO
           READ CREDIT-REVIEW-FILE
               INVALID KEY MOVE "Y" TO WS-ROW-NEW-SW
           END-READ
           IF WS-ROW-NEW
               MOVE SPACES TO CREDIT-REVIEW-RECORD
               MOVE CF-CUST-NO TO RS-CUST-NO
               MOVE ZERO TO RS-LAST-LIMIT
               MOVE ZERO TO RS-LAST-SALES-12
               MOVE ZERO TO RS-LAST-BALANCE
               MOVE ZERO TO RS-LAST-SUGGESTED
               MOVE WS-REVIEW-MONTHS TO RS-REVIEW-MONTHS
               MOVE WS-FREQ-SOURCE TO RS-FREQ-SOURCE
      * first due a frequency after the record last changed
               IF CF-CUST-LAST-CHANGE-DT (1:6) IS NUMERIC
                   MOVE CF-CUST-LAST-CHANGE-DT (1:6) TO WS-CALC-PERIOD
                   MOVE WS-REVIEW-MONTHS TO WS-CALC-MONTHS
                   PERFORM 700-Add-Months
               ELSE
                   MOVE WS-RUN-PERIOD TO WS-CALC-PERIOD
               END-IF
               IF WS-CALC-PERIOD < WS-RUN-PERIOD
                   MOVE WS-RUN-PERIOD TO WS-CALC-PERIOD
               END-IF
               MOVE SPACES TO RS-NEXT-REVIEW
               STRING WS-CALC-PERIOD "01" DELIMITED BY SIZE
                   INTO RS-NEXT-REVIEW
               WRITE CREDIT-REVIEW-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
               IF WS-CREDREV-FILE-STATUS = "00"
                   ADD 1 TO WS-NEW-ROW-COUNT
               END-IF
           ELSE
               IF RS-REVIEW-MONTHS NOT = WS-REVIEW-MONTHS
                       OR RS-FREQ-SOURCE NOT = WS-FREQ-SOURCE
                   MOVE WS-REVIEW-MONTHS TO RS-REVIEW-MONTHS
                   MOVE WS-FREQ-SOURCE TO RS-FREQ-SOURCE
      * reschedule from the last review on the new frequency
                   IF RS-LAST-REVIEW (1:6) IS NUMERIC
                       MOVE RS-LAST-REVIEW (1:6) TO WS-CALC-PERIOD
                       MOVE WS-REVIEW-MONTHS TO WS-CALC-MONTHS
                       PERFORM 700-Add-Months
                       MOVE SPACES TO RS-NEXT-REVIEW
                       STRING WS-CALC-PERIOD "01" DELIMITED BY SIZE
                           INTO RS-NEXT-REVIEW
                   END-IF
                   REWRITE CREDIT-REVIEW-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
               END-IF
           END-IF
           IF RS-NEXT-REVIEW (1:6) NOT > WS-RUN-PERIOD
               PERFORM 300-Review-Customer
           ELSE
               ADD 1 TO WS-NOT-DUE-COUNT
           END-IF
           .

       220-Find-Balance.
      * the buckets as balpost.cbl last posted them
           MOVE ZERO TO WS-TOTAL-BALANCE
           MOVE ZERO TO WS-OVER-60
           MOVE ZERO TO WS-OVER-90
           IF WS-CUSTBAL-IS-OPEN
               MOVE CF-CUST-NO TO OB-CUST-NO
               READ OPEN-BALANCE-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-CUSTBAL-FILE-STATUS = "00"
                   COMPUTE WS-TOTAL-BALANCE
                       = OB-AGE-CURRENT + OB-AGE-30
                           + OB-AGE-60 + OB-AGE-90
                   COMPUTE WS-OVER-60 = OB-AGE-60 + OB-AGE-90
                   MOVE OB-AGE-90 TO WS-OVER-90
               END-IF
           END-IF
           .

       230-Work-Out-Frequency.
           MOVE ZERO TO WS-REVIEW-MONTHS
           IF WS-CATMAST-IS-OPEN
               MOVE CF-CUST-CATEGORY TO CM-CATEGORY-CODE
               READ CATEGORY-MASTER
                   INVALID KEY CONTINUE
               END-READ
               IF WS-CATMAST-FILE-STATUS = "00"
                       AND CM-REVIEW-MONTHS IS NUMERIC
                       AND CM-REVIEW-MONTHS > ZERO
                   MOVE CM-REVIEW-MONTHS TO WS-REVIEW-MONTHS
                   MOVE "C" TO WS-FREQ-SOURCE
               END-IF
           END-IF
           IF WS-REVIEW-MONTHS = ZERO
               MOVE "B" TO WS-FREQ-SOURCE
               MOVE CF-CUST-CREDIT-LIMIT TO WS-EXPOSURE
               IF WS-TOTAL-BALANCE > WS-EXPOSURE
                   MOVE WS-TOTAL-BALANCE TO WS-EXPOSURE
               END-IF
               EVALUATE TRUE
                   WHEN WS-EXPOSURE NOT < WS-BAND-HIGH
                       MOVE 6 TO WS-REVIEW-MONTHS
                   WHEN WS-EXPOSURE NOT < WS-BAND-MID
                       MOVE 12 TO WS-REVIEW-MONTHS
                   WHEN OTHER
                       MOVE 24 TO WS-REVIEW-MONTHS
               END-EVALUATE
           END-IF
           .

      ******************************************************************
      * The review itself: sales, payment grade, suggested limit,
      * and - when the suggestion is far enough from the current
      * limit - a system request on the approval queue.
      ******************************************************************
       300-Review-Customer.
           ADD 1 TO WS-REVIEWED-COUNT
           PERFORM 310-Sum-Trailing-Sales
           PERFORM 320-Grade-Payment
           PERFORM 330-Suggest-Limit
           MOVE "N" TO WS-OUTCOME
           MOVE "NO CHANGE" TO WS-ACTION-TEXT
           COMPUTE WS-DIFFERENCE = WS-SUGGESTED - CF-CUST-CREDIT-LIMIT
           IF WS-DIFFERENCE < ZERO
               COMPUTE WS-DIFFERENCE = ZERO - WS-DIFFERENCE
           END-IF
           IF WS-DIFFERENCE NOT < WS-MIN-CHANGE
                   AND WS-DIFFERENCE * 100
                       NOT < CF-CUST-CREDIT-LIMIT * WS-MIN-CHANGE-PCT
               PERFORM 340-Check-Pending
               IF WS-HAS-PENDING
                   MOVE "P" TO WS-OUTCOME
                   MOVE "ALREADY PENDING" TO WS-ACTION-TEXT
                   ADD 1 TO WS-PENDING-COUNT
               ELSE
                   PERFORM 350-Queue-Request
               END-IF
           ELSE
               ADD 1 TO WS-NO-CHANGE-COUNT
           END-IF
           PERFORM 380-Advance-Review-Row
           PERFORM 390-Print-Detail
           .

       310-Sum-Trailing-Sales.
      * the twelve complete months before this one: this year's
      * months before the run month plus last year's from the run
      * month on
           INITIALIZE WS-SALES-PRIOR
           INITIALIZE WS-SALES-THIS
           MOVE ZERO TO WS-SALES-12
           IF WS-SALESHIS-IS-OPEN
               MOVE CF-CUST-NO TO SH-CUST-NO
               COMPUTE SH-YEAR = WS-RUN-CCYY - 1
               READ SALES-HISTORY-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-SALESHIS-FILE-STATUS = "00"
                   PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                           UNTIL WS-MONTH-IDX > 12
                       MOVE SH-MONTH-SALES (WS-MONTH-IDX)
                           TO WS-SALES-PRIOR-MONTH (WS-MONTH-IDX)
                   END-PERFORM
               END-IF
               MOVE CF-CUST-NO TO SH-CUST-NO
               MOVE WS-RUN-CCYY TO SH-YEAR
               READ SALES-HISTORY-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-SALESHIS-FILE-STATUS = "00"
                   PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                           UNTIL WS-MONTH-IDX > 12
                       MOVE SH-MONTH-SALES (WS-MONTH-IDX)
                           TO WS-SALES-THIS-MONTH (WS-MONTH-IDX)
                   END-PERFORM
               END-IF
               PERFORM VARYING WS-MONTH-IDX FROM WS-RUN-MM BY 1
                       UNTIL WS-MONTH-IDX > 12
                   ADD WS-SALES-PRIOR-MONTH (WS-MONTH-IDX)
                       TO WS-SALES-12
               END-PERFORM
               PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                       UNTIL WS-MONTH-IDX NOT < WS-RUN-MM
                   ADD WS-SALES-THIS-MONTH (WS-MONTH-IDX)
                       TO WS-SALES-12
               END-PERFORM
           END-IF
           .

       320-Grade-Payment.
           MOVE ZERO TO WS-PCT-OVER-60
           IF WS-TOTAL-BALANCE > ZERO AND WS-OVER-60 > ZERO
               COMPUTE WS-PCT-OVER-60 ROUNDED
                   = WS-OVER-60 * 100 / WS-TOTAL-BALANCE
                   ON SIZE ERROR MOVE 100 TO WS-PCT-OVER-60
               END-COMPUTE
           END-IF
           EVALUATE TRUE
               WHEN WS-SALES-12 NOT > ZERO
                       AND WS-TOTAL-BALANCE NOT > ZERO
                   MOVE "D" TO WS-GRADE
               WHEN WS-PCT-OVER-60 > 25 AND WS-OVER-90 > ZERO
                   MOVE "P" TO WS-GRADE
               WHEN WS-PCT-OVER-60 > 10
                   MOVE "F" TO WS-GRADE
               WHEN OTHER
                   MOVE "G" TO WS-GRADE
           END-EVALUATE
           .

       330-Suggest-Limit.
           MOVE ZERO TO WS-SUGGESTED
           IF WS-SALES-12 > ZERO
               COMPUTE WS-SUGGESTED ROUNDED
                   = WS-SALES-12 / 12 * WS-COVER-MONTHS
           END-IF
           EVALUATE TRUE
               WHEN WS-GRADE-FAIR
                   IF WS-SUGGESTED > CF-CUST-CREDIT-LIMIT
                       MOVE CF-CUST-CREDIT-LIMIT TO WS-SUGGESTED
                   END-IF
               WHEN WS-GRADE-POOR
                   COMPUTE WS-SUGGESTED ROUNDED = WS-SUGGESTED / 2
                   IF WS-SUGGESTED > CF-CUST-CREDIT-LIMIT
                       MOVE CF-CUST-CREDIT-LIMIT TO WS-SUGGESTED
                   END-IF
               WHEN WS-GRADE-DORMANT
                   MOVE ZERO TO WS-SUGGESTED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
      * a limit below what is already owed would only put the
      * customer straight over it
           IF WS-TOTAL-BALANCE > WS-SUGGESTED
               MOVE WS-TOTAL-BALANCE TO WS-SUGGESTED
           END-IF
           IF WS-SUGGESTED > ZERO
               COMPUTE WS-THOUSANDS = (WS-SUGGESTED + 999.99) / 1000
               COMPUTE WS-SUGGESTED = WS-THOUSANDS * 1000
           END-IF
           IF WS-SUGGESTED > 999999999.99
               MOVE 999999999.99 TO WS-SUGGESTED
           END-IF
           .

       340-Check-Pending.
      * any status-P row for the customer - an open request is left
      * to its reviewer rather than contradicted by a second one
           MOVE "N" TO WS-HAS-PENDING-SW
           MOVE "N" TO WS-PENDING-EOF-SW
           MOVE CF-CUST-NO TO PC-CUST-NO
           MOVE LOW-VALUES TO PC-REQUEST-TS
           START PENDING-CHANGE-FILE KEY IS NOT LESS THAN PC-KEY
               INVALID KEY MOVE "Y" TO WS-PENDING-EOF-SW
           END-START
           PERFORM UNTIL WS-PENDING-EOF OR WS-HAS-PENDING
               READ PENDING-CHANGE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-PENDING-EOF-SW
                   NOT AT END
                       IF PC-CUST-NO NOT = CF-CUST-NO
                           MOVE "Y" TO WS-PENDING-EOF-SW
                       ELSE
                           IF PC-STATUS-PENDING
                               MOVE "Y" TO WS-HAS-PENDING-SW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       350-Queue-Request.
      * same row and "Q" audit entry as Queue-Credit-Limit-Request
      * in webbrowsr.prd, stamped as a system request
           MOVE SPACES TO PENDING-CHANGE-RECORD
           MOVE CF-CUST-NO TO PC-CUST-NO
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME TO PC-REQUEST-TS
           MOVE WS-OPERATOR-ID TO PC-REQUEST-OPERATOR
           MOVE "P" TO PC-STATUS
           MOVE CF-CUST-NAME TO PC-CUST-NAME
           MOVE CF-COMPANY-CODE TO PC-COMPANY
           MOVE CF-CUST-CREDIT-LIMIT TO PC-OLD-LIMIT
           MOVE WS-SUGGESTED TO PC-NEW-LIMIT
           MOVE "S" TO PC-ORIGIN
           WRITE PENDING-CHANGE-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           IF WS-PENDING-FILE-STATUS = "00"
               MOVE "Q" TO WS-OUTCOME
      * after image = the record carrying the proposed limit; the
      * record area is put back, the customer is not rewritten
               MOVE CUSTOMER-RECORD TO WS-BEFORE-IMAGE
               MOVE WS-SUGGESTED TO CF-CUST-CREDIT-LIMIT
               MOVE CUSTOMER-RECORD TO WS-AFTER-IMAGE
               MOVE WS-BEFORE-IMAGE TO CUSTOMER-RECORD
               PERFORM 360-Write-Audit-Record
               IF WS-SUGGESTED > CF-CUST-CREDIT-LIMIT
                   MOVE "RAISE QUEUED" TO WS-ACTION-TEXT
                   ADD 1 TO WS-RAISE-COUNT
                   COMPUTE WS-RAISE-TOTAL = WS-RAISE-TOTAL
                       + WS-SUGGESTED - CF-CUST-CREDIT-LIMIT
               ELSE
                   MOVE "REDUCTION QUEUED" TO WS-ACTION-TEXT
                   ADD 1 TO WS-REDUCE-COUNT
                   COMPUTE WS-REDUCE-TOTAL = WS-REDUCE-TOTAL
                       + CF-CUST-CREDIT-LIMIT - WS-SUGGESTED
               END-IF
           ELSE
      * not queued - leave the customer due so next month tries again
               MOVE "F" TO WS-OUTCOME
               MOVE "QUEUE FAILED " TO WS-ACTION-TEXT
               MOVE WS-PENDING-FILE-STATUS TO WS-ACTION-TEXT (14:2)
               ADD 1 TO WS-FAILED-COUNT
           END-IF
           .

       360-Write-Audit-Record.
      * same shape as Write-Audit-Record-Common in webbrowsr.prd so
      * audinq.cbl decodes the proposal like any other "Q" entry
           IF NOT WS-AUDIT-IS-OPEN
               OPEN EXTEND CUSTFILE-AUDIT
               IF WS-AUDIT-FILE-STATUS = "35"
                   OPEN OUTPUT CUSTFILE-AUDIT
               END-IF
               MOVE "Y" TO WS-AUDIT-OPEN-SW
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME TO CA-TIMESTAMP
           MOVE WS-OPERATOR-ID TO CA-OPERATOR-ID
           MOVE "Q" TO CA-ACTION
           MOVE CF-CUST-NO TO CA-CUST-NO
           MOVE WS-BEFORE-IMAGE TO CA-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO CA-AFTER-IMAGE
           WRITE CUSTFILE-AUDIT-RECORD
           .

       380-Advance-Review-Row.
           MOVE WS-RUN-DATE TO RS-LAST-REVIEW
           MOVE CF-CUST-CREDIT-LIMIT TO RS-LAST-LIMIT
           MOVE WS-SALES-12 TO RS-LAST-SALES-12
           MOVE WS-TOTAL-BALANCE TO RS-LAST-BALANCE
           MOVE WS-GRADE TO RS-LAST-GRADE
           MOVE WS-SUGGESTED TO RS-LAST-SUGGESTED
           MOVE WS-OUTCOME TO RS-LAST-OUTCOME
           IF WS-OUTCOME NOT = "F"
               MOVE WS-RUN-PERIOD TO WS-CALC-PERIOD
               MOVE RS-REVIEW-MONTHS TO WS-CALC-MONTHS
               PERFORM 700-Add-Months
               MOVE SPACES TO RS-NEXT-REVIEW
               STRING WS-CALC-PERIOD "01" DELIMITED BY SIZE
                   INTO RS-NEXT-REVIEW
           END-IF
           REWRITE CREDIT-REVIEW-RECORD
               INVALID KEY CONTINUE
           END-REWRITE
           IF WS-CREDREV-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: review row for " CF-CUST-NO
                   " not updated, status " WS-CREDREV-FILE-STATUS
           END-IF
           .

       390-Print-Detail.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE CF-CUST-NO TO DL-CUST-NO
           MOVE CF-CUST-NAME TO DL-NAME
           MOVE CF-CUST-CATEGORY TO DL-CATEGORY
           MOVE RS-REVIEW-MONTHS TO DL-FREQ
           MOVE RS-FREQ-SOURCE TO DL-FREQ-SOURCE
           MOVE CF-CUST-CREDIT-LIMIT TO DL-LIMIT
           MOVE WS-SALES-12 TO DL-SALES
           MOVE WS-TOTAL-BALANCE TO DL-BALANCE
           MOVE WS-PCT-OVER-60 TO DL-PCT-OVER-60
           EVALUATE TRUE
               WHEN WS-GRADE-GOOD     MOVE "GOOD"    TO DL-GRADE
               WHEN WS-GRADE-FAIR     MOVE "FAIR"    TO DL-GRADE
               WHEN WS-GRADE-POOR     MOVE "POOR"    TO DL-GRADE
               WHEN WS-GRADE-DORMANT  MOVE "DORMANT" TO DL-GRADE
           END-EVALUATE
           MOVE WS-SUGGESTED TO DL-SUGGESTED
           MOVE WS-ACTION-TEXT TO DL-ACTION
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           .

       700-Add-Months.
      * WS-CALC-PERIOD (CCYYMM) moved on by WS-CALC-MONTHS
           COMPUTE WS-MONTH-NUMBER = WS-CALC-CCYY * 12
               + WS-CALC-MM - 1 + WS-CALC-MONTHS
           DIVIDE WS-MONTH-NUMBER BY 12 GIVING WS-CALC-CCYY
               REMAINDER WS-CALC-MM
           ADD 1 TO WS-CALC-MM
           .

       800-Print-Footer.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "Frequency: C = set by category, B = exposure band."
               TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-COUNT-LINE
           MOVE "Customers read:" TO CL-LABEL
           MOVE WS-READ-COUNT TO CL-COUNT
           MOVE WS-COUNT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-COUNT-LINE
           MOVE "  not active - not reviewed:" TO CL-LABEL
           MOVE WS-NOT-ACTIVE-COUNT TO CL-COUNT
           MOVE WS-COUNT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-COUNT-LINE
           MOVE "  newly scheduled:" TO CL-LABEL
           MOVE WS-NEW-ROW-COUNT TO CL-COUNT
           MOVE WS-COUNT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-COUNT-LINE
           MOVE "  not yet due:" TO CL-LABEL
           MOVE WS-NOT-DUE-COUNT TO CL-COUNT
           MOVE WS-COUNT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-COUNT-LINE
           MOVE "Customers reviewed:" TO CL-LABEL
           MOVE WS-REVIEWED-COUNT TO CL-COUNT
           MOVE WS-COUNT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-COUNT-LINE
           MOVE "  raises queued:" TO CL-LABEL
           MOVE WS-RAISE-COUNT TO CL-COUNT
           MOVE WS-RAISE-TOTAL TO CL-AMOUNT
           MOVE WS-COUNT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-COUNT-LINE
           MOVE "  reductions queued:" TO CL-LABEL
           MOVE WS-REDUCE-COUNT TO CL-COUNT
           MOVE WS-REDUCE-TOTAL TO CL-AMOUNT
           MOVE WS-COUNT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-COUNT-LINE
           MOVE "  no change proposed:" TO CL-LABEL
           MOVE WS-NO-CHANGE-COUNT TO CL-COUNT
           MOVE WS-COUNT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-COUNT-LINE
           MOVE "  request already pending:" TO CL-LABEL
           MOVE WS-PENDING-COUNT TO CL-COUNT
           MOVE WS-COUNT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-COUNT-LINE
           MOVE "  could not be queued:" TO CL-LABEL
           MOVE WS-FAILED-COUNT TO CL-COUNT
           MOVE WS-COUNT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "Queued changes wait for approval in credappr."
               TO RPT-LINE
           WRITE RPT-LINE
           DISPLAY "credrev complete - " WS-REVIEWED-COUNT
               " reviewed, " WS-RAISE-COUNT " raises and "
               WS-REDUCE-COUNT " reductions queued, see credrev.rpt"
           .

       900-Close-Files.
           CLOSE CUSTOMER-FILE
           IF WS-CATMAST-IS-OPEN
               CLOSE CATEGORY-MASTER
           END-IF
           IF WS-SALESHIS-IS-OPEN
               CLOSE SALES-HISTORY-FILE
           END-IF
           IF WS-CUSTBAL-IS-OPEN
               CLOSE OPEN-BALANCE-FILE
           END-IF
           CLOSE CREDIT-REVIEW-FILE
           CLOSE PENDING-CHANGE-FILE
           IF WS-AUDIT-IS-OPEN
               CLOSE CUSTFILE-AUDIT
           END-IF
           CLOSE CREDIT-REVIEW-RPT
           .

       950-Archive-Report.
      * capture this run's report into the dated report archive
      * (rptarch.cbl) before the next run overwrites it
           CALL "rptarch" USING WS-PROGRAM-ID
               ON EXCEPTION CONTINUE
           END-CALL
           .
