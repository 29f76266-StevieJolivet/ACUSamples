      * finchg.cbl
      * Month-end finance charge calculation. For the month entered
      * (the current month, the default, or last month while it has
      * not been charged) every OPEN-BALANCE-FILE row is
      * rolled forward to today the way balage.cbl shows it, and a
      * charge is worked out on what stands in the 61-90 and over-90
      * buckets:
      *   - a customer flagged exempt on FINANCE-EXCEPTION-FILE
      *     (finexc.fd) is not charged; an amount it has in dispute
      *     comes off the overdue balance first;
      *   - the rate, minimum charge and grace amount are taken from
      *     FINANCE-RATE-FILE (finrate.fd) by CF-CUST-TERMS, else by
      *     CF-CUST-CATEGORY, else from the default row - a rate row
      *     flagged exempt, or no row at all, charges nothing;
      *   - an overdue balance at or under the grace amount is not
      *     charged; a charge under the minimum is raised to it.
      * Each charge is written to finchg.dat as an invoice row in the
      * artrans.dat layout (I|customer|date|amount), and every
      * overdue customer - charged or not, and why not - is listed on
      * the register (finchg.rpt). Nothing is posted here: once the
      * register has been reviewed, finrel.cbl releases finchg.dat
      * into artrans.dat and balpost.cbl posts the charges with its
      * usual edits and history. Until then the month can be
      * calculated again (after a rate or dispute correction), which
      * replaces finchg.dat; once released it cannot. The month's
      * status, charge count and total are kept on
      * FINANCE-CHARGE-CONTROL (finctl.fd). Only one month may be
      * waiting for release at a time, and never one at or before a
      * month already released - a balance is charged once a month.
      * Because the charge is always worked on today's balances, the
      * month entered is held to this month or last, and no month is
      * charged in the same calendar month as the last release was
      * calculated: releasing one month then charging the next on
      * the same day would charge the same overdue balance twice.
       IDENTIFICATION              DIVISION.
       PROGRAM-ID. finchg.
       AUTHOR. sjolivet.
       DATE-WRITTEN. Thursday, October 15, 2026.
       REMARKS.
           Monthly finance charge calculation and register.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "custbal.sl".
           COPY "custfile.sl".
           COPY "finrate.sl".
           COPY "finexc.sl".
           COPY "finctl.sl".
           SELECT FINANCE-CHARGE-FILE
               ASSIGN TO "finchg.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CHARGE-FILE-STATUS.
           SELECT FINANCE-CHARGE-RPT
               ASSIGN TO "finchg.rpt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RPT-FILE-STATUS.
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "custbal.fd".
           COPY "custfile.fd".
           COPY "finrate.fd".
           COPY "finexc.fd".
           COPY "finctl.fd".
       FD  FINANCE-CHARGE-FILE
           LABEL RECORD IS STANDARD.
       01  CHARGE-RECORD                   PIC X(60).
       FD  FINANCE-CHARGE-RPT
           LABEL RECORD IS STANDARD.
       01  RPT-LINE                        PIC X(132).
       WORKING-STORAGE             SECTION.
       COPY "acucobol.def".

       01  WS-PROGRAM-ID                   PIC X(10) VALUE "finchg".
       01  WS-CUSTBAL-FILE-STATUS          PIC XX VALUE "00".
       01  WS-FINRATE-FILE-STATUS          PIC XX VALUE "00".
       01  WS-FINEXC-FILE-STATUS           PIC XX VALUE "00".
       01  WS-FINCTL-FILE-STATUS           PIC XX VALUE "00".
       01  WS-CHARGE-FILE-STATUS           PIC XX VALUE "00".
       01  WS-RPT-FILE-STATUS              PIC XX VALUE "00".
       01  WS-FINEXC-OPEN-SW               PIC X(1) VALUE "N".
           88  WS-FINEXC-IS-OPEN           VALUE "Y".
       01  WS-BAL-EOF-SW                   PIC X(1) VALUE "N".
           88  WS-BAL-EOF                  VALUE "Y".
       01  WS-CTL-EOF-SW                   PIC X(1) VALUE "N".
           88  WS-CTL-EOF                  VALUE "Y".
       01  WS-CTL-EXISTS-SW                PIC X(1) VALUE "N".
           88  WS-CTL-EXISTS               VALUE "Y".

       01  WS-RUN-DATE                     PIC X(8) VALUE SPACES.
       01  WS-RUN-TS                       PIC X(21) VALUE SPACES.
       01  WS-CURRENT-PERIOD               PIC 9(6) VALUE ZERO.

      * -- operator-entered charge month --
       01  WS-PERIOD-ENTRY                 PIC X(6) VALUE SPACES.
       01  WS-CHARGE-PERIOD                PIC 9(6) VALUE ZERO.
       01  WS-CHARGE-PERIOD-R REDEFINES WS-CHARGE-PERIOD.
           05  WS-CHARGE-CCYY              PIC 9(4).
           05  WS-CHARGE-MM                PIC 9(2).
       01  WS-PRIOR-PERIOD                 PIC 9(6) VALUE ZERO.
       01  WS-PRIOR-PERIOD-R REDEFINES WS-PRIOR-PERIOD.
           05  WS-PRIOR-CCYY               PIC 9(4).
           05  WS-PRIOR-MM                 PIC 9(2).
       01  WS-LAST-RELEASED                PIC 9(6) VALUE ZERO.
       01  WS-LAST-RELEASED-DATE           PIC X(8) VALUE SPACES.
       01  WS-PENDING-PERIOD               PIC 9(6) VALUE ZERO.

      * -- aging work, balage.cbl's roll-forward --
       01  WS-TODAY-INT                    PIC 9(7) VALUE ZERO.
       01  WS-LAST-AGE-INT                 PIC 9(7) VALUE ZERO.
       01  WS-AGE-DAYS                     PIC S9(7) VALUE ZERO.
       01  WS-AGE-CURRENT                  PIC S9(9)V99 VALUE ZERO.
       01  WS-AGE-30                       PIC S9(9)V99 VALUE ZERO.
       01  WS-AGE-60                       PIC S9(9)V99 VALUE ZERO.
       01  WS-AGE-90                       PIC S9(9)V99 VALUE ZERO.

      * -- one customer's charge --
       01  WS-OVERDUE                      PIC S9(10)V99 VALUE ZERO.
       01  WS-DISPUTED                     PIC 9(9)V99 VALUE ZERO.
       01  WS-CHARGE-BASE                  PIC S9(10)V99 VALUE ZERO.
       01  WS-CHARGE                       PIC 9(9)V99 VALUE ZERO.
       01  WS-RATE-FOUND-SW                PIC X(1) VALUE "N".
           88  WS-RATE-FOUND               VALUE "Y".
       01  WS-RATE-FROM                    PIC X(12) VALUE SPACES.
       01  WS-MINIMUM-SW                   PIC X(1) VALUE "N".
           88  WS-MINIMUM-APPLIED          VALUE "Y".
       01  WS-SKIP-REASON                  PIC X(25) VALUE SPACES.
       01  WS-CUST-NAME                    PIC X(30) VALUE SPACES.
       01  WS-CUST-TERMS                   PIC X(10) VALUE SPACES.

      * -- the invoice row for finchg.dat --
       01  WS-CHARGE-CUST-NO               PIC 9(6) VALUE ZERO.
       01  WS-CHARGE-AMOUNT-X              PIC 9(9).99.

      * -- run counts and totals --
       01  WS-READ-COUNT                   PIC 9(7) VALUE ZERO.
       01  WS-OVERDUE-COUNT                PIC 9(7) VALUE ZERO.
       01  WS-CHARGE-COUNT                 PIC 9(7) VALUE ZERO.
       01  WS-MINIMUM-COUNT                PIC 9(7) VALUE ZERO.
       01  WS-EXEMPT-COUNT                 PIC 9(7) VALUE ZERO.
       01  WS-NO-RATE-COUNT                PIC 9(7) VALUE ZERO.
       01  WS-GRACE-COUNT                  PIC 9(7) VALUE ZERO.
       01  WS-DISPUTE-COUNT                PIC 9(7) VALUE ZERO.
       01  WS-NOT-ON-FILE-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-CHARGE-TOTAL                 PIC 9(11)V99 VALUE ZERO.
       01  WS-OVERDUE-TOTAL                PIC S9(12)V99 VALUE ZERO.
       01  WS-DISPUTED-TOTAL               PIC 9(12)V99 VALUE ZERO.
       01  WS-COUNT-EDITED                 PIC Z,ZZZ,ZZ9.
       01  WS-TOTAL-EDITED                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-OVERDUE-EDITED               PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-HEADING-LINE.
           05  FILLER      PIC X(7)  VALUE "Cust".
           05  FILLER      PIC X(21) VALUE "Customer Name".
           05  FILLER      PIC X(11) VALUE "Terms".
           05  FILLER      PIC X(13) VALUE "Rate from".
           05  FILLER      PIC X(14) VALUE "        61-90".
           05  FILLER      PIC X(14) VALUE "      Over 90".
           05  FILLER      PIC X(13) VALUE "    Disputed".
           05  FILLER      PIC X(13) VALUE "   Chargeable".
           05  FILLER      PIC X(7)  VALUE "  Rate%".
           05  FILLER      PIC X(11) VALUE "     Charge".
           05  FILLER      PIC X(7)  VALUE " Note".

       01  WS-DETAIL-LINE.
           05  DL-CUST-NO      PIC 9(6).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  DL-CUST-NAME    PIC X(20).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  DL-TERMS        PIC X(10).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  DL-RATE-FROM    PIC X(12).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  DL-AGE-60       PIC Z,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  DL-AGE-90       PIC Z,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  DL-DISPUTED     PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  DL-BASE         PIC Z,ZZZ,ZZ9.99-.
      * a charged customer shows the rate, charge and any note; one
      * not charged shows why not across the same columns
           05  DL-RESULT.
               10  FILLER      PIC X(1).
               10  DL-PCT      PIC Z9.999.
               10  FILLER      PIC X(1).
               10  DL-CHARGE   PIC ZZZ,ZZ9.99.
               10  FILLER      PIC X(1).
               10  DL-NOTE     PIC X(7).
           05  DL-SKIP-RESULT REDEFINES DL-RESULT.
               10  FILLER      PIC X(1).
               10  DL-SKIP-REASON PIC X(25).

       PROCEDURE DIVISION.
       000-Main.
           PERFORM 100-Accept-Period
           PERFORM 110-Open-Control
           PERFORM 120-Check-Period
           PERFORM 130-Open-Files
           PERFORM 200-Charge-Balances
           PERFORM 300-Print-Totals
           PERFORM 400-Record-Control
           PERFORM 900-Close-Files
           PERFORM 950-Archive-Report
           STOP RUN
           .

       100-Accept-Period.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-RUN-DATE
           MOVE WS-CURRENT-DATE-TIME TO WS-RUN-TS
           MOVE WS-CURRENT-DATE-TIME (1:6) TO WS-CURRENT-PERIOD
           MOVE FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL (WS-CURRENT-DATE-TIME (1:8)))
               TO WS-TODAY-INT
           MOVE WS-CURRENT-PERIOD TO WS-PRIOR-PERIOD
           IF WS-PRIOR-MM = 01
               SUBTRACT 1 FROM WS-PRIOR-CCYY
               MOVE 12 TO WS-PRIOR-MM
           ELSE
               SUBTRACT 1 FROM WS-PRIOR-MM
           END-IF
           DISPLAY "Finance charge month CCYYMM, this month or last "
               "(blank = current month): " WITH NO ADVANCING
           ACCEPT WS-PERIOD-ENTRY
           IF WS-PERIOD-ENTRY = SPACES
               MOVE WS-CURRENT-PERIOD TO WS-CHARGE-PERIOD
           ELSE
               IF WS-PERIOD-ENTRY IS NUMERIC
                   MOVE WS-PERIOD-ENTRY TO WS-CHARGE-PERIOD
                   IF WS-CHARGE-MM < 01 OR WS-CHARGE-MM > 12
                       DISPLAY "Period month must be 01-12 - "
                           "run aborted."
                       STOP RUN
                   END-IF
                   IF WS-CHARGE-PERIOD > WS-CURRENT-PERIOD
                       DISPLAY "Cannot charge a month not yet begun "
                           "- run aborted."
                       STOP RUN
                   END-IF
               ELSE
                   DISPLAY "Period must be CCYYMM - run aborted."
                   STOP RUN
               END-IF
           END-IF
           .

       110-Open-Control.
           OPEN I-O FINANCE-CHARGE-CONTROL
           IF WS-FINCTL-FILE-STATUS = "35"
               OPEN OUTPUT FINANCE-CHARGE-CONTROL
               IF WS-FINCTL-FILE-STATUS = "00"
                   CLOSE FINANCE-CHARGE-CONTROL
                   OPEN I-O FINANCE-CHARGE-CONTROL
               END-IF
           END-IF
           IF WS-FINCTL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open finctl, status "
                   WS-FINCTL-FILE-STATUS
               DISPLAY "finchg run aborted - see above."
               STOP RUN
           END-IF
           .

      ******************************************************************
      * One pass of FINANCE-CHARGE-CONTROL for the latest month
      * released and any other month still waiting for release.
      * Either stops the run: the month would be charged twice. So
      * does a month other than this one or last, or a run in the
      * calendar month the last release was calculated in - the
      * charge is worked on today's balances whatever month it is
      * labelled.
      ******************************************************************
       120-Check-Period.
           IF WS-CHARGE-PERIOD NOT = WS-CURRENT-PERIOD
                   AND WS-CHARGE-PERIOD NOT = WS-PRIOR-PERIOD
               DISPLAY "Only " WS-CURRENT-PERIOD " or " WS-PRIOR-PERIOD
                   " can be charged today - run aborted."
               CLOSE FINANCE-CHARGE-CONTROL
               STOP RUN
           END-IF
           MOVE ZERO TO FC-PERIOD
           MOVE "N" TO WS-CTL-EOF-SW
           START FINANCE-CHARGE-CONTROL
               KEY IS NOT LESS THAN FC-PERIOD
               INVALID KEY MOVE "Y" TO WS-CTL-EOF-SW
           END-START
           PERFORM UNTIL WS-CTL-EOF
               READ FINANCE-CHARGE-CONTROL NEXT RECORD
                   AT END MOVE "Y" TO WS-CTL-EOF-SW
                   NOT AT END
                       IF FC-RELEASED
                           MOVE FC-PERIOD TO WS-LAST-RELEASED
                           MOVE FC-CHARGE-DATE TO WS-LAST-RELEASED-DATE
                       END-IF
                       IF FC-CALCULATED
                               AND FC-PERIOD NOT = WS-CHARGE-PERIOD
                           MOVE FC-PERIOD TO WS-PENDING-PERIOD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CHARGE-PERIOD NOT > WS-LAST-RELEASED
               DISPLAY "Finance charges are released through "
                   WS-LAST-RELEASED " - " WS-CHARGE-PERIOD
                   " cannot be charged again. Run aborted."
               CLOSE FINANCE-CHARGE-CONTROL
               STOP RUN
           END-IF
           IF WS-LAST-RELEASED-DATE NOT = SPACES
                   AND WS-LAST-RELEASED-DATE (1:6)
                       NOT < WS-CURRENT-PERIOD
               DISPLAY "The " WS-LAST-RELEASED " charges were worked "
                   "on balances of " WS-LAST-RELEASED-DATE
                   " - no further month can be charged until next "
                   "month. Run aborted."
               CLOSE FINANCE-CHARGE-CONTROL
               STOP RUN
           END-IF
           IF WS-PENDING-PERIOD NOT = ZERO
               DISPLAY "Charges for " WS-PENDING-PERIOD
                   " are calculated but not released - release them "
                   "with finrel first. Run aborted."
               CLOSE FINANCE-CHARGE-CONTROL
               STOP RUN
           END-IF
           MOVE "N" TO WS-CTL-EXISTS-SW
           MOVE WS-CHARGE-PERIOD TO FC-PERIOD
           READ FINANCE-CHARGE-CONTROL
               INVALID KEY CONTINUE
           END-READ
           IF WS-FINCTL-FILE-STATUS = "00"
               MOVE "Y" TO WS-CTL-EXISTS-SW
               DISPLAY "Replacing the " WS-CHARGE-PERIOD
                   " charges calculated " FC-CALCULATED-TS (1:8)
                   " - finchg.dat and finchg.rpt are rewritten."
           END-IF
           .

       130-Open-Files.
           OPEN INPUT OPEN-BALANCE-FILE
           IF WS-CUSTBAL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open custbal, status "
                   WS-CUSTBAL-FILE-STATUS
               DISPLAY "finchg run aborted - see above."
               CLOSE FINANCE-CHARGE-CONTROL
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-FS-OK
               DISPLAY "ERROR: cannot open CUSTOMER-FILE, status "
                   WS-FILE-STATUS
               DISPLAY "finchg run aborted - see above."
               CLOSE FINANCE-CHARGE-CONTROL
               CLOSE OPEN-BALANCE-FILE
               STOP RUN
           END-IF
           OPEN INPUT FINANCE-RATE-FILE
           IF WS-FINRATE-FILE-STATUS = "35"
               DISPLAY "No finance charge rates on disk - set them "
                   "with finmaint first."
               CLOSE FINANCE-CHARGE-CONTROL
               CLOSE OPEN-BALANCE-FILE
               CLOSE CUSTOMER-FILE
               STOP RUN
           END-IF
           IF WS-FINRATE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open finrate, status "
                   WS-FINRATE-FILE-STATUS
               DISPLAY "finchg run aborted - see above."
               CLOSE FINANCE-CHARGE-CONTROL
               CLOSE OPEN-BALANCE-FILE
               CLOSE CUSTOMER-FILE
               STOP RUN
           END-IF
      * no exception file is no customer exempt or in dispute
           OPEN INPUT FINANCE-EXCEPTION-FILE
           IF WS-FINEXC-FILE-STATUS = "00"
               MOVE "Y" TO WS-FINEXC-OPEN-SW
           ELSE
               IF WS-FINEXC-FILE-STATUS NOT = "35"
                   DISPLAY "ERROR: cannot open finexc, status "
                       WS-FINEXC-FILE-STATUS
                   DISPLAY "finchg run aborted - see above."
                   CLOSE FINANCE-CHARGE-CONTROL
                   CLOSE OPEN-BALANCE-FILE
                   CLOSE CUSTOMER-FILE
                   CLOSE FINANCE-RATE-FILE
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT FINANCE-CHARGE-FILE
           IF WS-CHARGE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open finchg.dat, status "
                   WS-CHARGE-FILE-STATUS
               DISPLAY "finchg run aborted - see above."
               STOP RUN
           END-IF
           OPEN OUTPUT FINANCE-CHARGE-RPT
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open finchg.rpt, status "
                   WS-RPT-FILE-STATUS
               DISPLAY "finchg run aborted - see above."
               STOP RUN
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "Finance Charge Register - month " WS-CHARGE-PERIOD
               "  (balances aged to " WS-RUN-DATE
               ", charges dated " WS-RUN-DATE ")"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HEADING-LINE TO RPT-LINE
           WRITE RPT-LINE
           .

       200-Charge-Balances.
           MOVE "N" TO WS-BAL-EOF-SW
           PERFORM UNTIL WS-BAL-EOF
               READ OPEN-BALANCE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-BAL-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 210-Charge-One-Balance
               END-READ
           END-PERFORM
           .

      ******************************************************************
      * One balance row. Nothing over 60 days is passed over
      * silently; every other row gets a register line, with the
      * charge or with the reason it was not charged.
      ******************************************************************
       210-Charge-One-Balance.
           PERFORM 205-Reage-Buckets
           COMPUTE WS-OVERDUE = WS-AGE-60 + WS-AGE-90
           IF WS-OVERDUE > ZERO
               ADD 1 TO WS-OVERDUE-COUNT
               ADD WS-OVERDUE TO WS-OVERDUE-TOTAL
               MOVE SPACES TO WS-SKIP-REASON
               MOVE SPACES TO WS-RATE-FROM
               MOVE "N" TO WS-MINIMUM-SW
               MOVE ZERO TO WS-DISPUTED
               MOVE ZERO TO WS-CHARGE
               PERFORM 220-Read-Customer
               IF WS-SKIP-REASON = SPACES
                   PERFORM 230-Check-Exception
               END-IF
               IF WS-SKIP-REASON = SPACES
                   PERFORM 240-Find-Rate
               END-IF
               COMPUTE WS-CHARGE-BASE = WS-OVERDUE - WS-DISPUTED
               IF WS-CHARGE-BASE < ZERO
                   MOVE ZERO TO WS-CHARGE-BASE
               END-IF
               IF WS-SKIP-REASON = SPACES
                   PERFORM 250-Compute-Charge
               END-IF
               IF WS-SKIP-REASON = SPACES
                   PERFORM 260-Write-Charge
               END-IF
               PERFORM 270-Print-Register-Line
           END-IF
           .

       205-Reage-Buckets.
      * working-storage copy of the buckets, rolled forward by the
      * full 30-day periods elapsed since balpost last aged the
      * row - the same roll-forward balage.cbl shows. An unreadable
      * anchor date rolls nothing.
           MOVE OB-AGE-CURRENT TO WS-AGE-CURRENT
           MOVE OB-AGE-30 TO WS-AGE-30
           MOVE OB-AGE-60 TO WS-AGE-60
           MOVE OB-AGE-90 TO WS-AGE-90
           IF OB-LAST-AGE-DATE IS NUMERIC
               MOVE FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL (OB-LAST-AGE-DATE))
                   TO WS-LAST-AGE-INT
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-LAST-AGE-INT
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

       220-Read-Customer.
      * balpost.cbl would reject a charge for a customer not on file
           MOVE OB-CUST-NO TO CF-CUST-NO
           READ CUSTOMER-FILE
               INVALID KEY CONTINUE
           END-READ
           IF WS-FS-OK
               MOVE CF-CUST-NAME TO WS-CUST-NAME
               MOVE CF-CUST-TERMS TO WS-CUST-TERMS
           ELSE
               MOVE "(not on file)" TO WS-CUST-NAME
               MOVE SPACES TO WS-CUST-TERMS
               MOVE "customer not on file" TO WS-SKIP-REASON
               ADD 1 TO WS-NOT-ON-FILE-COUNT
           END-IF
           .

       230-Check-Exception.
           IF WS-FINEXC-IS-OPEN
               MOVE OB-CUST-NO TO FX-CUST-NO
               READ FINANCE-EXCEPTION-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-FINEXC-FILE-STATUS = "00"
                   MOVE FX-DISPUTED-AMOUNT TO WS-DISPUTED
                   ADD FX-DISPUTED-AMOUNT TO WS-DISPUTED-TOTAL
                   IF FX-EXEMPT
                       MOVE "exempt - customer" TO WS-SKIP-REASON
                       ADD 1 TO WS-EXEMPT-COUNT
                   END-IF
               END-IF
           END-IF
           .

      ******************************************************************
      * Terms first, then category, then the default row. The first
      * row found decides - an exempt row is not passed over for the
      * next one.
      ******************************************************************
       240-Find-Rate.
           MOVE "N" TO WS-RATE-FOUND-SW
           IF CF-CUST-TERMS NOT = SPACES
               MOVE "T" TO FR-KIND
               MOVE CF-CUST-TERMS TO FR-CODE
               PERFORM 245-Read-Rate
           END-IF
           IF NOT WS-RATE-FOUND AND CF-CUST-CATEGORY NOT = SPACES
               MOVE "C" TO FR-KIND
               MOVE CF-CUST-CATEGORY TO FR-CODE
               PERFORM 245-Read-Rate
           END-IF
           IF NOT WS-RATE-FOUND
               MOVE "D" TO FR-KIND
               MOVE SPACES TO FR-CODE
               PERFORM 245-Read-Rate
           END-IF
           IF WS-RATE-FOUND
               IF FR-KIND-DEFAULT
                   MOVE "Default" TO WS-RATE-FROM
               ELSE
                   STRING FR-KIND " " FR-CODE
                       DELIMITED BY SIZE INTO WS-RATE-FROM
               END-IF
               IF FR-EXEMPT
                   IF FR-KIND-TERMS
                       MOVE "exempt - terms" TO WS-SKIP-REASON
                   ELSE
                       IF FR-KIND-CATEGORY
                           MOVE "exempt - category"
                               TO WS-SKIP-REASON
                       ELSE
                           MOVE "exempt - default rate"
                               TO WS-SKIP-REASON
                       END-IF
                   END-IF
                   ADD 1 TO WS-EXEMPT-COUNT
               END-IF
           ELSE
               MOVE "no rate - not charged" TO WS-SKIP-REASON
               ADD 1 TO WS-NO-RATE-COUNT
           END-IF
           .

       245-Read-Rate.
           READ FINANCE-RATE-FILE
               INVALID KEY CONTINUE
           END-READ
           IF WS-FINRATE-FILE-STATUS = "00"
               MOVE "Y" TO WS-RATE-FOUND-SW
           END-IF
           .

       250-Compute-Charge.
           IF WS-CHARGE-BASE = ZERO
               MOVE "all in dispute" TO WS-SKIP-REASON
               ADD 1 TO WS-DISPUTE-COUNT
           ELSE
               IF WS-CHARGE-BASE NOT > FR-GRACE-AMOUNT
                   MOVE "within grace amount" TO WS-SKIP-REASON
                   ADD 1 TO WS-GRACE-COUNT
               ELSE
                   COMPUTE WS-CHARGE ROUNDED
                       = WS-CHARGE-BASE * FR-MONTHLY-PCT / 100
                   IF WS-CHARGE < FR-MINIMUM-CHARGE
                       MOVE FR-MINIMUM-CHARGE TO WS-CHARGE
                       MOVE "Y" TO WS-MINIMUM-SW
                   END-IF
                   IF WS-CHARGE = ZERO
                       MOVE "charge rounds to zero" TO WS-SKIP-REASON
                       ADD 1 TO WS-GRACE-COUNT
                   END-IF
               END-IF
           END-IF
           .

       260-Write-Charge.
      * the row balpost.cbl reads from artrans.dat: type I, the
      * customer number, the charge date and an unsigned amount
           MOVE OB-CUST-NO TO WS-CHARGE-CUST-NO
           MOVE WS-CHARGE TO WS-CHARGE-AMOUNT-X
           MOVE SPACES TO CHARGE-RECORD
           STRING "I|" WS-CHARGE-CUST-NO "|" WS-RUN-DATE "|"
               WS-CHARGE-AMOUNT-X
               DELIMITED BY SIZE INTO CHARGE-RECORD
           WRITE CHARGE-RECORD
           IF WS-CHARGE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: write to finchg.dat failed, status "
                   WS-CHARGE-FILE-STATUS
               DISPLAY "finchg run aborted - see above. Nothing is "
                   "recorded for " WS-CHARGE-PERIOD "."
               STOP RUN
           END-IF
           ADD 1 TO WS-CHARGE-COUNT
           ADD WS-CHARGE TO WS-CHARGE-TOTAL
           IF WS-MINIMUM-APPLIED
               ADD 1 TO WS-MINIMUM-COUNT
           END-IF
           .

       270-Print-Register-Line.
           MOVE OB-CUST-NO TO DL-CUST-NO
           MOVE WS-CUST-NAME TO DL-CUST-NAME
           MOVE WS-CUST-TERMS TO DL-TERMS
           MOVE WS-RATE-FROM TO DL-RATE-FROM
           MOVE WS-AGE-60 TO DL-AGE-60
           MOVE WS-AGE-90 TO DL-AGE-90
           MOVE WS-DISPUTED TO DL-DISPUTED
           MOVE WS-CHARGE-BASE TO DL-BASE
           MOVE SPACES TO DL-RESULT
           IF WS-SKIP-REASON = SPACES
               MOVE FR-MONTHLY-PCT TO DL-PCT
               MOVE WS-CHARGE TO DL-CHARGE
               IF WS-MINIMUM-APPLIED
                   MOVE "MINIMUM" TO DL-NOTE
               END-IF
           ELSE
               MOVE WS-SKIP-REASON TO DL-SKIP-REASON
           END-IF
           MOVE SPACES TO RPT-LINE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           .

       300-Print-Totals.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-READ-COUNT TO WS-COUNT-EDITED
           MOVE SPACES TO RPT-LINE
           STRING "Balances read           " WS-COUNT-EDITED
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-OVERDUE-COUNT TO WS-COUNT-EDITED
           MOVE WS-OVERDUE-TOTAL TO WS-OVERDUE-EDITED
           MOVE SPACES TO RPT-LINE
           STRING "Over 60 days            " WS-COUNT-EDITED
               "   overdue " WS-OVERDUE-EDITED
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CHARGE-COUNT TO WS-COUNT-EDITED
           MOVE WS-CHARGE-TOTAL TO WS-TOTAL-EDITED
           MOVE SPACES TO RPT-LINE
           STRING "Charged                 " WS-COUNT-EDITED
               "   total   " WS-TOTAL-EDITED
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-MINIMUM-COUNT TO WS-COUNT-EDITED
           MOVE SPACES TO RPT-LINE
           STRING "  at the minimum        " WS-COUNT-EDITED
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-EXEMPT-COUNT TO WS-COUNT-EDITED
           MOVE SPACES TO RPT-LINE
           STRING "Not charged - exempt    " WS-COUNT-EDITED
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-DISPUTE-COUNT TO WS-COUNT-EDITED
           MOVE WS-DISPUTED-TOTAL TO WS-TOTAL-EDITED
           MOVE SPACES TO RPT-LINE
           STRING "  - all in dispute      " WS-COUNT-EDITED
               "   disputed on file " WS-TOTAL-EDITED
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-GRACE-COUNT TO WS-COUNT-EDITED
           MOVE SPACES TO RPT-LINE
           STRING "  - within grace        " WS-COUNT-EDITED
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-NO-RATE-COUNT TO WS-COUNT-EDITED
           MOVE SPACES TO RPT-LINE
           STRING "  - no rate             " WS-COUNT-EDITED
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-NOT-ON-FILE-COUNT TO WS-COUNT-EDITED
           MOVE SPACES TO RPT-LINE
           STRING "  - customer not on file" WS-COUNT-EDITED
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CHARGE-COUNT TO WS-COUNT-EDITED
           MOVE WS-CHARGE-TOTAL TO WS-TOTAL-EDITED
           MOVE SPACES TO RPT-LINE
           STRING "NOT YET POSTED -" WS-COUNT-EDITED
               " charges totalling " WS-TOTAL-EDITED
               " are waiting in finchg.dat."
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "Review this register, then run finrel to release "
               "them to artrans.dat for balpost to post."
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           DISPLAY "finchg complete - " WS-CHARGE-COUNT
               " charges totalling " WS-TOTAL-EDITED
               " for " WS-CHARGE-PERIOD ", see finchg.rpt"
           .

       400-Record-Control.
      * written last, so a run that stops part way leaves the month
      * as it was and finrel.cbl will not release a partial file
           IF NOT WS-CTL-EXISTS
               MOVE SPACES TO FINANCE-CHARGE-CONTROL-RECORD
               MOVE WS-CHARGE-PERIOD TO FC-PERIOD
           END-IF
           MOVE "C" TO FC-STATUS
           MOVE WS-RUN-DATE TO FC-CHARGE-DATE
           MOVE WS-CHARGE-COUNT TO FC-CHARGE-COUNT
           MOVE WS-CHARGE-TOTAL TO FC-CHARGE-TOTAL
           MOVE WS-RUN-TS TO FC-CALCULATED-TS
           MOVE SPACES TO FC-RELEASED-TS
           MOVE SPACES TO FC-RELEASED-BY
           IF WS-CTL-EXISTS
               REWRITE FINANCE-CHARGE-CONTROL-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               WRITE FINANCE-CHARGE-CONTROL-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF
           IF WS-FINCTL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot record " WS-CHARGE-PERIOD
                   " on finctl, status " WS-FINCTL-FILE-STATUS
                   " - finrel will not release finchg.dat."
           END-IF
           .

       900-Close-Files.
           CLOSE OPEN-BALANCE-FILE
           CLOSE CUSTOMER-FILE
           CLOSE FINANCE-RATE-FILE
           IF WS-FINEXC-IS-OPEN
               CLOSE FINANCE-EXCEPTION-FILE
           END-IF
           CLOSE FINANCE-CHARGE-CONTROL
           CLOSE FINANCE-CHARGE-FILE
           CLOSE FINANCE-CHARGE-RPT
           .

       950-Archive-Report.
      * capture this run's register into the dated report archive
      * (rptarch.cbl) before the next run overwrites it
           CALL "rptarch" USING WS-PROGRAM-ID
               ON EXCEPTION CONTINUE
           END-CALL
           .
