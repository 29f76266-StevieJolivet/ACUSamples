      * arstmt.cbl
      * Month-end customer statements. For the statement month
      * (default: the month just ended) walks OPEN-BALANCE-FILE and,
      * for every customer with a balance at month end, prints one
      * statement to arstmt.rpt, each on its own page: the remit-to
      * heading for the customer's CF-COMPANY-CODE (remitto.cfg),
      * the bill-to address, the opening balance, every invoice and
      * payment dated in the month off AR-HISTORY-FILE (arhist.fd)
      * with a running balance, the closing balance, and the
      * current/31-60/61-90/over-90 aging.
      *
      * Balances are worked back from the live bucket total rather
      * than forward from the start of the history, so a statement
      * run a few days into the next month still closes at the
      * month-end figure: closing = today's balance less whatever
      * has been posted with a later transaction date, opening =
      * closing less the month's invoices plus its payments. The
      * aging block is as at the month end too, and adds up to the
      * closing balance: balpost.cbl takes every payment from the
      * oldest bucket first, so what is still owed at month end is
      * the newest invoices dated up to it, and the closing balance
      * is spread over those invoices' ages, newest first, with
      * anything older than 90 days (or a balance from before the
      * history) in over-90. A credit balance sits in current, as
      * balpost leaves it.
       IDENTIFICATION              DIVISION.
       PROGRAM-ID. arstmt.
       AUTHOR. sjolivet.
       DATE-WRITTEN. Thursday, October 15, 2026.
       REMARKS.
           Month-end customer statements from AR history.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "custfile.sl".
           COPY "custbal.sl".
           COPY "arhist.sl".
           COPY "remitto.sl".
           SELECT STATEMENT-RPT
               ASSIGN TO "arstmt.rpt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RPT-FILE-STATUS.
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "custfile.fd".
           COPY "custbal.fd".
           COPY "arhist.fd".
           COPY "remitto.fd".
       FD  STATEMENT-RPT
           LABEL RECORD IS STANDARD.
       01  RPT-LINE                        PIC X(132).
       WORKING-STORAGE             SECTION.
       COPY "acucobol.def".

       01  WS-PROGRAM-ID                   PIC X(10) VALUE "arstmt".
       01  WS-CUSTBAL-FILE-STATUS          PIC XX VALUE "00".
       01  WS-ARHIST-FILE-STATUS           PIC XX VALUE "00".
       01  WS-REMIT-FILE-STATUS            PIC XX VALUE "00".
       01  WS-RPT-FILE-STATUS              PIC XX VALUE "00".
       01  WS-BAL-EOF-SW                   PIC X(1) VALUE "N".
           88  WS-BAL-EOF                  VALUE "Y".
       01  WS-HIST-EOF-SW                  PIC X(1) VALUE "N".
           88  WS-HIST-EOF                 VALUE "Y".
       01  WS-REMIT-EOF-SW                 PIC X(1) VALUE "N".
           88  WS-REMIT-EOF                VALUE "Y".
       01  WS-CUST-FOUND-SW                PIC X(1) VALUE "N".
           88  WS-CUST-FOUND               VALUE "Y".

      * -- run parameters --
       01  WS-PERIOD-ENTRY                 PIC X(6) VALUE SPACES.
       01  WS-PERIOD                       PIC X(6) VALUE SPACES.
       01  WS-PERIOD-R REDEFINES WS-PERIOD.
           05  WS-PERIOD-CCYY              PIC 9(4).
           05  WS-PERIOD-MM                PIC 9(2).
       01  WS-SEL-COMPANY                  PIC X(2) VALUE "*".
           88  WS-SEL-COMPANY-ALL          VALUE "*" SPACES.
       01  WS-CUST-COMPANY                 PIC X(2) VALUE SPACES.

      * -- statement month boundaries, CCYYMMDD --
       01  WS-PERIOD-START                 PIC X(8) VALUE SPACES.
       01  WS-PERIOD-END                   PIC X(8) VALUE SPACES.
       01  WS-NEXT-MONTH-N                 PIC 9(8) VALUE ZERO.
       01  WS-NEXT-MONTH-R REDEFINES WS-NEXT-MONTH-N.
           05  WS-NEXT-CCYY                PIC 9(4).
           05  WS-NEXT-MM                  PIC 9(2).
           05  WS-NEXT-DD                  PIC 9(2).
       01  WS-PERIOD-END-INT               PIC 9(7) VALUE ZERO.
       01  WS-PERIOD-END-N                 PIC 9(8) VALUE ZERO.
       01  WS-RUN-DATE                     PIC X(8) VALUE SPACES.

      * -- remit-to addresses by company, loaded from remitto.cfg --
       01  WS-RT-TABLE-MAX                 PIC 9(3) VALUE 20.
       01  WS-RT-TABLE-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-RT-TABLE.
           05  WS-RT-ENTRY OCCURS 0 TO 20 TIMES
                   DEPENDING ON WS-RT-TABLE-COUNT
                   INDEXED BY WS-RT-IDX.
               10  WS-RT-COMPANY           PIC X(2).
               10  WS-RT-NAME              PIC X(40).
               10  WS-RT-ADDR1             PIC X(40).
               10  WS-RT-ADDR2             PIC X(40).
               10  WS-RT-CITY-LINE         PIC X(40).
       01  WS-RT-FOUND-SW                  PIC X(1) VALUE "N".
           88  WS-RT-FOUND                 VALUE "Y".

      * -- per-customer balance work --
       01  WS-LIVE-BALANCE                 PIC S9(10)V99 VALUE ZERO.
       01  WS-AFTER-NET                    PIC S9(10)V99 VALUE ZERO.
       01  WS-MONTH-INVOICES               PIC S9(10)V99 VALUE ZERO.
       01  WS-MONTH-PAYMENTS               PIC S9(10)V99 VALUE ZERO.
       01  WS-OPENING-BALANCE              PIC S9(10)V99 VALUE ZERO.
       01  WS-CLOSING-BALANCE              PIC S9(10)V99 VALUE ZERO.
       01  WS-RUNNING-BALANCE              PIC S9(10)V99 VALUE ZERO.
       01  WS-MONTH-LINE-COUNT             PIC 9(5) VALUE ZERO.

      * -- month-end aging for the aging block: the invoices dated
      * in the 90 days up to the month end, by balpost.cbl's age
      * bands, and the closing balance spread over them --
       01  WS-AGING-START                  PIC X(8) VALUE SPACES.
       01  WS-AGING-START-N                PIC 9(8) VALUE ZERO.
       01  WS-INV-CURRENT                  PIC S9(10)V99 VALUE ZERO.
       01  WS-INV-30                       PIC S9(10)V99 VALUE ZERO.
       01  WS-INV-60                       PIC S9(10)V99 VALUE ZERO.
       01  WS-AGE-LEFT                     PIC S9(10)V99 VALUE ZERO.
       01  WS-AGE-CURRENT                  PIC S9(10)V99 VALUE ZERO.
       01  WS-AGE-30                       PIC S9(10)V99 VALUE ZERO.
       01  WS-AGE-60                       PIC S9(10)V99 VALUE ZERO.
       01  WS-AGE-90                       PIC S9(10)V99 VALUE ZERO.
       01  WS-TRANS-DATE-INT               PIC 9(7) VALUE ZERO.
       01  WS-AGE-DAYS                     PIC S9(5) VALUE ZERO.

      * -- page control within one statement --
       01  WS-LINE-COUNT                   PIC 9(3) VALUE ZERO.
       01  WS-LINES-PER-PAGE               PIC 9(3) VALUE 55.
       01  WS-STATEMENT-PAGE               PIC 9(3) VALUE ZERO.

      * -- counters --
       01  WS-READ-COUNT                   PIC 9(7) VALUE ZERO.
       01  WS-STATEMENT-COUNT              PIC 9(7) VALUE ZERO.
       01  WS-SKIPPED-COUNT                PIC 9(7) VALUE ZERO.
       01  WS-GRAND-CLOSING                PIC S9(12)V99 VALUE ZERO.
       01  WS-EDITED-SUM                   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-COLUMN-HEADING.
           05  FILLER      PIC X(12) VALUE "Date".
           05  FILLER      PIC X(24) VALUE "Description".
           05  FILLER      PIC X(16) VALUE "         Charges".
           05  FILLER      PIC X(16) VALUE "         Credits".
           05  FILLER      PIC X(18) VALUE "           Balance".

       01  WS-DETAIL-LINE.
           05  DL-DATE                     PIC X(10).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  DL-DESCRIPTION              PIC X(20).
           05  DL-CHARGE                   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  DL-CREDIT                   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  DL-BALANCE                  PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01  WS-AGING-HEADING.
           05  FILLER      PIC X(15) VALUE "        Current".
           05  FILLER      PIC X(15) VALUE "          31-60".
           05  FILLER      PIC X(15) VALUE "          61-90".
           05  FILLER      PIC X(15) VALUE "        Over 90".
           05  FILLER      PIC X(17) VALUE "     Total Due".

       01  WS-AGING-LINE.
           05  AL-CURRENT      PIC ZZZ,ZZZ,ZZ9.99-.
           05  AL-AGE-30       PIC ZZZ,ZZZ,ZZ9.99-.
           05  AL-AGE-60       PIC ZZZ,ZZZ,ZZ9.99-.
           05  AL-AGE-90       PIC ZZZ,ZZZ,ZZ9.99-.
           05  AL-TOTAL        PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01  WS-FOOTER-LINE.
           05  FILLER          PIC X(16) VALUE "Balances read: ".
           05  FT-READ-COUNT   PIC ZZZ,ZZ9.
           05  FILLER          PIC X(14) VALUE "  statements: ".
           05  FT-STMT-COUNT   PIC ZZZ,ZZ9.
           05  FILLER          PIC X(11) VALUE "  skipped: ".
           05  FT-SKIP-COUNT   PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       000-Main.
           PERFORM 050-Accept-Parameters
           PERFORM 100-Open-Files
           PERFORM 150-Load-Remit-Table
           PERFORM 200-Print-Statements
           PERFORM 400-Print-Run-Summary
           PERFORM 900-Close-Files
           PERFORM 950-Archive-Report
           STOP RUN
           .

       050-Accept-Parameters.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-RUN-DATE
           DISPLAY "Statement month CCYYMM (blank = last month): "
               WITH NO ADVANCING
           ACCEPT WS-PERIOD-ENTRY
           IF WS-PERIOD-ENTRY = SPACES
      * the month just ended - statements go out in the first days
      * of the following month
               IF WS-CURR-MM = 1
                   COMPUTE WS-PERIOD-CCYY = WS-CURR-CCYY - 1
                   MOVE 12 TO WS-PERIOD-MM
               ELSE
                   MOVE WS-CURR-CCYY TO WS-PERIOD-CCYY
                   COMPUTE WS-PERIOD-MM = WS-CURR-MM - 1
               END-IF
           ELSE
               MOVE WS-PERIOD-ENTRY TO WS-PERIOD
               IF WS-PERIOD IS NOT NUMERIC
                       OR WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
                   DISPLAY "Statement month must be CCYYMM - run "
                       "aborted."
                   STOP RUN
               END-IF
           END-IF
           DISPLAY "Company (* = all): " WITH NO ADVANCING
           ACCEPT WS-SEL-COMPANY
      * first and last day of the month; the last day is the day
      * before the first of the next month
           STRING WS-PERIOD "01" DELIMITED BY SIZE
               INTO WS-PERIOD-START
           MOVE WS-PERIOD-CCYY TO WS-NEXT-CCYY
           MOVE WS-PERIOD-MM TO WS-NEXT-MM
           MOVE 1 TO WS-NEXT-DD
           IF WS-NEXT-MM = 12
               ADD 1 TO WS-NEXT-CCYY
               MOVE 1 TO WS-NEXT-MM
           ELSE
               ADD 1 TO WS-NEXT-MM
           END-IF
           COMPUTE WS-PERIOD-END-INT
               = FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-N) - 1
           MOVE FUNCTION DATE-OF-INTEGER (WS-PERIOD-END-INT)
               TO WS-PERIOD-END-N
           MOVE WS-PERIOD-END-N TO WS-PERIOD-END
      * the aging looks back 90 days from the month end
           MOVE FUNCTION DATE-OF-INTEGER (WS-PERIOD-END-INT - 90)
               TO WS-AGING-START-N
           MOVE WS-AGING-START-N TO WS-AGING-START
           .

       100-Open-Files.
           OPEN INPUT OPEN-BALANCE-FILE
           IF WS-CUSTBAL-FILE-STATUS = "35"
               DISPLAY "No balance file on disk - run balpost first."
               STOP RUN
           END-IF
           IF WS-CUSTBAL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open custbal, status "
                   WS-CUSTBAL-FILE-STATUS
               DISPLAY "arstmt run aborted - see above."
               STOP RUN
           END-IF
           OPEN INPUT AR-HISTORY-FILE
           IF WS-ARHIST-FILE-STATUS = "35"
               DISPLAY "No AR history on disk - run balpost first."
               STOP RUN
           END-IF
           IF WS-ARHIST-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open arhist, status "
                   WS-ARHIST-FILE-STATUS
               DISPLAY "arstmt run aborted - see above."
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-FS-OK
               DISPLAY "ERROR: cannot open CUSTOMER-FILE, status "
                   WS-FILE-STATUS
               DISPLAY "arstmt run aborted - see above."
               STOP RUN
           END-IF
           OPEN OUTPUT STATEMENT-RPT
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open arstmt.rpt, status "
                   WS-RPT-FILE-STATUS
               DISPLAY "arstmt run aborted - see above."
               STOP RUN
           END-IF
           .

       150-Load-Remit-Table.
      * a missing remitto.cfg is not fatal - statements still print,
      * with a line saying the remit-to address is missing, so the
      * run is caught at review instead of failing overnight
           MOVE ZERO TO WS-RT-TABLE-COUNT
           OPEN INPUT REMIT-TO-CONFIG
           IF WS-REMIT-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: cannot open remitto.cfg, status "
                   WS-REMIT-FILE-STATUS " - statements print without "
                   "a remit-to address."
           ELSE
               MOVE "N" TO WS-REMIT-EOF-SW
               PERFORM UNTIL WS-REMIT-EOF
                   READ REMIT-TO-CONFIG
                       AT END MOVE "Y" TO WS-REMIT-EOF-SW
                       NOT AT END
                           IF REMIT-TO-RECORD (1:1) NOT = "*"
                                   AND RT-COMPANY NOT = SPACES
                               IF WS-RT-TABLE-COUNT < WS-RT-TABLE-MAX
                                   ADD 1 TO WS-RT-TABLE-COUNT
                                   MOVE RT-COMPANY TO WS-RT-COMPANY
                                       (WS-RT-TABLE-COUNT)
                                   MOVE RT-NAME TO WS-RT-NAME
                                       (WS-RT-TABLE-COUNT)
                                   MOVE RT-ADDR1 TO WS-RT-ADDR1
                                       (WS-RT-TABLE-COUNT)
                                   MOVE RT-ADDR2 TO WS-RT-ADDR2
                                       (WS-RT-TABLE-COUNT)
                                   MOVE RT-CITY-LINE TO WS-RT-CITY-LINE
                                       (WS-RT-TABLE-COUNT)
                               ELSE
                                   DISPLAY "WARNING: more than "
                                       WS-RT-TABLE-MAX " remit-to "
                                       "lines - extras ignored."
                                   MOVE "Y" TO WS-REMIT-EOF-SW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REMIT-TO-CONFIG
           END-IF
           .

       200-Print-Statements.
           MOVE ZERO TO OB-CUST-NO
           START OPEN-BALANCE-FILE KEY IS NOT LESS THAN OB-CUST-NO
               INVALID KEY MOVE "Y" TO WS-BAL-EOF-SW
           END-START
           PERFORM UNTIL WS-BAL-EOF
               READ OPEN-BALANCE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-BAL-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 210-Statement-One-Customer
               END-READ
           END-PERFORM
           .

       210-Statement-One-Customer.
           MOVE OB-CUST-NO TO CF-CUST-NO
           READ CUSTOMER-FILE
               INVALID KEY CONTINUE
           END-READ
           IF WS-FS-OK
               MOVE "Y" TO WS-CUST-FOUND-SW
               MOVE CF-COMPANY-CODE TO WS-CUST-COMPANY
           ELSE
      * balance row for a customer no longer on the master - the
      * money is still owed, so it still gets a statement
               MOVE "N" TO WS-CUST-FOUND-SW
               MOVE SPACES TO CUSTOMER-RECORD
               MOVE OB-CUST-NO TO CF-CUST-NO
               MOVE "(not on customer file)" TO CF-CUST-NAME
               MOVE SPACES TO WS-CUST-COMPANY
           END-IF
           IF WS-CUST-COMPANY = SPACES
               MOVE "01" TO WS-CUST-COMPANY
           END-IF
           IF WS-SEL-COMPANY-ALL
                   OR WS-CUST-COMPANY = WS-SEL-COMPANY
               PERFORM 220-Work-Out-Balances
               IF WS-CLOSING-BALANCE NOT = ZERO
                   PERFORM 300-Print-One-Statement
               ELSE
                   ADD 1 TO WS-SKIPPED-COUNT
               END-IF
           END-IF
           .

       220-Work-Out-Balances.
      * first pass over the customer's history: the month's totals
      * and the net of everything dated after the month
           COMPUTE WS-LIVE-BALANCE
               = OB-AGE-CURRENT + OB-AGE-30 + OB-AGE-60 + OB-AGE-90
           MOVE ZERO TO WS-AFTER-NET
           MOVE ZERO TO WS-MONTH-INVOICES
           MOVE ZERO TO WS-MONTH-PAYMENTS
           MOVE ZERO TO WS-MONTH-LINE-COUNT
           PERFORM 230-Start-Customer-History
           PERFORM UNTIL WS-HIST-EOF
               READ AR-HISTORY-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-HIST-EOF-SW
                   NOT AT END
                       IF AH-CUST-NO NOT = OB-CUST-NO
                           MOVE "Y" TO WS-HIST-EOF-SW
                       ELSE
                           PERFORM 240-Accumulate-History-Row
                       END-IF
               END-READ
           END-PERFORM
           COMPUTE WS-CLOSING-BALANCE = WS-LIVE-BALANCE - WS-AFTER-NET
           COMPUTE WS-OPENING-BALANCE = WS-CLOSING-BALANCE
               - WS-MONTH-INVOICES + WS-MONTH-PAYMENTS
           .

       230-Start-Customer-History.
           MOVE "N" TO WS-HIST-EOF-SW
           MOVE LOW-VALUES TO AH-KEY
           MOVE OB-CUST-NO TO AH-CUST-NO
           MOVE WS-PERIOD-START TO AH-TRANS-DATE
           START AR-HISTORY-FILE KEY IS NOT LESS THAN AH-KEY
               INVALID KEY MOVE "Y" TO WS-HIST-EOF-SW
           END-START
           .

       240-Accumulate-History-Row.
           IF AH-TRANS-DATE > WS-PERIOD-END
               IF AH-TYPE-INVOICE
                   ADD AH-AMOUNT TO WS-AFTER-NET
               ELSE
                   SUBTRACT AH-AMOUNT FROM WS-AFTER-NET
               END-IF
           ELSE
               ADD 1 TO WS-MONTH-LINE-COUNT
               IF AH-TYPE-INVOICE
                   ADD AH-AMOUNT TO WS-MONTH-INVOICES
               ELSE
                   ADD AH-AMOUNT TO WS-MONTH-PAYMENTS
               END-IF
           END-IF
           .

       300-Print-One-Statement.
           ADD 1 TO WS-STATEMENT-COUNT
           ADD WS-CLOSING-BALANCE TO WS-GRAND-CLOSING
           MOVE ZERO TO WS-STATEMENT-PAGE
           PERFORM 310-Print-Statement-Heading
           MOVE WS-OPENING-BALANCE TO WS-RUNNING-BALANCE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE "Opening balance" TO DL-DESCRIPTION
           MOVE WS-RUNNING-BALANCE TO DL-BALANCE
           PERFORM 350-Write-Detail-Line
      * second pass over the customer's history: the month's rows,
      * one line each, in transaction date order
           IF WS-MONTH-LINE-COUNT > ZERO
               PERFORM 230-Start-Customer-History
               PERFORM UNTIL WS-HIST-EOF
                   READ AR-HISTORY-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-HIST-EOF-SW
                       NOT AT END
                           IF AH-CUST-NO NOT = OB-CUST-NO
                                   OR AH-TRANS-DATE > WS-PERIOD-END
                               MOVE "Y" TO WS-HIST-EOF-SW
                           ELSE
                               PERFORM 330-Print-History-Line
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE "Closing balance" TO DL-DESCRIPTION
           MOVE WS-CLOSING-BALANCE TO DL-BALANCE
           PERFORM 350-Write-Detail-Line
           PERFORM 340-Print-Aging-Block
           .

       310-Print-Statement-Heading.
      * every statement (and every continuation page of a long one)
      * starts a new page; the first page of the run needs no eject
           ADD 1 TO WS-STATEMENT-PAGE
           IF WS-STATEMENT-COUNT > 1 OR WS-STATEMENT-PAGE > 1
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE BEFORE ADVANCING PAGE
           END-IF
           MOVE ZERO TO WS-LINE-COUNT
           PERFORM 320-Print-Remit-To
           MOVE SPACES TO RPT-LINE
           STRING "STATEMENT OF ACCOUNT   Period ending "
               WS-PERIOD-END (1:4) "-" WS-PERIOD-END (5:2) "-"
               WS-PERIOD-END (7:2) "   Account " CF-CUST-NO
               "   Page " WS-STATEMENT-PAGE
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 360-Write-Line
           MOVE SPACES TO RPT-LINE
           PERFORM 360-Write-Line
           MOVE CF-CUST-NAME TO RPT-LINE
           PERFORM 360-Write-Line
           IF WS-CUST-FOUND
               MOVE CF-CUST-ADDR1 TO RPT-LINE
               PERFORM 360-Write-Line
               IF CF-CUST-ADDR2 NOT = SPACES
                   MOVE CF-CUST-ADDR2 TO RPT-LINE
                   PERFORM 360-Write-Line
               END-IF
               MOVE SPACES TO RPT-LINE
               STRING CF-CUST-CITY DELIMITED BY "  "
                   ", " CF-CUST-STATE "  " CF-CUST-ZIP
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM 360-Write-Line
           END-IF
           MOVE SPACES TO RPT-LINE
           PERFORM 360-Write-Line
           MOVE WS-COLUMN-HEADING TO RPT-LINE
           PERFORM 360-Write-Line
           .

       320-Print-Remit-To.
           MOVE "N" TO WS-RT-FOUND-SW
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-TABLE-COUNT
                       OR WS-RT-FOUND
               IF WS-RT-COMPANY (WS-RT-IDX) = WS-CUST-COMPANY
                   MOVE "Y" TO WS-RT-FOUND-SW
                   MOVE SPACES TO RPT-LINE
                   STRING "Remit to: " WS-RT-NAME (WS-RT-IDX)
                       DELIMITED BY SIZE INTO RPT-LINE
                   PERFORM 360-Write-Line
                   MOVE SPACES TO RPT-LINE
                   MOVE WS-RT-ADDR1 (WS-RT-IDX) TO RPT-LINE (11:40)
                   PERFORM 360-Write-Line
                   IF WS-RT-ADDR2 (WS-RT-IDX) NOT = SPACES
                       MOVE SPACES TO RPT-LINE
                       MOVE WS-RT-ADDR2 (WS-RT-IDX) TO RPT-LINE (11:40)
                       PERFORM 360-Write-Line
                   END-IF
                   MOVE SPACES TO RPT-LINE
                   MOVE WS-RT-CITY-LINE (WS-RT-IDX) TO RPT-LINE (11:40)
                   PERFORM 360-Write-Line
               END-IF
           END-PERFORM
           IF NOT WS-RT-FOUND
               MOVE SPACES TO RPT-LINE
               STRING "Remit to: (no remit-to address on file for "
                   "company " WS-CUST-COMPANY ")"
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM 360-Write-Line
           END-IF
           MOVE SPACES TO RPT-LINE
           PERFORM 360-Write-Line
           .

       330-Print-History-Line.
           MOVE SPACES TO WS-DETAIL-LINE
           STRING AH-TRANS-DATE (1:4) "-" AH-TRANS-DATE (5:2) "-"
               AH-TRANS-DATE (7:2) DELIMITED BY SIZE INTO DL-DATE
           IF AH-TYPE-INVOICE
               MOVE "Invoice" TO DL-DESCRIPTION
               MOVE AH-AMOUNT TO DL-CHARGE
               ADD AH-AMOUNT TO WS-RUNNING-BALANCE
           ELSE
               MOVE "Payment - thank you" TO DL-DESCRIPTION
               MOVE AH-AMOUNT TO DL-CREDIT
               SUBTRACT AH-AMOUNT FROM WS-RUNNING-BALANCE
           END-IF
           MOVE WS-RUNNING-BALANCE TO DL-BALANCE
           PERFORM 350-Write-Detail-Line
           .

       340-Print-Aging-Block.
      * the closing balance spread over the month-end ages of the
      * invoices that make it up, newest first
           MOVE ZERO TO WS-AGE-CURRENT
           MOVE ZERO TO WS-AGE-30
           MOVE ZERO TO WS-AGE-60
           MOVE ZERO TO WS-AGE-90
           MOVE WS-CLOSING-BALANCE TO WS-AGE-LEFT
           IF WS-AGE-LEFT > ZERO
               PERFORM 345-Sum-Recent-Invoices
               IF WS-INV-CURRENT < WS-AGE-LEFT
                   MOVE WS-INV-CURRENT TO WS-AGE-CURRENT
               ELSE
                   MOVE WS-AGE-LEFT TO WS-AGE-CURRENT
               END-IF
               SUBTRACT WS-AGE-CURRENT FROM WS-AGE-LEFT
               IF WS-INV-30 < WS-AGE-LEFT
                   MOVE WS-INV-30 TO WS-AGE-30
               ELSE
                   MOVE WS-AGE-LEFT TO WS-AGE-30
               END-IF
               SUBTRACT WS-AGE-30 FROM WS-AGE-LEFT
               IF WS-INV-60 < WS-AGE-LEFT
                   MOVE WS-INV-60 TO WS-AGE-60
               ELSE
                   MOVE WS-AGE-LEFT TO WS-AGE-60
               END-IF
               SUBTRACT WS-AGE-60 FROM WS-AGE-LEFT
               MOVE WS-AGE-LEFT TO WS-AGE-90
           ELSE
               MOVE WS-AGE-LEFT TO WS-AGE-CURRENT
           END-IF
           MOVE WS-AGE-CURRENT TO AL-CURRENT
           MOVE WS-AGE-30 TO AL-AGE-30
           MOVE WS-AGE-60 TO AL-AGE-60
           MOVE WS-AGE-90 TO AL-AGE-90
           MOVE WS-CLOSING-BALANCE TO AL-TOTAL
           MOVE SPACES TO RPT-LINE
           PERFORM 360-Write-Line
           MOVE SPACES TO RPT-LINE
           STRING "Aging as of " WS-PERIOD-END (1:4) "-"
               WS-PERIOD-END (5:2) "-" WS-PERIOD-END (7:2)
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 360-Write-Line
           MOVE WS-AGING-HEADING TO RPT-LINE
           PERFORM 360-Write-Line
           MOVE WS-AGING-LINE TO RPT-LINE
           PERFORM 360-Write-Line
           .

       345-Sum-Recent-Invoices.
      * invoices dated in the 90 days up to the month end, in
      * balpost.cbl's 330-Apply-Invoice age bands; anything dated
      * after the month end is not part of the closing balance
           MOVE ZERO TO WS-INV-CURRENT
           MOVE ZERO TO WS-INV-30
           MOVE ZERO TO WS-INV-60
           MOVE "N" TO WS-HIST-EOF-SW
           MOVE LOW-VALUES TO AH-KEY
           MOVE OB-CUST-NO TO AH-CUST-NO
           MOVE WS-AGING-START TO AH-TRANS-DATE
           START AR-HISTORY-FILE KEY IS NOT LESS THAN AH-KEY
               INVALID KEY MOVE "Y" TO WS-HIST-EOF-SW
           END-START
           PERFORM UNTIL WS-HIST-EOF
               READ AR-HISTORY-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-HIST-EOF-SW
                   NOT AT END
                       IF AH-CUST-NO NOT = OB-CUST-NO
                               OR AH-TRANS-DATE > WS-PERIOD-END
                           MOVE "Y" TO WS-HIST-EOF-SW
                       ELSE
                           IF AH-TYPE-INVOICE
                               PERFORM 346-Band-Invoice
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       346-Band-Invoice.
           MOVE FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL (AH-TRANS-DATE))
               TO WS-TRANS-DATE-INT
           COMPUTE WS-AGE-DAYS = WS-PERIOD-END-INT - WS-TRANS-DATE-INT
           EVALUATE TRUE
               WHEN WS-AGE-DAYS > 60
                   ADD AH-AMOUNT TO WS-INV-60
               WHEN WS-AGE-DAYS > 30
                   ADD AH-AMOUNT TO WS-INV-30
               WHEN OTHER
                   ADD AH-AMOUNT TO WS-INV-CURRENT
           END-EVALUATE
           .

       350-Write-Detail-Line.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 310-Print-Statement-Heading
           END-IF
           MOVE SPACES TO RPT-LINE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           PERFORM 360-Write-Line
           .

       360-Write-Line.
           WRITE RPT-LINE
           ADD 1 TO WS-LINE-COUNT
           .

       400-Print-Run-Summary.
      * control totals on a page of their own, so the statements
      * can go straight to the printer and this page stays behind
           IF WS-STATEMENT-COUNT > ZERO
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE BEFORE ADVANCING PAGE
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "Customer Statements - period ending "
               WS-PERIOD-END " - run " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF NOT WS-SEL-COMPANY-ALL
               MOVE SPACES TO RPT-LINE
               STRING "Company selection: " WS-SEL-COMPANY
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-READ-COUNT TO FT-READ-COUNT
           MOVE WS-STATEMENT-COUNT TO FT-STMT-COUNT
           MOVE WS-SKIPPED-COUNT TO FT-SKIP-COUNT
           MOVE SPACES TO RPT-LINE
           MOVE WS-FOOTER-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-GRAND-CLOSING TO WS-EDITED-SUM
           MOVE SPACES TO RPT-LINE
           STRING "Total of closing balances: " WS-EDITED-SUM
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           DISPLAY "arstmt complete - " WS-STATEMENT-COUNT
               " statements for period ending " WS-PERIOD-END
               ", see arstmt.rpt"
           .

       900-Close-Files.
           CLOSE OPEN-BALANCE-FILE
           CLOSE AR-HISTORY-FILE
           CLOSE CUSTOMER-FILE
           CLOSE STATEMENT-RPT
           .

       950-Archive-Report.
      * capture this run's report into the dated report archive
      * (rptarch.cbl) before the next run overwrites it
           CALL "rptarch" USING WS-PROGRAM-ID
               ON EXCEPTION CONTINUE
           END-CALL
           .
