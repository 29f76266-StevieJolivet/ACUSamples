      * budvar.cbl
      * Sales budget variance report. For an as-of month (default:
      * the current month) it sets each customer's actual sales on
      * SALES-HISTORY-FILE for the month, the quarter to date and
      * the year to date against the targets on SALES-BUDGET-FILE
      * (salesbud.fd), with the variance as an amount and as a
      * percentage of budget. Broken by CF-COMPANY-CODE and, within
      * a company, by CF-CUST-REP, each break with its own totals.
      * A customer with a budget row of its own is listed on its
      * own lines; the customers of a rep that have none are summed
      * into one line set against the rep's own budget row for that
      * company. A rep whose year-to-date sales run more than the
      * behind-plan percentage (default 10) under budget is flagged
      * on its total and listed again in a closing section, so the
      * sales manager has the short list without reading the whole
      * report (budvar.rpt).
       IDENTIFICATION              DIVISION.
       PROGRAM-ID. budvar.
       AUTHOR. sjolivet.
       DATE-WRITTEN. Thursday, October 15, 2026.
       REMARKS.
           Sales budget versus actual by company, rep and customer.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "custfile.sl".
           COPY "saleshis.sl".
           COPY "salesbud.sl".
           COPY "repmast.sl".
           SELECT BUDGET-VARIANCE-RPT
               ASSIGN TO "budvar.rpt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RPT-FILE-STATUS.
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "custfile.fd".
           COPY "saleshis.fd".
           COPY "salesbud.fd".
           COPY "repmast.fd".
       FD  BUDGET-VARIANCE-RPT
           LABEL RECORD IS STANDARD.
       01  RPT-LINE                        PIC X(132).
       WORKING-STORAGE             SECTION.
       COPY "acucobol.def".

       01  WS-PROGRAM-ID                   PIC X(10) VALUE "budvar".
       01  WS-SALESHIS-FILE-STATUS         PIC XX VALUE "00".
       01  WS-SALESBUD-FILE-STATUS         PIC XX VALUE "00".
       01  WS-REPMAST-FILE-STATUS          PIC XX VALUE "00".
       01  WS-RPT-FILE-STATUS              PIC XX VALUE "00".
       01  WS-SALESHIS-OPEN-SW             PIC X(1) VALUE "N".
           88  WS-SALESHIS-IS-OPEN         VALUE "Y".
       01  WS-REPMAST-OPEN-SW              PIC X(1) VALUE "N".
           88  WS-REPMAST-IS-OPEN          VALUE "Y".
       01  WS-BUDGET-EOF-SW                PIC X(1) VALUE "N".
           88  WS-BUDGET-EOF               VALUE "Y".

      * -- operator-entered as-of period and behind-plan percent --
       01  WS-ASOF-ENTRY                   PIC X(6) VALUE SPACES.
       01  WS-ASOF-PERIOD                  PIC X(6) VALUE SPACES.
       01  WS-ASOF-PERIOD-R REDEFINES WS-ASOF-PERIOD.
           05  WS-ASOF-CCYY                PIC 9(4).
           05  WS-ASOF-MM                  PIC 9(2).
       01  WS-BEHIND-ENTRY                 PIC X(3) VALUE SPACES.
       01  WS-BEHIND-PCT                   PIC 9(3) VALUE 10.
       01  WS-EDIT-DIGIT-COUNT             PIC 9(2) VALUE ZERO.
       01  WS-EDIT-SPACE-COUNT             PIC 9(2) VALUE ZERO.
       01  WS-QTR-START-MM                 PIC 9(2) VALUE ZERO.
       01  WS-QTR-NO                       PIC 9(1) VALUE ZERO.
       01  WS-WORK-MM                      PIC 9(2) VALUE ZERO.

      * -- period sums: 1 = the month, 2 = quarter to date,
      * 3 = year to date --
       01  WS-PERIOD-IDX                   PIC 9(1) VALUE ZERO.
       01  WS-MONTH-NO                     PIC 9(2) VALUE ZERO.
       01  WS-MONTH-AMOUNTS.
           05  WS-MONTH-AMOUNT             PIC S9(9)V99 OCCURS 12.
       01  WS-PERIOD-SUMS.
           05  WS-PERIOD-SUM               PIC S9(11)V99 OCCURS 3.
       01  WS-CUST-ACTUALS.
           05  WS-CUST-ACTUAL              PIC S9(11)V99 OCCURS 3.

      * -- one row per customer with a budget row of its own --
       01  WS-CUST-TABLE-MAX               PIC 9(5) VALUE 10000.
       01  WS-CUST-COUNT                   PIC 9(5) VALUE ZERO.
       01  WS-CUST-TABLE.
           05  WS-CUST-ENTRY OCCURS 0 TO 10000 TIMES
                   DEPENDING ON WS-CUST-COUNT
                   INDEXED BY WS-CUST-IDX.
               10  WS-TBL-CUST-NO          PIC 9(6).
               10  WS-TBL-NAME             PIC X(30).
               10  WS-TBL-GROUP-KEY.
                   15  WS-TBL-COMPANY      PIC X(2).
                   15  WS-TBL-REP          PIC X(3).
               10  WS-TBL-ACTUAL           PIC S9(11)V99 OCCURS 3.
               10  WS-TBL-BUDGET           PIC S9(11)V99 OCCURS 3.
       01  WS-TABLE-FULL-SW                PIC X(1) VALUE "N".
           88  WS-TABLE-FULL               VALUE "Y".

      * -- company + rep groups, inserted in key order like the
      * category list in salesrpt.cbl --
       01  WS-GROUP-TABLE-MAX              PIC 9(4) VALUE 500.
       01  WS-GROUP-COUNT                  PIC 9(4) VALUE ZERO.
       01  WS-GROUP-TABLE.
           05  WS-GROUP-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-GROUP-COUNT
                   INDEXED BY WS-GROUP-IDX.
               10  WS-GRP-KEY.
                   15  WS-GRP-COMPANY      PIC X(2).
                   15  WS-GRP-REP          PIC X(3).
      * actual sales of the customers with no budget row of their
      * own, and the rep's own budget row that covers them
               10  WS-GRP-POOL-ACTUAL      PIC S9(11)V99 OCCURS 3.
               10  WS-GRP-REP-BUDGET       PIC S9(11)V99 OCCURS 3.
               10  WS-GRP-POOL-COUNT       PIC 9(5).
               10  WS-GRP-REP-ROW-SW       PIC X(1).
                   88  WS-GRP-HAS-REP-ROW  VALUE "Y".
               10  WS-GRP-BEHIND-SW        PIC X(1).
                   88  WS-GRP-BEHIND       VALUE "Y".
               10  WS-GRP-YTD-ACTUAL       PIC S9(12)V99.
               10  WS-GRP-YTD-BUDGET       PIC S9(12)V99.
       01  WS-GROUP-FULL-SW                PIC X(1) VALUE "N".
           88  WS-GROUP-FULL               VALUE "Y".
       01  WS-NOTE-KEY.
           05  WS-NOTE-COMPANY             PIC X(2).
           05  WS-NOTE-REP                 PIC X(3).
       01  WS-NOTE-IDX                     PIC 9(4) VALUE ZERO.
       01  WS-INSERT-AT                    PIC 9(4) VALUE ZERO.
       01  WS-SHIFT-IDX                    PIC 9(4) VALUE ZERO.
       01  WS-FOUND-SW                     PIC X(1) VALUE "N".
           88  WS-FOUND                    VALUE "Y".

      * -- break totals --
       01  WS-CURRENT-COMPANY              PIC X(2) VALUE SPACES.
       01  WS-REP-TOTALS.
           05  WS-REP-ACTUAL               PIC S9(12)V99 OCCURS 3.
           05  WS-REP-BUDGET               PIC S9(12)V99 OCCURS 3.
       01  WS-COMPANY-TOTALS.
           05  WS-CO-ACTUAL                PIC S9(12)V99 OCCURS 3.
           05  WS-CO-BUDGET                PIC S9(12)V99 OCCURS 3.
       01  WS-GRAND-TOTALS.
           05  WS-GRAND-ACTUAL             PIC S9(12)V99 OCCURS 3.
           05  WS-GRAND-BUDGET             PIC S9(12)V99 OCCURS 3.

      * -- one three-line set (month / QTD / YTD) to print --
       01  WS-OUT-AMOUNTS.
           05  WS-OUT-ACTUAL               PIC S9(12)V99 OCCURS 3.
           05  WS-OUT-BUDGET               PIC S9(12)V99 OCCURS 3.
       01  WS-OUT-NUMBER                   PIC X(8) VALUE SPACES.
       01  WS-OUT-NAME                     PIC X(30) VALUE SPACES.
       01  WS-OUT-FLAG                     PIC X(12) VALUE SPACES.
       01  WS-VARIANCE                     PIC S9(12)V99 VALUE ZERO.
       01  WS-VAR-ACTUAL                   PIC S9(12)V99 VALUE ZERO.
       01  WS-VAR-BUDGET                   PIC S9(12)V99 VALUE ZERO.
       01  WS-PCT-VARIANCE                 PIC S9(4)V9 VALUE ZERO.
       01  WS-PCT-TEXT                     PIC X(8) VALUE SPACES.
       01  WS-PCT-EDITED                   PIC ZZZ9.9-.
       01  WS-BEHIND-SW                    PIC X(1) VALUE "N".
           88  WS-IS-BEHIND                VALUE "Y".
       01  WS-BEHIND-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-REP-NAME                     PIC X(30) VALUE SPACES.
       01  WS-REP-SHOWN                    PIC X(3) VALUE SPACES.

       01  WS-PERIOD-LABELS.
           05  FILLER                      PIC X(6) VALUE "Month".
           05  FILLER                      PIC X(6) VALUE "QTD".
           05  FILLER                      PIC X(6) VALUE "YTD".
       01  WS-PERIOD-LABELS-R REDEFINES WS-PERIOD-LABELS.
           05  WS-PERIOD-LABEL             PIC X(6) OCCURS 3.

       01  WS-HEADING-LINE.
           05  FILLER      PIC X(8)  VALUE "Cust No".
           05  FILLER      PIC X(32) VALUE "Customer Name".
           05  FILLER      PIC X(6)  VALUE "Per".
           05  FILLER      PIC X(18) VALUE "           Actual".
           05  FILLER      PIC X(18) VALUE "           Budget".
           05  FILLER      PIC X(18) VALUE "         Variance".
           05  FILLER      PIC X(9)  VALUE "    Var %".

       01  WS-DETAIL-LINE.
           05  DL-NUMBER       PIC X(8).
           05  DL-NAME         PIC X(30).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  DL-PERIOD       PIC X(6).
           05  DL-ACTUAL       PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  DL-BUDGET       PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  DL-VARIANCE     PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  DL-PCT          PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  DL-FLAG         PIC X(12).

       01  WS-EDITED-AMOUNT                PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDITED-BUDGET                PIC Z,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       000-Main.
           PERFORM 100-Accept-Parameters
           PERFORM 120-Open-Files
           PERFORM 200-Build-Customer-Table
           PERFORM 260-Load-Rep-Budgets
           PERFORM 300-Print-Groups
           PERFORM 400-Print-Grand-Total
           PERFORM 450-Print-Behind-Plan
           PERFORM 900-Close-Files
           PERFORM 950-Archive-Report
           STOP RUN
           .

       100-Accept-Parameters.
           DISPLAY "As-of period CCYYMM (blank = current month): "
               WITH NO ADVANCING
           ACCEPT WS-ASOF-ENTRY
           IF WS-ASOF-ENTRY = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
               MOVE WS-CURRENT-DATE-TIME (1:6) TO WS-ASOF-PERIOD
           ELSE
               IF WS-ASOF-ENTRY IS NUMERIC
                   MOVE WS-ASOF-ENTRY TO WS-ASOF-PERIOD
                   IF WS-ASOF-MM < 01 OR WS-ASOF-MM > 12
                       DISPLAY "Period month must be 01-12 - "
                           "run aborted."
                       STOP RUN
                   END-IF
               ELSE
                   DISPLAY "Period must be CCYYMM - run aborted."
                   STOP RUN
               END-IF
           END-IF
      * first month of the as-of month's calendar quarter
           COMPUTE WS-WORK-MM = WS-ASOF-MM - 1
           DIVIDE WS-WORK-MM BY 3 GIVING WS-QTR-NO
           COMPUTE WS-QTR-START-MM = WS-QTR-NO * 3 + 1
           DISPLAY "Flag reps behind plan by more than percent "
               "(blank = 10): " WITH NO ADVANCING
           ACCEPT WS-BEHIND-ENTRY
           IF WS-BEHIND-ENTRY NOT = SPACES
               MOVE ZERO TO WS-EDIT-DIGIT-COUNT
               MOVE ZERO TO WS-EDIT-SPACE-COUNT
               INSPECT WS-BEHIND-ENTRY
                   TALLYING WS-EDIT-DIGIT-COUNT
                       FOR CHARACTERS BEFORE INITIAL SPACE
               INSPECT WS-BEHIND-ENTRY
                   TALLYING WS-EDIT-SPACE-COUNT FOR ALL SPACE
               IF WS-EDIT-DIGIT-COUNT > ZERO
                   AND WS-BEHIND-ENTRY (1:WS-EDIT-DIGIT-COUNT)
                       IS NUMERIC
                   AND WS-EDIT-DIGIT-COUNT + WS-EDIT-SPACE-COUNT = 3
                   MOVE FUNCTION NUMVAL
                       (WS-BEHIND-ENTRY (1:WS-EDIT-DIGIT-COUNT))
                       TO WS-BEHIND-PCT
               ELSE
                   DISPLAY "Behind-plan percent must be numeric - "
                       "run aborted."
                   STOP RUN
               END-IF
           END-IF
           .

       120-Open-Files.
           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-FS-OK
               DISPLAY "ERROR: cannot open CUSTOMER-FILE, status "
                   WS-FILE-STATUS
               DISPLAY "budvar run aborted - see above."
               STOP RUN
           END-IF
           OPEN INPUT SALES-BUDGET-FILE
           IF WS-SALESBUD-FILE-STATUS = "35"
               DISPLAY "No sales budget on disk - run budload or "
                   "budmaint first."
               STOP RUN
           END-IF
           IF WS-SALESBUD-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open salesbud, status "
                   WS-SALESBUD-FILE-STATUS
               DISPLAY "budvar run aborted - see above."
               STOP RUN
           END-IF
      * no sales posted yet is a year with no actuals, not an error
           OPEN INPUT SALES-HISTORY-FILE
           IF WS-SALESHIS-FILE-STATUS = "00"
               MOVE "Y" TO WS-SALESHIS-OPEN-SW
           ELSE
               IF WS-SALESHIS-FILE-STATUS NOT = "35"
                   DISPLAY "ERROR: cannot open saleshis, status "
                       WS-SALESHIS-FILE-STATUS
                   DISPLAY "budvar run aborted - see above."
                   STOP RUN
               END-IF
           END-IF
      * rep names are decoration; without repmast the codes print
           OPEN INPUT REP-MASTER
           IF WS-REPMAST-FILE-STATUS = "00"
               MOVE "Y" TO WS-REPMAST-OPEN-SW
           END-IF
           OPEN OUTPUT BUDGET-VARIANCE-RPT
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open budvar.rpt, status "
                   WS-RPT-FILE-STATUS
               DISPLAY "budvar run aborted - see above."
               STOP RUN
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "Sales Budget Variance - as of " WS-ASOF-PERIOD
               "  (quarter from month " WS-QTR-START-MM
               ", reps flagged more than " WS-BEHIND-PCT
               "% behind year-to-date plan)"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           .

      ******************************************************************
      * One pass of CUSTOMER-FILE. A customer with its own budget row
      * for the year goes into the customer table; any other
      * customer's actuals are added into its company + rep group,
      * to be measured against the rep's budget row.
      ******************************************************************
       200-Build-Customer-Table.
           MOVE LOW-VALUES TO CUSTOMER-RECORD
           START CUSTOMER-FILE KEY IS NOT LESS THAN CF-CUST-NO
               INVALID KEY MOVE "10" TO WS-FILE-STATUS
           END-START
           PERFORM UNTIL WS-FILE-STATUS NOT = "00"
               READ CUSTOMER-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-FILE-STATUS
                   NOT AT END
                       PERFORM 210-Tally-One-Customer
               END-READ
           END-PERFORM
           .

       210-Tally-One-Customer.
           MOVE CF-COMPANY-CODE TO WS-NOTE-COMPANY
           IF WS-NOTE-COMPANY = SPACES
               MOVE "01" TO WS-NOTE-COMPANY
           END-IF
           MOVE CF-CUST-REP TO WS-NOTE-REP
           PERFORM 220-Sum-Customer-Actuals
           MOVE SPACES TO SALES-BUDGET-RECORD
           MOVE WS-ASOF-CCYY TO SB-YEAR
           MOVE "C" TO SB-LEVEL
           MOVE CF-CUST-NO TO SB-CUST-NO
           READ SALES-BUDGET-FILE
               INVALID KEY CONTINUE
           END-READ
           IF WS-SALESBUD-FILE-STATUS = "00"
               PERFORM 240-Add-Budgeted-Customer
           ELSE
               IF WS-CUST-ACTUAL (3) NOT = ZERO
                   PERFORM 250-Note-Group
                   IF WS-NOTE-IDX > ZERO
                       PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                               UNTIL WS-PERIOD-IDX > 3
                           ADD WS-CUST-ACTUAL (WS-PERIOD-IDX)
                               TO WS-GRP-POOL-ACTUAL
                                   (WS-NOTE-IDX WS-PERIOD-IDX)
                       END-PERFORM
                       ADD 1 TO WS-GRP-POOL-COUNT (WS-NOTE-IDX)
                   END-IF
               END-IF
           END-IF
           .

       220-Sum-Customer-Actuals.
      * no history row reads as zero sales
           INITIALIZE WS-MONTH-AMOUNTS
           IF WS-SALESHIS-IS-OPEN
               MOVE CF-CUST-NO TO SH-CUST-NO
               MOVE WS-ASOF-CCYY TO SH-YEAR
               READ SALES-HISTORY-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-SALESHIS-FILE-STATUS = "00"
                   PERFORM VARYING WS-MONTH-NO FROM 1 BY 1
                           UNTIL WS-MONTH-NO > 12
                       MOVE SH-MONTH-SALES (WS-MONTH-NO)
                           TO WS-MONTH-AMOUNT (WS-MONTH-NO)
                   END-PERFORM
               END-IF
           END-IF
           PERFORM 230-Sum-Periods
           MOVE WS-PERIOD-SUMS TO WS-CUST-ACTUALS
           .

       230-Sum-Periods.
      * the as-of month alone, its quarter to date and January
      * through it, from the twelve amounts in WS-MONTH-AMOUNTS
           MOVE ZERO TO WS-PERIOD-SUM (1)
           MOVE ZERO TO WS-PERIOD-SUM (2)
           MOVE ZERO TO WS-PERIOD-SUM (3)
           PERFORM VARYING WS-MONTH-NO FROM 1 BY 1
                   UNTIL WS-MONTH-NO > WS-ASOF-MM
               ADD WS-MONTH-AMOUNT (WS-MONTH-NO) TO WS-PERIOD-SUM (3)
               IF WS-MONTH-NO NOT < WS-QTR-START-MM
                   ADD WS-MONTH-AMOUNT (WS-MONTH-NO)
                       TO WS-PERIOD-SUM (2)
               END-IF
           END-PERFORM
           MOVE WS-MONTH-AMOUNT (WS-ASOF-MM) TO WS-PERIOD-SUM (1)
           .

       240-Add-Budgeted-Customer.
           IF WS-CUST-COUNT >= WS-CUST-TABLE-MAX
               MOVE "Y" TO WS-TABLE-FULL-SW
           ELSE
               PERFORM 250-Note-Group
               IF WS-NOTE-IDX > ZERO
                   ADD 1 TO WS-CUST-COUNT
                   MOVE CF-CUST-NO TO WS-TBL-CUST-NO (WS-CUST-COUNT)
                   MOVE CF-CUST-NAME TO WS-TBL-NAME (WS-CUST-COUNT)
                   MOVE WS-NOTE-KEY
                       TO WS-TBL-GROUP-KEY (WS-CUST-COUNT)
                   PERFORM VARYING WS-MONTH-NO FROM 1 BY 1
                           UNTIL WS-MONTH-NO > 12
                       MOVE SB-MONTH-TARGET (WS-MONTH-NO)
                           TO WS-MONTH-AMOUNT (WS-MONTH-NO)
                   END-PERFORM
                   PERFORM 230-Sum-Periods
                   PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                           UNTIL WS-PERIOD-IDX > 3
                       MOVE WS-CUST-ACTUAL (WS-PERIOD-IDX)
                           TO WS-TBL-ACTUAL
                               (WS-CUST-COUNT WS-PERIOD-IDX)
                       MOVE WS-PERIOD-SUM (WS-PERIOD-IDX)
                           TO WS-TBL-BUDGET
                               (WS-CUST-COUNT WS-PERIOD-IDX)
                   END-PERFORM
               END-IF
           END-IF
           .

       250-Note-Group.
      * find or insert WS-NOTE-KEY in the group table, kept in
      * company + rep order by inserting in place; WS-NOTE-IDX is
      * left at the entry, or zero when the table is full
           MOVE "N" TO WS-FOUND-SW
           MOVE ZERO TO WS-INSERT-AT
           MOVE ZERO TO WS-NOTE-IDX
           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-IDX > WS-GROUP-COUNT OR WS-FOUND
               IF WS-GRP-KEY (WS-GROUP-IDX) = WS-NOTE-KEY
                   MOVE "Y" TO WS-FOUND-SW
                   SET WS-NOTE-IDX TO WS-GROUP-IDX
               ELSE
                   IF WS-GRP-KEY (WS-GROUP-IDX) > WS-NOTE-KEY
                           AND WS-INSERT-AT = ZERO
                       SET WS-INSERT-AT TO WS-GROUP-IDX
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               IF WS-GROUP-COUNT >= WS-GROUP-TABLE-MAX
                   MOVE "Y" TO WS-GROUP-FULL-SW
               ELSE
                   ADD 1 TO WS-GROUP-COUNT
                   IF WS-INSERT-AT = ZERO
                       MOVE WS-GROUP-COUNT TO WS-INSERT-AT
                   ELSE
                       PERFORM VARYING WS-SHIFT-IDX
                               FROM WS-GROUP-COUNT BY -1
                               UNTIL WS-SHIFT-IDX NOT > WS-INSERT-AT
                           MOVE WS-GROUP-ENTRY (WS-SHIFT-IDX - 1)
                               TO WS-GROUP-ENTRY (WS-SHIFT-IDX)
                       END-PERFORM
                   END-IF
                   INITIALIZE WS-GROUP-ENTRY (WS-INSERT-AT)
                   MOVE WS-NOTE-KEY TO WS-GRP-KEY (WS-INSERT-AT)
                   MOVE WS-INSERT-AT TO WS-NOTE-IDX
               END-IF
           END-IF
           .

       260-Load-Rep-Budgets.
      * every rep row for the year, so a rep with a target shows up
      * even when none of its customers has sold anything yet
           MOVE LOW-VALUES TO SB-KEY
           MOVE WS-ASOF-CCYY TO SB-YEAR
           MOVE "R" TO SB-LEVEL
           MOVE "N" TO WS-BUDGET-EOF-SW
           START SALES-BUDGET-FILE KEY IS NOT LESS THAN SB-KEY
               INVALID KEY MOVE "Y" TO WS-BUDGET-EOF-SW
           END-START
           PERFORM UNTIL WS-BUDGET-EOF
               READ SALES-BUDGET-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-BUDGET-EOF-SW
                   NOT AT END
                       IF SB-YEAR NOT = WS-ASOF-CCYY
                               OR NOT SB-LEVEL-REP
                           MOVE "Y" TO WS-BUDGET-EOF-SW
                       ELSE
                           PERFORM 265-Note-Rep-Budget
                       END-IF
               END-READ
           END-PERFORM
           .

       265-Note-Rep-Budget.
           MOVE SB-COMPANY TO WS-NOTE-COMPANY
           MOVE SB-REP-CODE TO WS-NOTE-REP
           PERFORM 250-Note-Group
           IF WS-NOTE-IDX > ZERO
               PERFORM VARYING WS-MONTH-NO FROM 1 BY 1
                       UNTIL WS-MONTH-NO > 12
                   MOVE SB-MONTH-TARGET (WS-MONTH-NO)
                       TO WS-MONTH-AMOUNT (WS-MONTH-NO)
               END-PERFORM
               PERFORM 230-Sum-Periods
               PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                       UNTIL WS-PERIOD-IDX > 3
                   MOVE WS-PERIOD-SUM (WS-PERIOD-IDX)
                       TO WS-GRP-REP-BUDGET (WS-NOTE-IDX WS-PERIOD-IDX)
               END-PERFORM
               MOVE "Y" TO WS-GRP-REP-ROW-SW (WS-NOTE-IDX)
           END-IF
           .

      ******************************************************************
      * Print in company + rep order. The company total is written
      * when the company changes and after the last group.
      ******************************************************************
       300-Print-Groups.
           MOVE SPACES TO WS-CURRENT-COMPANY
           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
               IF WS-GRP-COMPANY (WS-GROUP-IDX) NOT = WS-CURRENT-COMPANY
                   IF WS-CURRENT-COMPANY NOT = SPACES
                       PERFORM 380-Print-Company-Total
                   END-IF
                   PERFORM 305-Start-Company
               END-IF
               PERFORM 310-Print-One-Group
           END-PERFORM
           IF WS-CURRENT-COMPANY NOT = SPACES
               PERFORM 380-Print-Company-Total
           END-IF
           .

       305-Start-Company.
           MOVE WS-GRP-COMPANY (WS-GROUP-IDX) TO WS-CURRENT-COMPANY
           INITIALIZE WS-COMPANY-TOTALS
           MOVE SPACES TO RPT-LINE
           STRING "Company " WS-CURRENT-COMPANY
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE ALL "=" TO RPT-LINE (1:12)
           WRITE RPT-LINE
           .

       310-Print-One-Group.
           INITIALIZE WS-REP-TOTALS
           PERFORM 315-Find-Rep-Name
           MOVE SPACES TO RPT-LINE
           STRING "Rep " WS-REP-SHOWN "  " WS-REP-NAME
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HEADING-LINE TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUST-COUNT
               IF WS-TBL-GROUP-KEY (WS-CUST-IDX)
                       = WS-GRP-KEY (WS-GROUP-IDX)
                   PERFORM 320-Print-Customer
               END-IF
           END-PERFORM
           IF WS-GRP-POOL-COUNT (WS-GROUP-IDX) > ZERO
                   OR WS-GRP-HAS-REP-ROW (WS-GROUP-IDX)
               PERFORM 330-Print-Rep-Pool
           END-IF
           PERFORM 340-Print-Rep-Total
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           .

       315-Find-Rep-Name.
           MOVE WS-GRP-REP (WS-GROUP-IDX) TO WS-REP-SHOWN
           MOVE SPACES TO WS-REP-NAME
           IF WS-REP-SHOWN = SPACES
               MOVE "---" TO WS-REP-SHOWN
               MOVE "(no rep on the customer)" TO WS-REP-NAME
           ELSE
               IF WS-REPMAST-IS-OPEN
                   MOVE WS-GRP-REP (WS-GROUP-IDX) TO RM-REP-CODE
                   READ REP-MASTER
                       INVALID KEY CONTINUE
                   END-READ
                   IF WS-REPMAST-FILE-STATUS = "00"
                       MOVE RM-REP-NAME TO WS-REP-NAME
                   ELSE
                       MOVE "(not on repmast)" TO WS-REP-NAME
                   END-IF
               END-IF
           END-IF
           .

       320-Print-Customer.
           PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                   UNTIL WS-PERIOD-IDX > 3
               MOVE WS-TBL-ACTUAL (WS-CUST-IDX WS-PERIOD-IDX)
                   TO WS-OUT-ACTUAL (WS-PERIOD-IDX)
               MOVE WS-TBL-BUDGET (WS-CUST-IDX WS-PERIOD-IDX)
                   TO WS-OUT-BUDGET (WS-PERIOD-IDX)
           END-PERFORM
           MOVE WS-TBL-CUST-NO (WS-CUST-IDX) TO WS-OUT-NUMBER
           MOVE WS-TBL-NAME (WS-CUST-IDX) TO WS-OUT-NAME
           MOVE SPACES TO WS-OUT-FLAG
           PERFORM 360-Print-Three-Lines
           PERFORM 350-Add-To-Rep-Total
           .

       330-Print-Rep-Pool.
           PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                   UNTIL WS-PERIOD-IDX > 3
               MOVE WS-GRP-POOL-ACTUAL (WS-GROUP-IDX WS-PERIOD-IDX)
                   TO WS-OUT-ACTUAL (WS-PERIOD-IDX)
               MOVE WS-GRP-REP-BUDGET (WS-GROUP-IDX WS-PERIOD-IDX)
                   TO WS-OUT-BUDGET (WS-PERIOD-IDX)
           END-PERFORM
           MOVE SPACES TO WS-OUT-NUMBER
           MOVE SPACES TO WS-OUT-NAME
           STRING "Others with sales: "
               WS-GRP-POOL-COUNT (WS-GROUP-IDX)
               DELIMITED BY SIZE INTO WS-OUT-NAME
           MOVE SPACES TO WS-OUT-FLAG
           IF NOT WS-GRP-HAS-REP-ROW (WS-GROUP-IDX)
               MOVE "NO REP BUDGET" TO WS-OUT-FLAG
           END-IF
           PERFORM 360-Print-Three-Lines
           PERFORM 350-Add-To-Rep-Total
           .

       340-Print-Rep-Total.
           MOVE WS-REP-ACTUAL (3) TO WS-VAR-ACTUAL
           MOVE WS-REP-BUDGET (3) TO WS-VAR-BUDGET
           PERFORM 370-Check-Behind-Plan
           MOVE SPACES TO WS-OUT-FLAG
           IF WS-IS-BEHIND
               MOVE "BEHIND PLAN" TO WS-OUT-FLAG
               MOVE "Y" TO WS-GRP-BEHIND-SW (WS-GROUP-IDX)
               ADD 1 TO WS-BEHIND-COUNT
           END-IF
           MOVE WS-REP-ACTUAL (3) TO WS-GRP-YTD-ACTUAL (WS-GROUP-IDX)
           MOVE WS-REP-BUDGET (3) TO WS-GRP-YTD-BUDGET (WS-GROUP-IDX)
           MOVE WS-REP-TOTALS TO WS-OUT-AMOUNTS
           MOVE SPACES TO WS-OUT-NUMBER
           MOVE SPACES TO WS-OUT-NAME
           STRING "Rep " WS-REP-SHOWN " total"
               DELIMITED BY SIZE INTO WS-OUT-NAME
           PERFORM 360-Print-Three-Lines
           PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                   UNTIL WS-PERIOD-IDX > 3
               ADD WS-REP-ACTUAL (WS-PERIOD-IDX)
                   TO WS-CO-ACTUAL (WS-PERIOD-IDX)
               ADD WS-REP-BUDGET (WS-PERIOD-IDX)
                   TO WS-CO-BUDGET (WS-PERIOD-IDX)
           END-PERFORM
           .

       350-Add-To-Rep-Total.
           PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                   UNTIL WS-PERIOD-IDX > 3
               ADD WS-OUT-ACTUAL (WS-PERIOD-IDX)
                   TO WS-REP-ACTUAL (WS-PERIOD-IDX)
               ADD WS-OUT-BUDGET (WS-PERIOD-IDX)
                   TO WS-REP-BUDGET (WS-PERIOD-IDX)
           END-PERFORM
           .

       360-Print-Three-Lines.
      * month, quarter-to-date and year-to-date lines for whatever
      * is in WS-OUT-AMOUNTS; number and name on the first line,
      * WS-OUT-FLAG on the year-to-date line
           PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                   UNTIL WS-PERIOD-IDX > 3
               MOVE SPACES TO WS-DETAIL-LINE
               IF WS-PERIOD-IDX = 1
                   MOVE WS-OUT-NUMBER TO DL-NUMBER
                   MOVE WS-OUT-NAME TO DL-NAME
               END-IF
               MOVE WS-PERIOD-LABEL (WS-PERIOD-IDX) TO DL-PERIOD
               MOVE WS-OUT-ACTUAL (WS-PERIOD-IDX) TO WS-VAR-ACTUAL
               MOVE WS-OUT-BUDGET (WS-PERIOD-IDX) TO WS-VAR-BUDGET
               COMPUTE WS-VARIANCE = WS-VAR-ACTUAL - WS-VAR-BUDGET
               MOVE WS-VAR-ACTUAL TO DL-ACTUAL
               MOVE WS-VAR-BUDGET TO DL-BUDGET
               MOVE WS-VARIANCE TO DL-VARIANCE
               PERFORM 365-Format-Variance-Pct
               MOVE WS-PCT-TEXT TO DL-PCT
               IF WS-PERIOD-IDX = 3
                   MOVE WS-OUT-FLAG TO DL-FLAG
               END-IF
               MOVE SPACES TO RPT-LINE
               MOVE WS-DETAIL-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM
           .

       365-Format-Variance-Pct.
      * variance as a percent of budget; no budget for the period
      * shows as n/a instead of a divide error
           MOVE SPACES TO WS-PCT-TEXT
           EVALUATE TRUE
               WHEN WS-VAR-BUDGET = ZERO AND WS-VAR-ACTUAL = ZERO
                   CONTINUE
               WHEN WS-VAR-BUDGET = ZERO
                   MOVE "     n/a" TO WS-PCT-TEXT
               WHEN OTHER
                   COMPUTE WS-PCT-VARIANCE ROUNDED
                       = (WS-VAR-ACTUAL - WS-VAR-BUDGET) * 100
                           / WS-VAR-BUDGET
                   ON SIZE ERROR MOVE 9999.9 TO WS-PCT-VARIANCE
                   END-COMPUTE
                   MOVE WS-PCT-VARIANCE TO WS-PCT-EDITED
                   STRING WS-PCT-EDITED "%"
                       DELIMITED BY SIZE INTO WS-PCT-TEXT
           END-EVALUATE
           .

       370-Check-Behind-Plan.
      * behind plan: a year-to-date budget, and sales under it by
      * more than WS-BEHIND-PCT percent of it
           MOVE "N" TO WS-BEHIND-SW
           IF WS-VAR-BUDGET > ZERO
               IF (WS-VAR-BUDGET - WS-VAR-ACTUAL) * 100
                       > WS-VAR-BUDGET * WS-BEHIND-PCT
                   MOVE "Y" TO WS-BEHIND-SW
               END-IF
           END-IF
           .

       380-Print-Company-Total.
           MOVE WS-COMPANY-TOTALS TO WS-OUT-AMOUNTS
           MOVE SPACES TO WS-OUT-NUMBER
           MOVE SPACES TO WS-OUT-NAME
           STRING "Company " WS-CURRENT-COMPANY " total"
               DELIMITED BY SIZE INTO WS-OUT-NAME
           MOVE SPACES TO WS-OUT-FLAG
           PERFORM 360-Print-Three-Lines
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                   UNTIL WS-PERIOD-IDX > 3
               ADD WS-CO-ACTUAL (WS-PERIOD-IDX)
                   TO WS-GRAND-ACTUAL (WS-PERIOD-IDX)
               ADD WS-CO-BUDGET (WS-PERIOD-IDX)
                   TO WS-GRAND-BUDGET (WS-PERIOD-IDX)
           END-PERFORM
           .

       400-Print-Grand-Total.
           MOVE WS-GRAND-TOTALS TO WS-OUT-AMOUNTS
           MOVE SPACES TO WS-OUT-NUMBER
           MOVE "All companies total" TO WS-OUT-NAME
           MOVE SPACES TO WS-OUT-FLAG
           PERFORM 360-Print-Three-Lines
           IF WS-TABLE-FULL
               MOVE SPACES TO RPT-LINE
               STRING "WARNING: more budgeted customers than the "
                   "report table holds - some are missing."
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           IF WS-GROUP-FULL
               MOVE SPACES TO RPT-LINE
               STRING "WARNING: more company/rep groups than the "
                   "report table holds - some are missing."
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           .

       450-Print-Behind-Plan.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "Reps more than " WS-BEHIND-PCT
               "% behind year-to-date plan: " WS-BEHIND-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
               IF WS-GRP-BEHIND (WS-GROUP-IDX)
                   PERFORM 460-Print-Behind-Line
               END-IF
           END-PERFORM
           DISPLAY "budvar complete - " WS-CUST-COUNT
               " budgeted customers, " WS-BEHIND-COUNT
               " reps behind plan, see budvar.rpt"
           .

       460-Print-Behind-Line.
           PERFORM 315-Find-Rep-Name
           MOVE WS-GRP-YTD-ACTUAL (WS-GROUP-IDX) TO WS-VAR-ACTUAL
           MOVE WS-GRP-YTD-BUDGET (WS-GROUP-IDX) TO WS-VAR-BUDGET
           PERFORM 365-Format-Variance-Pct
           MOVE WS-VAR-ACTUAL TO WS-EDITED-AMOUNT
           MOVE WS-VAR-BUDGET TO WS-EDITED-BUDGET
           MOVE SPACES TO RPT-LINE
           STRING "  Company " WS-GRP-COMPANY (WS-GROUP-IDX)
               "  rep " WS-REP-SHOWN " " WS-REP-NAME
               "  YTD " WS-EDITED-AMOUNT
               "  budget " WS-EDITED-BUDGET "  " WS-PCT-TEXT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           .

       900-Close-Files.
           CLOSE CUSTOMER-FILE
           CLOSE SALES-BUDGET-FILE
           IF WS-SALESHIS-IS-OPEN
               CLOSE SALES-HISTORY-FILE
           END-IF
           IF WS-REPMAST-IS-OPEN
               CLOSE REP-MASTER
           END-IF
           CLOSE BUDGET-VARIANCE-RPT
           .

       950-Archive-Report.
      * capture this run's report into the dated report archive
      * (rptarch.cbl) before the next run overwrites it
           CALL "rptarch" USING WS-PROGRAM-ID
               ON EXCEPTION CONTINUE
           END-CALL
           .
