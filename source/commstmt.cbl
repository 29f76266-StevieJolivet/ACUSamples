      * commstmt.cbl
      * Month-end sales commission statements. For the statement
      * month (default: the month just ended) takes every customer's
      * sales for that month off SALES-HISTORY-FILE (saleshis.fd),
      * prices it at the rep's rate from COMMISSION-RATE-FILE
      * (commrate.fd) for the customer's CF-CUST-CATEGORY - falling
      * back to the rep's all-category rate - and prints one
      * statement per rep on REP-MASTER to commstmt.rpt, each on its
      * own page: the customer, category, month's sales, rate applied
      * and commission, with the rep's totals. A negative sales month
      * gives a negative commission, which is clawed back from the
      * rep's total and marked on the line. A rep with no sales in
      * the month still gets a statement saying so.
      *
      * The month's commission goes to the rep who held the customer
      * at the end of the month. That is CF-CUST-REP, unless the
      * customer has been moved since - repmove.cbl or a change on
      * webbrowsr - in which case it is the rep the first later move
      * took the customer from (CUSTFILE-AUDIT before image). A move
      * inside the month is spelled out on both statements: the
      * receiving rep's line says who the customer came from and
      * when, and the losing rep gets a line saying the month was
      * credited to the other rep.
      *
      * Sales for a customer whose rep is blank or not on REP-MASTER
      * earn no commission; they are listed after the statements so
      * the run still balances to the month's sales, followed by the
      * grand totals on a page of their own.
       IDENTIFICATION              DIVISION.
       PROGRAM-ID. commstmt.
       AUTHOR. sjolivet.
       DATE-WRITTEN. Thursday, October 15, 2026.
       REMARKS.
           Month-end sales rep commission statements.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "custfile.sl".
           COPY "saleshis.sl".
           COPY "commrate.sl".
           COPY "repmast.sl".
           COPY "custaudit.sl".
           SELECT COMMISSION-RPT
               ASSIGN TO "commstmt.rpt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RPT-FILE-STATUS.
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "custfile.fd".
           COPY "saleshis.fd".
           COPY "commrate.fd".
           COPY "repmast.fd".
           COPY "custaudit.fd".
       FD  COMMISSION-RPT
           LABEL RECORD IS STANDARD.
       01  RPT-LINE                        PIC X(132).
       WORKING-STORAGE             SECTION.
       COPY "acucobol.def".
       COPY "custimg.def".

       01  WS-PROGRAM-ID                   PIC X(10) VALUE "commstmt".
       01  WS-SALESHIS-FILE-STATUS         PIC XX VALUE "00".
       01  WS-COMMRATE-FILE-STATUS         PIC XX VALUE "00".
       01  WS-REPMAST-FILE-STATUS          PIC XX VALUE "00".
       01  WS-AUDIT-FILE-STATUS            PIC XX VALUE "00".
       01  WS-RPT-FILE-STATUS              PIC XX VALUE "00".
       01  WS-OPEN-ERROR-SW                PIC X(1) VALUE "N".
           88  WS-OPEN-ERROR               VALUE "Y".
       01  WS-SALES-EOF-SW                 PIC X(1) VALUE "N".
           88  WS-SALES-EOF                VALUE "Y".
       01  WS-AUDIT-EOF-SW                 PIC X(1) VALUE "N".
           88  WS-AUDIT-EOF                VALUE "Y".
       01  WS-REP-EOF-SW                   PIC X(1) VALUE "N".
           88  WS-REP-EOF                  VALUE "Y".
       01  WS-RATE-EOF-SW                  PIC X(1) VALUE "N".
           88  WS-RATE-EOF                 VALUE "Y".
       01  WS-AUDIT-OPEN-SW                PIC X(1) VALUE "N".
           88  WS-AUDIT-IS-OPEN            VALUE "Y".

      * -- run parameters --
       01  WS-PERIOD-ENTRY                 PIC X(6) VALUE SPACES.
       01  WS-PERIOD                       PIC X(6) VALUE SPACES.
       01  WS-PERIOD-R REDEFINES WS-PERIOD.
           05  WS-PERIOD-CCYY              PIC 9(4).
           05  WS-PERIOD-MM                PIC 9(2).
      * any date in the month is on or before CCYYMM31
       01  WS-PERIOD-LAST-DAY              PIC 9(8) VALUE ZERO.
       01  WS-RUN-DATE                     PIC X(8) VALUE SPACES.

      * -- rep changes on or after the start of the statement month,
      * in the order CUSTFILE-AUDIT logged them --
       01  WS-MV-TABLE-MAX                 PIC 9(5) VALUE 5000.
       01  WS-MV-COUNT                     PIC 9(5) VALUE ZERO.
       01  WS-MV-TABLE.
           05  WS-MV-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WS-MV-COUNT
                   INDEXED BY WS-MV-IDX.
               10  WS-MV-CUST-NO           PIC 9(6).
               10  WS-MV-DATE              PIC X(8).
               10  WS-MV-FROM-REP          PIC X(3).
               10  WS-MV-TO-REP            PIC X(3).
       01  WS-MV-FULL-SW                   PIC X(1) VALUE "N".
           88  WS-MV-FULL                  VALUE "Y".

      * -- one row per customer with sales in the month --
       01  WS-CUST-TABLE-MAX               PIC 9(5) VALUE 10000.
       01  WS-CUST-COUNT                   PIC 9(5) VALUE ZERO.
       01  WS-CUST-TABLE.
           05  WS-CUST-ENTRY OCCURS 0 TO 10000 TIMES
                   DEPENDING ON WS-CUST-COUNT
                   INDEXED BY WS-CUST-IDX.
               10  WS-TBL-CUST-NO          PIC 9(6).
               10  WS-TBL-NAME             PIC X(30).
               10  WS-TBL-CATEGORY         PIC X(4).
               10  WS-TBL-REP              PIC X(3).
               10  WS-TBL-REP-KNOWN-SW     PIC X(1).
                   88  WS-TBL-REP-KNOWN    VALUE "Y".
               10  WS-TBL-SALES            PIC S9(9)V99.
               10  WS-TBL-RATE             PIC 9(2)V9(3).
               10  WS-TBL-RATE-SOURCE      PIC X(1).
                   88  WS-TBL-RATE-CATEGORY
                                           VALUE "C".
                   88  WS-TBL-RATE-ALL     VALUE "A".
                   88  WS-TBL-RATE-NONE    VALUE "N".
               10  WS-TBL-COMMISSION       PIC S9(9)V99.
               10  WS-TBL-MOVED-FROM       PIC X(3).
               10  WS-TBL-MOVED-TO         PIC X(3).
               10  WS-TBL-MOVED-DATE       PIC X(8).
       01  WS-TABLE-FULL-SW                PIC X(1) VALUE "N".
           88  WS-TABLE-FULL               VALUE "Y".

      * -- credit and rate work for one customer --
       01  WS-CREDIT-REP                   PIC X(3) VALUE SPACES.
       01  WS-MONTH-SALES                  PIC S9(9)V99 VALUE ZERO.
       01  WS-LATER-MOVE-SW                PIC X(1) VALUE "N".
           88  WS-LATER-MOVE-FOUND         VALUE "Y".
       01  WS-LOOKUP-CATEGORY              PIC X(4) VALUE SPACES.
       01  WS-LOOKUP-FOUND-SW              PIC X(1) VALUE "N".
           88  WS-LOOKUP-FOUND             VALUE "Y".
       01  WS-LOOKUP-RATE                  PIC 9(2)V9(3) VALUE ZERO.

      * -- page control within one statement --
       01  WS-LINE-COUNT                   PIC 9(3) VALUE ZERO.
       01  WS-LINES-PER-PAGE               PIC 9(3) VALUE 55.
       01  WS-STATEMENT-PAGE               PIC 9(3) VALUE ZERO.
       01  WS-STATEMENT-COUNT              PIC 9(5) VALUE ZERO.

      * -- rep and grand totals --
       01  WS-REP-LINE-COUNT               PIC 9(5) VALUE ZERO.
       01  WS-REP-SALES                    PIC S9(11)V99 VALUE ZERO.
       01  WS-REP-COMMISSION               PIC S9(11)V99 VALUE ZERO.
       01  WS-REP-CLAWBACK                 PIC S9(11)V99 VALUE ZERO.
       01  WS-GRAND-SALES                  PIC S9(12)V99 VALUE ZERO.
       01  WS-GRAND-COMMISSION             PIC S9(12)V99 VALUE ZERO.
       01  WS-GRAND-CLAWBACK               PIC S9(12)V99 VALUE ZERO.
       01  WS-UNASSIGNED-SALES             PIC S9(12)V99 VALUE ZERO.
       01  WS-UNASSIGNED-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-NO-RATE-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-MOVED-COUNT                  PIC 9(5) VALUE ZERO.
       01  WS-SALES-ROW-COUNT              PIC 9(7) VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER      PIC X(8)  VALUE "Cust No".
           05  FILLER      PIC X(32) VALUE "Customer Name".
           05  FILLER      PIC X(6)  VALUE "Cat".
           05  FILLER      PIC X(16) VALUE "     Month Sales".
           05  FILLER      PIC X(10) VALUE "    Rate %".
           05  FILLER      PIC X(16) VALUE "      Commission".
           05  FILLER      PIC X(2)  VALUE SPACES.
           05  FILLER      PIC X(20) VALUE "Note".

       01  WS-DETAIL-LINE.
           05  DL-CUST-NO      PIC ZZZZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  DL-CUST-NAME    PIC X(30).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  DL-CATEGORY     PIC X(4).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  DL-SALES        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  DL-RATE         PIC Z9.999.
           05  DL-RATE-X REDEFINES DL-RATE
                               PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  DL-COMMISSION   PIC ZZZ,ZZZ,ZZ9.99-.
           05  DL-COMMISSION-X REDEFINES DL-COMMISSION
                               PIC X(15).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  DL-NOTE         PIC X(43).

       01  WS-TOTAL-LINE.
           05  TL-LABEL        PIC X(44).
           05  TL-SALES        PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(9)  VALUE SPACES.
           05  TL-COMMISSION   PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01  WS-SHOW-DATE                    PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       000-Main.
           PERFORM 050-Accept-Parameters
           PERFORM 100-Open-Files
           PERFORM 150-Load-Rep-Moves
           PERFORM 200-Build-Customer-Table
           PERFORM 300-Print-Rep-Statements
           PERFORM 500-Print-Unassigned
           PERFORM 600-Print-Run-Summary
           PERFORM 900-Close-Files
           PERFORM 950-Archive-Report
           STOP RUN
           .

       050-Accept-Parameters.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-RUN-DATE
           DISPLAY "Commission month CCYYMM (blank = last month): "
               WITH NO ADVANCING
           ACCEPT WS-PERIOD-ENTRY
           IF WS-PERIOD-ENTRY = SPACES
      * the month just ended - payroll runs this in the first days
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
                   DISPLAY "Commission month must be CCYYMM - run "
                       "aborted."
                   STOP RUN
               END-IF
           END-IF
           COMPUTE WS-PERIOD-LAST-DAY
               = WS-PERIOD-CCYY * 10000 + WS-PERIOD-MM * 100 + 31
           .

       100-Open-Files.
           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-FS-OK
               DISPLAY "ERROR: cannot open CUSTOMER-FILE, status "
                   WS-FILE-STATUS
               MOVE "Y" TO WS-OPEN-ERROR-SW
           END-IF
           OPEN INPUT SALES-HISTORY-FILE
           IF WS-SALESHIS-FILE-STATUS = "35"
               DISPLAY "No sales history on disk - run salepost first."
               STOP RUN
           END-IF
           IF WS-SALESHIS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open saleshis, status "
                   WS-SALESHIS-FILE-STATUS
               MOVE "Y" TO WS-OPEN-ERROR-SW
           END-IF
           OPEN INPUT COMMISSION-RATE-FILE
           IF WS-COMMRATE-FILE-STATUS = "35"
               DISPLAY "No commission rates on disk - enter them on "
                   "commmaint first."
               STOP RUN
           END-IF
           IF WS-COMMRATE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open commrate, status "
                   WS-COMMRATE-FILE-STATUS
               MOVE "Y" TO WS-OPEN-ERROR-SW
           END-IF
           OPEN INPUT REP-MASTER
           IF WS-REPMAST-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open repmast, status "
                   WS-REPMAST-FILE-STATUS
               MOVE "Y" TO WS-OPEN-ERROR-SW
           END-IF
      * no audit file means no customer has ever been moved
           OPEN INPUT CUSTFILE-AUDIT
           IF WS-AUDIT-FILE-STATUS = "00"
               MOVE "Y" TO WS-AUDIT-OPEN-SW
           ELSE
               IF WS-AUDIT-FILE-STATUS NOT = "35"
                   DISPLAY "ERROR: cannot open custaudit, status "
                       WS-AUDIT-FILE-STATUS
                   MOVE "Y" TO WS-OPEN-ERROR-SW
               END-IF
           END-IF
           OPEN OUTPUT COMMISSION-RPT
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open commstmt.rpt, status "
                   WS-RPT-FILE-STATUS
               MOVE "Y" TO WS-OPEN-ERROR-SW
           END-IF
           IF WS-OPEN-ERROR
               DISPLAY "commstmt run aborted - see above."
               STOP RUN
           END-IF
           .

      ******************************************************************
      * Rep moves: every change row from the start of the month on
      * whose before and after images carry different reps. Rows
      * from before the month cannot change who held the customer
      * at its end, so they are not kept.
      ******************************************************************
       150-Load-Rep-Moves.
           IF WS-AUDIT-IS-OPEN
               MOVE "N" TO WS-AUDIT-EOF-SW
               PERFORM UNTIL WS-AUDIT-EOF
                   READ CUSTFILE-AUDIT
                       AT END MOVE "Y" TO WS-AUDIT-EOF-SW
                       NOT AT END
                           IF CA-ACTION-CHANGE
                                   AND CA-TIMESTAMP (1:6)
                                       NOT < WS-PERIOD
                               PERFORM 160-Note-Rep-Move
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           .

       160-Note-Rep-Move.
           MOVE CA-BEFORE-IMAGE TO WS-BEFORE-IMAGE-REC
           MOVE CA-AFTER-IMAGE TO WS-AFTER-IMAGE-REC
           IF BI-CUST-REP NOT = AI-CUST-REP
               IF WS-MV-COUNT >= WS-MV-TABLE-MAX
                   MOVE "Y" TO WS-MV-FULL-SW
               ELSE
                   ADD 1 TO WS-MV-COUNT
                   MOVE CA-CUST-NO TO WS-MV-CUST-NO (WS-MV-COUNT)
                   MOVE CA-TIMESTAMP (1:8) TO WS-MV-DATE (WS-MV-COUNT)
                   MOVE BI-CUST-REP TO WS-MV-FROM-REP (WS-MV-COUNT)
                   MOVE AI-CUST-REP TO WS-MV-TO-REP (WS-MV-COUNT)
               END-IF
           END-IF
           .

      ******************************************************************
      * One table row per customer with a non-zero month, in
      * customer order off SALES-HISTORY-FILE, already priced.
      ******************************************************************
       200-Build-Customer-Table.
           MOVE LOW-VALUES TO SH-KEY
           START SALES-HISTORY-FILE KEY IS NOT LESS THAN SH-KEY
               INVALID KEY MOVE "Y" TO WS-SALES-EOF-SW
               NOT INVALID KEY MOVE "N" TO WS-SALES-EOF-SW
           END-START
           PERFORM UNTIL WS-SALES-EOF
               READ SALES-HISTORY-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-SALES-EOF-SW
                   NOT AT END
                       IF SH-YEAR = WS-PERIOD-CCYY
                           SET SH-MONTH-IDX TO WS-PERIOD-MM
                           MOVE SH-MONTH-SALES (SH-MONTH-IDX)
                               TO WS-MONTH-SALES
                           IF WS-MONTH-SALES NOT = ZERO
                               ADD 1 TO WS-SALES-ROW-COUNT
                               PERFORM 210-Add-Customer-Row
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       210-Add-Customer-Row.
           IF WS-CUST-COUNT >= WS-CUST-TABLE-MAX
               MOVE "Y" TO WS-TABLE-FULL-SW
           ELSE
               ADD 1 TO WS-CUST-COUNT
               SET WS-CUST-IDX TO WS-CUST-COUNT
               MOVE SH-CUST-NO TO WS-TBL-CUST-NO (WS-CUST-IDX)
               MOVE WS-MONTH-SALES TO WS-TBL-SALES (WS-CUST-IDX)
               MOVE SPACES TO WS-TBL-MOVED-FROM (WS-CUST-IDX)
               MOVE SPACES TO WS-TBL-MOVED-TO (WS-CUST-IDX)
               MOVE SPACES TO WS-TBL-MOVED-DATE (WS-CUST-IDX)
               MOVE SH-CUST-NO TO CF-CUST-NO
               READ CUSTOMER-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-FS-OK
                   MOVE CF-CUST-NAME TO WS-TBL-NAME (WS-CUST-IDX)
                   MOVE CF-CUST-CATEGORY
                       TO WS-TBL-CATEGORY (WS-CUST-IDX)
                   MOVE CF-CUST-REP TO WS-CREDIT-REP
               ELSE
      * deleted since - its sales still have to be accounted for
                   MOVE "(not on customer file)"
                       TO WS-TBL-NAME (WS-CUST-IDX)
                   MOVE SPACES TO WS-TBL-CATEGORY (WS-CUST-IDX)
                   MOVE SPACES TO WS-CREDIT-REP
               END-IF
               PERFORM 220-Find-Month-End-Rep
               MOVE WS-CREDIT-REP TO WS-TBL-REP (WS-CUST-IDX)
               MOVE "N" TO WS-TBL-REP-KNOWN-SW (WS-CUST-IDX)
               IF WS-CREDIT-REP NOT = SPACES
                   MOVE WS-CREDIT-REP TO RM-REP-CODE
                   READ REP-MASTER
                       INVALID KEY CONTINUE
                   END-READ
                   IF WS-REPMAST-FILE-STATUS = "00"
                       MOVE "Y" TO WS-TBL-REP-KNOWN-SW (WS-CUST-IDX)
                   END-IF
               END-IF
               PERFORM 230-Price-Customer-Row
           END-IF
           .

       220-Find-Month-End-Rep.
      * walk this customer's moves in logged order: the last one
      * inside the month is the one to report, and the first one
      * after the month says who held the customer at its end
           MOVE "N" TO WS-LATER-MOVE-SW
           PERFORM VARYING WS-MV-IDX FROM 1 BY 1
                   UNTIL WS-MV-IDX > WS-MV-COUNT
                       OR WS-LATER-MOVE-FOUND
               IF WS-MV-CUST-NO (WS-MV-IDX) = SH-CUST-NO
                   IF WS-MV-DATE (WS-MV-IDX) (1:6) = WS-PERIOD
                       MOVE WS-MV-FROM-REP (WS-MV-IDX)
                           TO WS-TBL-MOVED-FROM (WS-CUST-IDX)
                       MOVE WS-MV-TO-REP (WS-MV-IDX)
                           TO WS-TBL-MOVED-TO (WS-CUST-IDX)
                       MOVE WS-MV-DATE (WS-MV-IDX)
                           TO WS-TBL-MOVED-DATE (WS-CUST-IDX)
                   ELSE
                       MOVE "Y" TO WS-LATER-MOVE-SW
                       MOVE WS-MV-FROM-REP (WS-MV-IDX)
                           TO WS-CREDIT-REP
                   END-IF
               END-IF
           END-PERFORM
           IF WS-TBL-MOVED-DATE (WS-CUST-IDX) NOT = SPACES
               ADD 1 TO WS-MOVED-COUNT
           END-IF
           .

       230-Price-Customer-Row.
      * the customer's own category first, then the rep's
      * all-category rate; no rate at all pays nothing and is
      * flagged on the line
           MOVE WS-TBL-CATEGORY (WS-CUST-IDX) TO WS-LOOKUP-CATEGORY
           PERFORM 240-Look-Up-Rate
           IF WS-LOOKUP-FOUND AND WS-LOOKUP-CATEGORY NOT = SPACES
               MOVE "C" TO WS-TBL-RATE-SOURCE (WS-CUST-IDX)
           ELSE
               MOVE SPACES TO WS-LOOKUP-CATEGORY
               PERFORM 240-Look-Up-Rate
               IF WS-LOOKUP-FOUND
                   MOVE "A" TO WS-TBL-RATE-SOURCE (WS-CUST-IDX)
               ELSE
                   MOVE "N" TO WS-TBL-RATE-SOURCE (WS-CUST-IDX)
               END-IF
           END-IF
           MOVE WS-LOOKUP-RATE TO WS-TBL-RATE (WS-CUST-IDX)
           COMPUTE WS-TBL-COMMISSION (WS-CUST-IDX) ROUNDED
               = WS-TBL-SALES (WS-CUST-IDX)
                   * WS-TBL-RATE (WS-CUST-IDX) / 100
           .

       240-Look-Up-Rate.
      * latest effective date on or before the last day of the
      * month for this rep and category
           MOVE "N" TO WS-LOOKUP-FOUND-SW
           MOVE ZERO TO WS-LOOKUP-RATE
           IF WS-CREDIT-REP NOT = SPACES
               MOVE WS-CREDIT-REP TO CR-REP-CODE
               MOVE WS-LOOKUP-CATEGORY TO CR-CATEGORY-CODE
               MOVE ZERO TO CR-EFFECTIVE-DATE
               START COMMISSION-RATE-FILE
                   KEY IS NOT LESS THAN CR-KEY
                   INVALID KEY MOVE "Y" TO WS-RATE-EOF-SW
                   NOT INVALID KEY MOVE "N" TO WS-RATE-EOF-SW
               END-START
               PERFORM UNTIL WS-RATE-EOF
                   READ COMMISSION-RATE-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-RATE-EOF-SW
                       NOT AT END
                           IF CR-REP-CODE NOT = WS-CREDIT-REP
                                   OR CR-CATEGORY-CODE
                                       NOT = WS-LOOKUP-CATEGORY
                                   OR CR-EFFECTIVE-DATE
                                       > WS-PERIOD-LAST-DAY
                               MOVE "Y" TO WS-RATE-EOF-SW
                           ELSE
                               MOVE "Y" TO WS-LOOKUP-FOUND-SW
                               MOVE CR-RATE-PCT TO WS-LOOKUP-RATE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           .

      ******************************************************************
      * One statement per REP-MASTER row, inactive reps included - a
      * rep who left in the month is still owed for it.
      ******************************************************************
       300-Print-Rep-Statements.
           MOVE LOW-VALUES TO RM-REP-CODE
           START REP-MASTER KEY IS NOT LESS THAN RM-REP-CODE
               INVALID KEY MOVE "Y" TO WS-REP-EOF-SW
               NOT INVALID KEY MOVE "N" TO WS-REP-EOF-SW
           END-START
           PERFORM UNTIL WS-REP-EOF
               READ REP-MASTER NEXT RECORD
                   AT END MOVE "Y" TO WS-REP-EOF-SW
                   NOT AT END PERFORM 310-Print-One-Statement
               END-READ
           END-PERFORM
           .

       310-Print-One-Statement.
           ADD 1 TO WS-STATEMENT-COUNT
           MOVE ZERO TO WS-STATEMENT-PAGE
           MOVE ZERO TO WS-REP-LINE-COUNT
           MOVE ZERO TO WS-REP-SALES
           MOVE ZERO TO WS-REP-COMMISSION
           MOVE ZERO TO WS-REP-CLAWBACK
           PERFORM 320-Print-Statement-Heading
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUST-COUNT
               IF WS-TBL-REP (WS-CUST-IDX) = RM-REP-CODE
                   PERFORM 330-Print-Credited-Line
               ELSE
                   IF WS-TBL-MOVED-FROM (WS-CUST-IDX) = RM-REP-CODE
                       PERFORM 340-Print-Moved-Away-Line
                   END-IF
               END-IF
           END-PERFORM
           IF WS-REP-LINE-COUNT = ZERO
               MOVE SPACES TO RPT-LINE
               MOVE "  No sales for this rep's customers in the month."
                   TO RPT-LINE
               PERFORM 360-Write-Line
           END-IF
           MOVE SPACES TO RPT-LINE
           PERFORM 360-Write-Line
           MOVE SPACES TO WS-TOTAL-LINE
           STRING "Total for " RM-REP-CODE
               DELIMITED BY SIZE INTO TL-LABEL
           MOVE WS-REP-SALES TO TL-SALES
           MOVE WS-REP-COMMISSION TO TL-COMMISSION
           MOVE SPACES TO RPT-LINE
           MOVE WS-TOTAL-LINE TO RPT-LINE
           PERFORM 360-Write-Line
           IF WS-REP-CLAWBACK NOT = ZERO
               MOVE SPACES TO WS-TOTAL-LINE
               MOVE "  of which clawed back on negative months"
                   TO TL-LABEL
               MOVE WS-REP-CLAWBACK TO TL-COMMISSION
               MOVE SPACES TO RPT-LINE
               MOVE WS-TOTAL-LINE TO RPT-LINE
               PERFORM 360-Write-Line
           END-IF
           ADD WS-REP-SALES TO WS-GRAND-SALES
           ADD WS-REP-COMMISSION TO WS-GRAND-COMMISSION
           ADD WS-REP-CLAWBACK TO WS-GRAND-CLAWBACK
           .

       320-Print-Statement-Heading.
      * every statement (and every continuation page of a long one)
      * starts a new page; the first page of the run needs no eject
           ADD 1 TO WS-STATEMENT-PAGE
           IF WS-STATEMENT-COUNT > 1 OR WS-STATEMENT-PAGE > 1
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE BEFORE ADVANCING PAGE
           END-IF
           MOVE ZERO TO WS-LINE-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "COMMISSION STATEMENT   Month " WS-PERIOD (1:4)
               "-" WS-PERIOD (5:2) "   Rep " RM-REP-CODE
               "   Page " WS-STATEMENT-PAGE
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 360-Write-Line
           MOVE SPACES TO RPT-LINE
           STRING RM-REP-NAME "   run " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           IF RM-INACTIVE
               MOVE "(inactive)" TO RPT-LINE (50:10)
           END-IF
           PERFORM 360-Write-Line
           MOVE SPACES TO RPT-LINE
           PERFORM 360-Write-Line
           MOVE WS-HEADING-LINE TO RPT-LINE
           PERFORM 360-Write-Line
           .

       330-Print-Credited-Line.
           ADD 1 TO WS-REP-LINE-COUNT
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-TBL-CUST-NO (WS-CUST-IDX) TO DL-CUST-NO
           MOVE WS-TBL-NAME (WS-CUST-IDX) TO DL-CUST-NAME
           MOVE WS-TBL-CATEGORY (WS-CUST-IDX) TO DL-CATEGORY
           MOVE WS-TBL-SALES (WS-CUST-IDX) TO DL-SALES
           MOVE WS-TBL-RATE (WS-CUST-IDX) TO DL-RATE
           MOVE WS-TBL-COMMISSION (WS-CUST-IDX) TO DL-COMMISSION
           EVALUATE TRUE
               WHEN WS-TBL-RATE-NONE (WS-CUST-IDX)
                   MOVE "*NO RATE on file - nothing paid"
                       TO DL-NOTE
                   ADD 1 TO WS-NO-RATE-COUNT
               WHEN WS-TBL-MOVED-DATE (WS-CUST-IDX) NOT = SPACES
                   PERFORM 350-Format-Move-Date
                   STRING "From " WS-TBL-MOVED-FROM (WS-CUST-IDX)
                       " " WS-SHOW-DATE " - month credited here"
                       DELIMITED BY SIZE INTO DL-NOTE
               WHEN WS-TBL-SALES (WS-CUST-IDX) < ZERO
                   MOVE "Clawback - negative month" TO DL-NOTE
               WHEN WS-TBL-RATE-ALL (WS-CUST-IDX)
                       AND WS-TBL-CATEGORY (WS-CUST-IDX) NOT = SPACES
                   MOVE "All-category rate" TO DL-NOTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 355-Write-Detail-Line
           ADD WS-TBL-SALES (WS-CUST-IDX) TO WS-REP-SALES
           ADD WS-TBL-COMMISSION (WS-CUST-IDX) TO WS-REP-COMMISSION
           IF WS-TBL-COMMISSION (WS-CUST-IDX) < ZERO
               ADD WS-TBL-COMMISSION (WS-CUST-IDX) TO WS-REP-CLAWBACK
           END-IF
           .

       340-Print-Moved-Away-Line.
      * the losing rep sees the customer and who got the month, with
      * no amounts - they are on the other rep's statement
           ADD 1 TO WS-REP-LINE-COUNT
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-TBL-CUST-NO (WS-CUST-IDX) TO DL-CUST-NO
           MOVE WS-TBL-NAME (WS-CUST-IDX) TO DL-CUST-NAME
           MOVE WS-TBL-CATEGORY (WS-CUST-IDX) TO DL-CATEGORY
           MOVE WS-TBL-SALES (WS-CUST-IDX) TO DL-SALES
           MOVE SPACES TO DL-RATE-X
           MOVE SPACES TO DL-COMMISSION-X
           PERFORM 350-Format-Move-Date
           STRING "To " WS-TBL-MOVED-TO (WS-CUST-IDX) " "
               WS-SHOW-DATE " - month credited to "
               WS-TBL-REP (WS-CUST-IDX)
               DELIMITED BY SIZE INTO DL-NOTE
           PERFORM 355-Write-Detail-Line
           .

       350-Format-Move-Date.
           MOVE SPACES TO WS-SHOW-DATE
           STRING WS-TBL-MOVED-DATE (WS-CUST-IDX) (1:4) "-"
               WS-TBL-MOVED-DATE (WS-CUST-IDX) (5:2) "-"
               WS-TBL-MOVED-DATE (WS-CUST-IDX) (7:2)
               DELIMITED BY SIZE INTO WS-SHOW-DATE
           .

       355-Write-Detail-Line.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 320-Print-Statement-Heading
           END-IF
           MOVE SPACES TO RPT-LINE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           PERFORM 360-Write-Line
           .

       360-Write-Line.
           WRITE RPT-LINE
           ADD 1 TO WS-LINE-COUNT
           .

      ******************************************************************
      * Sales no statement covers: the rep at month end is blank or
      * not on REP-MASTER.
      ******************************************************************
       500-Print-Unassigned.
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUST-COUNT
               IF NOT WS-TBL-REP-KNOWN (WS-CUST-IDX)
                   ADD 1 TO WS-UNASSIGNED-COUNT
                   IF WS-UNASSIGNED-COUNT = 1
                       PERFORM 510-Print-Unassigned-Heading
                   END-IF
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE WS-TBL-CUST-NO (WS-CUST-IDX) TO DL-CUST-NO
                   MOVE WS-TBL-NAME (WS-CUST-IDX) TO DL-CUST-NAME
                   MOVE WS-TBL-CATEGORY (WS-CUST-IDX) TO DL-CATEGORY
                   MOVE WS-TBL-SALES (WS-CUST-IDX) TO DL-SALES
                   MOVE SPACES TO DL-RATE-X
                   MOVE SPACES TO DL-COMMISSION-X
                   IF WS-TBL-REP (WS-CUST-IDX) = SPACES
                       MOVE "No rep on the customer" TO DL-NOTE
                   ELSE
                       STRING "Rep " WS-TBL-REP (WS-CUST-IDX)
                           " is not on REP-MASTER"
                           DELIMITED BY SIZE INTO DL-NOTE
                   END-IF
                   MOVE SPACES TO RPT-LINE
                   MOVE WS-DETAIL-LINE TO RPT-LINE
                   WRITE RPT-LINE
                   ADD WS-TBL-SALES (WS-CUST-IDX)
                       TO WS-UNASSIGNED-SALES
               END-IF
           END-PERFORM
           .

       510-Print-Unassigned-Heading.
           IF WS-STATEMENT-COUNT > ZERO
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE BEFORE ADVANCING PAGE
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "Sales with no rep to credit - month "
               WS-PERIOD (1:4) "-" WS-PERIOD (5:2)
               " - no commission paid"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HEADING-LINE TO RPT-LINE
           WRITE RPT-LINE
           .

       600-Print-Run-Summary.
      * control totals on a page of their own, so the statements
      * can go to payroll and this page stays behind
           IF WS-STATEMENT-COUNT > ZERO OR WS-UNASSIGNED-COUNT > ZERO
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE BEFORE ADVANCING PAGE
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "Commission Statements - month " WS-PERIOD (1:4)
               "-" WS-PERIOD (5:2) " - run " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE "Grand total, all reps" TO TL-LABEL
           MOVE WS-GRAND-SALES TO TL-SALES
           MOVE WS-GRAND-COMMISSION TO TL-COMMISSION
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE "  of which clawed back on negative months"
               TO TL-LABEL
           MOVE WS-GRAND-CLAWBACK TO TL-COMMISSION
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE "Sales with no rep to credit" TO TL-LABEL
           MOVE WS-UNASSIGNED-SALES TO TL-SALES
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "Statements: " WS-STATEMENT-COUNT
               "  customers with sales: " WS-CUST-COUNT
               "  moved in the month: " WS-MOVED-COUNT
               "  with no rate: " WS-NO-RATE-COUNT
               "  with no rep: " WS-UNASSIGNED-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-TABLE-FULL
               MOVE SPACES TO RPT-LINE
               STRING "*** More than " WS-CUST-TABLE-MAX
                   " customers had sales - the rest are NOT on "
                   "these statements"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               DISPLAY "WARNING: customer table full - statements "
                   "incomplete, see commstmt.rpt"
           END-IF
           IF WS-MV-FULL
               MOVE SPACES TO RPT-LINE
               STRING "*** More than " WS-MV-TABLE-MAX
                   " rep changes since the month began - later "
                   "ones were not used to place credit"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           DISPLAY "commstmt complete - " WS-STATEMENT-COUNT
               " statements, see commstmt.rpt"
           .

       900-Close-Files.
           CLOSE CUSTOMER-FILE
           CLOSE SALES-HISTORY-FILE
           CLOSE COMMISSION-RATE-FILE
           CLOSE REP-MASTER
           IF WS-AUDIT-IS-OPEN
               CLOSE CUSTFILE-AUDIT
           END-IF
           CLOSE COMMISSION-RPT
           .

       950-Archive-Report.
      * capture this run's report into the dated report archive
      * (rptarch.cbl) before the next run overwrites it
           CALL "rptarch" USING WS-PROGRAM-ID
               ON EXCEPTION CONTINUE
           END-CALL
           .
