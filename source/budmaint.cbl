      * budmaint.cbl
      * Maintenance for SALES-BUDGET-FILE (salesbud.fd), the yearly
      * sales plan budvar.cbl measures SALES-HISTORY-FILE against.
      * A budget row is a year's twelve monthly targets for one
      * customer, or for a rep within a company - the rep row
      * covering that rep's customers not budgeted one by one.
      * List a year's rows, show one row month by month, enter a row
      * (new, or replacing the targets on one already there) and
      * delete a row entered in error, from a console prompt loop
      * the same shape as commmaint.cbl. Targets are keyed month by
      * month or as an annual total spread evenly over the twelve
      * months. The customer must be on CUSTOMER-FILE, the rep on
      * REP-MASTER (and active for a new row). Every entry records
      * the signed-on operator and the date on the row. The whole
      * plan is normally loaded from the planning spreadsheet by
      * budload.cbl; this is for the corrections after.
      * Requires the maintenance right.
       IDENTIFICATION              DIVISION.
       PROGRAM-ID. budmaint.
       AUTHOR. sjolivet.
       DATE-WRITTEN. Thursday, October 15, 2026.
       REMARKS.
           Sales budget maintenance.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "salesbud.sl".
           COPY "custfile.sl".
           COPY "repmast.sl".
           COPY "oprprof.sl".
           COPY "sesslog.sl".
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "salesbud.fd".
           COPY "custfile.fd".
           COPY "repmast.fd".
           COPY "oprprof.fd".
           COPY "sesslog.fd".
       WORKING-STORAGE             SECTION.
       COPY "acucobol.def".
       COPY "signon.def".

       01  WS-PROGRAM-ID                   PIC X(10) VALUE "budmaint".
       01  WS-SALESBUD-FILE-STATUS         PIC XX VALUE "00".
       01  WS-REPMAST-FILE-STATUS          PIC XX VALUE "00".
       01  WS-OPRPROF-FILE-STATUS          PIC XX VALUE "00".
       01  WS-OPERATOR-ID                  PIC X(8) VALUE SPACES.
       01  WS-EOF-SW                       PIC X(1) VALUE "N".
           88  WS-END-OF-FILE              VALUE "Y".
       01  WS-QUIT-SW                      PIC X(1) VALUE "N".
           88  WS-QUIT-REQUESTED           VALUE "Y".

       01  WS-COMMAND                      PIC X(1) VALUE SPACE.
           88  WS-CMD-LIST                 VALUE "L" "l".
           88  WS-CMD-SHOW                 VALUE "S" "s".
           88  WS-CMD-ENTER                VALUE "E" "e".
           88  WS-CMD-DELETE               VALUE "D" "d".
           88  WS-CMD-QUIT                 VALUE "Q" "q".
       01  WS-CONFIRM                      PIC X(1) VALUE SPACE.
           88  WS-CONFIRM-YES              VALUE "Y" "y".

       01  WS-RUN-DATE                     PIC X(8) VALUE SPACES.

      * -- keyed entry --
       01  WS-ENTRY-YEAR-X                 PIC X(4) VALUE SPACES.
       01  WS-ENTRY-YEAR                   PIC 9(4) VALUE ZERO.
       01  WS-ENTRY-LEVEL                  PIC X(1) VALUE SPACE.
           88  WS-ENTRY-LEVEL-CUSTOMER     VALUE "C" "c".
           88  WS-ENTRY-LEVEL-REP          VALUE "R" "r".
       01  WS-ENTRY-CUST-X                 PIC X(6) VALUE SPACES.
       01  WS-ENTRY-CUST-NO                PIC 9(6) VALUE ZERO.
       01  WS-ENTRY-REP                    PIC X(3) VALUE SPACES.
       01  WS-ENTRY-COMPANY                PIC X(2) VALUE SPACES.
       01  WS-ENTRY-VALID-SW               PIC X(1) VALUE "N".
           88  WS-ENTRY-VALID              VALUE "Y".
       01  WS-ROW-EXISTS-SW                PIC X(1) VALUE "N".
           88  WS-ROW-EXISTS               VALUE "Y".
       01  WS-HOLDER-TEXT                  PIC X(40) VALUE SPACES.
       01  WS-EDIT-DIGIT-COUNT             PIC 9(2) VALUE ZERO.
       01  WS-EDIT-SPACE-COUNT             PIC 9(2) VALUE ZERO.

      * -- amount entry: up to nine whole digits and two decimals --
       01  WS-ENTRY-AMOUNT-X               PIC X(13) VALUE SPACES.
       01  WS-AMOUNT-SHAPE                 PIC X(13) VALUE SPACES.
       01  WS-ENTRY-AMOUNT                 PIC 9(9)V99 VALUE ZERO.
       01  WS-AMOUNT-VALID-SW              PIC X(1) VALUE "N".
           88  WS-AMOUNT-VALID             VALUE "Y".
       01  WS-EDIT-DOT-COUNT               PIC 9(2) VALUE ZERO.
       01  WS-EDIT-PREFIX-COUNT            PIC 9(2) VALUE ZERO.
       01  WS-EDIT-INT-COUNT               PIC 9(2) VALUE ZERO.

      * -- the twelve targets being entered --
       01  WS-NEW-TARGETS.
           05  WS-NEW-TARGET               PIC S9(9)V99 OCCURS 12.
       01  WS-MONTH-NO                     PIC 9(2) VALUE ZERO.
       01  WS-TARGETS-VALID-SW             PIC X(1) VALUE "N".
           88  WS-TARGETS-VALID            VALUE "Y".
       01  WS-MONTH-SHARE                  PIC S9(9)V99 VALUE ZERO.
       01  WS-ANNUAL-TOTAL                 PIC S9(11)V99 VALUE ZERO.

       01  WS-LIST-COUNT                   PIC 9(4) VALUE ZERO.
       01  WS-VIEW-LINE-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-PAUSE-RESPONSE               PIC X(1) VALUE SPACE.
       01  WS-AMOUNT-EDITED                PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-TOTAL-EDITED                 PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01  WS-ADD-COUNT                    PIC 9(5) VALUE ZERO.
       01  WS-CHANGE-COUNT                 PIC 9(5) VALUE ZERO.
       01  WS-DELETE-COUNT                 PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       000-Main.
           PERFORM 050-Sign-On
           PERFORM 100-Open-Files
           PERFORM 200-Command-Loop
           DISPLAY " "
           DISPLAY "Budget rows added this session: " WS-ADD-COUNT
               "   changed: " WS-CHANGE-COUNT
               "   deleted: " WS-DELETE-COUNT
           PERFORM 900-Close-Files
           STOP RUN
           .

       050-Sign-On.
      * the plan is what reps are measured against - the same right
      * that gates customer maintenance
           PERFORM Perform-Operator-Signon
           IF NOT WS-SO-SIGNED-ON
               DISPLAY "budmaint run aborted - not signed on."
               STOP RUN
           END-IF
           IF NOT OP-CAN-MAINT
               DISPLAY "Operator " WS-OPERATOR-ID " does not hold "
                   "the maintenance right - run aborted."
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-RUN-DATE
           .

       100-Open-Files.
           OPEN I-O SALES-BUDGET-FILE
           IF WS-SALESBUD-FILE-STATUS = "35"
               OPEN OUTPUT SALES-BUDGET-FILE
               IF WS-SALESBUD-FILE-STATUS = "00"
                   CLOSE SALES-BUDGET-FILE
                   OPEN I-O SALES-BUDGET-FILE
               END-IF
           END-IF
           IF WS-SALESBUD-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open salesbud, status "
                   WS-SALESBUD-FILE-STATUS
               DISPLAY "budmaint run aborted - see above."
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-FS-OK
               DISPLAY "ERROR: cannot open CUSTOMER-FILE, status "
                   WS-FILE-STATUS
               DISPLAY "budmaint run aborted - see above."
               CLOSE SALES-BUDGET-FILE
               STOP RUN
           END-IF
           OPEN INPUT REP-MASTER
           IF WS-REPMAST-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open repmast, status "
                   WS-REPMAST-FILE-STATUS " - run repmaint first."
               DISPLAY "budmaint run aborted - see above."
               CLOSE SALES-BUDGET-FILE
               CLOSE CUSTOMER-FILE
               STOP RUN
           END-IF
           .

       200-Command-Loop.
           PERFORM UNTIL WS-QUIT-REQUESTED
               DISPLAY " "
               DISPLAY "List, Show, Enter, Delete or Quit "
                   "(L/S/E/D/Q): " WITH NO ADVANCING
               ACCEPT WS-COMMAND
               EVALUATE TRUE
                   WHEN WS-CMD-LIST        PERFORM 300-List-Budgets
                   WHEN WS-CMD-SHOW        PERFORM 350-Show-Budget
                   WHEN WS-CMD-ENTER       PERFORM 400-Enter-Budget
                   WHEN WS-CMD-DELETE      PERFORM 600-Delete-Budget
                   WHEN WS-CMD-QUIT        MOVE "Y" TO WS-QUIT-SW
                   WHEN OTHER              CONTINUE
               END-EVALUATE
           END-PERFORM
           .

       300-List-Budgets.
           PERFORM 705-Accept-Year
           IF WS-ENTRY-VALID
               MOVE ZERO TO WS-LIST-COUNT
               MOVE ZERO TO WS-VIEW-LINE-COUNT
               MOVE LOW-VALUES TO SB-KEY
               MOVE WS-ENTRY-YEAR TO SB-YEAR
               MOVE "N" TO WS-EOF-SW
               START SALES-BUDGET-FILE KEY IS NOT LESS THAN SB-KEY
                   INVALID KEY MOVE "Y" TO WS-EOF-SW
               END-START
               PERFORM UNTIL WS-END-OF-FILE
                   READ SALES-BUDGET-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF SB-YEAR NOT = WS-ENTRY-YEAR
                               MOVE "Y" TO WS-EOF-SW
                           ELSE
                               PERFORM 310-List-One-Budget
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-LIST-COUNT = ZERO
                   DISPLAY "  (no budget rows for " WS-ENTRY-YEAR ")"
               END-IF
           END-IF
           .

       310-List-One-Budget.
           ADD 1 TO WS-LIST-COUNT
           PERFORM 720-Describe-Holder
           PERFORM 730-Sum-Row-Targets
           MOVE WS-ANNUAL-TOTAL TO WS-TOTAL-EDITED
           DISPLAY "  " WS-HOLDER-TEXT " year " WS-TOTAL-EDITED
               "  set by " SB-SET-BY " on " SB-SET-DATE
           ADD 1 TO WS-VIEW-LINE-COUNT
           IF WS-VIEW-LINE-COUNT >= 20
               MOVE ZERO TO WS-VIEW-LINE-COUNT
               DISPLAY "-- more (ENTER) --" WITH NO ADVANCING
               ACCEPT WS-PAUSE-RESPONSE
           END-IF
           .

       350-Show-Budget.
           PERFORM 700-Accept-Budget-Key
           IF WS-ENTRY-VALID
               IF WS-ROW-EXISTS
                   PERFORM 360-Display-Targets
               ELSE
                   DISPLAY "  No budget row for that year and holder."
               END-IF
           END-IF
           .

       360-Display-Targets.
           PERFORM 720-Describe-Holder
           DISPLAY "  " WS-HOLDER-TEXT " " SB-YEAR
           PERFORM VARYING WS-MONTH-NO FROM 1 BY 1
                   UNTIL WS-MONTH-NO > 12
               MOVE SB-MONTH-TARGET (WS-MONTH-NO) TO WS-AMOUNT-EDITED
               DISPLAY "    month " WS-MONTH-NO "  " WS-AMOUNT-EDITED
           END-PERFORM
           PERFORM 730-Sum-Row-Targets
           MOVE WS-ANNUAL-TOTAL TO WS-TOTAL-EDITED
           DISPLAY "    year   " WS-TOTAL-EDITED
               "   set by " SB-SET-BY " on " SB-SET-DATE
           .

      ******************************************************************
      * Enter: a new row, or new targets over an existing one. The
      * targets are all taken before anything is written, so a bad
      * amount part way through leaves the row as it was.
      ******************************************************************
       400-Enter-Budget.
           PERFORM 700-Accept-Budget-Key
           IF WS-ENTRY-VALID AND WS-ENTRY-LEVEL-REP
                   AND NOT WS-ROW-EXISTS AND NOT RM-ACTIVE
               DISPLAY "  " WS-ENTRY-REP " is not an active rep "
                   "- no new budget for it."
               MOVE "N" TO WS-ENTRY-VALID-SW
           END-IF
           IF WS-ENTRY-VALID
               IF WS-ROW-EXISTS
                   PERFORM 360-Display-Targets
                   DISPLAY "  Entering new targets replaces these."
                   PERFORM VARYING WS-MONTH-NO FROM 1 BY 1
                           UNTIL WS-MONTH-NO > 12
                       MOVE SB-MONTH-TARGET (WS-MONTH-NO)
                           TO WS-NEW-TARGET (WS-MONTH-NO)
                   END-PERFORM
               ELSE
                   INITIALIZE WS-NEW-TARGETS
               END-IF
               PERFORM 450-Accept-Targets
           END-IF
           IF WS-ENTRY-VALID AND WS-TARGETS-VALID
               PERFORM 470-Write-Budget-Row
           END-IF
           .

       450-Accept-Targets.
           MOVE "N" TO WS-TARGETS-VALID-SW
           MOVE SPACES TO WS-ENTRY-AMOUNT-X
           DISPLAY "  Annual total to spread evenly (blank = month by "
               "month): " WITH NO ADVANCING
           ACCEPT WS-ENTRY-AMOUNT-X
           IF WS-ENTRY-AMOUNT-X NOT = SPACES
               PERFORM 750-Edit-Amount
               IF WS-AMOUNT-VALID
      * twelve equal shares; the cents left over go on December
                   COMPUTE WS-MONTH-SHARE = WS-ENTRY-AMOUNT / 12
                   PERFORM VARYING WS-MONTH-NO FROM 1 BY 1
                           UNTIL WS-MONTH-NO > 11
                       MOVE WS-MONTH-SHARE
                           TO WS-NEW-TARGET (WS-MONTH-NO)
                   END-PERFORM
                   COMPUTE WS-NEW-TARGET (12)
                       = WS-ENTRY-AMOUNT - WS-MONTH-SHARE * 11
                   MOVE "Y" TO WS-TARGETS-VALID-SW
               END-IF
           ELSE
               DISPLAY "  Month targets (blank keeps the amount shown):"
               MOVE "Y" TO WS-TARGETS-VALID-SW
               PERFORM VARYING WS-MONTH-NO FROM 1 BY 1
                       UNTIL WS-MONTH-NO > 12 OR NOT WS-TARGETS-VALID
                   MOVE WS-NEW-TARGET (WS-MONTH-NO) TO WS-AMOUNT-EDITED
                   MOVE SPACES TO WS-ENTRY-AMOUNT-X
                   DISPLAY "    month " WS-MONTH-NO " ["
                       WS-AMOUNT-EDITED "]: " WITH NO ADVANCING
                   ACCEPT WS-ENTRY-AMOUNT-X
                   IF WS-ENTRY-AMOUNT-X NOT = SPACES
                       PERFORM 750-Edit-Amount
                       IF WS-AMOUNT-VALID
                           MOVE WS-ENTRY-AMOUNT
                               TO WS-NEW-TARGET (WS-MONTH-NO)
                       ELSE
                           MOVE "N" TO WS-TARGETS-VALID-SW
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF NOT WS-TARGETS-VALID
               DISPLAY "  Nothing changed."
           END-IF
           .

       470-Write-Budget-Row.
           IF NOT WS-ROW-EXISTS
               MOVE SPACES TO SALES-BUDGET-RECORD
               PERFORM 710-Move-Entry-Key
           END-IF
           PERFORM VARYING WS-MONTH-NO FROM 1 BY 1
                   UNTIL WS-MONTH-NO > 12
               MOVE WS-NEW-TARGET (WS-MONTH-NO)
                   TO SB-MONTH-TARGET (WS-MONTH-NO)
           END-PERFORM
           MOVE WS-OPERATOR-ID TO SB-SET-BY
           MOVE WS-RUN-DATE TO SB-SET-DATE
           MOVE "M" TO SB-SET-SOURCE
           IF WS-ROW-EXISTS
               REWRITE SALES-BUDGET-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               WRITE SALES-BUDGET-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF
           IF WS-SALESBUD-FILE-STATUS = "00"
               PERFORM 730-Sum-Row-Targets
               MOVE WS-ANNUAL-TOTAL TO WS-TOTAL-EDITED
               IF WS-ROW-EXISTS
                   ADD 1 TO WS-CHANGE-COUNT
                   DISPLAY "  Budget changed - year " WS-TOTAL-EDITED
               ELSE
                   ADD 1 TO WS-ADD-COUNT
                   DISPLAY "  Budget added - year " WS-TOTAL-EDITED
               END-IF
           ELSE
               DISPLAY "  Write failed, status "
                   WS-SALESBUD-FILE-STATUS
           END-IF
           .

       600-Delete-Budget.
           PERFORM 700-Accept-Budget-Key
           IF WS-ENTRY-VALID AND NOT WS-ROW-EXISTS
               DISPLAY "  No budget row for that year and holder."
               MOVE "N" TO WS-ENTRY-VALID-SW
           END-IF
           IF WS-ENTRY-VALID
               PERFORM 730-Sum-Row-Targets
               MOVE WS-ANNUAL-TOTAL TO WS-TOTAL-EDITED
               DISPLAY "  Delete the " SB-YEAR " budget of "
                   WS-TOTAL-EDITED " - confirm (Y/N): "
                   WITH NO ADVANCING
               MOVE SPACE TO WS-CONFIRM
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM-YES
                   DELETE SALES-BUDGET-FILE RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
                   IF WS-SALESBUD-FILE-STATUS = "00"
                       ADD 1 TO WS-DELETE-COUNT
                       DISPLAY "  Budget deleted."
                   ELSE
                       DISPLAY "  Delete failed, status "
                           WS-SALESBUD-FILE-STATUS
                   END-IF
               ELSE
                   DISPLAY "  Not deleted."
               END-IF
           END-IF
           .

      ******************************************************************
      * Key entry: year, then C and a customer on CUSTOMER-FILE or R
      * and a rep on REP-MASTER with its company (blank = 01). Leaves
      * the key in SB-KEY, the row read if there is one
      * (WS-ROW-EXISTS) and the rep's row in REP-MASTER-RECORD.
      ******************************************************************
       700-Accept-Budget-Key.
           MOVE "N" TO WS-ROW-EXISTS-SW
           PERFORM 705-Accept-Year
           IF WS-ENTRY-VALID
               MOVE "N" TO WS-ENTRY-VALID-SW
               MOVE SPACE TO WS-ENTRY-LEVEL
               DISPLAY "  Customer or Rep budget (C/R): "
                   WITH NO ADVANCING
               ACCEPT WS-ENTRY-LEVEL
               EVALUATE TRUE
                   WHEN WS-ENTRY-LEVEL-CUSTOMER
                       PERFORM 715-Accept-Customer
                   WHEN WS-ENTRY-LEVEL-REP
                       PERFORM 717-Accept-Rep
                   WHEN OTHER
                       DISPLAY "  Enter C or R."
               END-EVALUATE
           END-IF
           IF WS-ENTRY-VALID
               PERFORM 710-Move-Entry-Key
               READ SALES-BUDGET-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-SALESBUD-FILE-STATUS = "00"
                   MOVE "Y" TO WS-ROW-EXISTS-SW
               END-IF
           END-IF
           .

       705-Accept-Year.
           MOVE "N" TO WS-ENTRY-VALID-SW
           MOVE SPACES TO WS-ENTRY-YEAR-X
           DISPLAY "  Plan year CCYY: " WITH NO ADVANCING
           ACCEPT WS-ENTRY-YEAR-X
           IF WS-ENTRY-YEAR-X IS NUMERIC
               MOVE WS-ENTRY-YEAR-X TO WS-ENTRY-YEAR
               IF WS-ENTRY-YEAR < 1990
                   DISPLAY "  Not a valid year."
               ELSE
                   MOVE "Y" TO WS-ENTRY-VALID-SW
               END-IF
           ELSE
               IF WS-ENTRY-YEAR-X NOT = SPACES
                   DISPLAY "  Year must be CCYY."
               END-IF
           END-IF
           .

       710-Move-Entry-Key.
           MOVE WS-ENTRY-YEAR TO SB-YEAR
           IF WS-ENTRY-LEVEL-CUSTOMER
               MOVE "C" TO SB-LEVEL
               MOVE WS-ENTRY-CUST-NO TO SB-CUST-NO
               MOVE SPACES TO SB-REP-CODE
               MOVE SPACES TO SB-COMPANY
           ELSE
               MOVE "R" TO SB-LEVEL
               MOVE ZERO TO SB-CUST-NO
               MOVE WS-ENTRY-REP TO SB-REP-CODE
               MOVE WS-ENTRY-COMPANY TO SB-COMPANY
           END-IF
           .

       715-Accept-Customer.
      * digit prefix followed by nothing but spaces, the same
      * edit salepost.cbl applies to a customer number
           MOVE SPACES TO WS-ENTRY-CUST-X
           DISPLAY "  Customer number: " WITH NO ADVANCING
           ACCEPT WS-ENTRY-CUST-X
           MOVE ZERO TO WS-EDIT-DIGIT-COUNT
           MOVE ZERO TO WS-EDIT-SPACE-COUNT
           INSPECT WS-ENTRY-CUST-X
               TALLYING WS-EDIT-DIGIT-COUNT
                   FOR CHARACTERS BEFORE INITIAL SPACE
           INSPECT WS-ENTRY-CUST-X
               TALLYING WS-EDIT-SPACE-COUNT FOR ALL SPACE
           IF WS-EDIT-DIGIT-COUNT > ZERO
               AND WS-ENTRY-CUST-X (1:WS-EDIT-DIGIT-COUNT) IS NUMERIC
               AND WS-EDIT-DIGIT-COUNT + WS-EDIT-SPACE-COUNT = 6
               MOVE FUNCTION NUMVAL
                   (WS-ENTRY-CUST-X (1:WS-EDIT-DIGIT-COUNT))
                   TO WS-ENTRY-CUST-NO
               MOVE WS-ENTRY-CUST-NO TO CF-CUST-NO
               READ CUSTOMER-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-FS-OK
                   DISPLAY "  " CF-CUST-NAME
                   MOVE "Y" TO WS-ENTRY-VALID-SW
               ELSE
                   DISPLAY "  " WS-ENTRY-CUST-NO " is not on file."
               END-IF
           ELSE
               IF WS-ENTRY-CUST-X NOT = SPACES
                   DISPLAY "  Customer number must be numeric."
               END-IF
           END-IF
           .

       717-Accept-Rep.
           MOVE SPACES TO WS-ENTRY-REP
           MOVE SPACES TO WS-ENTRY-COMPANY
           DISPLAY "  Rep code: " WITH NO ADVANCING
           ACCEPT WS-ENTRY-REP
           IF WS-ENTRY-REP NOT = SPACES
               MOVE WS-ENTRY-REP TO RM-REP-CODE
               READ REP-MASTER
                   INVALID KEY CONTINUE
               END-READ
               IF WS-REPMAST-FILE-STATUS NOT = "00"
                   DISPLAY "  " WS-ENTRY-REP " is not on file."
               ELSE
                   DISPLAY "  " RM-REP-NAME
                   DISPLAY "  Company (blank = 01): " WITH NO ADVANCING
                   ACCEPT WS-ENTRY-COMPANY
                   IF WS-ENTRY-COMPANY = SPACES
                       MOVE "01" TO WS-ENTRY-COMPANY
                   END-IF
                   IF WS-ENTRY-COMPANY IS NUMERIC
                       MOVE "Y" TO WS-ENTRY-VALID-SW
                   ELSE
                       DISPLAY "  Company must be two digits."
                   END-IF
               END-IF
           END-IF
           .

       720-Describe-Holder.
           MOVE SPACES TO WS-HOLDER-TEXT
           IF SB-LEVEL-CUSTOMER
               STRING "customer " SB-CUST-NO DELIMITED BY SIZE
                   INTO WS-HOLDER-TEXT
           ELSE
               STRING "rep " SB-REP-CODE " company " SB-COMPANY
                   DELIMITED BY SIZE INTO WS-HOLDER-TEXT
           END-IF
           .

       730-Sum-Row-Targets.
           MOVE ZERO TO WS-ANNUAL-TOTAL
           PERFORM VARYING SB-MONTH-IDX FROM 1 BY 1
                   UNTIL SB-MONTH-IDX > 12
               ADD SB-MONTH-TARGET (SB-MONTH-IDX) TO WS-ANNUAL-TOTAL
           END-PERFORM
           .

       750-Edit-Amount.
      * digits with at most one decimal point, contiguous from
      * column one, no more than nine whole digits and two
      * decimals - the shape edit commmaint.cbl applies to a rate
           MOVE "N" TO WS-AMOUNT-VALID-SW
           MOVE WS-ENTRY-AMOUNT-X TO WS-AMOUNT-SHAPE
           INSPECT WS-AMOUNT-SHAPE
               CONVERTING "0123456789" TO "9999999999"
           MOVE ZERO TO WS-EDIT-DIGIT-COUNT
           MOVE ZERO TO WS-EDIT-DOT-COUNT
           MOVE ZERO TO WS-EDIT-SPACE-COUNT
           MOVE ZERO TO WS-EDIT-PREFIX-COUNT
           MOVE ZERO TO WS-EDIT-INT-COUNT
           INSPECT WS-AMOUNT-SHAPE
               TALLYING WS-EDIT-DIGIT-COUNT FOR ALL "9"
           INSPECT WS-AMOUNT-SHAPE
               TALLYING WS-EDIT-DOT-COUNT FOR ALL "."
           INSPECT WS-AMOUNT-SHAPE
               TALLYING WS-EDIT-SPACE-COUNT FOR ALL SPACE
           INSPECT WS-AMOUNT-SHAPE
               TALLYING WS-EDIT-PREFIX-COUNT
                   FOR CHARACTERS BEFORE INITIAL SPACE
           INSPECT WS-AMOUNT-SHAPE
               TALLYING WS-EDIT-INT-COUNT
                   FOR CHARACTERS BEFORE INITIAL "."
           IF WS-EDIT-DOT-COUNT = ZERO
               MOVE WS-EDIT-PREFIX-COUNT TO WS-EDIT-INT-COUNT
           END-IF
           IF WS-EDIT-DIGIT-COUNT > ZERO
               AND WS-EDIT-DOT-COUNT NOT > 1
               AND WS-EDIT-DIGIT-COUNT + WS-EDIT-DOT-COUNT
                   = WS-EDIT-PREFIX-COUNT
               AND WS-EDIT-PREFIX-COUNT + WS-EDIT-SPACE-COUNT = 13
               AND WS-EDIT-INT-COUNT NOT > 9
               AND WS-EDIT-PREFIX-COUNT - WS-EDIT-INT-COUNT NOT > 3
               MOVE FUNCTION NUMVAL (WS-ENTRY-AMOUNT-X)
                   TO WS-ENTRY-AMOUNT
               MOVE "Y" TO WS-AMOUNT-VALID-SW
           ELSE
               DISPLAY "  Amount must be like 125000 or 125000.50."
           END-IF
           .

       900-Close-Files.
           CLOSE SALES-BUDGET-FILE
           CLOSE CUSTOMER-FILE
           CLOSE REP-MASTER
           .

       COPY "signon.cpy".
