      * budload.cbl
      * Sales budget load. Reads the yearly plan exported from the
      * planning spreadsheet as a pipe-delimited file (budget.dat),
      * validates each row and writes it to SALES-BUDGET-FILE
      * (salesbud.fd) - a customer row for a customer on
      * CUSTOMER-FILE, or a rep row for a rep on REP-MASTER within a
      * company. A row already on file for the same year and holder
      * has its twelve targets replaced, not added to, so the same
      * plan loaded twice leaves the file as it was and a revised
      * export simply loads over the first. Rows not on the new file
      * are left alone; budmaint.cbl deletes a row no longer wanted.
      * An accept/reject register goes to budload.rpt with a reason
      * per rejected row, same shape as salepost.rpt. The column
      * heading row the spreadsheet exports is rejected like any
      * other bad row and does no harm.
      *
      * Input row layout, one budget row per line:
      *   level|ccyy|holder|company|m01|m02|...|m12
      * level is C (holder = customer number, company left empty)
      * or R (holder = rep code, company blank = 01); m01 to m12 are
      * the month targets, unsigned, up to two decimals.
       IDENTIFICATION              DIVISION.
       PROGRAM-ID. budload.
       AUTHOR. sjolivet.
       DATE-WRITTEN. Thursday, October 15, 2026.
       REMARKS.
           Load of sales budget targets to salesbud.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "salesbud.sl".
           COPY "custfile.sl".
           COPY "repmast.sl".
           SELECT BUDGET-LOAD-FILE
               ASSIGN TO "budget.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-LOAD-FILE-STATUS.
           SELECT BUDGET-LOAD-RPT
               ASSIGN TO "budload.rpt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RPT-FILE-STATUS.
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "salesbud.fd".
           COPY "custfile.fd".
           COPY "repmast.fd".
       FD  BUDGET-LOAD-FILE
           LABEL RECORD IS STANDARD.
       01  BUDGET-LOAD-RECORD              PIC X(220).
       FD  BUDGET-LOAD-RPT
           LABEL RECORD IS STANDARD.
       01  RPT-LINE                        PIC X(132).
       WORKING-STORAGE             SECTION.
       COPY "acucobol.def".

       01  WS-PROGRAM-ID                   PIC X(10) VALUE "budload".
       01  WS-SALESBUD-FILE-STATUS         PIC XX VALUE "00".
       01  WS-REPMAST-FILE-STATUS          PIC XX VALUE "00".
       01  WS-LOAD-FILE-STATUS             PIC XX VALUE "00".
       01  WS-RPT-FILE-STATUS              PIC XX VALUE "00".
       01  WS-OPEN-ERROR-SW                PIC X(1) VALUE "N".
           88  WS-OPEN-ERROR               VALUE "Y".
       01  WS-LOAD-EOF-SW                  PIC X(1) VALUE "N".
           88  WS-LOAD-EOF                 VALUE "Y".

       01  WS-RUN-DATE                     PIC X(8) VALUE SPACES.

      * -- fields unstrung from one input row --
       01  WS-BUDGET-FIELDS.
           05  BL-LEVEL                    PIC X(1).
               88  BL-LEVEL-CUSTOMER       VALUE "C".
               88  BL-LEVEL-REP            VALUE "R".
           05  BL-YEAR-X                   PIC X(4).
           05  BL-HOLDER-X                 PIC X(6).
           05  BL-COMPANY-X                PIC X(2).
           05  BL-MONTH-X                  PIC X(13) OCCURS 12.
       01  WS-FIELD-LENGTHS.
           05  BL-LEVEL-LENGTH             PIC 9(3).
           05  BL-YEAR-LENGTH              PIC 9(3).
           05  BL-HOLDER-LENGTH            PIC 9(3).
           05  BL-COMPANY-LENGTH           PIC 9(3).
           05  BL-MONTH-LENGTH             PIC 9(3) OCCURS 12.
       01  WS-FIELD-COUNT                  PIC 9(3) VALUE ZERO.

      * -- row edit results, same delimited-field edit style as
      * salepost.cbl --
       01  WS-ROW-VALID-SW                 PIC X(1) VALUE "Y".
           88  WS-ROW-VALID                VALUE "Y".
       01  WS-REJECT-REASON                PIC X(40) VALUE SPACES.
       01  WS-EDIT-DIGIT-COUNT             PIC 9(2) VALUE ZERO.
       01  WS-EDIT-SPACE-COUNT             PIC 9(2) VALUE ZERO.
       01  WS-EDIT-DOT-COUNT               PIC 9(2) VALUE ZERO.
       01  WS-EDIT-PREFIX-COUNT            PIC 9(2) VALUE ZERO.
       01  WS-EDIT-INT-COUNT               PIC 9(2) VALUE ZERO.
       01  WS-AMOUNT-SHAPE                 PIC X(13) VALUE SPACES.
       01  WS-MONTH-NO                     PIC 9(2) VALUE ZERO.
       01  WS-MONTH-NO-X                   PIC 9(2) VALUE ZERO.
       01  WS-LOAD-YEAR                    PIC 9(4) VALUE ZERO.
       01  WS-LOAD-CUST-NO                 PIC 9(6) VALUE ZERO.
       01  WS-LOAD-REP                     PIC X(3) VALUE SPACES.
       01  WS-LOAD-COMPANY                 PIC X(2) VALUE SPACES.
       01  WS-LOAD-TARGETS.
           05  WS-LOAD-TARGET              PIC S9(9)V99 OCCURS 12.
       01  WS-ROW-TOTAL                    PIC S9(11)V99 VALUE ZERO.

      * -- counters --
       01  WS-READ-COUNT                   PIC 9(7) VALUE ZERO.
       01  WS-ADD-COUNT                    PIC 9(7) VALUE ZERO.
       01  WS-REPLACE-COUNT                PIC 9(7) VALUE ZERO.
       01  WS-REJECT-COUNT                 PIC 9(7) VALUE ZERO.
       01  WS-LOADED-SUM                   PIC S9(12)V99 VALUE ZERO.

       01  WS-DETAIL-LINE.
           05  DL-DISPOSITION              PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  DL-LEVEL                    PIC X(1).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  DL-YEAR                     PIC X(4).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  DL-HOLDER                   PIC X(6).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  DL-COMPANY                  PIC X(2).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  DL-YEAR-TOTAL               PIC X(18).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  DL-REASON                   PIC X(40).

       01  WS-TOTAL-EDITED                 PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDITED-SUM                   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-FOOTER-LINE.
           05  FILLER          PIC X(12) VALUE "Rows read: ".
           05  FL-READ-COUNT   PIC ZZZ,ZZ9.
           05  FILLER          PIC X(9) VALUE "  added: ".
           05  FL-ADD-COUNT    PIC ZZZ,ZZ9.
           05  FILLER          PIC X(12) VALUE "  replaced: ".
           05  FL-REPLACE-COUNT PIC ZZZ,ZZ9.
           05  FILLER          PIC X(12) VALUE "  rejected: ".
           05  FL-REJECT-COUNT PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       000-Main.
           PERFORM 100-Open-Files
           PERFORM 200-Process-Load-File
           PERFORM 400-Print-Footer
           PERFORM 900-Close-Files
           PERFORM 950-Archive-Report
           STOP RUN
           .

       100-Open-Files.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-RUN-DATE
           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-FS-OK
               DISPLAY "ERROR: cannot open CUSTOMER-FILE, status "
                   WS-FILE-STATUS
               MOVE "Y" TO WS-OPEN-ERROR-SW
           END-IF
           OPEN INPUT REP-MASTER
           IF WS-REPMAST-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open repmast, status "
                   WS-REPMAST-FILE-STATUS
               MOVE "Y" TO WS-OPEN-ERROR-SW
           END-IF
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
               MOVE "Y" TO WS-OPEN-ERROR-SW
           END-IF
           OPEN INPUT BUDGET-LOAD-FILE
           IF WS-LOAD-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open budget.dat, status "
                   WS-LOAD-FILE-STATUS
               MOVE "Y" TO WS-OPEN-ERROR-SW
           END-IF
           OPEN OUTPUT BUDGET-LOAD-RPT
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open budload.rpt, status "
                   WS-RPT-FILE-STATUS
               MOVE "Y" TO WS-OPEN-ERROR-SW
           END-IF
           IF WS-OPEN-ERROR
               DISPLAY "budload run aborted - see above."
               STOP RUN
           END-IF
           MOVE SPACES TO RPT-LINE
           MOVE "Sales Budget Load - accept/reject register"
               TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           .

       200-Process-Load-File.
           MOVE "N" TO WS-LOAD-EOF-SW
           PERFORM UNTIL WS-LOAD-EOF
               READ BUDGET-LOAD-FILE
                   AT END MOVE "Y" TO WS-LOAD-EOF-SW
                   NOT AT END
                       IF BUDGET-LOAD-RECORD NOT = SPACES
                           ADD 1 TO WS-READ-COUNT
                           PERFORM 210-Process-One-Row
                       END-IF
               END-READ
           END-PERFORM
           .

       210-Process-One-Row.
           PERFORM 220-Unstring-Row
           PERFORM 230-Validate-Row
           IF WS-ROW-VALID
               PERFORM 300-Load-Budget-Row
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               MOVE "REJECT" TO DL-DISPOSITION
               MOVE SPACES TO DL-YEAR-TOTAL
               MOVE WS-REJECT-REASON TO DL-REASON
               PERFORM 290-Print-Detail-Line
           END-IF
           .

       220-Unstring-Row.
           MOVE SPACES TO WS-BUDGET-FIELDS
           MOVE ZERO TO WS-FIELD-LENGTHS
           MOVE ZERO TO WS-FIELD-COUNT
           UNSTRING BUDGET-LOAD-RECORD DELIMITED BY "|"
               INTO BL-LEVEL COUNT IN BL-LEVEL-LENGTH
                    BL-YEAR-X COUNT IN BL-YEAR-LENGTH
                    BL-HOLDER-X COUNT IN BL-HOLDER-LENGTH
                    BL-COMPANY-X COUNT IN BL-COMPANY-LENGTH
                    BL-MONTH-X (1) COUNT IN BL-MONTH-LENGTH (1)
                    BL-MONTH-X (2) COUNT IN BL-MONTH-LENGTH (2)
                    BL-MONTH-X (3) COUNT IN BL-MONTH-LENGTH (3)
                    BL-MONTH-X (4) COUNT IN BL-MONTH-LENGTH (4)
                    BL-MONTH-X (5) COUNT IN BL-MONTH-LENGTH (5)
                    BL-MONTH-X (6) COUNT IN BL-MONTH-LENGTH (6)
                    BL-MONTH-X (7) COUNT IN BL-MONTH-LENGTH (7)
                    BL-MONTH-X (8) COUNT IN BL-MONTH-LENGTH (8)
                    BL-MONTH-X (9) COUNT IN BL-MONTH-LENGTH (9)
                    BL-MONTH-X (10) COUNT IN BL-MONTH-LENGTH (10)
                    BL-MONTH-X (11) COUNT IN BL-MONTH-LENGTH (11)
                    BL-MONTH-X (12) COUNT IN BL-MONTH-LENGTH (12)
               TALLYING IN WS-FIELD-COUNT
           END-UNSTRING
           .

       230-Validate-Row.
           MOVE "Y" TO WS-ROW-VALID-SW
           MOVE SPACES TO WS-REJECT-REASON
           IF WS-FIELD-COUNT < 16
               MOVE "N" TO WS-ROW-VALID-SW
               MOVE "Fewer than 16 fields" TO WS-REJECT-REASON
           END-IF
           IF WS-ROW-VALID
                   AND (BL-LEVEL-LENGTH NOT = 1
                       OR NOT (BL-LEVEL-CUSTOMER OR BL-LEVEL-REP))
               MOVE "N" TO WS-ROW-VALID-SW
               MOVE "Level must be C or R" TO WS-REJECT-REASON
           END-IF
           IF WS-ROW-VALID
               IF BL-YEAR-LENGTH = 4 AND BL-YEAR-X IS NUMERIC
                   MOVE BL-YEAR-X TO WS-LOAD-YEAR
                   IF WS-LOAD-YEAR < 1990
                       MOVE "N" TO WS-ROW-VALID-SW
                       MOVE "Year not a valid CCYY"
                           TO WS-REJECT-REASON
                   END-IF
               ELSE
                   MOVE "N" TO WS-ROW-VALID-SW
                   MOVE "Year not numeric CCYY" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-ROW-VALID
               IF BL-LEVEL-CUSTOMER
                   PERFORM 240-Edit-Customer
               ELSE
                   PERFORM 245-Edit-Rep
               END-IF
           END-IF
           MOVE ZERO TO WS-ROW-TOTAL
           PERFORM VARYING WS-MONTH-NO FROM 1 BY 1
                   UNTIL WS-MONTH-NO > 12 OR NOT WS-ROW-VALID
               PERFORM 250-Edit-Month-Amount
           END-PERFORM
           .

       240-Edit-Customer.
      * digit prefix followed by nothing but spaces, the same
      * delimited-field edit salepost.cbl applies
           MOVE ZERO TO WS-EDIT-DIGIT-COUNT
           MOVE ZERO TO WS-EDIT-SPACE-COUNT
           INSPECT BL-HOLDER-X
               TALLYING WS-EDIT-DIGIT-COUNT
                   FOR CHARACTERS BEFORE INITIAL SPACE
           INSPECT BL-HOLDER-X
               TALLYING WS-EDIT-SPACE-COUNT FOR ALL SPACE
           IF BL-HOLDER-LENGTH > 6
               MOVE "N" TO WS-ROW-VALID-SW
               MOVE "Customer number longer than 6 digits"
                   TO WS-REJECT-REASON
           ELSE
               IF WS-EDIT-DIGIT-COUNT > ZERO
                   AND BL-HOLDER-X (1:WS-EDIT-DIGIT-COUNT) IS NUMERIC
                   AND WS-EDIT-DIGIT-COUNT + WS-EDIT-SPACE-COUNT = 6
                   MOVE FUNCTION NUMVAL
                       (BL-HOLDER-X (1:WS-EDIT-DIGIT-COUNT))
                       TO WS-LOAD-CUST-NO
                   MOVE WS-LOAD-CUST-NO TO CF-CUST-NO
                   READ CUSTOMER-FILE
                       INVALID KEY CONTINUE
                   END-READ
                   IF NOT WS-FS-OK
                       MOVE "N" TO WS-ROW-VALID-SW
                       MOVE "Customer not on file" TO WS-REJECT-REASON
                   END-IF
               ELSE
                   MOVE "N" TO WS-ROW-VALID-SW
                   MOVE "Customer number not numeric"
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-ROW-VALID AND BL-COMPANY-X NOT = SPACES
               MOVE "N" TO WS-ROW-VALID-SW
               MOVE "Company is not given on a customer row"
                   TO WS-REJECT-REASON
           END-IF
           .

       245-Edit-Rep.
           IF BL-HOLDER-LENGTH > 3 OR BL-HOLDER-X = SPACES
               MOVE "N" TO WS-ROW-VALID-SW
               MOVE "Rep code missing or longer than 3"
                   TO WS-REJECT-REASON
           ELSE
               MOVE BL-HOLDER-X TO WS-LOAD-REP
               MOVE WS-LOAD-REP TO RM-REP-CODE
               READ REP-MASTER
                   INVALID KEY CONTINUE
               END-READ
               IF WS-REPMAST-FILE-STATUS NOT = "00"
                   MOVE "N" TO WS-ROW-VALID-SW
                   MOVE "Rep not on file" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-ROW-VALID
               MOVE BL-COMPANY-X TO WS-LOAD-COMPANY
               IF WS-LOAD-COMPANY = SPACES
                   MOVE "01" TO WS-LOAD-COMPANY
               END-IF
               IF BL-COMPANY-LENGTH > 2
                       OR WS-LOAD-COMPANY IS NOT NUMERIC
                   MOVE "N" TO WS-ROW-VALID-SW
                   MOVE "Company must be two digits"
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           .

       250-Edit-Month-Amount.
      * digits with at most one decimal point, contiguous from
      * column one with only spaces after, nine whole digits and
      * two decimals at most - salepost.cbl's amount edit without
      * the sign, a target is never negative
           MOVE ZERO TO WS-EDIT-DIGIT-COUNT
           MOVE ZERO TO WS-EDIT-DOT-COUNT
           MOVE ZERO TO WS-EDIT-SPACE-COUNT
           MOVE ZERO TO WS-EDIT-PREFIX-COUNT
           MOVE ZERO TO WS-EDIT-INT-COUNT
           MOVE WS-MONTH-NO TO WS-MONTH-NO-X
           MOVE BL-MONTH-X (WS-MONTH-NO) TO WS-AMOUNT-SHAPE
           INSPECT WS-AMOUNT-SHAPE
               CONVERTING "0123456789" TO "9999999999"
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
           IF BL-MONTH-LENGTH (WS-MONTH-NO) > 13
                   OR BL-MONTH-X (WS-MONTH-NO) = SPACES
               MOVE "N" TO WS-ROW-VALID-SW
               STRING "Month " WS-MONTH-NO-X
                   " target missing or too long"
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
           ELSE
               IF WS-EDIT-DIGIT-COUNT > ZERO
                   AND WS-EDIT-DOT-COUNT NOT > 1
                   AND WS-EDIT-DIGIT-COUNT + WS-EDIT-DOT-COUNT
                       = WS-EDIT-PREFIX-COUNT
                   AND WS-EDIT-PREFIX-COUNT + WS-EDIT-SPACE-COUNT
                       = 13
                   AND WS-EDIT-INT-COUNT NOT > 9
                   AND WS-EDIT-PREFIX-COUNT - WS-EDIT-INT-COUNT
                       NOT > 3
                   MOVE FUNCTION NUMVAL (BL-MONTH-X (WS-MONTH-NO))
                       TO WS-LOAD-TARGET (WS-MONTH-NO)
                   ADD WS-LOAD-TARGET (WS-MONTH-NO) TO WS-ROW-TOTAL
               ELSE
                   MOVE "N" TO WS-ROW-VALID-SW
                   STRING "Month " WS-MONTH-NO-X
                       " target not numeric"
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
               END-IF
           END-IF
           .

      ******************************************************************
      * A valid row replaces whatever targets the holder had for the
      * year - the spreadsheet is the plan, not an adjustment to it.
      ******************************************************************
       300-Load-Budget-Row.
           MOVE SPACES TO SALES-BUDGET-RECORD
           MOVE WS-LOAD-YEAR TO SB-YEAR
           IF BL-LEVEL-CUSTOMER
               MOVE "C" TO SB-LEVEL
               MOVE WS-LOAD-CUST-NO TO SB-CUST-NO
               MOVE SPACES TO SB-REP-CODE
               MOVE SPACES TO SB-COMPANY
           ELSE
               MOVE "R" TO SB-LEVEL
               MOVE ZERO TO SB-CUST-NO
               MOVE WS-LOAD-REP TO SB-REP-CODE
               MOVE WS-LOAD-COMPANY TO SB-COMPANY
           END-IF
           READ SALES-BUDGET-FILE
               INVALID KEY CONTINUE
           END-READ
           IF WS-SALESBUD-FILE-STATUS = "00"
               PERFORM 310-Move-Targets
               REWRITE SALES-BUDGET-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
               MOVE "REPLACE" TO DL-DISPOSITION
               ADD 1 TO WS-REPLACE-COUNT
           ELSE
               PERFORM 310-Move-Targets
               WRITE SALES-BUDGET-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
               MOVE "ADD" TO DL-DISPOSITION
               ADD 1 TO WS-ADD-COUNT
           END-IF
           IF WS-SALESBUD-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: salesbud write failed, status "
                   WS-SALESBUD-FILE-STATUS " at row " WS-READ-COUNT
               DISPLAY "budload run aborted - see above."
               STOP RUN
           END-IF
           ADD WS-ROW-TOTAL TO WS-LOADED-SUM
           MOVE WS-ROW-TOTAL TO WS-TOTAL-EDITED
           MOVE WS-TOTAL-EDITED TO DL-YEAR-TOTAL
           MOVE SPACES TO DL-REASON
           PERFORM 290-Print-Detail-Line
           .

       310-Move-Targets.
           PERFORM VARYING SB-MONTH-IDX FROM 1 BY 1
                   UNTIL SB-MONTH-IDX > 12
               SET WS-MONTH-NO TO SB-MONTH-IDX
               MOVE WS-LOAD-TARGET (WS-MONTH-NO)
                   TO SB-MONTH-TARGET (SB-MONTH-IDX)
           END-PERFORM
           MOVE WS-PROGRAM-ID TO SB-SET-BY
           MOVE WS-RUN-DATE TO SB-SET-DATE
           MOVE "L" TO SB-SET-SOURCE
           .

       290-Print-Detail-Line.
           MOVE BL-LEVEL TO DL-LEVEL
           MOVE BL-YEAR-X TO DL-YEAR
           MOVE BL-HOLDER-X TO DL-HOLDER
           MOVE BL-COMPANY-X TO DL-COMPANY
           IF BL-LEVEL-REP AND WS-ROW-VALID
               MOVE WS-LOAD-COMPANY TO DL-COMPANY
           END-IF
           MOVE SPACES TO RPT-LINE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           .

       400-Print-Footer.
           MOVE WS-READ-COUNT TO FL-READ-COUNT
           MOVE WS-ADD-COUNT TO FL-ADD-COUNT
           MOVE WS-REPLACE-COUNT TO FL-REPLACE-COUNT
           MOVE WS-REJECT-COUNT TO FL-REJECT-COUNT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-FOOTER-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-LOADED-SUM TO WS-EDITED-SUM
           MOVE SPACES TO RPT-LINE
           STRING "Annual targets loaded: " WS-EDITED-SUM
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           DISPLAY "budload complete - read " WS-READ-COUNT
               " added " WS-ADD-COUNT
               " replaced " WS-REPLACE-COUNT
               " rejected " WS-REJECT-COUNT
           .

       900-Close-Files.
           CLOSE CUSTOMER-FILE
           CLOSE REP-MASTER
           CLOSE SALES-BUDGET-FILE
           CLOSE BUDGET-LOAD-FILE
           CLOSE BUDGET-LOAD-RPT
           .

       950-Archive-Report.
      * capture this run's report into the dated report archive
      * (rptarch.cbl) before the next run overwrites it
           CALL "rptarch" USING WS-PROGRAM-ID
               ON EXCEPTION CONTINUE
           END-CALL
           .
