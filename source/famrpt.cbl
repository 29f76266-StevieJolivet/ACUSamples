      * famrpt.cbl
      * Customer hierarchy report. Lists every parent bill-to family
      * - the parent (head office) plus each customer whose
      * CF-PARENT-CUST-NO points at it - with one line per account:
      * status, company, the open balance buckets rolled forward to
      * today the way balage.cbl rolls them, and year-to-date sales
      * against the same months of the prior year (saleshis). Each
      * family closes with its rolled-up aging and sales and the
      * combined balance against the parent's credit limit, the
      * consolidated limit the family is held to. A closing section
      * lists the links that need attention: a parent no longer on
      * file (renumbered, merged or deleted), a parent that is
      * itself linked to another, an inactive parent, a member in a
      * different company from its parent, and a customer linked to
      * itself (famrpt.rpt).
       IDENTIFICATION              DIVISION.
       PROGRAM-ID. famrpt.
       AUTHOR. sjolivet.
       DATE-WRITTEN. Thursday, October 15, 2026.
       REMARKS.
           Parent / bill-to family report with rolled-up exposure.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "custfile.sl".
           COPY "custbal.sl".
           COPY "saleshis.sl".
           SELECT FAMILY-RPT
               ASSIGN TO "famrpt.rpt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RPT-FILE-STATUS.
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "custfile.fd".
           COPY "custbal.fd".
           COPY "saleshis.fd".
       FD  FAMILY-RPT
           LABEL RECORD IS STANDARD.
       01  RPT-LINE                        PIC X(132).
       WORKING-STORAGE             SECTION.
       COPY "acucobol.def".

       01  WS-PROGRAM-ID                   PIC X(10) VALUE "famrpt".
       01  WS-CUSTBAL-FILE-STATUS          PIC XX VALUE "00".
       01  WS-SALESHIS-FILE-STATUS         PIC XX VALUE "00".
       01  WS-RPT-FILE-STATUS              PIC XX VALUE "00".
       01  WS-CUSTBAL-OPEN-SW              PIC X(1) VALUE "N".
           88  WS-CUSTBAL-IS-OPEN          VALUE "Y".
       01  WS-SALESHIS-OPEN-SW             PIC X(1) VALUE "N".
           88  WS-SALESHIS-IS-OPEN         VALUE "Y".
       01  WS-CUST-EOF-SW                  PIC X(1) VALUE "N".
           88  WS-CUST-EOF                 VALUE "Y".

      * -- year-to-date window: January through the current month,
      * this year and the same months last year --
       01  WS-THIS-CCYY                    PIC 9(4) VALUE ZERO.
       01  WS-PRIOR-CCYY                   PIC 9(4) VALUE ZERO.
       01  WS-THIS-MM                      PIC 9(2) VALUE ZERO.
       01  WS-SUM-YEAR                     PIC 9(4) VALUE ZERO.
       01  WS-YEAR-SUM                     PIC S9(11)V99 VALUE ZERO.

      * -- buckets rolled forward to today, the same 30-day shift
      * balage.cbl's 205-Reage-For-Display applies --
       01  WS-AGE-CURRENT                  PIC S9(9)V99 VALUE ZERO.
       01  WS-AGE-30                       PIC S9(9)V99 VALUE ZERO.
       01  WS-AGE-60                       PIC S9(9)V99 VALUE ZERO.
       01  WS-AGE-90                       PIC S9(9)V99 VALUE ZERO.
       01  WS-TODAY-INT                    PIC 9(7) VALUE ZERO.
       01  WS-LAST-AGE-INT                 PIC 9(7) VALUE ZERO.
       01  WS-AGE-DAYS                     PIC S9(5) VALUE ZERO.

      * -- parent numbers some customer points at, found by the
      * first pass and kept in number order by inserting in place,
      * like the category list in salesrpt.cbl --
       01  WS-FAM-TABLE-MAX                PIC 9(4) VALUE 1000.
       01  WS-FAM-COUNT                    PIC 9(4) VALUE ZERO.
       01  WS-FAM-TABLE.
           05  WS-FAM-ENTRY OCCURS 0 TO 1000 TIMES
                   DEPENDING ON WS-FAM-COUNT
                   INDEXED BY WS-FAM-IDX.
               10  WS-FAM-PARENT-NO        PIC 9(6).
       01  WS-FAM-KEY                      PIC 9(6) VALUE ZERO.
       01  WS-FAM-DROPPED                  PIC 9(5) VALUE ZERO.

      * -- every account in a family, parent first, then members in
      * customer order, inserted in place on the sort key --
       01  WS-MEM-TABLE-MAX                PIC 9(5) VALUE 5000.
       01  WS-MEM-COUNT                    PIC 9(5) VALUE ZERO.
       01  WS-MEM-TABLE.
           05  WS-MEM-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WS-MEM-COUNT
                   INDEXED BY WS-MEM-IDX.
               10  WS-MEM-SORT-KEY.
                   15  WS-MEM-FAMILY       PIC 9(6).
                   15  WS-MEM-ROLE         PIC X(1).
                       88  WS-MEM-IS-PARENT VALUE "0".
                   15  WS-MEM-CUST-NO      PIC 9(6).
               10  WS-MEM-NAME             PIC X(30).
               10  WS-MEM-STATUS           PIC X(1).
               10  WS-MEM-COMPANY          PIC X(2).
               10  WS-MEM-LIMIT            PIC 9(9)V99.
               10  WS-MEM-OWN-PARENT       PIC X(6).
               10  WS-MEM-CURRENT          PIC S9(9)V99.
               10  WS-MEM-30               PIC S9(9)V99.
               10  WS-MEM-60               PIC S9(9)V99.
               10  WS-MEM-90               PIC S9(9)V99.
               10  WS-MEM-YTD              PIC S9(11)V99.
               10  WS-MEM-PRIOR            PIC S9(11)V99.
       01  WS-MEM-DROPPED                  PIC 9(5) VALUE ZERO.
       01  WS-NEW-SORT-KEY.
           05  WS-NEW-FAMILY               PIC 9(6).
           05  WS-NEW-ROLE                 PIC X(1).
           05  WS-NEW-CUST-NO              PIC 9(6).
       01  WS-INSERT-AT                    PIC 9(5) VALUE ZERO.
       01  WS-SHIFT-IDX                    PIC 9(5) VALUE ZERO.
       01  WS-FOUND-SW                     PIC X(1) VALUE "N".
           88  WS-FOUND                    VALUE "Y".

      * -- link problems, listed after the families --
       01  WS-PROB-TABLE-MAX               PIC 9(4) VALUE 500.
       01  WS-PROB-COUNT                   PIC 9(4) VALUE ZERO.
       01  WS-PROB-TABLE.
           05  WS-PROB-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-PROB-COUNT
                   INDEXED BY WS-PROB-IDX.
               10  WS-PROB-TEXT            PIC X(100).
       01  WS-PROB-LINE                    PIC X(100) VALUE SPACES.
       01  WS-PROB-DROPPED                 PIC 9(5) VALUE ZERO.

      * -- family being printed --
       01  WS-CUR-FAMILY                   PIC 9(6) VALUE ZERO.
       01  WS-CUR-HEAD-SW                  PIC X(1) VALUE "N".
           88  WS-CUR-HEAD-ON-FILE         VALUE "Y".
       01  WS-CUR-HEAD-COMPANY             PIC X(2) VALUE SPACES.
       01  WS-CUR-HEAD-LIMIT               PIC 9(9)V99 VALUE ZERO.
       01  WS-CUR-MEMBERS                  PIC 9(5) VALUE ZERO.
       01  WS-CUR-TOTALS.
           05  WS-CUR-CURRENT              PIC S9(11)V99.
           05  WS-CUR-30                   PIC S9(11)V99.
           05  WS-CUR-60                   PIC S9(11)V99.
           05  WS-CUR-90                   PIC S9(11)V99.
           05  WS-CUR-YTD                  PIC S9(11)V99.
           05  WS-CUR-PRIOR                PIC S9(11)V99.
       01  WS-CUR-BALANCE                  PIC S9(12)V99 VALUE ZERO.
       01  WS-MEM-BALANCE                  PIC S9(12)V99 VALUE ZERO.
       01  WS-PCT-OF-LIMIT                 PIC 9(4)V9 VALUE ZERO.

      * -- run totals --
       01  WS-FAMILIES-PRINTED             PIC 9(5) VALUE ZERO.
       01  WS-ACCOUNTS-PRINTED             PIC 9(5) VALUE ZERO.
       01  WS-FAMILIES-OVER                PIC 9(5) VALUE ZERO.

       01  WS-EDITED-NO                    PIC 9(6) VALUE ZERO.
       01  WS-EDITED-NO-2                  PIC 9(6) VALUE ZERO.
       01  WS-EDITED-COUNT                 PIC ZZ,ZZ9.
       01  WS-EDITED-COUNT-2               PIC ZZ,ZZ9.
       01  WS-EDITED-COUNT-3               PIC ZZ,ZZ9.
       01  WS-EDITED-LIMIT                 PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EDITED-BALANCE               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDITED-PCT                   PIC ZZZ9.9.

       01  WS-HEADING-1.
           05  FILLER      PIC X(12) VALUE "      Cust  ".
           05  FILLER      PIC X(23) VALUE "Name".
           05  FILLER      PIC X(5)  VALUE "S Co".
           05  FILLER      PIC X(14) VALUE "       Current".
           05  FILLER      PIC X(14) VALUE "         31-60".
           05  FILLER      PIC X(14) VALUE "         61-90".
           05  FILLER      PIC X(14) VALUE "       Over 90".
           05  FILLER      PIC X(14) VALUE "       Balance".
           05  FILLER      PIC X(11) VALUE "        YTD".
           05  FILLER      PIC X(11) VALUE "  Prior YTD".

       01  WS-MEMBER-LINE.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  ML-ROLE         PIC X(2).
           05  ML-CUST-NO      PIC ZZZZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  ML-NAME         PIC X(21).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  ML-STATUS       PIC X(2).
           05  ML-COMPANY      PIC X(3).
           05  ML-CURRENT      PIC ZZ,ZZZ,ZZ9.99-.
           05  ML-AGE-30       PIC ZZ,ZZZ,ZZ9.99-.
           05  ML-AGE-60       PIC ZZ,ZZZ,ZZ9.99-.
           05  ML-AGE-90       PIC ZZ,ZZZ,ZZ9.99-.
           05  ML-BALANCE      PIC ZZ,ZZZ,ZZ9.99-.
           05  ML-YTD          PIC ZZ,ZZZ,ZZ9-.
           05  ML-PRIOR        PIC ZZ,ZZZ,ZZ9-.

       PROCEDURE DIVISION.
       000-Main.
           PERFORM 100-Open-Files
           PERFORM 200-Find-Family-Heads
           PERFORM 300-Load-Family-Accounts
           PERFORM 400-Print-Families
           PERFORM 500-Print-Link-Problems
           PERFORM 600-Print-Footer
           PERFORM 900-Close-Files
           PERFORM 950-Archive-Report
           STOP RUN
           .

       100-Open-Files.
           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-FS-OK
               DISPLAY "ERROR: cannot open CUSTOMER-FILE, status "
                   WS-FILE-STATUS
               DISPLAY "famrpt run aborted - see above."
               STOP RUN
           END-IF
      * balances and sales are advisory - a missing file prints as
      * zero rather than stopping the hierarchy listing
           OPEN INPUT OPEN-BALANCE-FILE
           IF WS-CUSTBAL-FILE-STATUS = "00"
               MOVE "Y" TO WS-CUSTBAL-OPEN-SW
           ELSE
               DISPLAY "Note: balance file unavailable, status "
                   WS-CUSTBAL-FILE-STATUS " - balances print as zero."
           END-IF
           OPEN INPUT SALES-HISTORY-FILE
           IF WS-SALESHIS-FILE-STATUS = "00"
               MOVE "Y" TO WS-SALESHIS-OPEN-SW
           ELSE
               DISPLAY "Note: sales history unavailable, status "
                   WS-SALESHIS-FILE-STATUS " - sales print as zero."
           END-IF
           OPEN OUTPUT FAMILY-RPT
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open famrpt.rpt, status "
                   WS-RPT-FILE-STATUS
               DISPLAY "famrpt run aborted - see above."
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL (WS-CURRENT-DATE-TIME (1:8)))
               TO WS-TODAY-INT
           MOVE WS-CURRENT-DATE-TIME (1:4) TO WS-THIS-CCYY
           MOVE WS-CURRENT-DATE-TIME (5:2) TO WS-THIS-MM
           COMPUTE WS-PRIOR-CCYY = WS-THIS-CCYY - 1
           MOVE SPACES TO RPT-LINE
           STRING "Customer Families (parent / bill-to) - "
               WS-CURRENT-DATE-TIME (1:8)
               "   sales YTD through " WS-THIS-CCYY "/" WS-THIS-MM
               " versus " WS-PRIOR-CCYY DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           .

       200-Find-Family-Heads.
      * first pass: every parent number a customer points at is a
      * family, whether or not the parent is still on file
           MOVE "N" TO WS-CUST-EOF-SW
           MOVE ZERO TO CF-CUST-NO
           START CUSTOMER-FILE KEY IS NOT LESS THAN CF-CUST-NO
               INVALID KEY MOVE "Y" TO WS-CUST-EOF-SW
           END-START
           PERFORM UNTIL WS-CUST-EOF
               READ CUSTOMER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-CUST-EOF-SW
                   NOT AT END
                       IF NOT CF-NO-PARENT
                           PERFORM 210-Note-Family-Head
                       END-IF
               END-READ
           END-PERFORM
           .

       210-Note-Family-Head.
           IF CF-PARENT-CUST-NO = CF-CUST-NO
               MOVE CF-CUST-NO TO WS-EDITED-NO
               MOVE SPACES TO WS-PROB-LINE
               STRING "Customer " WS-EDITED-NO
                   " is linked to itself - clear the parent field"
                   DELIMITED BY SIZE INTO WS-PROB-LINE
               PERFORM 700-Note-Problem
           ELSE
               MOVE CF-PARENT-CUST-NO TO WS-FAM-KEY
               PERFORM 220-Find-Family
               IF NOT WS-FOUND
                   IF WS-FAM-COUNT < WS-FAM-TABLE-MAX
                       ADD 1 TO WS-FAM-COUNT
                       IF WS-INSERT-AT = ZERO
                           MOVE WS-FAM-COUNT TO WS-INSERT-AT
                       ELSE
                           PERFORM VARYING WS-SHIFT-IDX
                                   FROM WS-FAM-COUNT BY -1
                                   UNTIL WS-SHIFT-IDX
                                       NOT > WS-INSERT-AT
                               MOVE WS-FAM-ENTRY (WS-SHIFT-IDX - 1)
                                   TO WS-FAM-ENTRY (WS-SHIFT-IDX)
                           END-PERFORM
                       END-IF
                       MOVE WS-FAM-KEY
                           TO WS-FAM-PARENT-NO (WS-INSERT-AT)
                   ELSE
                       ADD 1 TO WS-FAM-DROPPED
                   END-IF
               END-IF
           END-IF
           .

       220-Find-Family.
      * WS-FOUND when WS-FAM-KEY is in the table; otherwise
      * WS-INSERT-AT is where it belongs (zero = at the end)
           MOVE "N" TO WS-FOUND-SW
           MOVE ZERO TO WS-INSERT-AT
           PERFORM VARYING WS-FAM-IDX FROM 1 BY 1
                   UNTIL WS-FAM-IDX > WS-FAM-COUNT OR WS-FOUND
                       OR WS-INSERT-AT NOT = ZERO
               IF WS-FAM-PARENT-NO (WS-FAM-IDX) = WS-FAM-KEY
                   MOVE "Y" TO WS-FOUND-SW
               ELSE
                   IF WS-FAM-PARENT-NO (WS-FAM-IDX) > WS-FAM-KEY
                       SET WS-INSERT-AT TO WS-FAM-IDX
                   END-IF
               END-IF
           END-PERFORM
           .

       300-Load-Family-Accounts.
      * second pass: a customer that heads a family goes in as its
      * parent line, a linked customer as a member of its parent's
      * family - a self-link counts only as the parent line
           MOVE "N" TO WS-CUST-EOF-SW
           MOVE ZERO TO CF-CUST-NO
           START CUSTOMER-FILE KEY IS NOT LESS THAN CF-CUST-NO
               INVALID KEY MOVE "Y" TO WS-CUST-EOF-SW
           END-START
           PERFORM UNTIL WS-CUST-EOF
               READ CUSTOMER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-CUST-EOF-SW
                   NOT AT END
                       PERFORM 310-Place-One-Customer
               END-READ
           END-PERFORM
           .

       310-Place-One-Customer.
           MOVE CF-CUST-NO TO WS-FAM-KEY
           PERFORM 220-Find-Family
           IF WS-FOUND
               MOVE CF-CUST-NO TO WS-NEW-FAMILY
               MOVE "0" TO WS-NEW-ROLE
               MOVE CF-CUST-NO TO WS-NEW-CUST-NO
               PERFORM 320-Add-Account
           END-IF
           IF NOT CF-NO-PARENT AND CF-PARENT-CUST-NO NOT = CF-CUST-NO
               MOVE CF-PARENT-CUST-NO TO WS-FAM-KEY
               PERFORM 220-Find-Family
               IF WS-FOUND
                   MOVE CF-PARENT-CUST-NO TO WS-NEW-FAMILY
                   MOVE "1" TO WS-NEW-ROLE
                   MOVE CF-CUST-NO TO WS-NEW-CUST-NO
                   PERFORM 320-Add-Account
               END-IF
           END-IF
           .

       320-Add-Account.
           IF WS-MEM-COUNT NOT < WS-MEM-TABLE-MAX
               ADD 1 TO WS-MEM-DROPPED
           ELSE
               MOVE ZERO TO WS-INSERT-AT
               PERFORM VARYING WS-MEM-IDX FROM 1 BY 1
                       UNTIL WS-MEM-IDX > WS-MEM-COUNT
                           OR WS-INSERT-AT NOT = ZERO
                   IF WS-MEM-SORT-KEY (WS-MEM-IDX) > WS-NEW-SORT-KEY
                       SET WS-INSERT-AT TO WS-MEM-IDX
                   END-IF
               END-PERFORM
               ADD 1 TO WS-MEM-COUNT
               IF WS-INSERT-AT = ZERO
                   MOVE WS-MEM-COUNT TO WS-INSERT-AT
               ELSE
                   PERFORM VARYING WS-SHIFT-IDX
                           FROM WS-MEM-COUNT BY -1
                           UNTIL WS-SHIFT-IDX NOT > WS-INSERT-AT
                       MOVE WS-MEM-ENTRY (WS-SHIFT-IDX - 1)
                           TO WS-MEM-ENTRY (WS-SHIFT-IDX)
                   END-PERFORM
               END-IF
               SET WS-MEM-IDX TO WS-INSERT-AT
               PERFORM 330-Fill-Account
           END-IF
           .

       330-Fill-Account.
           MOVE WS-NEW-SORT-KEY TO WS-MEM-SORT-KEY (WS-MEM-IDX)
           MOVE CF-CUST-NAME TO WS-MEM-NAME (WS-MEM-IDX)
           MOVE CF-CUST-STATUS TO WS-MEM-STATUS (WS-MEM-IDX)
           MOVE CF-COMPANY-CODE TO WS-MEM-COMPANY (WS-MEM-IDX)
           MOVE CF-CUST-CREDIT-LIMIT TO WS-MEM-LIMIT (WS-MEM-IDX)
           IF CF-NO-PARENT
               MOVE SPACES TO WS-MEM-OWN-PARENT (WS-MEM-IDX)
           ELSE
               MOVE CF-PARENT-CUST-X TO WS-MEM-OWN-PARENT (WS-MEM-IDX)
           END-IF
           MOVE ZERO TO WS-AGE-CURRENT WS-AGE-30 WS-AGE-60 WS-AGE-90
           IF WS-CUSTBAL-IS-OPEN
               MOVE CF-CUST-NO TO OB-CUST-NO
               READ OPEN-BALANCE-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-CUSTBAL-FILE-STATUS = "00"
                   PERFORM 340-Reage-Balance
               END-IF
           END-IF
           MOVE WS-AGE-CURRENT TO WS-MEM-CURRENT (WS-MEM-IDX)
           MOVE WS-AGE-30 TO WS-MEM-30 (WS-MEM-IDX)
           MOVE WS-AGE-60 TO WS-MEM-60 (WS-MEM-IDX)
           MOVE WS-AGE-90 TO WS-MEM-90 (WS-MEM-IDX)
           MOVE WS-THIS-CCYY TO WS-SUM-YEAR
           PERFORM 350-Sum-Year-To-Date
           MOVE WS-YEAR-SUM TO WS-MEM-YTD (WS-MEM-IDX)
           MOVE WS-PRIOR-CCYY TO WS-SUM-YEAR
           PERFORM 350-Sum-Year-To-Date
           MOVE WS-YEAR-SUM TO WS-MEM-PRIOR (WS-MEM-IDX)
           .

       340-Reage-Balance.
      * working-storage copy of the buckets, rolled forward by the
      * full 30-day periods elapsed since balpost last aged the
      * row - the file is open INPUT and is never rewritten here
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

       350-Sum-Year-To-Date.
      * January through the current month of WS-SUM-YEAR - no
      * history row reads as zero
           MOVE ZERO TO WS-YEAR-SUM
           IF WS-SALESHIS-IS-OPEN
               MOVE CF-CUST-NO TO SH-CUST-NO
               MOVE WS-SUM-YEAR TO SH-YEAR
               READ SALES-HISTORY-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-SALESHIS-FILE-STATUS = "00"
                   PERFORM VARYING SH-MONTH-IDX FROM 1 BY 1
                           UNTIL SH-MONTH-IDX > WS-THIS-MM
                       ADD SH-MONTH-SALES (SH-MONTH-IDX)
                           TO WS-YEAR-SUM
                   END-PERFORM
               END-IF
           END-IF
           .

       400-Print-Families.
           IF WS-MEM-COUNT = ZERO
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE "  No customer is linked to a parent account."
                   TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               MOVE ZERO TO WS-CUR-FAMILY
               PERFORM VARYING WS-MEM-IDX FROM 1 BY 1
                       UNTIL WS-MEM-IDX > WS-MEM-COUNT
                   IF WS-MEM-FAMILY (WS-MEM-IDX) NOT = WS-CUR-FAMILY
                       IF WS-CUR-FAMILY NOT = ZERO
                           PERFORM 430-Close-Family
                       END-IF
                       PERFORM 410-Open-Family
                   END-IF
                   PERFORM 420-Print-Account
               END-PERFORM
               PERFORM 430-Close-Family
           END-IF
           .

       410-Open-Family.
      * the parent sorts first in its family; a family whose first
      * account is a member has lost its parent record
           MOVE WS-MEM-FAMILY (WS-MEM-IDX) TO WS-CUR-FAMILY
           MOVE ZERO TO WS-CUR-MEMBERS
           INITIALIZE WS-CUR-TOTALS
           ADD 1 TO WS-FAMILIES-PRINTED
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CUR-FAMILY TO WS-EDITED-NO
           IF WS-MEM-IS-PARENT (WS-MEM-IDX)
               MOVE "Y" TO WS-CUR-HEAD-SW
               MOVE WS-MEM-COMPANY (WS-MEM-IDX) TO WS-CUR-HEAD-COMPANY
               MOVE WS-MEM-LIMIT (WS-MEM-IDX) TO WS-CUR-HEAD-LIMIT
               MOVE SPACES TO RPT-LINE
               STRING "Family " WS-EDITED-NO " - "
                   WS-MEM-NAME (WS-MEM-IDX)
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               PERFORM 415-Check-Parent
           ELSE
               MOVE "N" TO WS-CUR-HEAD-SW
               MOVE SPACES TO WS-CUR-HEAD-COMPANY
               MOVE ZERO TO WS-CUR-HEAD-LIMIT
               MOVE SPACES TO RPT-LINE
               STRING "Family " WS-EDITED-NO
                   " - ** parent not on customer file **"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO WS-PROB-LINE
               STRING "Parent " WS-EDITED-NO
                   " is not on file - its members need re-pointing"
                   DELIMITED BY SIZE INTO WS-PROB-LINE
               PERFORM 700-Note-Problem
           END-IF
           .

       415-Check-Parent.
           IF WS-MEM-OWN-PARENT (WS-MEM-IDX) NOT = SPACES
               MOVE SPACES TO WS-PROB-LINE
               STRING "Parent " WS-EDITED-NO " is itself linked to "
                   WS-MEM-OWN-PARENT (WS-MEM-IDX)
                   " - families are one level deep"
                   DELIMITED BY SIZE INTO WS-PROB-LINE
               PERFORM 700-Note-Problem
           END-IF
           IF WS-MEM-STATUS (WS-MEM-IDX) NOT = "A"
               MOVE SPACES TO WS-PROB-LINE
               STRING "Parent " WS-EDITED-NO " is not active (status "
                   WS-MEM-STATUS (WS-MEM-IDX) ")"
                   DELIMITED BY SIZE INTO WS-PROB-LINE
               PERFORM 700-Note-Problem
           END-IF
           .

       420-Print-Account.
           ADD 1 TO WS-ACCOUNTS-PRINTED
           IF WS-MEM-IS-PARENT (WS-MEM-IDX)
               MOVE "P " TO ML-ROLE
           ELSE
               MOVE SPACES TO ML-ROLE
               ADD 1 TO WS-CUR-MEMBERS
               IF WS-CUR-HEAD-ON-FILE
                   AND WS-MEM-COMPANY (WS-MEM-IDX)
                       NOT = WS-CUR-HEAD-COMPANY
                   MOVE WS-MEM-CUST-NO (WS-MEM-IDX) TO WS-EDITED-NO-2
                   MOVE SPACES TO WS-PROB-LINE
                   STRING "Customer " WS-EDITED-NO-2 " (company "
                       WS-MEM-COMPANY (WS-MEM-IDX) ") is linked to "
                       WS-EDITED-NO " in company " WS-CUR-HEAD-COMPANY
                       DELIMITED BY SIZE INTO WS-PROB-LINE
                   PERFORM 700-Note-Problem
               END-IF
           END-IF
           COMPUTE WS-MEM-BALANCE
               = WS-MEM-CURRENT (WS-MEM-IDX) + WS-MEM-30 (WS-MEM-IDX)
                   + WS-MEM-60 (WS-MEM-IDX) + WS-MEM-90 (WS-MEM-IDX)
           MOVE WS-MEM-CUST-NO (WS-MEM-IDX) TO ML-CUST-NO
           MOVE WS-MEM-NAME (WS-MEM-IDX) TO ML-NAME
           MOVE WS-MEM-STATUS (WS-MEM-IDX) TO ML-STATUS
           MOVE WS-MEM-COMPANY (WS-MEM-IDX) TO ML-COMPANY
           MOVE WS-MEM-CURRENT (WS-MEM-IDX) TO ML-CURRENT
           MOVE WS-MEM-30 (WS-MEM-IDX) TO ML-AGE-30
           MOVE WS-MEM-60 (WS-MEM-IDX) TO ML-AGE-60
           MOVE WS-MEM-90 (WS-MEM-IDX) TO ML-AGE-90
           MOVE WS-MEM-BALANCE TO ML-BALANCE
           MOVE WS-MEM-YTD (WS-MEM-IDX) TO ML-YTD
           MOVE WS-MEM-PRIOR (WS-MEM-IDX) TO ML-PRIOR
           MOVE WS-MEMBER-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD WS-MEM-CURRENT (WS-MEM-IDX) TO WS-CUR-CURRENT
           ADD WS-MEM-30 (WS-MEM-IDX) TO WS-CUR-30
           ADD WS-MEM-60 (WS-MEM-IDX) TO WS-CUR-60
           ADD WS-MEM-90 (WS-MEM-IDX) TO WS-CUR-90
           ADD WS-MEM-YTD (WS-MEM-IDX) TO WS-CUR-YTD
           ADD WS-MEM-PRIOR (WS-MEM-IDX) TO WS-CUR-PRIOR
           .

       430-Close-Family.
           COMPUTE WS-CUR-BALANCE
               = WS-CUR-CURRENT + WS-CUR-30 + WS-CUR-60 + WS-CUR-90
           MOVE SPACES TO ML-ROLE
           MOVE ZERO TO ML-CUST-NO
           MOVE "Family total" TO ML-NAME
           MOVE SPACES TO ML-STATUS
           MOVE SPACES TO ML-COMPANY
           MOVE WS-CUR-CURRENT TO ML-CURRENT
           MOVE WS-CUR-30 TO ML-AGE-30
           MOVE WS-CUR-60 TO ML-AGE-60
           MOVE WS-CUR-90 TO ML-AGE-90
           MOVE WS-CUR-BALANCE TO ML-BALANCE
           MOVE WS-CUR-YTD TO ML-YTD
           MOVE WS-CUR-PRIOR TO ML-PRIOR
           MOVE WS-MEMBER-LINE TO RPT-LINE
           MOVE SPACES TO RPT-LINE (5:6)
           WRITE RPT-LINE
           MOVE WS-CUR-MEMBERS TO WS-EDITED-COUNT
           MOVE WS-CUR-BALANCE TO WS-EDITED-BALANCE
           MOVE SPACES TO RPT-LINE
           IF WS-CUR-HEAD-ON-FILE AND WS-CUR-HEAD-LIMIT > ZERO
               COMPUTE WS-PCT-OF-LIMIT ROUNDED
                   = WS-CUR-BALANCE * 100 / WS-CUR-HEAD-LIMIT
               ON SIZE ERROR MOVE 9999.9 TO WS-PCT-OF-LIMIT
               END-COMPUTE
               MOVE WS-PCT-OF-LIMIT TO WS-EDITED-PCT
               MOVE WS-CUR-HEAD-LIMIT TO WS-EDITED-LIMIT
               STRING "    " WS-EDITED-COUNT " member(s); combined "
                   "balance " WS-EDITED-BALANCE " = " WS-EDITED-PCT
                   "% of the parent limit " WS-EDITED-LIMIT
                   DELIMITED BY SIZE INTO RPT-LINE
               IF WS-CUR-BALANCE > WS-CUR-HEAD-LIMIT
                   MOVE "*OVER" TO RPT-LINE (110:5)
                   ADD 1 TO WS-FAMILIES-OVER
               END-IF
           ELSE
               STRING "    " WS-EDITED-COUNT " member(s); combined "
                   "balance " WS-EDITED-BALANCE
                   " - no parent limit to hold it against"
                   DELIMITED BY SIZE INTO RPT-LINE
               IF WS-CUR-BALANCE > ZERO
                   MOVE "*OVER" TO RPT-LINE (110:5)
                   ADD 1 TO WS-FAMILIES-OVER
               END-IF
           END-IF
           WRITE RPT-LINE
           .

       500-Print-Link-Problems.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "Links needing attention" TO RPT-LINE
           WRITE RPT-LINE
           IF WS-PROB-COUNT = ZERO
               MOVE "  None." TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               PERFORM VARYING WS-PROB-IDX FROM 1 BY 1
                       UNTIL WS-PROB-IDX > WS-PROB-COUNT
                   MOVE SPACES TO RPT-LINE
                   STRING "  " WS-PROB-TEXT (WS-PROB-IDX)
                       DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
               END-PERFORM
           END-IF
           IF WS-PROB-DROPPED > ZERO
               MOVE WS-PROB-DROPPED TO WS-EDITED-COUNT
               MOVE SPACES TO RPT-LINE
               STRING "  ... and " WS-EDITED-COUNT " more not listed"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           .

       600-Print-Footer.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-FAMILIES-PRINTED TO WS-EDITED-COUNT
           MOVE WS-ACCOUNTS-PRINTED TO WS-EDITED-COUNT-2
           MOVE WS-FAMILIES-OVER TO WS-EDITED-COUNT-3
           MOVE SPACES TO RPT-LINE
           STRING "Families listed: " WS-EDITED-COUNT
               "  accounts: " WS-EDITED-COUNT-2
               "  over parent limit: " WS-EDITED-COUNT-3
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-FAM-DROPPED > ZERO OR WS-MEM-DROPPED > ZERO
               MOVE "  WARNING: family table full - some accounts not li
      -            "sted." TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           DISPLAY "famrpt complete - " WS-FAMILIES-PRINTED
               " families, " WS-PROB-COUNT
               " link problem(s), see famrpt.rpt"
           .

       700-Note-Problem.
           IF WS-PROB-COUNT < WS-PROB-TABLE-MAX
               ADD 1 TO WS-PROB-COUNT
               MOVE WS-PROB-LINE TO WS-PROB-TEXT (WS-PROB-COUNT)
           ELSE
               ADD 1 TO WS-PROB-DROPPED
           END-IF
           .

       900-Close-Files.
           CLOSE CUSTOMER-FILE
           IF WS-CUSTBAL-IS-OPEN
               CLOSE OPEN-BALANCE-FILE
           END-IF
           IF WS-SALESHIS-IS-OPEN
               CLOSE SALES-HISTORY-FILE
           END-IF
           CLOSE FAMILY-RPT
           .

       950-Archive-Report.
      * capture this run's report into the dated report archive
      * (rptarch.cbl) before the next run overwrites it
           CALL "rptarch" USING WS-PROGRAM-ID
               ON EXCEPTION CONTINUE
           END-CALL
           .
