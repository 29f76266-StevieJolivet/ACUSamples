      * cust360.cbl
      * One-stop read-only customer inquiry for the phone desk.
      * Takes a customer number or a name prefix and shows, as a
      * single console display paged 20 lines at a time (the same
      * "-- more --" pause rptview.cbl uses), everything the system
      * keeps about the customer:
      *   master fields, with the category (catmast) and rep
      *   (repmast) descriptions and the credit-hold state;
      *   the contact list (contact) and document list (custdoc);
      *   current aging from custbal, rolled forward to today the
      *   way balage.cbl shows it;
      *   this year's and last year's monthly sales (saleshis);
      *   open and claimed exception worklist rows (worklist);
      *   pending credit-limit requests (pendchg);
      *   the last ten CUSTFILE-AUDIT entries.
      * Every file is opened INPUT and nothing is ever written. Any
      * signed-on operator may use it - no OPERATOR-PROFILE right is
      * required, so temps and phone staff can answer a caller
      * without maintenance access. The session company chosen at
      * sign-on scopes the lookup, as on the browse screen.
       IDENTIFICATION              DIVISION.
       PROGRAM-ID. cust360.
       AUTHOR. sjolivet.
       DATE-WRITTEN. Thursday, October 15, 2026.
       REMARKS.
           Read-only customer 360 inquiry.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "custfile.sl".
           COPY "catmast.sl".
           COPY "repmast.sl".
           COPY "contact.sl".
           COPY "custdoc.sl".
           COPY "custbal.sl".
           COPY "crhold.sl".
           COPY "saleshis.sl".
           COPY "worklist.sl".
           COPY "pendchg.sl".
           COPY "custaudit.sl".
           COPY "oprprof.sl".
           COPY "sesslog.sl".
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "custfile.fd".
           COPY "catmast.fd".
           COPY "repmast.fd".
           COPY "contact.fd".
           COPY "custdoc.fd".
           COPY "custbal.fd".
           COPY "crhold.fd".
           COPY "saleshis.fd".
           COPY "worklist.fd".
           COPY "pendchg.fd".
           COPY "custaudit.fd".
           COPY "oprprof.fd".
           COPY "sesslog.fd".
       WORKING-STORAGE             SECTION.
       COPY "acucobol.def".
       COPY "signon.def".

       01  WS-PROGRAM-ID                   PIC X(10) VALUE "cust360".
       01  WS-OPRPROF-FILE-STATUS          PIC XX VALUE "00".
       01  WS-CATMAST-FILE-STATUS          PIC XX VALUE "00".
       01  WS-REPMAST-FILE-STATUS          PIC XX VALUE "00".
       01  WS-CONTACT-FILE-STATUS          PIC XX VALUE "00".
       01  WS-CUSTDOC-FILE-STATUS          PIC XX VALUE "00".
       01  WS-CUSTBAL-FILE-STATUS          PIC XX VALUE "00".
       01  WS-CRHOLD-FILE-STATUS           PIC XX VALUE "00".
       01  WS-SALESHIS-FILE-STATUS         PIC XX VALUE "00".
       01  WS-WORKLIST-FILE-STATUS         PIC XX VALUE "00".
       01  WS-PENDING-FILE-STATUS          PIC XX VALUE "00".
       01  WS-AUDIT-FILE-STATUS            PIC XX VALUE "00".
       01  WS-OPERATOR-ID                  PIC X(8) VALUE SPACES.

      * -- the side files are advisory: one that is missing simply
      * shows as "none on file" in its section --
       01  WS-OPEN-SWITCHES.
           05  WS-CATMAST-OPEN-SW          PIC X(1) VALUE "N".
               88  WS-CATMAST-IS-OPEN      VALUE "Y".
           05  WS-REPMAST-OPEN-SW          PIC X(1) VALUE "N".
               88  WS-REPMAST-IS-OPEN      VALUE "Y".
           05  WS-CONTACT-OPEN-SW          PIC X(1) VALUE "N".
               88  WS-CONTACT-IS-OPEN      VALUE "Y".
           05  WS-CUSTDOC-OPEN-SW          PIC X(1) VALUE "N".
               88  WS-CUSTDOC-IS-OPEN      VALUE "Y".
           05  WS-CUSTBAL-OPEN-SW          PIC X(1) VALUE "N".
               88  WS-CUSTBAL-IS-OPEN      VALUE "Y".
           05  WS-CRHOLD-OPEN-SW           PIC X(1) VALUE "N".
               88  WS-CRHOLD-IS-OPEN       VALUE "Y".
           05  WS-SALESHIS-OPEN-SW         PIC X(1) VALUE "N".
               88  WS-SALESHIS-IS-OPEN     VALUE "Y".
           05  WS-WORKLIST-OPEN-SW         PIC X(1) VALUE "N".
               88  WS-WORKLIST-IS-OPEN     VALUE "Y".
           05  WS-PENDING-OPEN-SW          PIC X(1) VALUE "N".
               88  WS-PENDING-IS-OPEN      VALUE "Y".

       01  WS-EOF-SW                       PIC X(1) VALUE "N".
           88  WS-END-OF-FILE              VALUE "Y".
       01  WS-QUIT-SW                      PIC X(1) VALUE "N".
           88  WS-QUIT-REQUESTED           VALUE "Y".
       01  WS-ROW-FOUND-SW                 PIC X(1) VALUE "N".
           88  WS-ROW-FOUND                VALUE "Y".

      * -- lookup entry: a number passes custmerge.cbl's digit-
      * prefix edit, anything else is taken as a name prefix --
       01  WS-ENTRY-TEXT                   PIC X(30) VALUE SPACES.
       01  WS-ENTRY-DIGIT-COUNT            PIC 9(2) VALUE ZERO.
       01  WS-ENTRY-SPACE-COUNT            PIC 9(2) VALUE ZERO.
       01  WS-ENTRY-CUST-NO                PIC 9(6) VALUE ZERO.
       01  WS-PREFIX-REVERSED              PIC X(30) VALUE SPACES.
       01  WS-PREFIX-TRAIL                 PIC 9(2) VALUE ZERO.
       01  WS-PREFIX-LENGTH                PIC 9(2) VALUE ZERO.

      * -- name-prefix matches offered for a pick --
       01  WS-MATCH-TABLE-MAX              PIC 9(2) VALUE 15.
       01  WS-MATCH-COUNT                  PIC 9(2) VALUE ZERO.
       01  WS-MATCH-TABLE.
           05  WS-MATCH-CUST-NO            PIC 9(6)
                   OCCURS 15 TIMES INDEXED BY WS-MATCH-IDX.
       01  WS-MATCH-MORE-SW                PIC X(1) VALUE "N".
           88  WS-MATCH-MORE               VALUE "Y".
       01  WS-PICK-X                       PIC X(2) VALUE SPACES.
       01  WS-PICK                         PIC 9(2) VALUE ZERO.
       01  WS-ROW-NUM                      PIC Z9.

      * -- paged console display --
       01  WS-SHOW-LINE                    PIC X(79) VALUE SPACES.
       01  WS-VIEW-LINE-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-PAUSE-RESPONSE               PIC X(1) VALUE SPACE.
           88  WS-PAUSE-QUIT               VALUE "Q" "q".
       01  WS-VIEW-STOP-SW                 PIC X(1) VALUE "N".
           88  WS-VIEW-STOPPED             VALUE "Y".
       01  WS-SECTION-COUNT                PIC 9(5) VALUE ZERO.

      * -- aging rolled forward to today, balage.cbl's
      * 205-Reage-For-Display --
       01  WS-AGE-CURRENT                  PIC S9(9)V99 VALUE ZERO.
       01  WS-AGE-30                       PIC S9(9)V99 VALUE ZERO.
       01  WS-AGE-60                       PIC S9(9)V99 VALUE ZERO.
       01  WS-AGE-90                       PIC S9(9)V99 VALUE ZERO.
       01  WS-TODAY-INT                    PIC 9(7) VALUE ZERO.
       01  WS-LAST-AGE-INT                 PIC 9(7) VALUE ZERO.
       01  WS-AGE-DAYS                     PIC S9(5) VALUE ZERO.
       01  WS-TOTAL-BALANCE                PIC S9(10)V99 VALUE ZERO.
       01  WS-PCT-OF-LIMIT                 PIC 9(4)V9 VALUE ZERO.

      * -- sales years --
       01  WS-THIS-YEAR                    PIC 9(4) VALUE ZERO.
       01  WS-LAST-YEAR                    PIC 9(4) VALUE ZERO.
       01  WS-THIS-YEAR-SALES.
           05  WS-TY-MONTH                 PIC S9(9)V99
                   OCCURS 12 TIMES.
       01  WS-LAST-YEAR-SALES.
           05  WS-LY-MONTH                 PIC S9(9)V99
                   OCCURS 12 TIMES.
       01  WS-TY-TOTAL                     PIC S9(11)V99 VALUE ZERO.
       01  WS-LY-TOTAL                     PIC S9(11)V99 VALUE ZERO.
       01  WS-MONTH-IDX                    PIC 9(2) VALUE ZERO.
       01  WS-MONTH-NAMES                  PIC X(36)
               VALUE "JanFebMarAprMayJunJulAugSepOctNovDec".
       01  WS-MONTH-NAME-TABLE REDEFINES WS-MONTH-NAMES.
           05  WS-MONTH-NAME               PIC X(3) OCCURS 12 TIMES.

      * -- last audit entries for the customer, kept as a ring
      * while the whole trail is read through --
       01  WS-AUD-RING-MAX                 PIC 9(2) VALUE 10.
       01  WS-AUD-SEEN                     PIC 9(7) VALUE ZERO.
       01  WS-AUD-SLOT                     PIC 9(2) VALUE ZERO.
       01  WS-AUD-SHOWN                    PIC 9(2) VALUE ZERO.
       01  WS-AUD-RING.
           05  WS-AUD-ENTRY OCCURS 10 TIMES.
               10  WS-AUD-TIMESTAMP        PIC X(21).
               10  WS-AUD-OPERATOR         PIC X(8).
               10  WS-AUD-ACTION-TEXT      PIC X(8).

      * -- display edits --
       01  WS-AMOUNT-EDITED                PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-AMOUNT-EDITED-2              PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-LIMIT-EDITED                 PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-PCT-EDITED                   PIC ZZZ9.9.
       01  WS-DESC-TEXT                    PIC X(30) VALUE SPACES.
       01  WS-STATE-TEXT                   PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       000-Main.
           PERFORM 050-Sign-On
           PERFORM 100-Open-Files
           PERFORM 200-Inquiry-Loop
           PERFORM 900-Close-Files
           STOP RUN
           .

       050-Sign-On.
      * sign-on names who looked, but no right is tested - the whole
      * point is that staff without maintenance rights can use it
           PERFORM Perform-Operator-Signon
           IF NOT WS-SO-SIGNED-ON
               DISPLAY "cust360 run aborted - not signed on."
               STOP RUN
           END-IF
           PERFORM Accept-Signon-Company
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL (WS-CURRENT-DATE-TIME (1:8)))
               TO WS-TODAY-INT
           MOVE WS-CURR-CCYY TO WS-THIS-YEAR
           COMPUTE WS-LAST-YEAR = WS-THIS-YEAR - 1
           .

       100-Open-Files.
           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-FS-OK
               DISPLAY "ERROR: cannot open CUSTOMER-FILE, status "
                   WS-FILE-STATUS
               DISPLAY "cust360 run aborted - see above."
               STOP RUN
           END-IF
           OPEN INPUT CATEGORY-MASTER
           IF WS-CATMAST-FILE-STATUS = "00"
               MOVE "Y" TO WS-CATMAST-OPEN-SW
           END-IF
           OPEN INPUT REP-MASTER
           IF WS-REPMAST-FILE-STATUS = "00"
               MOVE "Y" TO WS-REPMAST-OPEN-SW
           END-IF
           OPEN INPUT CONTACT-FILE
           IF WS-CONTACT-FILE-STATUS = "00"
               MOVE "Y" TO WS-CONTACT-OPEN-SW
           END-IF
           OPEN INPUT DOCUMENT-FILE
           IF WS-CUSTDOC-FILE-STATUS = "00"
               MOVE "Y" TO WS-CUSTDOC-OPEN-SW
           END-IF
           OPEN INPUT OPEN-BALANCE-FILE
           IF WS-CUSTBAL-FILE-STATUS = "00"
               MOVE "Y" TO WS-CUSTBAL-OPEN-SW
           END-IF
           OPEN INPUT CREDIT-HOLD-FILE
           IF WS-CRHOLD-FILE-STATUS = "00"
               MOVE "Y" TO WS-CRHOLD-OPEN-SW
           END-IF
           OPEN INPUT SALES-HISTORY-FILE
           IF WS-SALESHIS-FILE-STATUS = "00"
               MOVE "Y" TO WS-SALESHIS-OPEN-SW
           END-IF
           OPEN INPUT EXCEPTION-WORKLIST
           IF WS-WORKLIST-FILE-STATUS = "00"
               MOVE "Y" TO WS-WORKLIST-OPEN-SW
           END-IF
           OPEN INPUT PENDING-CHANGE-FILE
           IF WS-PENDING-FILE-STATUS = "00"
               MOVE "Y" TO WS-PENDING-OPEN-SW
           END-IF
           .

       200-Inquiry-Loop.
           PERFORM UNTIL WS-QUIT-REQUESTED
               DISPLAY " "
               DISPLAY "Customer number or name prefix (blank = quit): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-ENTRY-TEXT
               ACCEPT WS-ENTRY-TEXT
               IF WS-ENTRY-TEXT = SPACES
                   MOVE "Y" TO WS-QUIT-SW
               ELSE
                   MOVE ZERO TO WS-ENTRY-DIGIT-COUNT
                   MOVE ZERO TO WS-ENTRY-SPACE-COUNT
                   INSPECT WS-ENTRY-TEXT
                       TALLYING WS-ENTRY-DIGIT-COUNT
                           FOR CHARACTERS BEFORE INITIAL SPACE
                   INSPECT WS-ENTRY-TEXT
                       TALLYING WS-ENTRY-SPACE-COUNT FOR ALL SPACE
                   IF WS-ENTRY-DIGIT-COUNT > ZERO
                       AND WS-ENTRY-DIGIT-COUNT < 7
                       AND WS-ENTRY-TEXT (1:WS-ENTRY-DIGIT-COUNT)
                           IS NUMERIC
                       AND WS-ENTRY-DIGIT-COUNT
                           + WS-ENTRY-SPACE-COUNT = 30
                       MOVE FUNCTION NUMVAL
                           (WS-ENTRY-TEXT (1:WS-ENTRY-DIGIT-COUNT))
                           TO WS-ENTRY-CUST-NO
                       PERFORM 210-Find-By-Number
                   ELSE
                       PERFORM 220-Find-By-Name
                   END-IF
               END-IF
           END-PERFORM
           .

       210-Find-By-Number.
           MOVE WS-ENTRY-CUST-NO TO CF-CUST-NO
           READ CUSTOMER-FILE
               INVALID KEY CONTINUE
           END-READ
           IF NOT WS-FS-OK
               DISPLAY "  Customer " WS-ENTRY-CUST-NO
                   " not found, status " WS-FILE-STATUS
           ELSE
               IF CF-COMPANY-CODE NOT = WS-SO-COMPANY
      * blank company is the original company, as compconv.cbl
      * stamps it
                       AND NOT (CF-COMPANY-CODE = SPACES
                           AND WS-SO-COMPANY = "01")
                   DISPLAY "  Customer " WS-ENTRY-CUST-NO
                       " belongs to company " CF-COMPANY-CODE
                       " - not shown in this session."
               ELSE
                   PERFORM 300-Show-Customer
               END-IF
           END-IF
           .

       220-Find-By-Name.
      * walk the CF-CUST-NAME alternate key from the prefix, the
      * way custinq.cbl positions, collecting this company's
      * customers whose name really starts with the prefix
           MOVE FUNCTION REVERSE (WS-ENTRY-TEXT) TO WS-PREFIX-REVERSED
           MOVE ZERO TO WS-PREFIX-TRAIL
           INSPECT WS-PREFIX-REVERSED
               TALLYING WS-PREFIX-TRAIL FOR LEADING SPACE
           COMPUTE WS-PREFIX-LENGTH = 30 - WS-PREFIX-TRAIL
           MOVE ZERO TO WS-MATCH-COUNT
           MOVE "N" TO WS-MATCH-MORE-SW
           MOVE WS-ENTRY-TEXT TO CF-CUST-NAME
           START CUSTOMER-FILE KEY IS NOT LESS THAN CF-CUST-NAME
               INVALID KEY MOVE "Y" TO WS-EOF-SW
               NOT INVALID KEY MOVE "N" TO WS-EOF-SW
           END-START
           PERFORM UNTIL WS-END-OF-FILE OR WS-MATCH-MORE
               READ CUSTOMER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       IF CF-CUST-NAME (1:WS-PREFIX-LENGTH)
                               NOT = WS-ENTRY-TEXT (1:WS-PREFIX-LENGTH)
                           MOVE "Y" TO WS-EOF-SW
                       ELSE
                           PERFORM 225-Collect-Match
                       END-IF
               END-READ
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-MATCH-COUNT = ZERO
                   DISPLAY "  No customer name starts with "
                       WS-ENTRY-TEXT (1:WS-PREFIX-LENGTH)
               WHEN WS-MATCH-COUNT = 1
                   MOVE WS-MATCH-CUST-NO (1) TO WS-ENTRY-CUST-NO
                   PERFORM 210-Find-By-Number
               WHEN OTHER
                   PERFORM 230-Pick-From-Matches
           END-EVALUATE
           .

       225-Collect-Match.
           IF CF-COMPANY-CODE = WS-SO-COMPANY
                   OR (CF-COMPANY-CODE = SPACES
                       AND WS-SO-COMPANY = "01")
               IF WS-MATCH-COUNT < WS-MATCH-TABLE-MAX
                   ADD 1 TO WS-MATCH-COUNT
                   MOVE CF-CUST-NO TO WS-MATCH-CUST-NO (WS-MATCH-COUNT)
               ELSE
                   MOVE "Y" TO WS-MATCH-MORE-SW
               END-IF
           END-IF
           .

       230-Pick-From-Matches.
           DISPLAY "   No  Cust No  Name"
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
                   UNTIL WS-MATCH-IDX > WS-MATCH-COUNT
               MOVE WS-MATCH-CUST-NO (WS-MATCH-IDX) TO CF-CUST-NO
               READ CUSTOMER-FILE
                   INVALID KEY MOVE SPACES TO CF-CUST-NAME
               END-READ
               SET WS-PICK TO WS-MATCH-IDX
               MOVE WS-PICK TO WS-ROW-NUM
               DISPLAY "   " WS-ROW-NUM "  " CF-CUST-NO "   "
                   CF-CUST-NAME
           END-PERFORM
           IF WS-MATCH-MORE
               DISPLAY "   (more names match - type a longer prefix "
                   "to narrow the list)"
           END-IF
           DISPLAY "  Pick a number (blank = none): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-PICK-X
           ACCEPT WS-PICK-X
           IF WS-PICK-X NOT = SPACES
               IF WS-PICK-X (2:1) = SPACE
                   MOVE WS-PICK-X (1:1) TO WS-PICK-X (2:1)
                   MOVE "0" TO WS-PICK-X (1:1)
               END-IF
               IF WS-PICK-X IS NUMERIC
                   MOVE WS-PICK-X TO WS-PICK
                   IF WS-PICK > ZERO AND WS-PICK NOT > WS-MATCH-COUNT
                       MOVE WS-MATCH-CUST-NO (WS-PICK)
                           TO WS-ENTRY-CUST-NO
                       PERFORM 210-Find-By-Number
                   ELSE
                       DISPLAY "  No such number on the list."
                   END-IF
               ELSE
                   DISPLAY "  Pick must be a number from the list."
               END-IF
           END-IF
           .

      ******************************************************************
      * One customer, every section in turn. The master record is
      * read first and stays in the CUSTOMER-RECORD area for the
      * rest of the display - no later section re-reads it.
      ******************************************************************
       300-Show-Customer.
           MOVE ZERO TO WS-VIEW-LINE-COUNT
           MOVE "N" TO WS-VIEW-STOP-SW
           PERFORM 310-Show-Master
           PERFORM 320-Show-Credit
           PERFORM 330-Show-Contacts
           PERFORM 340-Show-Documents
           PERFORM 350-Show-Sales
           PERFORM 360-Show-Worklist
           PERFORM 370-Show-Pending
           PERFORM 380-Show-Audit
           MOVE SPACES TO WS-SHOW-LINE
           STRING "-- end of customer " CF-CUST-NO " --"
               DELIMITED BY SIZE INTO WS-SHOW-LINE
           PERFORM 800-Show-Line
           .

       310-Show-Master.
           MOVE ALL "=" TO WS-SHOW-LINE
           PERFORM 800-Show-Line
           MOVE SPACES TO WS-SHOW-LINE
           STRING "Customer " CF-CUST-NO "  " CF-CUST-NAME
               "  company " CF-COMPANY-CODE
               DELIMITED BY SIZE INTO WS-SHOW-LINE
           PERFORM 800-Show-Line
           MOVE SPACES TO WS-SHOW-LINE
           STRING "  " CF-CUST-ADDR1 DELIMITED BY SIZE
               INTO WS-SHOW-LINE
           PERFORM 800-Show-Line
           IF CF-CUST-ADDR2 NOT = SPACES
               MOVE SPACES TO WS-SHOW-LINE
               STRING "  " CF-CUST-ADDR2 DELIMITED BY SIZE
                   INTO WS-SHOW-LINE
               PERFORM 800-Show-Line
           END-IF
           MOVE SPACES TO WS-SHOW-LINE
           STRING "  " CF-CUST-CITY " " CF-CUST-STATE " "
               CF-CUST-ZIP "   phone " CF-CUST-PHONE
               DELIMITED BY SIZE INTO WS-SHOW-LINE
           PERFORM 800-Show-Line
           EVALUATE TRUE
               WHEN CF-STATUS-ACTIVE   MOVE "Active" TO WS-STATE-TEXT
               WHEN CF-STATUS-INACTIVE MOVE "Inactive" TO WS-STATE-TEXT
               WHEN CF-STATUS-PROSPECT MOVE "Prospect" TO WS-STATE-TEXT
               WHEN OTHER              MOVE CF-CUST-STATUS
                                           TO WS-STATE-TEXT
           END-EVALUATE
           MOVE SPACES TO WS-SHOW-LINE
           STRING "  Status " WS-STATE-TEXT (1:10)
               " terms " CF-CUST-TERMS
               " last changed " CF-CUST-LAST-CHANGE-DT (1:14)
               DELIMITED BY SIZE INTO WS-SHOW-LINE
           PERFORM 800-Show-Line
           MOVE "(not on category master)" TO WS-DESC-TEXT
           IF WS-CATMAST-IS-OPEN AND CF-CUST-CATEGORY NOT = SPACES
               MOVE CF-CUST-CATEGORY TO CM-CATEGORY-CODE
               READ CATEGORY-MASTER
                   INVALID KEY CONTINUE
               END-READ
               IF WS-CATMAST-FILE-STATUS = "00"
                   MOVE CM-DESCRIPTION TO WS-DESC-TEXT
               END-IF
           END-IF
           MOVE SPACES TO WS-SHOW-LINE
           STRING "  Category " CF-CUST-CATEGORY "  " WS-DESC-TEXT
               DELIMITED BY SIZE INTO WS-SHOW-LINE
           PERFORM 800-Show-Line
           MOVE "(not on rep master)" TO WS-DESC-TEXT
           IF WS-REPMAST-IS-OPEN AND CF-CUST-REP NOT = SPACES
               MOVE CF-CUST-REP TO RM-REP-CODE
               READ REP-MASTER
                   INVALID KEY CONTINUE
               END-READ
               IF WS-REPMAST-FILE-STATUS = "00"
                   MOVE RM-REP-NAME TO WS-DESC-TEXT
               END-IF
           END-IF
           MOVE SPACES TO WS-SHOW-LINE
           STRING "  Rep      " CF-CUST-REP "   " WS-DESC-TEXT
               DELIMITED BY SIZE INTO WS-SHOW-LINE
           PERFORM 800-Show-Line
           IF CF-CUST-DOC-URL NOT = SPACES
               MOVE SPACES TO WS-SHOW-LINE
               STRING "  Doc URL " CF-CUST-DOC-URL
                   DELIMITED BY SIZE INTO WS-SHOW-LINE
               PERFORM 800-Show-Line
           END-IF
           .

       320-Show-Credit.
           MOVE SPACES TO WS-SHOW-LINE
           PERFORM 800-Show-Line
           MOVE "Credit and aging (rolled forward to today)"
               TO WS-SHOW-LINE
           PERFORM 800-Show-Line
           MOVE ZERO TO WS-AGE-CURRENT
           MOVE ZERO TO WS-AGE-30
           MOVE ZERO TO WS-AGE-60
           MOVE ZERO TO WS-AGE-90
           MOVE "N" TO WS-ROW-FOUND-SW
           IF WS-CUSTBAL-IS-OPEN
               MOVE CF-CUST-NO TO OB-CUST-NO
               READ OPEN-BALANCE-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-CUSTBAL-FILE-STATUS = "00"
                   MOVE "Y" TO WS-ROW-FOUND-SW
                   PERFORM 325-Reage-For-Display
               END-IF
           END-IF
           COMPUTE WS-TOTAL-BALANCE
               = WS-AGE-CURRENT + WS-AGE-30 + WS-AGE-60 + WS-AGE-90
           MOVE CF-CUST-CREDIT-LIMIT TO WS-LIMIT-EDITED
           MOVE WS-TOTAL-BALANCE TO WS-AMOUNT-EDITED
           MOVE ZERO TO WS-PCT-OF-LIMIT
           IF CF-CUST-CREDIT-LIMIT > ZERO
               COMPUTE WS-PCT-OF-LIMIT ROUNDED
                   = WS-TOTAL-BALANCE * 100 / CF-CUST-CREDIT-LIMIT
               ON SIZE ERROR MOVE 9999.9 TO WS-PCT-OF-LIMIT
               END-COMPUTE
           END-IF
           MOVE WS-PCT-OF-LIMIT TO WS-PCT-EDITED
           MOVE SPACES TO WS-SHOW-LINE
           STRING "  Limit " WS-LIMIT-EDITED "  balance "
               WS-AMOUNT-EDITED "  " WS-PCT-EDITED "% of limit"
               DELIMITED BY SIZE INTO WS-SHOW-LINE
           PERFORM 800-Show-Line
           IF WS-ROW-FOUND
               MOVE WS-AGE-CURRENT TO WS-AMOUNT-EDITED
               MOVE WS-AGE-30 TO WS-AMOUNT-EDITED-2
               MOVE SPACES TO WS-SHOW-LINE
               STRING "  Current " WS-AMOUNT-EDITED
                   "   31-60 " WS-AMOUNT-EDITED-2
                   DELIMITED BY SIZE INTO WS-SHOW-LINE
               PERFORM 800-Show-Line
               MOVE WS-AGE-60 TO WS-AMOUNT-EDITED
               MOVE WS-AGE-90 TO WS-AMOUNT-EDITED-2
               MOVE SPACES TO WS-SHOW-LINE
               STRING "  61-90   " WS-AMOUNT-EDITED
                   "   Over 90 " WS-AMOUNT-EDITED-2
                   DELIMITED BY SIZE INTO WS-SHOW-LINE
               PERFORM 800-Show-Line
               MOVE SPACES TO WS-SHOW-LINE
               STRING "  Last posted " OB-LAST-POST-TS (1:14)
                   DELIMITED BY SIZE INTO WS-SHOW-LINE
               PERFORM 800-Show-Line
           ELSE
               MOVE "  No open balance recorded." TO WS-SHOW-LINE
               PERFORM 800-Show-Line
           END-IF
           PERFORM 327-Show-Hold-State
           .

       325-Reage-For-Display.
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

       327-Show-Hold-State.
           MOVE "N" TO WS-ROW-FOUND-SW
           IF WS-CRHOLD-IS-OPEN AND NOT CF-HOLD-NONE
               MOVE CF-CUST-NO TO CH-CUST-NO
               READ CREDIT-HOLD-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-CRHOLD-FILE-STATUS = "00"
                   MOVE "Y" TO WS-ROW-FOUND-SW
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN CF-ON-CREDIT-HOLD
                   IF CF-HOLD-OVER-90
                       MOVE "balance over 90 days" TO WS-STATE-TEXT
                   ELSE
                       MOVE "over credit-limit threshold"
                           TO WS-STATE-TEXT
                   END-IF
                   MOVE SPACES TO WS-SHOW-LINE
                   STRING "  ** ON CREDIT HOLD ** " CF-HOLD-REASON
                       " - " WS-STATE-TEXT
                       DELIMITED BY SIZE INTO WS-SHOW-LINE
                   PERFORM 800-Show-Line
                   IF WS-ROW-FOUND
                       MOVE SPACES TO WS-SHOW-LINE
                       STRING "     held since " CH-HOLD-DATE
                           DELIMITED BY SIZE INTO WS-SHOW-LINE
                       PERFORM 800-Show-Line
                   END-IF
               WHEN CF-HOLD-RELEASED
                   MOVE SPACES TO WS-SHOW-LINE
                   STRING "  Credit hold " CF-HOLD-REASON
                       " released by operator"
                       DELIMITED BY SIZE INTO WS-SHOW-LINE
                   PERFORM 800-Show-Line
                   IF WS-ROW-FOUND
                       MOVE SPACES TO WS-SHOW-LINE
                       STRING "     by " CH-RELEASE-OPERATOR
                           " on " CH-RELEASE-DATE " until "
                           CH-RELEASE-EXPIRY
                           DELIMITED BY SIZE INTO WS-SHOW-LINE
                       PERFORM 800-Show-Line
                       MOVE SPACES TO WS-SHOW-LINE
                       STRING "     " CH-RELEASE-NOTE
                           DELIMITED BY SIZE INTO WS-SHOW-LINE
                       PERFORM 800-Show-Line
                   END-IF
               WHEN OTHER
                   MOVE "  Not on credit hold." TO WS-SHOW-LINE
                   PERFORM 800-Show-Line
           END-EVALUATE
           .

       330-Show-Contacts.
           MOVE SPACES TO WS-SHOW-LINE
           PERFORM 800-Show-Line
           MOVE "Contacts" TO WS-SHOW-LINE
           PERFORM 800-Show-Line
           MOVE ZERO TO WS-SECTION-COUNT
           IF WS-CONTACT-IS-OPEN
               MOVE CF-CUST-NO TO CT-CUST-NO
               MOVE ZERO TO CT-SEQ-NO
               START CONTACT-FILE KEY IS NOT LESS THAN CT-KEY
                   INVALID KEY MOVE "Y" TO WS-EOF-SW
                   NOT INVALID KEY MOVE "N" TO WS-EOF-SW
               END-START
               PERFORM UNTIL WS-END-OF-FILE
                   READ CONTACT-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF CT-CUST-NO NOT = CF-CUST-NO
                               MOVE "Y" TO WS-EOF-SW
                           ELSE
                               ADD 1 TO WS-SECTION-COUNT
                               MOVE SPACES TO WS-SHOW-LINE
                               STRING "  " CT-NAME " " CT-TITLE
                                   " " CT-PHONE
                                   DELIMITED BY SIZE INTO WS-SHOW-LINE
                               PERFORM 800-Show-Line
                               IF CT-EMAIL NOT = SPACES
                                   MOVE SPACES TO WS-SHOW-LINE
                                   STRING "    " CT-EMAIL
                                       DELIMITED BY SIZE
                                       INTO WS-SHOW-LINE
                                   PERFORM 800-Show-Line
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-SECTION-COUNT = ZERO
               MOVE "  (none on file)" TO WS-SHOW-LINE
               PERFORM 800-Show-Line
           END-IF
           .

       340-Show-Documents.
           MOVE SPACES TO WS-SHOW-LINE
           PERFORM 800-Show-Line
           MOVE "Documents" TO WS-SHOW-LINE
           PERFORM 800-Show-Line
           MOVE ZERO TO WS-SECTION-COUNT
           IF WS-CUSTDOC-IS-OPEN
               MOVE CF-CUST-NO TO DC-CUST-NO
               MOVE ZERO TO DC-SEQ-NO
               START DOCUMENT-FILE KEY IS NOT LESS THAN DC-KEY
                   INVALID KEY MOVE "Y" TO WS-EOF-SW
                   NOT INVALID KEY MOVE "N" TO WS-EOF-SW
               END-START
               PERFORM UNTIL WS-END-OF-FILE
                   READ DOCUMENT-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF DC-CUST-NO NOT = CF-CUST-NO
                               MOVE "Y" TO WS-EOF-SW
                           ELSE
                               ADD 1 TO WS-SECTION-COUNT
                               MOVE SPACES TO WS-SHOW-LINE
                               STRING "  " DC-DOC-TYPE " "
                                   DC-DESCRIPTION
                                   DELIMITED BY SIZE INTO WS-SHOW-LINE
                               PERFORM 800-Show-Line
                               MOVE SPACES TO WS-SHOW-LINE
                               STRING "    " DC-URL
                                   DELIMITED BY SIZE INTO WS-SHOW-LINE
                               PERFORM 800-Show-Line
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-SECTION-COUNT = ZERO
               MOVE "  (none on file)" TO WS-SHOW-LINE
               PERFORM 800-Show-Line
           END-IF
           .

       350-Show-Sales.
           MOVE SPACES TO WS-SHOW-LINE
           PERFORM 800-Show-Line
           MOVE SPACES TO WS-SHOW-LINE
           STRING "Monthly sales          " WS-THIS-YEAR
               "             " WS-LAST-YEAR
               DELIMITED BY SIZE INTO WS-SHOW-LINE
           PERFORM 800-Show-Line
           INITIALIZE WS-THIS-YEAR-SALES
           INITIALIZE WS-LAST-YEAR-SALES
           MOVE ZERO TO WS-TY-TOTAL
           MOVE ZERO TO WS-LY-TOTAL
           IF WS-SALESHIS-IS-OPEN
               MOVE CF-CUST-NO TO SH-CUST-NO
               MOVE WS-THIS-YEAR TO SH-YEAR
               READ SALES-HISTORY-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-SALESHIS-FILE-STATUS = "00"
                   PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                           UNTIL WS-MONTH-IDX > 12
                       MOVE SH-MONTH-SALES (WS-MONTH-IDX)
                           TO WS-TY-MONTH (WS-MONTH-IDX)
                       ADD SH-MONTH-SALES (WS-MONTH-IDX)
                           TO WS-TY-TOTAL
                   END-PERFORM
               END-IF
               MOVE CF-CUST-NO TO SH-CUST-NO
               MOVE WS-LAST-YEAR TO SH-YEAR
               READ SALES-HISTORY-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-SALESHIS-FILE-STATUS = "00"
                   PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                           UNTIL WS-MONTH-IDX > 12
                       MOVE SH-MONTH-SALES (WS-MONTH-IDX)
                           TO WS-LY-MONTH (WS-MONTH-IDX)
                       ADD SH-MONTH-SALES (WS-MONTH-IDX)
                           TO WS-LY-TOTAL
                   END-PERFORM
               END-IF
           END-IF
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > 12
               MOVE WS-TY-MONTH (WS-MONTH-IDX) TO WS-AMOUNT-EDITED
               MOVE WS-LY-MONTH (WS-MONTH-IDX) TO WS-AMOUNT-EDITED-2
               MOVE SPACES TO WS-SHOW-LINE
               STRING "  " WS-MONTH-NAME (WS-MONTH-IDX) "       "
                   WS-AMOUNT-EDITED "  " WS-AMOUNT-EDITED-2
                   DELIMITED BY SIZE INTO WS-SHOW-LINE
               PERFORM 800-Show-Line
           END-PERFORM
           MOVE WS-TY-TOTAL TO WS-AMOUNT-EDITED
           MOVE WS-LY-TOTAL TO WS-AMOUNT-EDITED-2
           MOVE SPACES TO WS-SHOW-LINE
           STRING "  Total     " WS-AMOUNT-EDITED "  "
               WS-AMOUNT-EDITED-2
               DELIMITED BY SIZE INTO WS-SHOW-LINE
           PERFORM 800-Show-Line
           .

       360-Show-Worklist.
           MOVE SPACES TO WS-SHOW-LINE
           PERFORM 800-Show-Line
           MOVE "Open exceptions" TO WS-SHOW-LINE
           PERFORM 800-Show-Line
           MOVE ZERO TO WS-SECTION-COUNT
           IF WS-WORKLIST-IS-OPEN
               MOVE CF-CUST-NO TO WL-CUST-NO
               MOVE LOW-VALUES TO WL-FINDING-TYPE
               START EXCEPTION-WORKLIST KEY IS NOT LESS THAN WL-KEY
                   INVALID KEY MOVE "Y" TO WS-EOF-SW
                   NOT INVALID KEY MOVE "N" TO WS-EOF-SW
               END-START
               PERFORM UNTIL WS-END-OF-FILE
                   READ EXCEPTION-WORKLIST NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF WL-CUST-NO NOT = CF-CUST-NO
                               MOVE "Y" TO WS-EOF-SW
                           ELSE
                               IF NOT WL-STATUS-CLOSED
                                   PERFORM 365-Show-Worklist-Row
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-SECTION-COUNT = ZERO
               MOVE "  (none open)" TO WS-SHOW-LINE
               PERFORM 800-Show-Line
           END-IF
           .

       365-Show-Worklist-Row.
           ADD 1 TO WS-SECTION-COUNT
           IF WL-STATUS-CLAIMED
               MOVE SPACES TO WS-STATE-TEXT
               STRING "claimed by " WL-CLAIMED-BY
                   DELIMITED BY SIZE INTO WS-STATE-TEXT
           ELSE
               MOVE "open" TO WS-STATE-TEXT
           END-IF
           MOVE SPACES TO WS-SHOW-LINE
           STRING "  " WL-FINDING-TYPE " found " WL-FOUND-DATE
               " last seen " WL-LAST-SEEN-DATE " "
               WS-STATE-TEXT (1:19)
               DELIMITED BY SIZE INTO WS-SHOW-LINE
           PERFORM 800-Show-Line
           MOVE SPACES TO WS-SHOW-LINE
           STRING "    " WL-DETAIL DELIMITED BY SIZE
               INTO WS-SHOW-LINE
           PERFORM 800-Show-Line
           .

       370-Show-Pending.
           MOVE SPACES TO WS-SHOW-LINE
           PERFORM 800-Show-Line
           MOVE "Pending credit-limit requests" TO WS-SHOW-LINE
           PERFORM 800-Show-Line
           MOVE ZERO TO WS-SECTION-COUNT
           IF WS-PENDING-IS-OPEN
               MOVE CF-CUST-NO TO PC-CUST-NO
               MOVE LOW-VALUES TO PC-REQUEST-TS
               START PENDING-CHANGE-FILE KEY IS NOT LESS THAN PC-KEY
                   INVALID KEY MOVE "Y" TO WS-EOF-SW
                   NOT INVALID KEY MOVE "N" TO WS-EOF-SW
               END-START
               PERFORM UNTIL WS-END-OF-FILE
                   READ PENDING-CHANGE-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF PC-CUST-NO NOT = CF-CUST-NO
                               MOVE "Y" TO WS-EOF-SW
                           ELSE
                               IF PC-STATUS-PENDING
                                   ADD 1 TO WS-SECTION-COUNT
                                   MOVE PC-OLD-LIMIT TO WS-LIMIT-EDITED
                                   MOVE PC-NEW-LIMIT
                                       TO WS-AMOUNT-EDITED
                                   MOVE SPACES TO WS-SHOW-LINE
                                   STRING "  " PC-REQUEST-TS (1:14)
                                       " by " PC-REQUEST-OPERATOR " "
                                       WS-LIMIT-EDITED " -> "
                                       WS-AMOUNT-EDITED
                                       DELIMITED BY SIZE
                                       INTO WS-SHOW-LINE
                                   PERFORM 800-Show-Line
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-SECTION-COUNT = ZERO
               MOVE "  (none pending)" TO WS-SHOW-LINE
               PERFORM 800-Show-Line
           END-IF
           .

       380-Show-Audit.
      * the trail is line sequential in time order, so the last ten
      * for this customer are whatever is left in the ring after a
      * full read; opened fresh for each customer shown
           MOVE SPACES TO WS-SHOW-LINE
           PERFORM 800-Show-Line
           MOVE "Recent changes (newest last)" TO WS-SHOW-LINE
           PERFORM 800-Show-Line
           MOVE ZERO TO WS-AUD-SEEN
           OPEN INPUT CUSTFILE-AUDIT
           IF WS-AUDIT-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-END-OF-FILE
                   READ CUSTFILE-AUDIT
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF CA-CUST-NO = CF-CUST-NO
                               PERFORM 385-Keep-Audit-Entry
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTFILE-AUDIT
           END-IF
           IF WS-AUD-SEEN = ZERO
               MOVE "  (no audit entries)" TO WS-SHOW-LINE
               PERFORM 800-Show-Line
           ELSE
               PERFORM 387-Show-Audit-Ring
           END-IF
           .

       385-Keep-Audit-Entry.
           ADD 1 TO WS-AUD-SEEN
           COMPUTE WS-AUD-SLOT
               = FUNCTION MOD (WS-AUD-SEEN - 1, WS-AUD-RING-MAX) + 1
           MOVE CA-TIMESTAMP TO WS-AUD-TIMESTAMP (WS-AUD-SLOT)
           MOVE CA-OPERATOR-ID TO WS-AUD-OPERATOR (WS-AUD-SLOT)
      * the action names audinq.cbl prints
           EVALUATE TRUE
               WHEN CA-ACTION-ADD
                   MOVE "ADD" TO WS-AUD-ACTION-TEXT (WS-AUD-SLOT)
               WHEN CA-ACTION-CHANGE
                   MOVE "CHANGE" TO WS-AUD-ACTION-TEXT (WS-AUD-SLOT)
               WHEN CA-ACTION-DELETE
                   MOVE "DELETE" TO WS-AUD-ACTION-TEXT (WS-AUD-SLOT)
               WHEN CA-ACTION-CREDIT-REQUEST
                   MOVE "CRED-REQ" TO WS-AUD-ACTION-TEXT (WS-AUD-SLOT)
               WHEN CA-ACTION-CREDIT-REJECT
                   MOVE "CRED-REJ" TO WS-AUD-ACTION-TEXT (WS-AUD-SLOT)
               WHEN CA-ACTION-REINSTATE
                   MOVE "REINSTAT" TO WS-AUD-ACTION-TEXT (WS-AUD-SLOT)
               WHEN CA-ACTION-CREDIT-HOLD
                   MOVE "CRED-HLD" TO WS-AUD-ACTION-TEXT (WS-AUD-SLOT)
               WHEN CA-ACTION-HOLD-RELEASE
                   MOVE "HLD-REL" TO WS-AUD-ACTION-TEXT (WS-AUD-SLOT)
               WHEN CA-ACTION-RENUMBER-OUT
                   MOVE "RENUMOUT" TO WS-AUD-ACTION-TEXT (WS-AUD-SLOT)
               WHEN CA-ACTION-RENUMBER-IN
                   MOVE "RENUM-IN" TO WS-AUD-ACTION-TEXT (WS-AUD-SLOT)
               WHEN OTHER
                   MOVE CA-ACTION TO WS-AUD-ACTION-TEXT (WS-AUD-SLOT)
           END-EVALUATE
           .

       387-Show-Audit-Ring.
      * oldest kept entry first: with a full ring that is the slot
      * after the newest, otherwise slot 1
           IF WS-AUD-SEEN > WS-AUD-RING-MAX
               COMPUTE WS-AUD-SLOT
                   = FUNCTION MOD (WS-AUD-SEEN, WS-AUD-RING-MAX) + 1
               MOVE WS-AUD-RING-MAX TO WS-AUD-SHOWN
               MOVE SPACES TO WS-SHOW-LINE
               STRING "  (" WS-AUD-SEEN " entries on the trail - "
                   "audinq lists them all)"
                   DELIMITED BY SIZE INTO WS-SHOW-LINE
               PERFORM 800-Show-Line
           ELSE
               MOVE 1 TO WS-AUD-SLOT
               MOVE WS-AUD-SEEN TO WS-AUD-SHOWN
           END-IF
           PERFORM WS-AUD-SHOWN TIMES
               MOVE SPACES TO WS-SHOW-LINE
               STRING "  " WS-AUD-TIMESTAMP (WS-AUD-SLOT) (1:4) "-"
                   WS-AUD-TIMESTAMP (WS-AUD-SLOT) (5:2) "-"
                   WS-AUD-TIMESTAMP (WS-AUD-SLOT) (7:2) " "
                   WS-AUD-TIMESTAMP (WS-AUD-SLOT) (9:2) ":"
                   WS-AUD-TIMESTAMP (WS-AUD-SLOT) (11:2) "  "
                   WS-AUD-ACTION-TEXT (WS-AUD-SLOT) "  "
                   WS-AUD-OPERATOR (WS-AUD-SLOT)
                   DELIMITED BY SIZE INTO WS-SHOW-LINE
               PERFORM 800-Show-Line
               ADD 1 TO WS-AUD-SLOT
               IF WS-AUD-SLOT > WS-AUD-RING-MAX
                   MOVE 1 TO WS-AUD-SLOT
               END-IF
           END-PERFORM
           .

       800-Show-Line.
      * one paged console line - Q at the pause skips the rest of
      * this customer without leaving the program
           IF NOT WS-VIEW-STOPPED
               DISPLAY WS-SHOW-LINE
               ADD 1 TO WS-VIEW-LINE-COUNT
               IF WS-VIEW-LINE-COUNT >= 20
                   MOVE ZERO TO WS-VIEW-LINE-COUNT
                   DISPLAY "-- more (ENTER, Q = stop) --"
                       WITH NO ADVANCING
                   MOVE SPACE TO WS-PAUSE-RESPONSE
                   ACCEPT WS-PAUSE-RESPONSE
                   IF WS-PAUSE-QUIT
                       MOVE "Y" TO WS-VIEW-STOP-SW
                   END-IF
               END-IF
           END-IF
           .

       900-Close-Files.
           CLOSE CUSTOMER-FILE
           IF WS-CATMAST-IS-OPEN
               CLOSE CATEGORY-MASTER
           END-IF
           IF WS-REPMAST-IS-OPEN
               CLOSE REP-MASTER
           END-IF
           IF WS-CONTACT-IS-OPEN
               CLOSE CONTACT-FILE
           END-IF
           IF WS-CUSTDOC-IS-OPEN
               CLOSE DOCUMENT-FILE
           END-IF
           IF WS-CUSTBAL-IS-OPEN
               CLOSE OPEN-BALANCE-FILE
           END-IF
           IF WS-CRHOLD-IS-OPEN
               CLOSE CREDIT-HOLD-FILE
           END-IF
           IF WS-SALESHIS-IS-OPEN
               CLOSE SALES-HISTORY-FILE
           END-IF
           IF WS-WORKLIST-IS-OPEN
               CLOSE EXCEPTION-WORKLIST
           END-IF
           IF WS-PENDING-IS-OPEN
               CLOSE PENDING-CHANGE-FILE
           END-IF
           .

       COPY "signon.cpy".
