      * oprrev.cbl
      * Operator activity and segregation-of-duties review. For a
      * CCYYMMDD date range it lines up SESSION-LOG, CUSTFILE-AUDIT
      * and PENDING-CHANGE-FILE per operator - sign-ons and failed,
      * locked-out and expired attempts by SN-RESULT; adds, changes,
      * deletes, reinstatements and renumberings by CA-ACTION;
      * credit raises approved - and lists the exceptions the
      * quarterly audit asks about:
      *   AFTER-HRS   customer maintenance outside business hours
      *               (weekends, or outside OPRREV-HOURS)
      *   SELF-APPR   a credit raise approved by the operator who
      *               asked for it
      *   SAME-WKSTN  a credit raise approved from the workstation
      *               the requester signed on at
      *   RIGHT-LOST  maintenance or an approval by an operator
      *               whose OPERATOR-PROFILE no longer holds the
      *               right it needed (or who has no profile now);
      *               credappr.cbl applying an approved raise
      *               needs only the credit right
      *   NO-APPROVL  a credit limit raised past the approval
      *               threshold with no matching approved
      *               PENDING-CHANGE-FILE row
      * Output goes to oprrev.rpt.
      *
      * Business hours default to 0700-1900, Monday to Friday, and
      * can be set with the OPRREV-HOURS environment variable as
      * HHMMHHMM (start, end), the way suspage.cbl takes SUSPAGE-DAYS.
       IDENTIFICATION              DIVISION.
       PROGRAM-ID. oprrev.
       AUTHOR. sjolivet.
       DATE-WRITTEN. Thursday, October 15, 2026.
       REMARKS.
           Operator activity and segregation-of-duties review.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "custaudit.sl".
           COPY "sesslog.sl".
           COPY "pendchg.sl".
           COPY "oprprof.sl".
           SELECT OPERATOR-REVIEW-RPT
               ASSIGN TO "oprrev.rpt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RPT-FILE-STATUS.
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "custaudit.fd".
           COPY "sesslog.fd".
           COPY "pendchg.fd".
           COPY "oprprof.fd".
       FD  OPERATOR-REVIEW-RPT
           LABEL RECORD IS STANDARD.
       01  RPT-LINE                        PIC X(132).
       WORKING-STORAGE             SECTION.
       COPY "acucobol.def".
       COPY "custimg.def".

       01  WS-PROGRAM-ID                   PIC X(10) VALUE "oprrev".
       01  WS-AUDIT-FILE-STATUS            PIC XX VALUE "00".
       01  WS-SESSLOG-FILE-STATUS          PIC XX VALUE "00".
       01  WS-PENDING-FILE-STATUS          PIC XX VALUE "00".
       01  WS-OPRPROF-FILE-STATUS          PIC XX VALUE "00".
       01  WS-RPT-FILE-STATUS              PIC XX VALUE "00".
       01  WS-EOF-SW                       PIC X(1) VALUE "N".
           88  WS-END-OF-FILE              VALUE "Y".
       01  WS-SESSLOG-OPEN-SW              PIC X(1) VALUE "N".
           88  WS-SESSLOG-OPEN             VALUE "Y".
       01  WS-PENDING-OPEN-SW              PIC X(1) VALUE "N".
           88  WS-PENDING-OPEN             VALUE "Y".
       01  WS-OPRPROF-OPEN-SW              PIC X(1) VALUE "N".
           88  WS-OPRPROF-OPEN             VALUE "Y".

      * -- operator-entered date range --
       01  WS-SEL-FROM-DATE                PIC X(8) VALUE SPACES.
       01  WS-SEL-TO-DATE                  PIC X(8) VALUE SPACES.
       01  WS-ROW-DATE                     PIC X(8) VALUE SPACES.
       01  WS-FROM-TEXT                    PIC X(8) VALUE SPACES.
       01  WS-TO-TEXT                      PIC X(8) VALUE SPACES.
       01  WS-IN-RANGE-SW                  PIC X(1) VALUE "N".
           88  WS-IN-RANGE                 VALUE "Y".

      * -- business hours, HHMMHHMM --
       01  WS-HOURS-ENTRY                  PIC X(8) VALUE SPACES.
       01  WS-BUSINESS-HOURS.
           05  WS-DAY-START                PIC X(4) VALUE "0700".
           05  WS-DAY-END                  PIC X(4) VALUE "1900".
       01  WS-DAY-OF-WEEK                  PIC 9(1) VALUE ZERO.
           88  WS-WEEKEND-DAY              VALUE 0 6.

      * -- the credit raise that needs a second operator; the same
      * figure as WS-CREDIT-APPR-THRESHOLD in webbrowsr.wrk --
       01  WS-CREDIT-APPR-THRESHOLD        PIC 9(9)V99 VALUE 50000.
       01  WS-OLD-LIMIT                    PIC 9(9)V99 VALUE ZERO.
       01  WS-NEW-LIMIT                    PIC 9(9)V99 VALUE ZERO.
       01  WS-CREDIT-CHANGED-SW            PIC X(1) VALUE "N".
           88  WS-CREDIT-CHANGED           VALUE "Y".
       01  WS-APPROVAL-FOUND-SW            PIC X(1) VALUE "N".
           88  WS-APPROVAL-FOUND           VALUE "Y".
       01  WS-PC-SCAN-SW                   PIC X(1) VALUE "N".
           88  WS-PC-SCAN-DONE             VALUE "Y".
       01  WS-LIMIT-ONLY-SW                PIC X(1) VALUE "N".
           88  WS-LIMIT-ONLY               VALUE "Y".

      * -- rights the entry being checked needed --
       01  WS-NEEDS-MAINT-SW               PIC X(1) VALUE "N".
           88  WS-NEEDS-MAINT              VALUE "Y".
       01  WS-NEEDS-DELETE-SW              PIC X(1) VALUE "N".
           88  WS-NEEDS-DELETE             VALUE "Y".
       01  WS-NEEDS-CREDIT-SW              PIC X(1) VALUE "N".
           88  WS-NEEDS-CREDIT             VALUE "Y".
       01  WS-RIGHT-TEXT                   PIC X(30) VALUE SPACES.

      * -- successful sign-ons, kept to find the workstation an
      * operator was on at a given moment. Held as a ring: on a
      * very long log the oldest sign-ons drop out first --
       01  WS-SIGNON-MAX                   PIC 9(5) VALUE 20000.
       01  WS-SIGNON-COUNT                 PIC 9(5) VALUE ZERO.
       01  WS-SIGNON-SEEN                  PIC 9(7) VALUE ZERO.
       01  WS-SIGNON-SLOT                  PIC 9(5) VALUE ZERO.
       01  WS-SIGNON-TABLE.
           05  WS-SIGNON-ENTRY OCCURS 20000 TIMES
                   INDEXED BY WS-SIGNON-IDX.
               10  SO-TIMESTAMP            PIC X(14).
               10  SO-OPERATOR-ID          PIC X(8).
               10  SO-WORKSTATION-ID       PIC X(16).
       01  WS-LK-OPERATOR-ID               PIC X(8) VALUE SPACES.
       01  WS-LK-TIMESTAMP                 PIC X(14) VALUE SPACES.
       01  WS-LK-BEST-TS                   PIC X(14) VALUE SPACES.
       01  WS-LK-WORKSTATION-ID            PIC X(16) VALUE SPACES.
       01  WS-REQ-WORKSTATION-ID           PIC X(16) VALUE SPACES.
       01  WS-DEC-WORKSTATION-ID           PIC X(16) VALUE SPACES.

      * -- one row per operator seen in the range --
       01  WS-OPR-TABLE-MAX                PIC 9(3) VALUE 500.
       01  WS-OPR-COUNT                    PIC 9(3) VALUE ZERO.
       01  WS-OPR-TABLE.
           05  WS-OPR-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-OPR-COUNT
                   INDEXED BY WS-OPR-IDX.
               10  OT-OPERATOR-ID          PIC X(8).
               10  OT-SIGNONS              PIC 9(5).
               10  OT-FAILED               PIC 9(5).
               10  OT-LOCKED               PIC 9(5).
               10  OT-EXPIRED              PIC 9(5).
               10  OT-ADDS                 PIC 9(5).
               10  OT-CHANGES              PIC 9(5).
               10  OT-DELETES              PIC 9(5).
               10  OT-REINSTATES           PIC 9(5).
               10  OT-RENUMBERS            PIC 9(5).
               10  OT-APPROVALS            PIC 9(5).
               10  OT-EXCEPTIONS           PIC 9(5).
       01  WS-OX                           PIC 9(3) VALUE ZERO.
       01  WS-OPR-LOOKUP                   PIC X(8) VALUE SPACES.
       01  WS-OPR-FULL-SW                  PIC X(1) VALUE "N".
           88  WS-OPR-TABLE-FULL           VALUE "Y".

      * -- one exception, built by the checks and printed by
      * 800-Print-Exception --
       01  WS-EXC-TYPE                     PIC X(10) VALUE SPACES.
       01  WS-EXC-TIMESTAMP                PIC X(21) VALUE SPACES.
       01  WS-EXC-OPERATOR-ID              PIC X(8) VALUE SPACES.
       01  WS-EXC-CUST-NO                  PIC 9(6) VALUE ZERO.
       01  WS-EXC-DETAIL                   PIC X(70) VALUE SPACES.

      * -- counters --
       01  WS-SESSLOG-READ                 PIC 9(7) VALUE ZERO.
       01  WS-AUDIT-READ                   PIC 9(7) VALUE ZERO.
       01  WS-PENDING-READ                 PIC 9(7) VALUE ZERO.
       01  WS-EXCEPTION-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-AFTER-HRS-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-SELF-APPR-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-SAME-WKSTN-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-RIGHT-LOST-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-NO-APPROVAL-COUNT            PIC 9(5) VALUE ZERO.

      * -- timestamp reformatted for the report, as audinq.cbl --
       01  WS-TS-DISPLAY.
           05  WS-TS-CCYY                  PIC X(4).
           05  FILLER                      PIC X(1) VALUE "-".
           05  WS-TS-MM                    PIC X(2).
           05  FILLER                      PIC X(1) VALUE "-".
           05  WS-TS-DD                    PIC X(2).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-TS-HH                    PIC X(2).
           05  FILLER                      PIC X(1) VALUE ":".
           05  WS-TS-MN                    PIC X(2).

       01  WS-LIMIT-EDITED                 PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-EXCEPTION-LINE.
           05  XL-TYPE                     PIC X(10).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  XL-TIMESTAMP                PIC X(16).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  XL-OPERATOR-ID              PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  XL-CUST-NO                  PIC X(6).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  XL-DETAIL                   PIC X(70).

       01  WS-SUMMARY-HEADING.
           05  FILLER  PIC X(32) VALUE "Operator  Name".
           05  FILLER  PIC X(35)
               VALUE "Signon Failed Locked Expird    Add ".
           05  FILLER  PIC X(41)
               VALUE "Change Delete Reinst Renumb   Appr   Excp".
           05  FILLER  PIC X(24) VALUE SPACES.
       01  WS-SUMMARY-HEADING-2 REDEFINES WS-SUMMARY-HEADING
                                           PIC X(132).

       01  WS-SUMMARY-LINE.
           05  SL-OPERATOR-ID              PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  SL-OPERATOR-NAME            PIC X(20).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  SL-SIGNONS                  PIC ZZ,ZZ9.
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  SL-FAILED                   PIC ZZ,ZZ9.
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  SL-LOCKED                   PIC ZZ,ZZ9.
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  SL-EXPIRED                  PIC ZZ,ZZ9.
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  SL-ADDS                     PIC ZZ,ZZ9.
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  SL-CHANGES                  PIC ZZ,ZZ9.
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  SL-DELETES                  PIC ZZ,ZZ9.
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  SL-REINSTATES               PIC ZZ,ZZ9.
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  SL-RENUMBERS                PIC ZZ,ZZ9.
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  SL-APPROVALS                PIC ZZ,ZZ9.
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  SL-EXCEPTIONS               PIC ZZ,ZZ9.

       01  WS-EDITED-COUNT                 PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       000-Main.
           PERFORM 050-Accept-Parameters
           PERFORM 100-Open-Files
           IF WS-SESSLOG-OPEN
               PERFORM 200-Scan-Session-Log
           END-IF
           PERFORM 300-Scan-Audit-Trail
           IF WS-PENDING-OPEN
               PERFORM 400-Scan-Approvals
           END-IF
           PERFORM 500-Print-Operator-Summary
           PERFORM 600-Print-Footer
           PERFORM 900-Close-Files
           PERFORM 950-Archive-Report
           STOP RUN
           .

       050-Accept-Parameters.
           DISPLAY "From date CCYYMMDD (blank = open): "
               WITH NO ADVANCING
           ACCEPT WS-SEL-FROM-DATE
           DISPLAY "To date CCYYMMDD (blank = open): "
               WITH NO ADVANCING
           ACCEPT WS-SEL-TO-DATE
           IF WS-SEL-FROM-DATE NOT = SPACES
                   AND WS-SEL-FROM-DATE IS NOT NUMERIC
               DISPLAY "From date must be CCYYMMDD - run aborted."
               STOP RUN
           END-IF
           IF WS-SEL-TO-DATE NOT = SPACES
                   AND WS-SEL-TO-DATE IS NOT NUMERIC
               DISPLAY "To date must be CCYYMMDD - run aborted."
               STOP RUN
           END-IF
           ACCEPT WS-HOURS-ENTRY FROM ENVIRONMENT "OPRREV-HOURS"
           IF WS-HOURS-ENTRY NOT = SPACES
               IF WS-HOURS-ENTRY IS NUMERIC
                       AND WS-HOURS-ENTRY (1:4) < WS-HOURS-ENTRY (5:4)
                       AND WS-HOURS-ENTRY (5:4) NOT > "2400"
                   MOVE WS-HOURS-ENTRY TO WS-BUSINESS-HOURS
               ELSE
                   DISPLAY "WARNING: OPRREV-HOURS " WS-HOURS-ENTRY
                       " is not HHMMHHMM - using " WS-DAY-START
                       "-" WS-DAY-END
               END-IF
           END-IF
           .

       100-Open-Files.
           OPEN INPUT CUSTFILE-AUDIT
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open custaudit, status "
                   WS-AUDIT-FILE-STATUS
               DISPLAY "oprrev run aborted - see above."
               STOP RUN
           END-IF
           OPEN OUTPUT OPERATOR-REVIEW-RPT
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open oprrev.rpt, status "
                   WS-RPT-FILE-STATUS
               DISPLAY "oprrev run aborted - see above."
               CLOSE CUSTFILE-AUDIT
               STOP RUN
           END-IF
      * the other three are looked at where present - a missing
      * one is noted on the report rather than stopping the review
           OPEN INPUT SESSION-LOG
           IF WS-SESSLOG-FILE-STATUS = "00"
               SET WS-SESSLOG-OPEN TO TRUE
           END-IF
           OPEN INPUT PENDING-CHANGE-FILE
           IF WS-PENDING-FILE-STATUS = "00"
               SET WS-PENDING-OPEN TO TRUE
           END-IF
           OPEN INPUT OPERATOR-PROFILE
           IF WS-OPRPROF-FILE-STATUS = "00"
               SET WS-OPRPROF-OPEN TO TRUE
           END-IF
           MOVE "(open)" TO WS-FROM-TEXT
           IF WS-SEL-FROM-DATE NOT = SPACES
               MOVE WS-SEL-FROM-DATE TO WS-FROM-TEXT
           END-IF
           MOVE "(open)" TO WS-TO-TEXT
           IF WS-SEL-TO-DATE NOT = SPACES
               MOVE WS-SEL-TO-DATE TO WS-TO-TEXT
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "Operator Activity Review - " WS-FROM-TEXT
               " to " WS-TO-TEXT " - business hours " WS-DAY-START
               "-" WS-DAY-END " Mon-Fri"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF NOT WS-SESSLOG-OPEN
               MOVE SPACES TO RPT-LINE
               STRING "NOTE: no sesslog file - sign-on counts and "
                   "workstation checks not available."
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           IF NOT WS-PENDING-OPEN
               MOVE SPACES TO RPT-LINE
               STRING "NOTE: no pendchg file - every credit raise past"
                   " the threshold shows as unapproved."
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           IF NOT WS-OPRPROF-OPEN
               MOVE SPACES TO RPT-LINE
               STRING "NOTE: no oprprof file - every operator shows as"
                   " holding no rights today."
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "Exceptions" TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           .

       150-Check-Date-Range.
      * WS-ROW-DATE is set by the caller
           MOVE "Y" TO WS-IN-RANGE-SW
           IF WS-SEL-FROM-DATE NOT = SPACES
                   AND WS-ROW-DATE < WS-SEL-FROM-DATE
               MOVE "N" TO WS-IN-RANGE-SW
           END-IF
           IF WS-SEL-TO-DATE NOT = SPACES
                   AND WS-ROW-DATE > WS-SEL-TO-DATE
               MOVE "N" TO WS-IN-RANGE-SW
           END-IF
           .

      ******************************************************************
      * Session log: count each operator's attempts in the range,
      * and keep every successful sign-on up to the end of the range
      * for the workstation checks - an approval in the range may
      * answer a request raised before it.
      ******************************************************************
       200-Scan-Session-Log.
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-END-OF-FILE
               READ SESSION-LOG
                   AT END MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-SESSLOG-READ
                       PERFORM 210-Take-Session-Row
               END-READ
           END-PERFORM
           IF WS-SIGNON-SEEN > WS-SIGNON-MAX
               MOVE SPACES TO RPT-LINE
               STRING "NOTE: sign-on log exceeds the lookup table - "
                   "oldest sign-ons not used for workstation checks."
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           .

       210-Take-Session-Row.
           MOVE SN-TIMESTAMP (1:8) TO WS-ROW-DATE
           IF SN-SIGNED-ON
                   AND (WS-SEL-TO-DATE = SPACES
                   OR WS-ROW-DATE NOT > WS-SEL-TO-DATE)
               ADD 1 TO WS-SIGNON-SEEN
               COMPUTE WS-SIGNON-SLOT
                   = FUNCTION MOD (WS-SIGNON-SEEN - 1, WS-SIGNON-MAX)
                     + 1
               IF WS-SIGNON-COUNT < WS-SIGNON-MAX
                   ADD 1 TO WS-SIGNON-COUNT
               END-IF
               MOVE SN-TIMESTAMP (1:14)
                   TO SO-TIMESTAMP (WS-SIGNON-SLOT)
               MOVE SN-OPERATOR-ID TO SO-OPERATOR-ID (WS-SIGNON-SLOT)
               MOVE SN-WORKSTATION-ID
                   TO SO-WORKSTATION-ID (WS-SIGNON-SLOT)
           END-IF
           PERFORM 150-Check-Date-Range
           IF WS-IN-RANGE
               MOVE SN-OPERATOR-ID TO WS-OPR-LOOKUP
               PERFORM 700-Find-Operator-Slot
               IF WS-OX > ZERO
                   EVALUATE TRUE
                       WHEN SN-SIGNED-ON
                           ADD 1 TO OT-SIGNONS (WS-OX)
                       WHEN SN-FAILED
                           ADD 1 TO OT-FAILED (WS-OX)
                       WHEN SN-LOCKED
                           ADD 1 TO OT-LOCKED (WS-OX)
                       WHEN SN-EXPIRED
                           ADD 1 TO OT-EXPIRED (WS-OX)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF
           .

      ******************************************************************
      * Audit trail: tally each operator's maintenance and check
      * every entry in the range for hours, rights and unapproved
      * credit raises. Only the operator-driven actions are checked -
      * credit holds and releases (H/L) are the night run's, and
      * Q/X entries are requests and rejections that changed
      * nothing on the master.
      ******************************************************************
       300-Scan-Audit-Trail.
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-END-OF-FILE
               READ CUSTFILE-AUDIT
                   AT END MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-AUDIT-READ
                       MOVE CA-TIMESTAMP (1:8) TO WS-ROW-DATE
                       PERFORM 150-Check-Date-Range
                       IF WS-IN-RANGE
                           PERFORM 310-Review-Audit-Entry
                       END-IF
               END-READ
           END-PERFORM
           .

       310-Review-Audit-Entry.
           IF CA-ACTION-ADD OR CA-ACTION-CHANGE OR CA-ACTION-DELETE
                   OR CA-ACTION-REINSTATE OR CA-ACTION-RENUMBER-OUT
                   OR CA-ACTION-RENUMBER-IN
               MOVE CA-OPERATOR-ID TO WS-OPR-LOOKUP
               PERFORM 700-Find-Operator-Slot
               IF WS-OX > ZERO
                   EVALUATE TRUE
                       WHEN CA-ACTION-ADD
                           ADD 1 TO OT-ADDS (WS-OX)
                       WHEN CA-ACTION-CHANGE
                           ADD 1 TO OT-CHANGES (WS-OX)
                       WHEN CA-ACTION-DELETE
                           ADD 1 TO OT-DELETES (WS-OX)
                       WHEN CA-ACTION-REINSTATE
                           ADD 1 TO OT-REINSTATES (WS-OX)
      * a renumbering logs an "O" and an "N" - count the customer
      * once
                       WHEN CA-ACTION-RENUMBER-OUT
                           ADD 1 TO OT-RENUMBERS (WS-OX)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               MOVE CA-BEFORE-IMAGE TO WS-BEFORE-IMAGE-REC
               MOVE CA-AFTER-IMAGE TO WS-AFTER-IMAGE-REC
               PERFORM 320-Note-Credit-Change
      * the "N" half of a renumbering is checked through its "O"
               IF NOT CA-ACTION-RENUMBER-IN
                   PERFORM 330-Check-Business-Hours
                   PERFORM 340-Check-Rights-Held
               END-IF
               IF WS-CREDIT-CHANGED
                   AND (CA-ACTION-ADD OR CA-ACTION-CHANGE)
                   PERFORM 350-Check-Credit-Approval
               END-IF
           END-IF
           .

       320-Note-Credit-Change.
      * an all-spaces side (add or delete image) has no limit;
      * read it as zero
           MOVE ZERO TO WS-OLD-LIMIT
           MOVE ZERO TO WS-NEW-LIMIT
           IF BI-CUST-CREDIT-LIMIT-X NOT = SPACES
                   AND BI-CUST-CREDIT-LIMIT IS NUMERIC
               MOVE BI-CUST-CREDIT-LIMIT TO WS-OLD-LIMIT
           END-IF
           IF AI-CUST-CREDIT-LIMIT-X NOT = SPACES
                   AND AI-CUST-CREDIT-LIMIT IS NUMERIC
               MOVE AI-CUST-CREDIT-LIMIT TO WS-NEW-LIMIT
           END-IF
           MOVE "N" TO WS-CREDIT-CHANGED-SW
           IF (CA-ACTION-ADD OR CA-ACTION-CHANGE)
                   AND WS-NEW-LIMIT NOT = WS-OLD-LIMIT
               MOVE "Y" TO WS-CREDIT-CHANGED-SW
           END-IF
           .

       330-Check-Business-Hours.
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD
               (FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL (CA-TIMESTAMP (1:8))), 7)
      * day 1 of the integer-date calendar is a Monday, so the
      * remainder is 6 on a Saturday and 0 on a Sunday
           IF WS-WEEKEND-DAY
                   OR CA-TIMESTAMP (9:4) < WS-DAY-START
                   OR CA-TIMESTAMP (9:4) NOT < WS-DAY-END
               MOVE "AFTER-HRS" TO WS-EXC-TYPE
               MOVE SPACES TO WS-EXC-DETAIL
               EVALUATE TRUE
                   WHEN CA-ACTION-ADD
                       MOVE "Add" TO WS-EXC-DETAIL
                   WHEN CA-ACTION-CHANGE
                       MOVE "Change" TO WS-EXC-DETAIL
                   WHEN CA-ACTION-DELETE
                       MOVE "Delete" TO WS-EXC-DETAIL
                   WHEN CA-ACTION-REINSTATE
                       MOVE "Reinstatement" TO WS-EXC-DETAIL
                   WHEN OTHER
                       MOVE "Renumbering" TO WS-EXC-DETAIL
               END-EVALUATE
               IF WS-WEEKEND-DAY
                   MOVE "at the weekend" TO WS-EXC-DETAIL (15:20)
               ELSE
                   MOVE "outside business hours"
                       TO WS-EXC-DETAIL (15:30)
               END-IF
               MOVE CA-TIMESTAMP TO WS-EXC-TIMESTAMP
               MOVE CA-OPERATOR-ID TO WS-EXC-OPERATOR-ID
               MOVE CA-CUST-NO TO WS-EXC-CUST-NO
               ADD 1 TO WS-AFTER-HRS-COUNT
               PERFORM 800-Print-Exception
           END-IF
           .

       340-Check-Rights-Held.
      * the right each action needed when it was done, against the
      * profile as it stands today
           MOVE "N" TO WS-NEEDS-MAINT-SW
           MOVE "N" TO WS-NEEDS-DELETE-SW
           MOVE "N" TO WS-NEEDS-CREDIT-SW
      * a change that only moves the limit to an approved request's
      * figure, made by that request's approver, is credappr.cbl
      * applying the approval - that needs the credit right alone
           MOVE "N" TO WS-APPROVAL-FOUND-SW
           IF CA-ACTION-CHANGE AND WS-CREDIT-CHANGED
               PERFORM 345-Check-Limit-Only
               IF WS-LIMIT-ONLY
                   PERFORM 355-Find-Approved-Request
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN CA-ACTION-DELETE
                   SET WS-NEEDS-DELETE TO TRUE
               WHEN CA-ACTION-RENUMBER-OUT
                   SET WS-NEEDS-MAINT TO TRUE
                   SET WS-NEEDS-DELETE TO TRUE
               WHEN WS-APPROVAL-FOUND
                   CONTINUE
               WHEN OTHER
                   SET WS-NEEDS-MAINT TO TRUE
           END-EVALUATE
           IF WS-CREDIT-CHANGED
               SET WS-NEEDS-CREDIT TO TRUE
           END-IF
           MOVE CA-OPERATOR-ID TO WS-EXC-OPERATOR-ID
           PERFORM 360-Compare-Profile-Rights
           IF WS-RIGHT-TEXT NOT = SPACES
               MOVE "RIGHT-LOST" TO WS-EXC-TYPE
               MOVE CA-TIMESTAMP TO WS-EXC-TIMESTAMP
               MOVE CA-CUST-NO TO WS-EXC-CUST-NO
               ADD 1 TO WS-RIGHT-LOST-COUNT
               PERFORM 800-Print-Exception
           END-IF
           .

       345-Check-Limit-Only.
      * the last-change stamp moves with every rewrite, so it is not
      * counted as a change of its own
           MOVE "N" TO WS-LIMIT-ONLY-SW
           IF BI-CUST-NO = AI-CUST-NO
                   AND BI-CUST-NAME = AI-CUST-NAME
                   AND BI-CUST-ADDR1 = AI-CUST-ADDR1
                   AND BI-CUST-ADDR2 = AI-CUST-ADDR2
                   AND BI-CUST-CITY = AI-CUST-CITY
                   AND BI-CUST-STATE = AI-CUST-STATE
                   AND BI-CUST-ZIP = AI-CUST-ZIP
                   AND BI-CUST-PHONE = AI-CUST-PHONE
                   AND BI-CUST-CATEGORY = AI-CUST-CATEGORY
                   AND BI-CUST-STATUS = AI-CUST-STATUS
                   AND BI-CUST-TERMS = AI-CUST-TERMS
                   AND BI-CUST-DOC-URL = AI-CUST-DOC-URL
                   AND BI-CUST-REP = AI-CUST-REP
                   AND BI-COMPANY-CODE = AI-COMPANY-CODE
                   AND BI-CREDIT-HOLD = AI-CREDIT-HOLD
                   AND BI-HOLD-REASON = AI-HOLD-REASON
                   AND BI-PARENT-CUST-X = AI-PARENT-CUST-X
               MOVE "Y" TO WS-LIMIT-ONLY-SW
           END-IF
           .

       350-Check-Credit-Approval.
      * a lowered limit, or a raise that stays within the threshold,
      * commits without a second operator (webbrowsr.prd); anything
      * else must match an approved request for the same customer
      * and the same new limit, decided by the operator whose change
      * applied it (credappr.cbl)
           IF WS-NEW-LIMIT > WS-OLD-LIMIT
                   AND WS-NEW-LIMIT > WS-CREDIT-APPR-THRESHOLD
               PERFORM 355-Find-Approved-Request
               IF NOT WS-APPROVAL-FOUND
                   MOVE "NO-APPROVL" TO WS-EXC-TYPE
                   MOVE WS-OLD-LIMIT TO WS-LIMIT-EDITED
                   MOVE SPACES TO WS-EXC-DETAIL
                   STRING "Credit limit " WS-LIMIT-EDITED " ->"
                       DELIMITED BY SIZE INTO WS-EXC-DETAIL
                   MOVE WS-NEW-LIMIT TO WS-LIMIT-EDITED
                   MOVE WS-LIMIT-EDITED TO WS-EXC-DETAIL (32:14)
                   MOVE "no approved request" TO WS-EXC-DETAIL (48:23)
                   MOVE CA-TIMESTAMP TO WS-EXC-TIMESTAMP
                   MOVE CA-OPERATOR-ID TO WS-EXC-OPERATOR-ID
                   MOVE CA-CUST-NO TO WS-EXC-CUST-NO
                   ADD 1 TO WS-NO-APPROVAL-COUNT
                   PERFORM 800-Print-Exception
               END-IF
           END-IF
           .

       355-Find-Approved-Request.
      * an approved request for this customer and the after-image
      * limit, decided by the operator who made the audited change
           MOVE "N" TO WS-APPROVAL-FOUND-SW
           IF WS-PENDING-OPEN
               MOVE "N" TO WS-PC-SCAN-SW
               MOVE CA-CUST-NO TO PC-CUST-NO
               MOVE LOW-VALUES TO PC-REQUEST-TS
               START PENDING-CHANGE-FILE
                   KEY IS NOT LESS THAN PC-KEY
                   INVALID KEY SET WS-PC-SCAN-DONE TO TRUE
               END-START
               PERFORM UNTIL WS-PC-SCAN-DONE OR WS-APPROVAL-FOUND
                   READ PENDING-CHANGE-FILE NEXT RECORD
                       AT END SET WS-PC-SCAN-DONE TO TRUE
                       NOT AT END
                           IF PC-CUST-NO NOT = CA-CUST-NO
                               SET WS-PC-SCAN-DONE TO TRUE
                           ELSE
                               IF PC-STATUS-APPROVED
                                  AND PC-NEW-LIMIT = WS-NEW-LIMIT
                                  AND PC-DECISION-OPERATOR
                                      = CA-OPERATOR-ID
                                   SET WS-APPROVAL-FOUND TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           .

       360-Compare-Profile-Rights.
      * WS-EXC-OPERATOR-ID and the WS-NEEDS- switches are set by the
      * caller; WS-RIGHT-TEXT comes back naming any right missing
           MOVE SPACES TO WS-RIGHT-TEXT
           MOVE "N" TO OP-RIGHT-MAINT
           MOVE "N" TO OP-RIGHT-DELETE
           MOVE "N" TO OP-RIGHT-CREDIT
           MOVE "00" TO WS-OPRPROF-FILE-STATUS
           IF WS-OPRPROF-OPEN
               MOVE WS-EXC-OPERATOR-ID TO OP-OPERATOR-ID
               READ OPERATOR-PROFILE
                   INVALID KEY CONTINUE
               END-READ
           END-IF
           IF NOT WS-OPRPROF-OPEN OR WS-OPRPROF-FILE-STATUS NOT = "00"
               MOVE "N" TO OP-RIGHT-MAINT
               MOVE "N" TO OP-RIGHT-DELETE
               MOVE "N" TO OP-RIGHT-CREDIT
           END-IF
           EVALUATE TRUE
               WHEN WS-NEEDS-MAINT AND NOT OP-CAN-MAINT
                   MOVE "maintenance" TO WS-RIGHT-TEXT
               WHEN WS-NEEDS-DELETE AND NOT OP-CAN-DELETE
                   MOVE "delete" TO WS-RIGHT-TEXT
               WHEN WS-NEEDS-CREDIT AND NOT OP-CAN-CREDIT
                   MOVE "credit-limit" TO WS-RIGHT-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-RIGHT-TEXT NOT = SPACES
               MOVE SPACES TO WS-EXC-DETAIL
               IF WS-OPRPROF-FILE-STATUS = "00" AND WS-OPRPROF-OPEN
                   STRING "Profile no longer holds the "
                       WS-RIGHT-TEXT DELIMITED BY "  "
                       " right" DELIMITED BY SIZE
                       INTO WS-EXC-DETAIL
               ELSE
                   STRING "No operator profile now - needed the "
                       WS-RIGHT-TEXT DELIMITED BY "  "
                       " right" DELIMITED BY SIZE
                       INTO WS-EXC-DETAIL
               END-IF
           END-IF
           .

      ******************************************************************
      * Approvals: every credit raise approved in the range, checked
      * for the approver being the requester, or approving from the
      * workstation the requester was signed on at when the raise
      * was keyed. The workstation is the one on each operator's
      * last successful sign-on at or before the moment in question.
      ******************************************************************
       400-Scan-Approvals.
           MOVE "N" TO WS-EOF-SW
           MOVE LOW-VALUES TO PC-KEY
           START PENDING-CHANGE-FILE KEY IS NOT LESS THAN PC-KEY
               INVALID KEY MOVE "Y" TO WS-EOF-SW
           END-START
           PERFORM UNTIL WS-END-OF-FILE
               READ PENDING-CHANGE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-PENDING-READ
                       IF PC-STATUS-APPROVED
                           MOVE PC-DECISION-TS (1:8) TO WS-ROW-DATE
                           PERFORM 150-Check-Date-Range
                           IF WS-IN-RANGE
                               PERFORM 410-Review-Approval
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       410-Review-Approval.
           MOVE PC-DECISION-OPERATOR TO WS-OPR-LOOKUP
           PERFORM 700-Find-Operator-Slot
           IF WS-OX > ZERO
               ADD 1 TO OT-APPROVALS (WS-OX)
           END-IF
           MOVE PC-DECISION-TS TO WS-EXC-TIMESTAMP
           MOVE PC-DECISION-OPERATOR TO WS-EXC-OPERATOR-ID
           MOVE PC-CUST-NO TO WS-EXC-CUST-NO
           IF PC-DECISION-OPERATOR = PC-REQUEST-OPERATOR
               MOVE "SELF-APPR" TO WS-EXC-TYPE
               MOVE SPACES TO WS-EXC-DETAIL
               STRING "Approved own raise requested "
                   PC-REQUEST-TS (1:8) DELIMITED BY SIZE
                   INTO WS-EXC-DETAIL
               ADD 1 TO WS-SELF-APPR-COUNT
               PERFORM 800-Print-Exception
           ELSE
               MOVE PC-REQUEST-OPERATOR TO WS-LK-OPERATOR-ID
               MOVE PC-REQUEST-TS (1:14) TO WS-LK-TIMESTAMP
               PERFORM 420-Find-Workstation
               MOVE WS-LK-WORKSTATION-ID TO WS-REQ-WORKSTATION-ID
               MOVE PC-DECISION-OPERATOR TO WS-LK-OPERATOR-ID
               MOVE PC-DECISION-TS (1:14) TO WS-LK-TIMESTAMP
               PERFORM 420-Find-Workstation
               MOVE WS-LK-WORKSTATION-ID TO WS-DEC-WORKSTATION-ID
               IF WS-REQ-WORKSTATION-ID NOT = SPACES
                       AND WS-REQ-WORKSTATION-ID
                           = WS-DEC-WORKSTATION-ID
                   MOVE "SAME-WKSTN" TO WS-EXC-TYPE
                   MOVE SPACES TO WS-EXC-DETAIL
                   STRING "Raise by " PC-REQUEST-OPERATOR
                       " approved from the same workstation "
                       WS-REQ-WORKSTATION-ID DELIMITED BY SIZE
                       INTO WS-EXC-DETAIL
                   ADD 1 TO WS-SAME-WKSTN-COUNT
                   PERFORM 800-Print-Exception
               END-IF
           END-IF
      * approving takes the credit-limit right
           MOVE "N" TO WS-NEEDS-MAINT-SW
           MOVE "N" TO WS-NEEDS-DELETE-SW
           MOVE "Y" TO WS-NEEDS-CREDIT-SW
           PERFORM 360-Compare-Profile-Rights
           IF WS-RIGHT-TEXT NOT = SPACES
               MOVE "RIGHT-LOST" TO WS-EXC-TYPE
               ADD 1 TO WS-RIGHT-LOST-COUNT
               PERFORM 800-Print-Exception
           END-IF
           .

       420-Find-Workstation.
           MOVE SPACES TO WS-LK-WORKSTATION-ID
           MOVE SPACES TO WS-LK-BEST-TS
           PERFORM VARYING WS-SIGNON-IDX FROM 1 BY 1
                   UNTIL WS-SIGNON-IDX > WS-SIGNON-COUNT
               IF SO-OPERATOR-ID (WS-SIGNON-IDX) = WS-LK-OPERATOR-ID
                   AND SO-TIMESTAMP (WS-SIGNON-IDX)
                       NOT > WS-LK-TIMESTAMP
                   AND SO-TIMESTAMP (WS-SIGNON-IDX) > WS-LK-BEST-TS
                   MOVE SO-TIMESTAMP (WS-SIGNON-IDX) TO WS-LK-BEST-TS
                   MOVE SO-WORKSTATION-ID (WS-SIGNON-IDX)
                       TO WS-LK-WORKSTATION-ID
               END-IF
           END-PERFORM
           .

       500-Print-Operator-Summary.
           IF WS-EXCEPTION-COUNT = ZERO
               MOVE "    (no exceptions in the range)" TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "Activity by operator" TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-SUMMARY-HEADING-2 TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-OX FROM 1 BY 1 UNTIL WS-OX > WS-OPR-COUNT
               PERFORM 510-Print-Operator-Line
           END-PERFORM
           IF WS-OPR-TABLE-FULL
               MOVE SPACES TO RPT-LINE
               STRING "WARNING: more operators than the summary table "
                   "holds - later operators not counted."
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           .

       510-Print-Operator-Line.
           MOVE OT-OPERATOR-ID (WS-OX) TO SL-OPERATOR-ID
           MOVE "(no profile)" TO SL-OPERATOR-NAME
           IF WS-OPRPROF-OPEN
               MOVE OT-OPERATOR-ID (WS-OX) TO OP-OPERATOR-ID
               READ OPERATOR-PROFILE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-OPRPROF-FILE-STATUS = "00"
                   MOVE OP-OPERATOR-NAME TO SL-OPERATOR-NAME
               END-IF
           END-IF
           MOVE OT-SIGNONS (WS-OX) TO SL-SIGNONS
           MOVE OT-FAILED (WS-OX) TO SL-FAILED
           MOVE OT-LOCKED (WS-OX) TO SL-LOCKED
           MOVE OT-EXPIRED (WS-OX) TO SL-EXPIRED
           MOVE OT-ADDS (WS-OX) TO SL-ADDS
           MOVE OT-CHANGES (WS-OX) TO SL-CHANGES
           MOVE OT-DELETES (WS-OX) TO SL-DELETES
           MOVE OT-REINSTATES (WS-OX) TO SL-REINSTATES
           MOVE OT-RENUMBERS (WS-OX) TO SL-RENUMBERS
           MOVE OT-APPROVALS (WS-OX) TO SL-APPROVALS
           MOVE OT-EXCEPTIONS (WS-OX) TO SL-EXCEPTIONS
           MOVE SPACES TO RPT-LINE
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           .

       600-Print-Footer.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-AFTER-HRS-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "Outside business hours:    " WS-EDITED-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-SELF-APPR-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "Self-approved raises:      " WS-EDITED-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-SAME-WKSTN-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "Same-workstation approvals:" WS-EDITED-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RIGHT-LOST-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "Work by rights since lost: " WS-EDITED-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-NO-APPROVAL-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "Unapproved credit raises:  " WS-EDITED-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           DISPLAY "oprrev complete - " WS-EXCEPTION-COUNT
               " exceptions, see oprrev.rpt"
           .

       700-Find-Operator-Slot.
      * WS-OX comes back zero only when the table is full
           MOVE ZERO TO WS-OX
           PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                   UNTIL WS-OPR-IDX > WS-OPR-COUNT OR WS-OX > ZERO
               IF OT-OPERATOR-ID (WS-OPR-IDX) = WS-OPR-LOOKUP
                   SET WS-OX TO WS-OPR-IDX
               END-IF
           END-PERFORM
           IF WS-OX = ZERO
               IF WS-OPR-COUNT < WS-OPR-TABLE-MAX
                   ADD 1 TO WS-OPR-COUNT
                   MOVE WS-OPR-COUNT TO WS-OX
                   INITIALIZE WS-OPR-ENTRY (WS-OX)
                   MOVE WS-OPR-LOOKUP TO OT-OPERATOR-ID (WS-OX)
               ELSE
                   SET WS-OPR-TABLE-FULL TO TRUE
               END-IF
           END-IF
           .

       800-Print-Exception.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE WS-EXC-OPERATOR-ID TO WS-OPR-LOOKUP
           PERFORM 700-Find-Operator-Slot
           IF WS-OX > ZERO
               ADD 1 TO OT-EXCEPTIONS (WS-OX)
           END-IF
           MOVE WS-EXC-TIMESTAMP (1:4)   TO WS-TS-CCYY
           MOVE WS-EXC-TIMESTAMP (5:2)   TO WS-TS-MM
           MOVE WS-EXC-TIMESTAMP (7:2)   TO WS-TS-DD
           MOVE WS-EXC-TIMESTAMP (9:2)   TO WS-TS-HH
           MOVE WS-EXC-TIMESTAMP (11:2)  TO WS-TS-MN
           MOVE WS-EXC-TYPE TO XL-TYPE
           MOVE WS-TS-DISPLAY TO XL-TIMESTAMP
           MOVE WS-EXC-OPERATOR-ID TO XL-OPERATOR-ID
           MOVE WS-EXC-CUST-NO TO XL-CUST-NO
           MOVE WS-EXC-DETAIL TO XL-DETAIL
           MOVE SPACES TO RPT-LINE
           MOVE WS-EXCEPTION-LINE TO RPT-LINE
           WRITE RPT-LINE
           .

       900-Close-Files.
           CLOSE CUSTFILE-AUDIT
           CLOSE OPERATOR-REVIEW-RPT
           IF WS-SESSLOG-OPEN
               CLOSE SESSION-LOG
           END-IF
           IF WS-PENDING-OPEN
               CLOSE PENDING-CHANGE-FILE
           END-IF
           IF WS-OPRPROF-OPEN
               CLOSE OPERATOR-PROFILE
           END-IF
           .

       950-Archive-Report.
      * capture this run's report into the dated report archive
      * (rptarch.cbl) before the next run overwrites it
           CALL "rptarch" USING WS-PROGRAM-ID
               ON EXCEPTION CONTINUE
           END-CALL
           .
