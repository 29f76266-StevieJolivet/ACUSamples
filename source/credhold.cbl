      * credhold.cbl
      * Nightly credit-hold pass, run in the night stream after
      * balpost.cbl. Walks CUSTOMER-FILE, rolls each customer's
      * OPEN-BALANCE-FILE buckets forward to today in working
      * storage (balage.cbl's display re-age) and applies the shop
      * rules:
      *   reason "90" - any balance in the over-90 bucket;
      *   reason "CL" - open balance above the set percentage of
      *                 CF-CUST-CREDIT-LIMIT (any positive balance
      *                 when no limit is set, as balage flags it).
      * A customer meeting a rule goes on hold (CF-CREDIT-HOLD "H",
      * CF-HOLD-REASON, hold date and exposure on crhold.fd); a held
      * customer who no longer meets either rule comes off hold. A
      * hold an operator has released through credrel.cbl is left
      * alone until the release expires, then judged afresh. Every
      * hold and release rewrites the master and logs an "H" or "L"
      * entry in CUSTFILE-AUDIT. One register line per action goes
      * to credhold.rpt.
      *
      * The limit percentage defaults to 100 and can be set for the
      * night stream with the CREDHOLD-PCT environment variable
      * (whole percent, e.g. 110) - the same way nightrun.cbl takes
      * NIGHTRUN-CMD, since a night step has no operator to ask.
       IDENTIFICATION              DIVISION.
       PROGRAM-ID. credhold.
       AUTHOR. sjolivet.
       DATE-WRITTEN. Thursday, October 15, 2026.
       REMARKS.
           Nightly automatic credit hold and release.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "custfile.sl".
           COPY "custbal.sl".
           COPY "custaudit.sl".
           COPY "crhold.sl".
           SELECT CREDIT-HOLD-RPT
               ASSIGN TO "credhold.rpt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RPT-FILE-STATUS.
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "custfile.fd".
           COPY "custbal.fd".
           COPY "custaudit.fd".
           COPY "crhold.fd".
       FD  CREDIT-HOLD-RPT
           LABEL RECORD IS STANDARD.
       01  RPT-LINE                        PIC X(132).
       WORKING-STORAGE             SECTION.
       COPY "acucobol.def".

       01  WS-PROGRAM-ID                   PIC X(10) VALUE "credhold".
       01  WS-CUSTBAL-FILE-STATUS          PIC XX VALUE "00".
       01  WS-AUDIT-FILE-STATUS            PIC XX VALUE "00".
       01  WS-CRHOLD-FILE-STATUS           PIC XX VALUE "00".
       01  WS-RPT-FILE-STATUS              PIC XX VALUE "00".
       01  WS-AUDIT-OPEN-SW                PIC X(1) VALUE "N".
           88  WS-AUDIT-IS-OPEN            VALUE "Y".
       01  WS-CUSTBAL-OPEN-SW              PIC X(1) VALUE "N".
           88  WS-CUSTBAL-IS-OPEN          VALUE "Y".
       01  WS-CUST-EOF-SW                  PIC X(1) VALUE "N".
           88  WS-CUST-EOF                 VALUE "Y".
       01  WS-OPERATOR-ID                  PIC X(8) VALUE SPACES.

       01  WS-RUN-DATE                     PIC X(8) VALUE SPACES.

      * -- limit threshold, whole percent --
       01  WS-PCT-ENTRY                    PIC X(6) VALUE SPACES.
       01  WS-PCT-DIGIT-COUNT              PIC 9(2) VALUE ZERO.
       01  WS-PCT-SPACE-COUNT              PIC 9(2) VALUE ZERO.
       01  WS-HOLD-PCT                     PIC 9(4) VALUE 100.

      * -- buckets rolled forward to today, same 30-day shift as
      * balage.cbl's 205-Reage-For-Display --
       01  WS-AGE-CURRENT                  PIC S9(9)V99 VALUE ZERO.
       01  WS-AGE-30                       PIC S9(9)V99 VALUE ZERO.
       01  WS-AGE-60                       PIC S9(9)V99 VALUE ZERO.
       01  WS-AGE-90                       PIC S9(9)V99 VALUE ZERO.
       01  WS-TODAY-INT                    PIC 9(7) VALUE ZERO.
       01  WS-LAST-AGE-INT                 PIC 9(7) VALUE ZERO.
       01  WS-AGE-DAYS                     PIC S9(5) VALUE ZERO.
       01  WS-TOTAL-BALANCE                PIC S9(10)V99 VALUE ZERO.
       01  WS-PCT-OF-LIMIT                 PIC 9(4)V9 VALUE ZERO.

      * -- tonight's verdict for one customer --
       01  WS-RULE-REASON                  PIC X(2) VALUE SPACES.
           88  WS-RULE-CLEAR               VALUE SPACES.
       01  WS-DISPOSITION                  PIC X(10) VALUE SPACES.
       01  WS-ACTION-CODE                  PIC X(1) VALUE SPACE.
       01  WS-OLD-REASON                   PIC X(2) VALUE SPACES.

      * -- audit images, sized to CUSTOMER-RECORD like
      * webbrowsr.wrk's pair --
       01  WS-BEFORE-IMAGE                 PIC X(329) VALUE SPACES.
       01  WS-AFTER-IMAGE                  PIC X(329) VALUE SPACES.

      * -- counters --
       01  WS-READ-COUNT                   PIC 9(7) VALUE ZERO.
       01  WS-HOLD-COUNT                   PIC 9(7) VALUE ZERO.
       01  WS-RELEASE-COUNT                PIC 9(7) VALUE ZERO.
       01  WS-STILL-HELD-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-OVERRIDE-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-ERROR-COUNT                  PIC 9(7) VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER      PIC X(12) VALUE "Action".
           05  FILLER      PIC X(8)  VALUE "Cust No".
           05  FILLER      PIC X(32) VALUE "Customer Name".
           05  FILLER      PIC X(8)  VALUE "Reason".
           05  FILLER      PIC X(17) VALUE "          Balance".
           05  FILLER      PIC X(15) VALUE "        Over 90".
           05  FILLER      PIC X(8)  VALUE "    Pct".

       01  WS-DETAIL-LINE.
           05  DL-DISPOSITION              PIC X(10).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  DL-CUST-NO                  PIC 9(6).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  DL-CUST-NAME                PIC X(30).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  DL-REASON                   PIC X(2).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  DL-BALANCE                  PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  DL-AGE-90                   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  DL-PCT                      PIC ZZZ9.9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  DL-NOTE                     PIC X(30).

       01  WS-FOOTER-LINE.
           05  FILLER          PIC X(16) VALUE "Customers read: ".
           05  FT-READ-COUNT   PIC ZZZ,ZZ9.
           05  FILLER          PIC X(9)  VALUE "  held: ".
           05  FT-HOLD-COUNT   PIC ZZZ,ZZ9.
           05  FILLER          PIC X(13) VALUE "  released: ".
           05  FT-RELEASE-COUNT PIC ZZZ,ZZ9.
           05  FILLER          PIC X(15) VALUE "  still held: ".
           05  FT-STILL-COUNT  PIC ZZZ,ZZ9.
           05  FILLER          PIC X(20) VALUE "  operator release: ".
           05  FT-OVERRIDE-COUNT PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       000-Main.
           PERFORM 050-Initialize-Run
           PERFORM 100-Open-Files
           PERFORM 200-Check-Every-Customer
           PERFORM 400-Print-Footer
           PERFORM 900-Close-Files
           PERFORM 950-Archive-Report
           STOP RUN
           .

       050-Initialize-Run.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-RUN-DATE
           MOVE FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (WS-RUN-DATE))
               TO WS-TODAY-INT
      * the audit trail names the pass itself unless the stream was
      * started under a named user, same lookup as repmove.cbl
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USERNAME"
           IF WS-OPERATOR-ID = SPACES
               ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           END-IF
           IF WS-OPERATOR-ID = SPACES
               MOVE "CREDHOLD" TO WS-OPERATOR-ID
           END-IF
      * digit prefix followed by nothing but spaces, the shared
      * console-entry edit; anything else keeps the default
           ACCEPT WS-PCT-ENTRY FROM ENVIRONMENT "CREDHOLD-PCT"
           IF WS-PCT-ENTRY NOT = SPACES
               MOVE ZERO TO WS-PCT-DIGIT-COUNT
               MOVE ZERO TO WS-PCT-SPACE-COUNT
               INSPECT WS-PCT-ENTRY
                   TALLYING WS-PCT-DIGIT-COUNT
                       FOR CHARACTERS BEFORE INITIAL SPACE
               INSPECT WS-PCT-ENTRY
                   TALLYING WS-PCT-SPACE-COUNT FOR ALL SPACE
               IF WS-PCT-DIGIT-COUNT > ZERO
                   AND WS-PCT-DIGIT-COUNT < 5
                   AND WS-PCT-ENTRY (1:WS-PCT-DIGIT-COUNT) IS NUMERIC
                   AND WS-PCT-DIGIT-COUNT + WS-PCT-SPACE-COUNT = 6
                   MOVE FUNCTION NUMVAL
                       (WS-PCT-ENTRY (1:WS-PCT-DIGIT-COUNT))
                       TO WS-HOLD-PCT
               ELSE
                   DISPLAY "WARNING: CREDHOLD-PCT " WS-PCT-ENTRY
                       " is not a whole percent - using "
                       WS-HOLD-PCT
               END-IF
           END-IF
           .

       100-Open-Files.
           OPEN I-O CUSTOMER-FILE
           IF NOT WS-FS-OK
               DISPLAY "ERROR: cannot open CUSTOMER-FILE, status "
                   WS-FILE-STATUS
               DISPLAY "credhold run aborted - see above."
               PERFORM 999-Abort-Run
           END-IF
      * no balance file means no exposure anywhere - the pass still
      * runs, so any standing holds are lifted rather than left to
      * rot
           OPEN INPUT OPEN-BALANCE-FILE
           IF WS-CUSTBAL-FILE-STATUS = "00"
               MOVE "Y" TO WS-CUSTBAL-OPEN-SW
           ELSE
               DISPLAY "Note: balance file unavailable, status "
                   WS-CUSTBAL-FILE-STATUS
                   " - no exposure recorded (run balpost)."
           END-IF
           OPEN I-O CREDIT-HOLD-FILE
           IF WS-CRHOLD-FILE-STATUS = "35"
               OPEN OUTPUT CREDIT-HOLD-FILE
               IF WS-CRHOLD-FILE-STATUS = "00"
                   CLOSE CREDIT-HOLD-FILE
                   OPEN I-O CREDIT-HOLD-FILE
               END-IF
           END-IF
           IF WS-CRHOLD-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open crhold, status "
                   WS-CRHOLD-FILE-STATUS
               DISPLAY "credhold run aborted - see above."
               PERFORM 999-Abort-Run
           END-IF
           OPEN OUTPUT CREDIT-HOLD-RPT
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open credhold.rpt, status "
                   WS-RPT-FILE-STATUS
               DISPLAY "credhold run aborted - see above."
               PERFORM 999-Abort-Run
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "Credit Hold Pass - " WS-RUN-DATE
               " - hold over 90 days or over " WS-HOLD-PCT
               "% of limit" DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           .

       200-Check-Every-Customer.
      * the scan runs on its own end-of-file switch, so a rewrite
      * that fails in 320 skips that one customer and not the rest
           MOVE "N" TO WS-CUST-EOF-SW
           MOVE LOW-VALUES TO CUSTOMER-RECORD
           START CUSTOMER-FILE KEY IS NOT LESS THAN CF-CUST-NO
               INVALID KEY MOVE "Y" TO WS-CUST-EOF-SW
           END-START
           PERFORM UNTIL WS-CUST-EOF
               READ CUSTOMER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-CUST-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 210-Check-One-Customer
               END-READ
           END-PERFORM
           .

       210-Check-One-Customer.
           PERFORM 220-Work-Out-Exposure
           PERFORM 230-Apply-Hold-Rules
      * a released hold past its expiry date is judged afresh, as
      * though it had never been released
           IF CF-HOLD-RELEASED
               PERFORM 240-Read-Hold-Row
               IF WS-CRHOLD-FILE-STATUS = "00"
                       AND CH-RELEASE-EXPIRY NOT < WS-RUN-DATE
                   IF NOT WS-RULE-CLEAR
                       ADD 1 TO WS-OVERRIDE-COUNT
                   END-IF
               ELSE
                   IF WS-RULE-CLEAR
                       MOVE "EXPIRED" TO WS-DISPOSITION
                       PERFORM 300-Lift-Hold
                   ELSE
                       PERFORM 310-Place-Hold
                   END-IF
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN CF-ON-CREDIT-HOLD AND WS-RULE-CLEAR
                       MOVE "RELEASE" TO WS-DISPOSITION
                       PERFORM 300-Lift-Hold
                   WHEN CF-ON-CREDIT-HOLD
                       IF CF-HOLD-REASON = WS-RULE-REASON
                           ADD 1 TO WS-STILL-HELD-COUNT
                       ELSE
                           PERFORM 310-Place-Hold
                       END-IF
                   WHEN WS-RULE-CLEAR
                       CONTINUE
                   WHEN OTHER
                       PERFORM 310-Place-Hold
               END-EVALUATE
           END-IF
           .

       220-Work-Out-Exposure.
           MOVE ZERO TO WS-AGE-CURRENT
           MOVE ZERO TO WS-AGE-30
           MOVE ZERO TO WS-AGE-60
           MOVE ZERO TO WS-AGE-90
           IF WS-CUSTBAL-IS-OPEN
               MOVE CF-CUST-NO TO OB-CUST-NO
               READ OPEN-BALANCE-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-CUSTBAL-FILE-STATUS = "00"
                   MOVE OB-AGE-CURRENT TO WS-AGE-CURRENT
                   MOVE OB-AGE-30 TO WS-AGE-30
                   MOVE OB-AGE-60 TO WS-AGE-60
                   MOVE OB-AGE-90 TO WS-AGE-90
                   IF OB-LAST-AGE-DATE IS NUMERIC
                       MOVE FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL (OB-LAST-AGE-DATE))
                           TO WS-LAST-AGE-INT
                       COMPUTE WS-AGE-DAYS
                           = WS-TODAY-INT - WS-LAST-AGE-INT
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
               END-IF
           END-IF
           COMPUTE WS-TOTAL-BALANCE
               = WS-AGE-CURRENT + WS-AGE-30 + WS-AGE-60 + WS-AGE-90
           MOVE ZERO TO WS-PCT-OF-LIMIT
           IF CF-CUST-CREDIT-LIMIT > ZERO AND WS-TOTAL-BALANCE > ZERO
               COMPUTE WS-PCT-OF-LIMIT ROUNDED
                   = WS-TOTAL-BALANCE * 100 / CF-CUST-CREDIT-LIMIT
               ON SIZE ERROR MOVE 9999.9 TO WS-PCT-OF-LIMIT
               END-COMPUTE
           END-IF
           .

       230-Apply-Hold-Rules.
      * over-90 outranks over-limit - it is the one the collectors
      * act on first
           MOVE SPACES TO WS-RULE-REASON
           EVALUATE TRUE
               WHEN WS-AGE-90 > ZERO
                   MOVE "90" TO WS-RULE-REASON
               WHEN CF-CUST-CREDIT-LIMIT = ZERO
                       AND WS-TOTAL-BALANCE > ZERO
                   MOVE "CL" TO WS-RULE-REASON
               WHEN CF-CUST-CREDIT-LIMIT > ZERO
                       AND WS-PCT-OF-LIMIT > WS-HOLD-PCT
                   MOVE "CL" TO WS-RULE-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       240-Read-Hold-Row.
           MOVE CF-CUST-NO TO CH-CUST-NO
           READ CREDIT-HOLD-FILE
               INVALID KEY CONTINUE
           END-READ
           .

       300-Lift-Hold.
      * WS-DISPOSITION is set by the caller - RELEASE for a hold
      * whose conditions have cleared, EXPIRED for an operator
      * release that ran out with nothing left to hold for
           MOVE CUSTOMER-RECORD TO WS-BEFORE-IMAGE
           MOVE CF-HOLD-REASON TO WS-OLD-REASON
           MOVE SPACE TO CF-CREDIT-HOLD
           MOVE SPACES TO CF-HOLD-REASON
           MOVE "L" TO WS-ACTION-CODE
           PERFORM 320-Rewrite-And-Audit
           IF WS-FS-OK-OR-DUP-ALTKEY
               PERFORM 240-Read-Hold-Row
               IF WS-CRHOLD-FILE-STATUS = "00"
                   MOVE "C" TO CH-HOLD-STATUS
                   MOVE WS-RUN-DATE TO CH-CLEAR-DATE
                   REWRITE CREDIT-HOLD-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
               END-IF
               ADD 1 TO WS-RELEASE-COUNT
               MOVE WS-OLD-REASON TO DL-REASON
               MOVE "conditions cleared" TO DL-NOTE
               PERFORM 330-Print-Detail-Line
           END-IF
           .

       310-Place-Hold.
           MOVE CUSTOMER-RECORD TO WS-BEFORE-IMAGE
           MOVE "H" TO CF-CREDIT-HOLD
           MOVE WS-RULE-REASON TO CF-HOLD-REASON
           MOVE "H" TO WS-ACTION-CODE
           PERFORM 320-Rewrite-And-Audit
           IF WS-FS-OK-OR-DUP-ALTKEY
               PERFORM 240-Read-Hold-Row
               IF WS-CRHOLD-FILE-STATUS = "00"
                   PERFORM 315-Fill-Hold-Row
                   REWRITE CREDIT-HOLD-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
               ELSE
                   MOVE SPACES TO CREDIT-HOLD-RECORD
                   MOVE CF-CUST-NO TO CH-CUST-NO
                   PERFORM 315-Fill-Hold-Row
                   WRITE CREDIT-HOLD-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
               END-IF
               IF WS-CRHOLD-FILE-STATUS NOT = "00"
                   DISPLAY "WARNING: crhold update failed, status "
                       WS-CRHOLD-FILE-STATUS " at customer "
                       CF-CUST-NO " - master flag is set."
               END-IF
               ADD 1 TO WS-HOLD-COUNT
               MOVE "HOLD" TO WS-DISPOSITION
               MOVE WS-RULE-REASON TO DL-REASON
               IF WS-RULE-REASON = "90"
                   MOVE "balance over 90 days" TO DL-NOTE
               ELSE
                   MOVE "over credit-limit threshold" TO DL-NOTE
               END-IF
               PERFORM 330-Print-Detail-Line
           END-IF
           .

       315-Fill-Hold-Row.
      * a new hold starts a fresh record of the exposure; the last
      * release stays on the row until the next one replaces it
           MOVE "H" TO CH-HOLD-STATUS
           MOVE WS-RULE-REASON TO CH-REASON-CODE
           MOVE WS-RUN-DATE TO CH-HOLD-DATE
           MOVE WS-TOTAL-BALANCE TO CH-HOLD-BALANCE
           MOVE WS-AGE-90 TO CH-HOLD-AGE-90
           MOVE WS-PCT-OF-LIMIT TO CH-HOLD-PCT
           MOVE SPACES TO CH-CLEAR-DATE
           .

       320-Rewrite-And-Audit.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME TO CF-CUST-LAST-CHANGE-DT
           MOVE CUSTOMER-RECORD TO WS-AFTER-IMAGE
           REWRITE CUSTOMER-RECORD
               INVALID KEY CONTINUE
           END-REWRITE
      * "02" (duplicate value on the CF-CUST-NAME WITH DUPLICATES
      * alternate key) is a successful rewrite, same nuance as
      * repmove.cbl; a locked record is skipped tonight and picked
      * up again tomorrow
           IF WS-FS-OK-OR-DUP-ALTKEY
               PERFORM 340-Write-Audit-Record
           ELSE
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "WARNING: rewrite failed, status "
                   WS-FILE-STATUS " at customer " CF-CUST-NO
                   " - skipped tonight."
           END-IF
           .

       330-Print-Detail-Line.
           MOVE WS-DISPOSITION TO DL-DISPOSITION
           MOVE CF-CUST-NO TO DL-CUST-NO
           MOVE CF-CUST-NAME TO DL-CUST-NAME
           MOVE WS-TOTAL-BALANCE TO DL-BALANCE
           MOVE WS-AGE-90 TO DL-AGE-90
           MOVE WS-PCT-OF-LIMIT TO DL-PCT
           MOVE SPACES TO RPT-LINE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           .

       340-Write-Audit-Record.
      * shaped exactly like Write-Audit-Record-Common in
      * webbrowsr.prd; the action comes from the caller
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
           MOVE WS-ACTION-CODE TO CA-ACTION
           MOVE CF-CUST-NO TO CA-CUST-NO
           MOVE WS-BEFORE-IMAGE TO CA-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO CA-AFTER-IMAGE
           WRITE CUSTFILE-AUDIT-RECORD
           .

       400-Print-Footer.
           MOVE WS-READ-COUNT TO FT-READ-COUNT
           MOVE WS-HOLD-COUNT TO FT-HOLD-COUNT
           MOVE WS-RELEASE-COUNT TO FT-RELEASE-COUNT
           MOVE WS-STILL-HELD-COUNT TO FT-STILL-COUNT
           MOVE WS-OVERRIDE-COUNT TO FT-OVERRIDE-COUNT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-FOOTER-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF WS-ERROR-COUNT > ZERO
               MOVE SPACES TO RPT-LINE
               STRING "Customers skipped on rewrite failure: "
                   WS-ERROR-COUNT " - rerun or leave for tomorrow"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           DISPLAY "credhold complete - " WS-HOLD-COUNT " held, "
               WS-RELEASE-COUNT " released, " WS-STILL-HELD-COUNT
               " still held, see credhold.rpt"
           .

       900-Close-Files.
           CLOSE CUSTOMER-FILE
           IF WS-CUSTBAL-IS-OPEN
               CLOSE OPEN-BALANCE-FILE
           END-IF
           CLOSE CREDIT-HOLD-FILE
           CLOSE CREDIT-HOLD-RPT
           IF WS-AUDIT-IS-OPEN
               CLOSE CUSTFILE-AUDIT
           END-IF
           .

       950-Archive-Report.
      * capture this run's report into the dated report archive
      * (rptarch.cbl) before the next run overwrites it
           CALL "rptarch" USING WS-PROGRAM-ID
               ON EXCEPTION CONTINUE
           END-CALL
           .

       999-Abort-Run.
      * a plain STOP RUN exits with status zero, which the
      * nightrun.cbl driver would log as OK - every abort path
      * comes through here instead so a failed step registers as
      * FAIL and the rerun resumes from it
           MOVE 8 TO RETURN-CODE
           STOP RUN
           .
