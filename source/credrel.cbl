      * credrel.cbl
      * Manual release of an automatic credit hold. The nightly
      * credhold.cbl pass puts a customer on hold (CF-CREDIT-HOLD
      * "H") for a balance over 90 days or exposure over the limit
      * threshold; when credit has agreed to keep shipping anyway,
      * an operator holding the credit-limit right releases the hold
      * here with an expiry date and a note. The master flag becomes
      * "R", which credhold leaves alone until the expiry date has
      * passed, and the release is logged as an "L" entry in
      * CUSTFILE-AUDIT under the signed-on operator. The expiry, the
      * note and who released are kept on the customer's crhold.fd
      * row. List shows every customer currently held or released.
       IDENTIFICATION              DIVISION.
       PROGRAM-ID. credrel.
       AUTHOR. sjolivet.
       DATE-WRITTEN. Thursday, October 15, 2026.
       REMARKS.
           Operator release of a credit hold.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "custfile.sl".
           COPY "custaudit.sl".
           COPY "crhold.sl".
           COPY "oprprof.sl".
           COPY "sesslog.sl".
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "custfile.fd".
           COPY "custaudit.fd".
           COPY "crhold.fd".
           COPY "oprprof.fd".
           COPY "sesslog.fd".
       WORKING-STORAGE             SECTION.
       COPY "acucobol.def".
       COPY "signon.def".

       01  WS-PROGRAM-ID                   PIC X(10) VALUE "credrel".
       01  WS-AUDIT-FILE-STATUS            PIC XX VALUE "00".
       01  WS-CRHOLD-FILE-STATUS           PIC XX VALUE "00".
       01  WS-OPRPROF-FILE-STATUS          PIC XX VALUE "00".
       01  WS-AUDIT-OPEN-SW                PIC X(1) VALUE "N".
           88  WS-AUDIT-IS-OPEN            VALUE "Y".
       01  WS-OPERATOR-ID                  PIC X(8) VALUE SPACES.
       01  WS-EOF-SW                       PIC X(1) VALUE "N".
           88  WS-END-OF-FILE              VALUE "Y".
       01  WS-QUIT-SW                      PIC X(1) VALUE "N".
           88  WS-QUIT-REQUESTED           VALUE "Y".

       01  WS-COMMAND                      PIC X(1) VALUE SPACE.
           88  WS-CMD-LIST                 VALUE "L" "l".
           88  WS-CMD-RELEASE              VALUE "R" "r".
           88  WS-CMD-QUIT                 VALUE "Q" "q".
       01  WS-CONFIRM                      PIC X(1) VALUE SPACE.
           88  WS-CONFIRM-YES              VALUE "Y" "y".
       01  WS-RELEASE-OK-SW                PIC X(1) VALUE "N".
           88  WS-RELEASE-OK               VALUE "Y".

      * -- console customer-number entry, custmerge.cbl's edit --
       01  WS-ENTRY-ALPHA                  PIC X(6) VALUE SPACES.
       01  WS-ENTRY-DIGIT-COUNT            PIC 9(2) VALUE ZERO.
       01  WS-ENTRY-SPACE-COUNT            PIC 9(2) VALUE ZERO.
       01  WS-ENTRY-CUST-NO                PIC 9(6) VALUE ZERO.
       01  WS-ENTRY-VALID-SW               PIC X(1) VALUE "N".
           88  WS-ENTRY-VALID              VALUE "Y".

       01  WS-EXPIRY-ENTRY                 PIC X(8) VALUE SPACES.
       01  WS-EXPIRY-N REDEFINES WS-EXPIRY-ENTRY.
           05  WS-EXPIRY-CCYY              PIC 9(4).
           05  WS-EXPIRY-MM                PIC 9(2).
           05  WS-EXPIRY-DD                PIC 9(2).
       01  WS-NOTE-ENTRY                   PIC X(50) VALUE SPACES.
       01  WS-RUN-DATE                     PIC X(8) VALUE SPACES.

      * -- audit images, sized to CUSTOMER-RECORD like
      * webbrowsr.wrk's pair --
       01  WS-BEFORE-IMAGE                 PIC X(329) VALUE SPACES.
       01  WS-AFTER-IMAGE                  PIC X(329) VALUE SPACES.

       01  WS-LIST-COUNT                   PIC 9(5) VALUE ZERO.
       01  WS-RELEASE-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-BALANCE-EDITED               PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-STATE-TEXT                   PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       000-Main.
           PERFORM 050-Sign-On
           PERFORM 100-Open-Files
           PERFORM 200-Command-Loop
           DISPLAY " "
           DISPLAY "Holds released this session: " WS-RELEASE-COUNT
           PERFORM 900-Close-Files
           STOP RUN
           .

       050-Sign-On.
      * a release lets orders through against exposure the nightly
      * pass has flagged - the same right that gates changing a
      * credit limit (credappr.cbl, webbrowsr.cbl)
           PERFORM Perform-Operator-Signon
           IF NOT WS-SO-SIGNED-ON
               DISPLAY "credrel run aborted - not signed on."
               STOP RUN
           END-IF
           IF NOT OP-CAN-CREDIT
               DISPLAY "Operator " WS-OPERATOR-ID " does not hold "
                   "the credit-limit right - run aborted."
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-RUN-DATE
           .

       100-Open-Files.
           OPEN I-O CUSTOMER-FILE
           IF NOT WS-FS-OK
               DISPLAY "ERROR: cannot open CUSTOMER-FILE, status "
                   WS-FILE-STATUS
               DISPLAY "credrel run aborted - see above."
               STOP RUN
           END-IF
           OPEN I-O CREDIT-HOLD-FILE
           IF WS-CRHOLD-FILE-STATUS = "35"
               DISPLAY "No credit-hold file - credhold has not run, "
                   "nothing to release."
               CLOSE CUSTOMER-FILE
               STOP RUN
           END-IF
           IF WS-CRHOLD-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open crhold, status "
                   WS-CRHOLD-FILE-STATUS
               DISPLAY "credrel run aborted - see above."
               STOP RUN
           END-IF
           .

       200-Command-Loop.
           PERFORM UNTIL WS-QUIT-REQUESTED
               DISPLAY " "
               DISPLAY "List holds, Release a hold or Quit (L/R/Q): "
                   WITH NO ADVANCING
               ACCEPT WS-COMMAND
               EVALUATE TRUE
                   WHEN WS-CMD-LIST        PERFORM 300-List-Holds
                   WHEN WS-CMD-RELEASE     PERFORM 400-Release-Hold
                   WHEN WS-CMD-QUIT        MOVE "Y" TO WS-QUIT-SW
                   WHEN OTHER              CONTINUE
               END-EVALUATE
           END-PERFORM
           .

       300-List-Holds.
      * crhold keeps cleared rows as history - only rows whose
      * customer still carries a hold or a release are listed
           MOVE ZERO TO WS-LIST-COUNT
           MOVE LOW-VALUES TO CH-CUST-NO
           START CREDIT-HOLD-FILE KEY IS NOT LESS THAN CH-CUST-NO
               INVALID KEY CONTINUE
           END-START
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-END-OF-FILE
               READ CREDIT-HOLD-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       IF NOT CH-STATUS-CLEARED
                           PERFORM 310-List-One-Hold
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LIST-COUNT = ZERO
               DISPLAY "  (no customers on credit hold)"
           END-IF
           .

       310-List-One-Hold.
           ADD 1 TO WS-LIST-COUNT
           MOVE CH-HOLD-BALANCE TO WS-BALANCE-EDITED
           IF CH-STATUS-RELEASED
               MOVE "RELEASED" TO WS-STATE-TEXT
           ELSE
               MOVE "HELD" TO WS-STATE-TEXT
           END-IF
           MOVE CH-CUST-NO TO CF-CUST-NO
           READ CUSTOMER-FILE
               INVALID KEY MOVE "(not on file)" TO CF-CUST-NAME
           END-READ
           DISPLAY "  " CH-CUST-NO "  " CF-CUST-NAME (1:30) "  "
               WS-STATE-TEXT " " CH-REASON-CODE "  since "
               CH-HOLD-DATE "  " WS-BALANCE-EDITED
           IF CH-STATUS-RELEASED
               DISPLAY "          released by " CH-RELEASE-OPERATOR
                   " on " CH-RELEASE-DATE " until "
                   CH-RELEASE-EXPIRY ": " CH-RELEASE-NOTE
           END-IF
           .

       400-Release-Hold.
           DISPLAY "  Customer number: " WITH NO ADVANCING
           PERFORM 410-Accept-Customer-Number
           IF NOT WS-ENTRY-VALID
               DISPLAY "  Customer number must be numeric."
           ELSE
               MOVE WS-ENTRY-CUST-NO TO CF-CUST-NO
               READ CUSTOMER-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF NOT WS-FS-OK
                   DISPLAY "  Customer " WS-ENTRY-CUST-NO
                       " unavailable, status " WS-FILE-STATUS
               ELSE
                   IF NOT CF-ON-CREDIT-HOLD
                       DISPLAY "  " CF-CUST-NAME (1:30)
                           " is not on credit hold."
                   ELSE
                       PERFORM 420-Release-Held-Customer
                   END-IF
               END-IF
           END-IF
           .

       410-Accept-Customer-Number.
      * digit prefix followed by nothing but spaces - the shared
      * console-entry edit used by audinq.cbl and custload.cbl
           MOVE "N" TO WS-ENTRY-VALID-SW
           MOVE SPACES TO WS-ENTRY-ALPHA
           ACCEPT WS-ENTRY-ALPHA
           MOVE ZERO TO WS-ENTRY-DIGIT-COUNT
           MOVE ZERO TO WS-ENTRY-SPACE-COUNT
           INSPECT WS-ENTRY-ALPHA
               TALLYING WS-ENTRY-DIGIT-COUNT
                   FOR CHARACTERS BEFORE INITIAL SPACE
           INSPECT WS-ENTRY-ALPHA
               TALLYING WS-ENTRY-SPACE-COUNT FOR ALL SPACE
           IF WS-ENTRY-DIGIT-COUNT > ZERO
               AND WS-ENTRY-ALPHA (1:WS-ENTRY-DIGIT-COUNT) IS NUMERIC
               AND WS-ENTRY-DIGIT-COUNT + WS-ENTRY-SPACE-COUNT = 6
               MOVE FUNCTION NUMVAL
                   (WS-ENTRY-ALPHA (1:WS-ENTRY-DIGIT-COUNT))
                   TO WS-ENTRY-CUST-NO
               MOVE "Y" TO WS-ENTRY-VALID-SW
           END-IF
           .

       420-Release-Held-Customer.
           DISPLAY "  " CF-CUST-NO " " CF-CUST-NAME (1:30)
               " on hold, reason " CF-HOLD-REASON
           PERFORM 425-Accept-Release-Terms
           IF WS-RELEASE-OK
               MOVE CUSTOMER-RECORD TO WS-BEFORE-IMAGE
               MOVE "R" TO CF-CREDIT-HOLD
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
               MOVE WS-CURRENT-DATE-TIME TO CF-CUST-LAST-CHANGE-DT
               MOVE CUSTOMER-RECORD TO WS-AFTER-IMAGE
               REWRITE CUSTOMER-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
               IF WS-FS-OK-OR-DUP-ALTKEY
                   PERFORM 430-Write-Audit-Record
                   PERFORM 440-Stamp-Hold-Row
                   ADD 1 TO WS-RELEASE-COUNT
                   DISPLAY "  Released until " WS-EXPIRY-ENTRY "."
               ELSE
                   DISPLAY "  Rewrite failed, file status "
                       WS-FILE-STATUS " - not released."
               END-IF
           END-IF
           .

       425-Accept-Release-Terms.
      * expiry, note and confirmation - any refusal leaves
      * WS-RELEASE-OK-SW at "N" and the remaining prompts unasked
           MOVE "N" TO WS-RELEASE-OK-SW
           DISPLAY "  Release expires CCYYMMDD: " WITH NO ADVANCING
           MOVE SPACES TO WS-EXPIRY-ENTRY
           ACCEPT WS-EXPIRY-ENTRY
           IF WS-EXPIRY-ENTRY IS NOT NUMERIC
                   OR WS-EXPIRY-MM < 1 OR WS-EXPIRY-MM > 12
                   OR WS-EXPIRY-DD < 1 OR WS-EXPIRY-DD > 31
               DISPLAY "  Expiry must be a CCYYMMDD date - not "
                   "released."
           ELSE
           IF WS-EXPIRY-ENTRY NOT > WS-RUN-DATE
               DISPLAY "  Expiry must be after today - not released."
           ELSE
               DISPLAY "  Note (required): " WITH NO ADVANCING
               MOVE SPACES TO WS-NOTE-ENTRY
               ACCEPT WS-NOTE-ENTRY
               IF WS-NOTE-ENTRY = SPACES
                   DISPLAY "  A release needs a note - not released."
               ELSE
                   DISPLAY "  Release until " WS-EXPIRY-ENTRY
                       " - confirm (Y/N): " WITH NO ADVANCING
                   MOVE SPACE TO WS-CONFIRM
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM-YES
                       MOVE "Y" TO WS-RELEASE-OK-SW
                   ELSE
                       DISPLAY "  Not released."
                   END-IF
               END-IF
           END-IF
           END-IF
           .

       430-Write-Audit-Record.
      * same shape as Write-Audit-Record-Common in webbrowsr.prd so
      * audinq.cbl decodes the release like any other trail entry
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
           MOVE "L" TO CA-ACTION
           MOVE CF-CUST-NO TO CA-CUST-NO
           MOVE WS-BEFORE-IMAGE TO CA-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO CA-AFTER-IMAGE
           WRITE CUSTFILE-AUDIT-RECORD
           .

       440-Stamp-Hold-Row.
      * a hold set before crhold existed (or whose row was lost)
      * gets a row now, so the expiry the nightly pass honours is
      * always on file
           MOVE CF-CUST-NO TO CH-CUST-NO
           READ CREDIT-HOLD-FILE
               INVALID KEY CONTINUE
           END-READ
           IF WS-CRHOLD-FILE-STATUS NOT = "00"
               MOVE SPACES TO CREDIT-HOLD-RECORD
               MOVE CF-CUST-NO TO CH-CUST-NO
               MOVE CF-HOLD-REASON TO CH-REASON-CODE
               MOVE ZERO TO CH-HOLD-BALANCE
               MOVE ZERO TO CH-HOLD-AGE-90
               MOVE ZERO TO CH-HOLD-PCT
           END-IF
           MOVE "R" TO CH-HOLD-STATUS
           MOVE WS-OPERATOR-ID TO CH-RELEASE-OPERATOR
           MOVE WS-RUN-DATE TO CH-RELEASE-DATE
           MOVE WS-EXPIRY-ENTRY TO CH-RELEASE-EXPIRY
           MOVE WS-NOTE-ENTRY TO CH-RELEASE-NOTE
           IF WS-CRHOLD-FILE-STATUS = "00"
               REWRITE CREDIT-HOLD-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               WRITE CREDIT-HOLD-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF
           IF WS-CRHOLD-FILE-STATUS NOT = "00"
               DISPLAY "  WARNING: crhold update failed, status "
                   WS-CRHOLD-FILE-STATUS " - the release has no "
                   "expiry on file and lapses at the next pass."
           END-IF
           .

       900-Close-Files.
           CLOSE CUSTOMER-FILE
           CLOSE CREDIT-HOLD-FILE
           IF WS-AUDIT-IS-OPEN
               CLOSE CUSTFILE-AUDIT
           END-IF
           .

       COPY "signon.cpy".
