      * custrenum.cbl
      * Customer number reassignment. Takes a list of old|new
      * customer number pairs (custrenum.dat, one pair per line)
      * and moves each customer to its new number: the master
      * record and every row keyed under it in CONTACT-FILE,
      * DOCUMENT-FILE, OPEN-BALANCE-FILE, SALES-HISTORY-FILE,
      * PENDING-CHANGE-FILE, EXCEPTION-WORKLIST, AR-HISTORY-FILE,
      * CREDIT-HOLD-FILE, AGING-SNAPSHOT-FILE,
      * FINANCE-EXCEPTION-FILE, SALES-BUDGET-FILE (customer-level
      * rows) and CREDIT-REVIEW-FILE; the members of a family the
      * customer heads have CF-PARENT-CUST-NO re-pointed to the new
      * number, each with a "C" CUSTFILE-AUDIT row. A new number
      * must be free - not on CUSTOMER-FILE, no child rows or
      * members left under it and not a deleted customer
      * custrein.cbl could still bring back - and a number may
      * appear only once in a list (run a
      * chain such as A to B, B to C as two lists). Each move logs
      * a pair of CUSTFILE-AUDIT rows, "O" under the old number and
      * "N" under the new, both carrying the old record as before
      * image and the new as after image, so audinq.cbl can follow
      * a customer's history across the change.
      *
      * Preview mode validates the list and prints what the apply
      * run would do without touching a record. The apply run
      * checkpoints to custrenum.ckp after every step of every
      * customer (masschg's checkpoint pattern); a rerun after a
      * failure first finishes the customer that was part way
      * across - copies already made are recognised, not doubled -
      * so no customer is left split across two numbers, then
      * offers to carry on with the rest of the list.
       IDENTIFICATION              DIVISION.
       PROGRAM-ID. custrenum.
       AUTHOR. sjolivet.
       DATE-WRITTEN. Thursday, October 15, 2026.
       REMARKS.
           Customer number reassignment across all related files.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "custfile.sl".
           COPY "custaudit.sl".
           COPY "delarch.sl".
           COPY "contact.sl".
           COPY "custdoc.sl".
           COPY "custbal.sl".
           COPY "saleshis.sl".
           COPY "pendchg.sl".
           COPY "worklist.sl".
           COPY "arhist.sl".
           COPY "crhold.sl".
           COPY "agesnap.sl".
           COPY "finexc.sl".
           COPY "salesbud.sl".
           COPY "credrev.sl".
           COPY "custrenumckpt.sl".
           COPY "oprprof.sl".
           COPY "sesslog.sl".
           SELECT RENUMBER-LIST-FILE
               ASSIGN TO "custrenum.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-LIST-FILE-STATUS.
           SELECT RENUMBER-RPT
               ASSIGN TO "custrenum.rpt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RPT-FILE-STATUS.
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "custfile.fd".
           COPY "custaudit.fd".
           COPY "delarch.fd".
           COPY "contact.fd".
           COPY "custdoc.fd".
           COPY "custbal.fd".
           COPY "saleshis.fd".
           COPY "pendchg.fd".
           COPY "worklist.fd".
           COPY "arhist.fd".
           COPY "crhold.fd".
           COPY "agesnap.fd".
           COPY "finexc.fd".
           COPY "salesbud.fd".
           COPY "credrev.fd".
           COPY "custrenumckpt.fd".
           COPY "oprprof.fd".
           COPY "sesslog.fd".
       FD  RENUMBER-LIST-FILE
           LABEL RECORD IS STANDARD.
       01  RENUMBER-LIST-RECORD            PIC X(80).
       FD  RENUMBER-RPT
           LABEL RECORD IS STANDARD.
       01  RPT-LINE                        PIC X(132).
       WORKING-STORAGE             SECTION.
       COPY "acucobol.def".
       COPY "signon.def".

       01  WS-PROGRAM-ID                   PIC X(10) VALUE "custrenum".
       01  WS-AUDIT-FILE-STATUS            PIC XX VALUE "00".
       01  WS-DELARCH-FILE-STATUS          PIC XX VALUE "00".
       01  WS-CONTACT-FILE-STATUS          PIC XX VALUE "00".
       01  WS-CUSTDOC-FILE-STATUS          PIC XX VALUE "00".
       01  WS-CUSTBAL-FILE-STATUS          PIC XX VALUE "00".
       01  WS-SALESHIS-FILE-STATUS         PIC XX VALUE "00".
       01  WS-PENDING-FILE-STATUS          PIC XX VALUE "00".
       01  WS-WORKLIST-FILE-STATUS         PIC XX VALUE "00".
       01  WS-ARHIST-FILE-STATUS           PIC XX VALUE "00".
       01  WS-CRHOLD-FILE-STATUS           PIC XX VALUE "00".
       01  WS-AGESNAP-FILE-STATUS          PIC XX VALUE "00".
       01  WS-FINEXC-FILE-STATUS           PIC XX VALUE "00".
       01  WS-SALESBUD-FILE-STATUS         PIC XX VALUE "00".
       01  WS-CREDREV-FILE-STATUS          PIC XX VALUE "00".
       01  WS-CKPT-FILE-STATUS             PIC XX VALUE "00".
       01  WS-LIST-FILE-STATUS             PIC XX VALUE "00".
       01  WS-RPT-FILE-STATUS              PIC XX VALUE "00".
       01  WS-OPRPROF-FILE-STATUS          PIC XX VALUE "00".
       01  WS-OPERATOR-ID                  PIC X(8) VALUE SPACES.
       01  WS-AUDIT-OPEN-SW                PIC X(1) VALUE "N".
           88  WS-AUDIT-IS-OPEN            VALUE "Y".
       01  WS-DELARCH-OPEN-SW              PIC X(1) VALUE "N".
           88  WS-DELARCH-OPEN             VALUE "Y".
       01  WS-LIST-EOF-SW                  PIC X(1) VALUE "N".
           88  WS-LIST-EOF                 VALUE "Y".

       01  WS-RUN-MODE                     PIC X(1) VALUE SPACE.
           88  WS-MODE-PREVIEW             VALUE "P" "p".
           88  WS-MODE-APPLY               VALUE "A" "a".
           88  WS-RUN-MODE-VALID           VALUE "P" "p" "A" "a".
       01  WS-CONFIRM-RESPONSE             PIC X(1) VALUE SPACE.
           88  WS-CONFIRM-YES              VALUE "Y" "y".

      * -- checkpoint/restart, masschg.cbl's pattern --
       01  WS-PRIOR-RUN-INCOMPLETE-SW      PIC X(1) VALUE "N".
           88  WS-PRIOR-RUN-INCOMPLETE     VALUE "Y".
       01  WS-CONTINUE-LIST-SW             PIC X(1) VALUE "Y".
           88  WS-CONTINUE-LIST            VALUE "Y".
       01  WS-CKPT-COMPLETE-FLAG           PIC X(1) VALUE "N".
       01  WS-SKIP-THROUGH-LINE            PIC 9(5) VALUE ZERO.
       01  WS-SAVED-CKPT.
           05  WS-SAVED-LINE-NO            PIC 9(5).
           05  WS-SAVED-OLD-CUST-NO        PIC 9(6).
           05  WS-SAVED-NEW-CUST-NO        PIC 9(6).
           05  WS-SAVED-STEP               PIC 9(2).
           05  WS-SAVED-DONE-COUNT         PIC 9(5).
           05  WS-SAVED-REJECT-COUNT       PIC 9(5).

      * -- the pair being worked --
       01  WS-LINE-NO                      PIC 9(5) VALUE ZERO.
       01  WS-OLD-CUST-X                   PIC X(6) VALUE SPACES.
       01  WS-NEW-CUST-X                   PIC X(6) VALUE SPACES.
       01  WS-OLD-LENGTH                   PIC 9(3) VALUE ZERO.
       01  WS-NEW-LENGTH                   PIC 9(3) VALUE ZERO.
       01  WS-EDIT-FIELD                   PIC X(6) VALUE SPACES.
       01  WS-EDIT-DIGIT-COUNT             PIC 9(2) VALUE ZERO.
       01  WS-EDIT-SPACE-COUNT             PIC 9(2) VALUE ZERO.
       01  WS-EDIT-CUST-NO                 PIC 9(6) VALUE ZERO.
       01  WS-EDIT-VALID-SW                PIC X(1) VALUE "N".
           88  WS-EDIT-VALID               VALUE "Y".
       01  WS-OLD-CUST-NO                  PIC 9(6) VALUE ZERO.
       01  WS-NEW-CUST-NO                  PIC 9(6) VALUE ZERO.
       01  WS-OLD-CUST-NAME                PIC X(30) VALUE SPACES.
       01  WS-PAIR-VALID-SW                PIC X(1) VALUE "N".
           88  WS-PAIR-VALID               VALUE "Y".
       01  WS-REJECT-REASON                PIC X(50) VALUE SPACES.
       01  WS-STEP                         PIC 9(2) VALUE ZERO.
       01  WS-START-STEP                   PIC 9(2) VALUE ZERO.
       01  WS-FIRST-STEP                   PIC 9(2) VALUE ZERO.
       01  WS-LAST-STEP                    PIC 9(2) VALUE 16.
       01  WS-PAIR-ROWS-MOVED              PIC 9(7) VALUE ZERO.

      * -- every number named in the list so far, old and new --
       01  WS-SEEN-TABLE-MAX               PIC 9(4) VALUE 2000.
       01  WS-SEEN-COUNT                   PIC 9(4) VALUE ZERO.
       01  WS-SEEN-TABLE.
           05  WS-SEEN-CUST-NO OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-SEEN-COUNT
                   INDEXED BY WS-SEEN-IDX  PIC 9(6).
       01  WS-SEEN-FOUND-SW                PIC X(1) VALUE "N".
           88  WS-SEEN-FOUND               VALUE "Y".
       01  WS-SEEN-LOOKUP                  PIC 9(6) VALUE ZERO.

      * -- child files, in step order: step 2 moves child 1 and so
      * on through step 14. "members" is CUSTOMER-FILE itself - the
      * customers whose CF-PARENT-CUST-NO points at the number --
       01  WS-CHILD-NAME-VALUES.
           05  FILLER  PIC X(8) VALUE "contact".
           05  FILLER  PIC X(8) VALUE "custdoc".
           05  FILLER  PIC X(8) VALUE "custbal".
           05  FILLER  PIC X(8) VALUE "saleshis".
           05  FILLER  PIC X(8) VALUE "pendchg".
           05  FILLER  PIC X(8) VALUE "worklist".
           05  FILLER  PIC X(8) VALUE "arhist".
           05  FILLER  PIC X(8) VALUE "crhold".
           05  FILLER  PIC X(8) VALUE "agesnap".
           05  FILLER  PIC X(8) VALUE "finexc".
           05  FILLER  PIC X(8) VALUE "salesbud".
           05  FILLER  PIC X(8) VALUE "credrev".
           05  FILLER  PIC X(8) VALUE "members".
       01  WS-CHILD-NAME-TABLE REDEFINES WS-CHILD-NAME-VALUES.
           05  WS-CHILD-NAME               PIC X(8) OCCURS 13 TIMES.
       01  WS-CHILD-COUNT                  PIC 9(2) VALUE 13.
       01  WS-CHILD-TABLE.
           05  WS-CHILD-ENTRY OCCURS 13 TIMES.
               10  CX-OPEN-SW              PIC X(1).
                   88  CX-OPEN             VALUE "Y".
               10  CX-MOVED-COUNT          PIC 9(7).
       01  WS-FX                           PIC 9(2) VALUE ZERO.

      * -- one child-file pass: check whether any row sits under
      * WS-FROM-CUST-NO, or move every such row to WS-TO-CUST-NO --
       01  WS-CHILD-MODE-SW                PIC X(1) VALUE "C".
           88  WS-CHILD-CHECK              VALUE "C".
           88  WS-CHILD-MOVE               VALUE "M".
       01  WS-FROM-CUST-NO                 PIC 9(6) VALUE ZERO.
       01  WS-TO-CUST-NO                   PIC 9(6) VALUE ZERO.
       01  WS-CHILD-DONE-SW                PIC X(1) VALUE "N".
           88  WS-CHILD-DONE               VALUE "Y".
       01  WS-CHILD-FOUND-SW               PIC X(1) VALUE "N".
           88  WS-CHILD-FOUND              VALUE "Y".
       01  WS-CHILD-STATUS                 PIC XX VALUE "00".
       01  WS-DA-SCAN-SW                   PIC X(1) VALUE "N".
           88  WS-DA-SCAN-DONE             VALUE "Y".
       01  WS-DA-HELD-SW                   PIC X(1) VALUE "N".
           88  WS-DA-HELD                  VALUE "Y".
      * SALES-BUDGET-FILE is keyed year first, so a customer's rows
      * are found by a pass from the last key looked at
       01  WS-BUDGET-RESUME-KEY            PIC X(16) VALUE LOW-VALUES.
       01  WS-BUDGET-SCAN-SW               PIC X(1) VALUE "N".
           88  WS-BUDGET-ROW-FOUND         VALUE "Y".
           88  WS-BUDGET-SCAN-END          VALUE "E".

      * -- audit images, sized to CUSTOMER-RECORD --
       01  WS-BEFORE-IMAGE                 PIC X(329) VALUE SPACES.
       01  WS-AFTER-IMAGE                  PIC X(329) VALUE SPACES.

      * -- counters --
       01  WS-PAIR-COUNT                   PIC 9(5) VALUE ZERO.
       01  WS-DONE-COUNT                   PIC 9(5) VALUE ZERO.
       01  WS-REJECT-COUNT                 PIC 9(5) VALUE ZERO.

       01  WS-DETAIL-LINE.
           05  DL-LINE-NO                  PIC ZZZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  DL-OLD-CUST-NO              PIC X(6).
           05  FILLER                      PIC X(4) VALUE " -> ".
           05  DL-NEW-CUST-NO              PIC X(6).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  DL-CUST-NAME                PIC X(30).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  DL-DISPOSITION              PIC X(10).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  DL-TEXT                     PIC X(50).

       01  WS-FOOTER-LINE.
           05  FILLER          PIC X(14) VALUE "Pairs read: ".
           05  FT-PAIR-COUNT   PIC ZZ,ZZ9.
           05  FILLER          PIC X(14) VALUE "  renumbered: ".
           05  FT-DONE-COUNT   PIC ZZ,ZZ9.
           05  FILLER          PIC X(12) VALUE "  rejected: ".
           05  FT-REJECT-COUNT PIC ZZ,ZZ9.

       01  WS-MOVED-LINE.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  ML-FILE                     PIC X(10).
           05  ML-COUNT                    PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(12)
                                           VALUE " rows moved".

       PROCEDURE DIVISION.
       000-Main.
           PERFORM 050-Sign-On
           PERFORM 060-Check-For-Prior-Run
           IF WS-PRIOR-RUN-INCOMPLETE
               MOVE "A" TO WS-RUN-MODE
           ELSE
               PERFORM 100-Accept-Mode
           END-IF
           PERFORM 150-Open-Files
           IF WS-PRIOR-RUN-INCOMPLETE
               PERFORM 200-Finish-Interrupted-Pair
           END-IF
           IF WS-CONTINUE-LIST
               PERFORM 300-Process-List
           END-IF
           PERFORM 800-Print-Footer
           IF WS-MODE-APPLY
               MOVE "Y" TO WS-CKPT-COMPLETE-FLAG
               PERFORM 480-Write-Checkpoint-Record
           END-IF
           PERFORM 900-Close-Files
           PERFORM 950-Archive-Report
           STOP RUN
           .

       050-Sign-On.
      * a renumbering rewrites the master and deletes the record
      * under the old number - maintenance and delete rights both
           PERFORM Perform-Operator-Signon
           IF NOT WS-SO-SIGNED-ON
               DISPLAY "custrenum run aborted - not signed on."
               STOP RUN
           END-IF
           IF NOT OP-CAN-MAINT OR NOT OP-CAN-DELETE
               DISPLAY "Operator " WS-OPERATOR-ID " does not hold "
                   "the maintenance and delete rights - run aborted."
               STOP RUN
           END-IF
           .

       060-Check-For-Prior-Run.
           MOVE "N" TO WS-PRIOR-RUN-INCOMPLETE-SW
           OPEN INPUT CUSTRENUM-CKPT
           IF WS-CKPT-FILE-STATUS = "00"
               READ CUSTRENUM-CKPT
                   AT END CONTINUE
                   NOT AT END
                       IF RNCK-PROGRAM-ID = WS-PROGRAM-ID
                          AND RNCK-INCOMPLETE
                           MOVE "Y" TO WS-PRIOR-RUN-INCOMPLETE-SW
                           MOVE RNCK-LINE-NO TO WS-SAVED-LINE-NO
                           MOVE RNCK-OLD-CUST-NO
                               TO WS-SAVED-OLD-CUST-NO
                           MOVE RNCK-NEW-CUST-NO
                               TO WS-SAVED-NEW-CUST-NO
                           MOVE RNCK-STEP TO WS-SAVED-STEP
                           MOVE RNCK-DONE-COUNT
                               TO WS-SAVED-DONE-COUNT
                           MOVE RNCK-REJECT-COUNT
                               TO WS-SAVED-REJECT-COUNT
                       END-IF
               END-READ
               CLOSE CUSTRENUM-CKPT
           END-IF
           IF WS-PRIOR-RUN-INCOMPLETE
      * no choice is offered here - a customer may be half on each
      * number, and it is finished before anything else is done
               DISPLAY "A previous apply run stopped at list line "
                   WS-SAVED-LINE-NO
               IF WS-SAVED-OLD-CUST-NO NOT = ZERO
                   DISPLAY "while moving customer "
                       WS-SAVED-OLD-CUST-NO " to "
                       WS-SAVED-NEW-CUST-NO
                       " - that customer is finished first."
               END-IF
               MOVE WS-SAVED-DONE-COUNT TO WS-DONE-COUNT
               MOVE WS-SAVED-REJECT-COUNT TO WS-REJECT-COUNT
           END-IF
           .

       100-Accept-Mode.
           DISPLAY "Renumber customers listed in custrenum.dat"
           DISPLAY "Preview or Apply (P/A): " WITH NO ADVANCING
           ACCEPT WS-RUN-MODE
           IF NOT WS-RUN-MODE-VALID
               DISPLAY "Mode must be P or A - run aborted."
               STOP RUN
           END-IF
           IF WS-MODE-APPLY
               DISPLAY "Apply mode MOVES every listed customer and "
                   "all its rows. Proceed? (Y/N) " WITH NO ADVANCING
               ACCEPT WS-CONFIRM-RESPONSE
               IF NOT WS-CONFIRM-YES
                   DISPLAY "Run cancelled - nothing changed."
                   STOP RUN
               END-IF
           END-IF
           .

       150-Open-Files.
           IF WS-MODE-APPLY
               OPEN I-O CUSTOMER-FILE
           ELSE
               OPEN INPUT CUSTOMER-FILE
           END-IF
           IF NOT WS-FS-OK
               DISPLAY "ERROR: cannot open CUSTOMER-FILE, status "
                   WS-FILE-STATUS
               DISPLAY "custrenum run aborted - see above."
               STOP RUN
           END-IF
           OPEN OUTPUT RENUMBER-RPT
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open custrenum.rpt, status "
                   WS-RPT-FILE-STATUS
               DISPLAY "custrenum run aborted - see above."
               STOP RUN
           END-IF
           OPEN INPUT DELETED-CUSTOMER-ARCHIVE
           IF WS-DELARCH-FILE-STATUS = "00"
               SET WS-DELARCH-OPEN TO TRUE
           END-IF
           INITIALIZE WS-CHILD-TABLE
           PERFORM VARYING WS-FX FROM 1 BY 1
                   UNTIL WS-FX > WS-CHILD-COUNT
               PERFORM 160-Open-Child-File
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           IF WS-MODE-APPLY
               MOVE "Customer Renumbering Register" TO RPT-LINE
           ELSE
               MOVE "Customer Renumbering - PREVIEW" TO RPT-LINE
           END-IF
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           .

       160-Open-Child-File.
      * a child file that was never created has nothing to move;
      * any other open failure stops the run before a customer is
      * touched
           EVALUATE WS-FX
               WHEN 1
                   IF WS-MODE-APPLY
                       OPEN I-O CONTACT-FILE
                   ELSE
                       OPEN INPUT CONTACT-FILE
                   END-IF
                   MOVE WS-CONTACT-FILE-STATUS TO WS-CHILD-STATUS
               WHEN 2
                   IF WS-MODE-APPLY
                       OPEN I-O DOCUMENT-FILE
                   ELSE
                       OPEN INPUT DOCUMENT-FILE
                   END-IF
                   MOVE WS-CUSTDOC-FILE-STATUS TO WS-CHILD-STATUS
               WHEN 3
                   IF WS-MODE-APPLY
                       OPEN I-O OPEN-BALANCE-FILE
                   ELSE
                       OPEN INPUT OPEN-BALANCE-FILE
                   END-IF
                   MOVE WS-CUSTBAL-FILE-STATUS TO WS-CHILD-STATUS
               WHEN 4
                   IF WS-MODE-APPLY
                       OPEN I-O SALES-HISTORY-FILE
                   ELSE
                       OPEN INPUT SALES-HISTORY-FILE
                   END-IF
                   MOVE WS-SALESHIS-FILE-STATUS TO WS-CHILD-STATUS
               WHEN 5
                   IF WS-MODE-APPLY
                       OPEN I-O PENDING-CHANGE-FILE
                   ELSE
                       OPEN INPUT PENDING-CHANGE-FILE
                   END-IF
                   MOVE WS-PENDING-FILE-STATUS TO WS-CHILD-STATUS
               WHEN 6
                   IF WS-MODE-APPLY
                       OPEN I-O EXCEPTION-WORKLIST
                   ELSE
                       OPEN INPUT EXCEPTION-WORKLIST
                   END-IF
                   MOVE WS-WORKLIST-FILE-STATUS TO WS-CHILD-STATUS
               WHEN 7
                   IF WS-MODE-APPLY
                       OPEN I-O AR-HISTORY-FILE
                   ELSE
                       OPEN INPUT AR-HISTORY-FILE
                   END-IF
                   MOVE WS-ARHIST-FILE-STATUS TO WS-CHILD-STATUS
               WHEN 8
                   IF WS-MODE-APPLY
                       OPEN I-O CREDIT-HOLD-FILE
                   ELSE
                       OPEN INPUT CREDIT-HOLD-FILE
                   END-IF
                   MOVE WS-CRHOLD-FILE-STATUS TO WS-CHILD-STATUS
               WHEN 9
                   IF WS-MODE-APPLY
                       OPEN I-O AGING-SNAPSHOT-FILE
                   ELSE
                       OPEN INPUT AGING-SNAPSHOT-FILE
                   END-IF
                   MOVE WS-AGESNAP-FILE-STATUS TO WS-CHILD-STATUS
               WHEN 10
                   IF WS-MODE-APPLY
                       OPEN I-O FINANCE-EXCEPTION-FILE
                   ELSE
                       OPEN INPUT FINANCE-EXCEPTION-FILE
                   END-IF
                   MOVE WS-FINEXC-FILE-STATUS TO WS-CHILD-STATUS
               WHEN 11
                   IF WS-MODE-APPLY
                       OPEN I-O SALES-BUDGET-FILE
                   ELSE
                       OPEN INPUT SALES-BUDGET-FILE
                   END-IF
                   MOVE WS-SALESBUD-FILE-STATUS TO WS-CHILD-STATUS
               WHEN 12
                   IF WS-MODE-APPLY
                       OPEN I-O CREDIT-REVIEW-FILE
                   ELSE
                       OPEN INPUT CREDIT-REVIEW-FILE
                   END-IF
                   MOVE WS-CREDREV-FILE-STATUS TO WS-CHILD-STATUS
      * the members are on CUSTOMER-FILE, opened above
               WHEN 13
                   MOVE "00" TO WS-CHILD-STATUS
           END-EVALUATE
           EVALUATE WS-CHILD-STATUS
               WHEN "00"
                   SET CX-OPEN (WS-FX) TO TRUE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR: cannot open "
                       WS-CHILD-NAME (WS-FX) ", status "
                       WS-CHILD-STATUS
                   DISPLAY "custrenum run aborted - see above."
                   STOP RUN
           END-EVALUATE
           .

       200-Finish-Interrupted-Pair.
           IF WS-SAVED-OLD-CUST-NO NOT = ZERO
               MOVE WS-SAVED-LINE-NO TO WS-LINE-NO
               MOVE WS-SAVED-OLD-CUST-NO TO WS-OLD-CUST-NO
               MOVE WS-SAVED-NEW-CUST-NO TO WS-NEW-CUST-NO
               MOVE WS-OLD-CUST-NO TO WS-OLD-CUST-X
               MOVE WS-NEW-CUST-NO TO WS-NEW-CUST-X
               MOVE WS-SAVED-STEP TO WS-START-STEP
               PERFORM 400-Renumber-Customer
               DISPLAY "Customer " WS-OLD-CUST-NO " is now "
                   WS-NEW-CUST-NO " - interrupted move finished."
           END-IF
           MOVE WS-SAVED-LINE-NO TO WS-SKIP-THROUGH-LINE
           DISPLAY "Carry on with custrenum.dat after line "
               WS-SKIP-THROUGH-LINE "? (Y/N) " WITH NO ADVANCING
           MOVE SPACE TO WS-CONFIRM-RESPONSE
           ACCEPT WS-CONFIRM-RESPONSE
           IF NOT WS-CONFIRM-YES
               MOVE "N" TO WS-CONTINUE-LIST-SW
           END-IF
           .

       300-Process-List.
           OPEN INPUT RENUMBER-LIST-FILE
           IF WS-LIST-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open custrenum.dat, status "
                   WS-LIST-FILE-STATUS
               DISPLAY "custrenum run aborted - see above."
               PERFORM 900-Close-Files
               STOP RUN
           END-IF
           MOVE ZERO TO WS-LINE-NO
           MOVE "N" TO WS-LIST-EOF-SW
           PERFORM UNTIL WS-LIST-EOF
               READ RENUMBER-LIST-FILE
                   AT END MOVE "Y" TO WS-LIST-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       IF RENUMBER-LIST-RECORD NOT = SPACES
                           PERFORM 310-Handle-List-Line
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RENUMBER-LIST-FILE
           .

       310-Handle-List-Line.
           PERFORM 320-Parse-Pair
      * lines a resumed run already finished only feed the
      * once-per-list check
           IF WS-LINE-NO NOT > WS-SKIP-THROUGH-LINE
               IF WS-PAIR-VALID
                   PERFORM 345-Remember-Pair
               END-IF
           ELSE
               ADD 1 TO WS-PAIR-COUNT
               IF WS-PAIR-VALID
                   PERFORM 340-Validate-Pair
               END-IF
               IF WS-PAIR-VALID
                   PERFORM 345-Remember-Pair
                   IF WS-MODE-APPLY
                       MOVE ZERO TO WS-START-STEP
                       PERFORM 400-Renumber-Customer
                   ELSE
                       MOVE "WOULD MOVE" TO DL-DISPOSITION
                       MOVE SPACES TO DL-TEXT
                       PERFORM 390-Print-Detail-Line
                   END-IF
               ELSE
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED" TO DL-DISPOSITION
                   MOVE WS-REJECT-REASON TO DL-TEXT
                   PERFORM 390-Print-Detail-Line
               END-IF
           END-IF
           .

       320-Parse-Pair.
           MOVE "Y" TO WS-PAIR-VALID-SW
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-OLD-CUST-NAME
           MOVE SPACES TO WS-OLD-CUST-X
           MOVE SPACES TO WS-NEW-CUST-X
           MOVE ZERO TO WS-OLD-LENGTH
           MOVE ZERO TO WS-NEW-LENGTH
           MOVE ZERO TO WS-OLD-CUST-NO
           MOVE ZERO TO WS-NEW-CUST-NO
           UNSTRING RENUMBER-LIST-RECORD DELIMITED BY "|"
               INTO WS-OLD-CUST-X COUNT IN WS-OLD-LENGTH
                    WS-NEW-CUST-X COUNT IN WS-NEW-LENGTH
           END-UNSTRING
           IF WS-OLD-LENGTH > 6 OR WS-NEW-LENGTH > 6
               MOVE "N" TO WS-PAIR-VALID-SW
               MOVE "Customer number longer than 6 digits"
                   TO WS-REJECT-REASON
           END-IF
           IF WS-PAIR-VALID
               MOVE WS-OLD-CUST-X TO WS-EDIT-FIELD
               PERFORM 330-Edit-Customer-Number
               IF WS-EDIT-VALID
                   MOVE WS-EDIT-CUST-NO TO WS-OLD-CUST-NO
               ELSE
                   MOVE "N" TO WS-PAIR-VALID-SW
                   MOVE "Old number not numeric or zero"
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-PAIR-VALID
               MOVE WS-NEW-CUST-X TO WS-EDIT-FIELD
               PERFORM 330-Edit-Customer-Number
               IF WS-EDIT-VALID
                   MOVE WS-EDIT-CUST-NO TO WS-NEW-CUST-NO
               ELSE
                   MOVE "N" TO WS-PAIR-VALID-SW
                   MOVE "New number not numeric or zero"
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-PAIR-VALID AND WS-OLD-CUST-NO = WS-NEW-CUST-NO
               MOVE "N" TO WS-PAIR-VALID-SW
               MOVE "Old and new number are the same"
                   TO WS-REJECT-REASON
           END-IF
           .

       330-Edit-Customer-Number.
      * digit prefix followed by nothing but spaces, the same
      * delimited-field edit custload.cbl and salepost.cbl apply
           MOVE "N" TO WS-EDIT-VALID-SW
           MOVE ZERO TO WS-EDIT-CUST-NO
           MOVE ZERO TO WS-EDIT-DIGIT-COUNT
           MOVE ZERO TO WS-EDIT-SPACE-COUNT
           INSPECT WS-EDIT-FIELD
               TALLYING WS-EDIT-DIGIT-COUNT
                   FOR CHARACTERS BEFORE INITIAL SPACE
           INSPECT WS-EDIT-FIELD
               TALLYING WS-EDIT-SPACE-COUNT FOR ALL SPACE
           IF WS-EDIT-DIGIT-COUNT > ZERO
               AND WS-EDIT-FIELD (1:WS-EDIT-DIGIT-COUNT) IS NUMERIC
               AND WS-EDIT-DIGIT-COUNT + WS-EDIT-SPACE-COUNT = 6
               MOVE FUNCTION NUMVAL
                   (WS-EDIT-FIELD (1:WS-EDIT-DIGIT-COUNT))
                   TO WS-EDIT-CUST-NO
               IF WS-EDIT-CUST-NO NOT = ZERO
                   MOVE "Y" TO WS-EDIT-VALID-SW
               END-IF
           END-IF
           .

       340-Validate-Pair.
      * a number already named in this list is refused outright,
      * so the preview and the apply run always agree
           MOVE WS-OLD-CUST-NO TO WS-SEEN-LOOKUP
           PERFORM 350-Look-Up-Seen
           IF WS-SEEN-FOUND
               MOVE "N" TO WS-PAIR-VALID-SW
               MOVE "Old number already named earlier in the list"
                   TO WS-REJECT-REASON
           END-IF
           IF WS-PAIR-VALID
               MOVE WS-NEW-CUST-NO TO WS-SEEN-LOOKUP
               PERFORM 350-Look-Up-Seen
               IF WS-SEEN-FOUND
                   MOVE "N" TO WS-PAIR-VALID-SW
                   MOVE "New number already named earlier in the list"
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-PAIR-VALID
               MOVE WS-OLD-CUST-NO TO CF-CUST-NO
               READ CUSTOMER-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-FS-OK
                   MOVE CF-CUST-NAME TO WS-OLD-CUST-NAME
               ELSE
                   MOVE "N" TO WS-PAIR-VALID-SW
                   MOVE "Old number not on file" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-PAIR-VALID
               MOVE WS-NEW-CUST-NO TO CF-CUST-NO
               READ CUSTOMER-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-FS-OK
                   MOVE "N" TO WS-PAIR-VALID-SW
                   MOVE "New number already in use" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-PAIR-VALID
               PERFORM 360-Check-Deleted-Archive
           END-IF
      * rows left under the new number (intcheck.cbl orphans), or
      * customers still linked to it as their parent, would be
      * merged into the moved customer - clear them first
           IF WS-PAIR-VALID
               SET WS-CHILD-CHECK TO TRUE
               MOVE WS-NEW-CUST-NO TO WS-FROM-CUST-NO
               PERFORM VARYING WS-FX FROM 1 BY 1
                       UNTIL WS-FX > WS-CHILD-COUNT
                       OR NOT WS-PAIR-VALID
                   PERFORM 500-Child-File-Pass
                   IF WS-CHILD-FOUND
                       MOVE "N" TO WS-PAIR-VALID-SW
                       MOVE SPACES TO WS-REJECT-REASON
                       STRING "New number still has "
                           WS-CHILD-NAME (WS-FX) " rows"
                           DELIMITED BY SIZE INTO WS-REJECT-REASON
                   END-IF
               END-PERFORM
           END-IF
           .

       345-Remember-Pair.
           IF WS-SEEN-COUNT + 2 > WS-SEEN-TABLE-MAX
               DISPLAY "ERROR: more than " WS-SEEN-TABLE-MAX
                   " numbers in custrenum.dat - split the list."
               DISPLAY "custrenum run aborted - rerun to resume."
               PERFORM 900-Close-Files
               STOP RUN
           END-IF
           ADD 1 TO WS-SEEN-COUNT
           MOVE WS-OLD-CUST-NO TO WS-SEEN-CUST-NO (WS-SEEN-COUNT)
           ADD 1 TO WS-SEEN-COUNT
           MOVE WS-NEW-CUST-NO TO WS-SEEN-CUST-NO (WS-SEEN-COUNT)
           .

       350-Look-Up-Seen.
           MOVE "N" TO WS-SEEN-FOUND-SW
           PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
                   UNTIL WS-SEEN-IDX > WS-SEEN-COUNT OR WS-SEEN-FOUND
               IF WS-SEEN-CUST-NO (WS-SEEN-IDX) = WS-SEEN-LOOKUP
                   SET WS-SEEN-FOUND TO TRUE
               END-IF
           END-PERFORM
           .

       360-Check-Deleted-Archive.
      * a deleted customer that has not been reinstated can still
      * come back through custrein.cbl under its own number
           IF WS-DELARCH-OPEN
               MOVE "N" TO WS-DA-HELD-SW
               MOVE "N" TO WS-DA-SCAN-SW
               MOVE WS-NEW-CUST-NO TO DA-CUST-NO
               MOVE LOW-VALUES TO DA-DELETE-TS
               START DELETED-CUSTOMER-ARCHIVE
                   KEY IS NOT LESS THAN DA-KEY
                   INVALID KEY SET WS-DA-SCAN-DONE TO TRUE
               END-START
               PERFORM UNTIL WS-DA-SCAN-DONE
                   READ DELETED-CUSTOMER-ARCHIVE NEXT RECORD
                       AT END SET WS-DA-SCAN-DONE TO TRUE
                       NOT AT END
                           IF DA-CUST-NO NOT = WS-NEW-CUST-NO
                               SET WS-DA-SCAN-DONE TO TRUE
                           ELSE
                               IF NOT DA-REINSTATED
                                   SET WS-DA-HELD TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-DA-HELD
                   MOVE "N" TO WS-PAIR-VALID-SW
                   MOVE "New number is a deleted customer (custrein)"
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           .

       390-Print-Detail-Line.
           MOVE WS-LINE-NO TO DL-LINE-NO
           MOVE WS-OLD-CUST-X TO DL-OLD-CUST-NO
           MOVE WS-NEW-CUST-X TO DL-NEW-CUST-NO
           MOVE WS-OLD-CUST-NAME TO DL-CUST-NAME
           MOVE SPACES TO RPT-LINE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           .

      ******************************************************************
      * One customer moved, in sixteen checkpointed steps:
      *   1      write the master under the new number
      *   2-13   move the rows of each child file in turn
      *   14     re-point the members of its family
      *   15     log the "N" and "O" audit pair
      *   16     delete the master under the old number
      * Every step can be run again after a failure part way
      * through it - a copy already under the new number ("22") is
      * taken as made, a row already gone from the old number
      * ("23") as deleted and a member already re-pointed no longer
      * matches - so a rerun restarts at the first step the
      * checkpoint does not show as done.
      ******************************************************************
       400-Renumber-Customer.
           MOVE ZERO TO WS-PAIR-ROWS-MOVED
           IF WS-START-STEP = ZERO
               MOVE ZERO TO WS-STEP
               MOVE "N" TO WS-CKPT-COMPLETE-FLAG
               PERFORM 480-Write-Checkpoint-Record
           END-IF
           COMPUTE WS-FIRST-STEP = WS-START-STEP + 1
           PERFORM VARYING WS-STEP FROM WS-FIRST-STEP BY 1
                   UNTIL WS-STEP > WS-LAST-STEP
               EVALUATE WS-STEP
                   WHEN 1
                       PERFORM 410-Write-New-Master
                   WHEN 15
                       PERFORM 440-Write-Audit-Pair
                   WHEN 16
                       PERFORM 450-Delete-Old-Master
                   WHEN OTHER
                       COMPUTE WS-FX = WS-STEP - 1
                       SET WS-CHILD-MOVE TO TRUE
                       MOVE WS-OLD-CUST-NO TO WS-FROM-CUST-NO
                       MOVE WS-NEW-CUST-NO TO WS-TO-CUST-NO
                       PERFORM 500-Child-File-Pass
               END-EVALUATE
               MOVE "N" TO WS-CKPT-COMPLETE-FLAG
               PERFORM 480-Write-Checkpoint-Record
           END-PERFORM
           ADD 1 TO WS-DONE-COUNT
      * the pair is finished - the checkpoint now names no customer
      * in flight, only the list line reached
           MOVE ZERO TO WS-OLD-CUST-NO
           MOVE ZERO TO WS-NEW-CUST-NO
           MOVE ZERO TO WS-STEP
           PERFORM 480-Write-Checkpoint-Record
           MOVE "RENUMBERED" TO DL-DISPOSITION
           MOVE SPACES TO DL-TEXT
           STRING WS-PAIR-ROWS-MOVED " related rows moved"
               DELIMITED BY SIZE INTO DL-TEXT
           PERFORM 390-Print-Detail-Line
           .

       410-Write-New-Master.
           MOVE WS-OLD-CUST-NO TO CF-CUST-NO
           READ CUSTOMER-FILE
               INVALID KEY CONTINUE
           END-READ
           IF NOT WS-FS-OK
               DISPLAY "ERROR: customer " WS-OLD-CUST-NO
                   " not readable, status " WS-FILE-STATUS
               PERFORM 490-Abort-Renumber
           END-IF
           MOVE CF-CUST-NAME TO WS-OLD-CUST-NAME
           MOVE WS-NEW-CUST-NO TO CF-CUST-NO
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME TO CF-CUST-LAST-CHANGE-DT
           WRITE CUSTOMER-RECORD
               INVALID KEY CONTINUE
           END-WRITE
      * "02" is a good write with a duplicate name on the
      * CF-CUST-NAME alternate key; "22" is the copy an interrupted
      * run already made
           IF NOT WS-FS-OK-OR-DUP-ALTKEY
                   AND WS-FILE-STATUS NOT = "22"
               DISPLAY "ERROR: cannot write customer "
                   WS-NEW-CUST-NO ", status " WS-FILE-STATUS
               PERFORM 490-Abort-Renumber
           END-IF
           .

       440-Write-Audit-Pair.
      * before image the record under the old number, after image
      * the record under the new one, logged under both numbers so
      * either one finds the link
           MOVE WS-OLD-CUST-NO TO CF-CUST-NO
           READ CUSTOMER-FILE
               INVALID KEY CONTINUE
           END-READ
           IF NOT WS-FS-OK
               DISPLAY "ERROR: customer " WS-OLD-CUST-NO
                   " not readable, status " WS-FILE-STATUS
               PERFORM 490-Abort-Renumber
           END-IF
           MOVE CF-CUST-NAME TO WS-OLD-CUST-NAME
           MOVE CUSTOMER-RECORD TO WS-BEFORE-IMAGE
           MOVE WS-NEW-CUST-NO TO CF-CUST-NO
           READ CUSTOMER-FILE
               INVALID KEY CONTINUE
           END-READ
           IF NOT WS-FS-OK
               DISPLAY "ERROR: customer " WS-NEW-CUST-NO
                   " not readable, status " WS-FILE-STATUS
               PERFORM 490-Abort-Renumber
           END-IF
           MOVE CUSTOMER-RECORD TO WS-AFTER-IMAGE
           MOVE "N" TO CA-ACTION
           MOVE WS-NEW-CUST-NO TO CA-CUST-NO
           PERFORM 460-Write-Audit-Record
           MOVE "O" TO CA-ACTION
           MOVE WS-OLD-CUST-NO TO CA-CUST-NO
           PERFORM 460-Write-Audit-Record
           .

       450-Delete-Old-Master.
           MOVE WS-OLD-CUST-NO TO CF-CUST-NO
           DELETE CUSTOMER-FILE
               INVALID KEY CONTINUE
           END-DELETE
           IF NOT WS-FS-OK AND WS-FILE-STATUS NOT = "23"
               DISPLAY "ERROR: cannot delete customer "
                   WS-OLD-CUST-NO ", status " WS-FILE-STATUS
               PERFORM 490-Abort-Renumber
           END-IF
           .

       460-Write-Audit-Record.
      * same shape as Write-Audit-Record-Common in webbrowsr.prd;
      * CA-ACTION and CA-CUST-NO are set by the caller
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
           MOVE WS-BEFORE-IMAGE TO CA-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO CA-AFTER-IMAGE
           WRITE CUSTFILE-AUDIT-RECORD
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot write custaudit, status "
                   WS-AUDIT-FILE-STATUS
               PERFORM 490-Abort-Renumber
           END-IF
           .

       480-Write-Checkpoint-Record.
      * WS-CKPT-COMPLETE-FLAG is set by the caller
           OPEN OUTPUT CUSTRENUM-CKPT
           IF WS-CKPT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: checkpoint write failed, status "
                   WS-CKPT-FILE-STATUS
               DISPLAY "custrenum run aborted - a renumbering cannot "
                   "run without its restart point."
               PERFORM 900-Close-Files
               STOP RUN
           END-IF
           MOVE WS-PROGRAM-ID TO RNCK-PROGRAM-ID
           MOVE WS-LINE-NO TO RNCK-LINE-NO
           MOVE WS-OLD-CUST-NO TO RNCK-OLD-CUST-NO
           MOVE WS-NEW-CUST-NO TO RNCK-NEW-CUST-NO
           MOVE WS-STEP TO RNCK-STEP
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME TO RNCK-TIMESTAMP
           MOVE WS-CKPT-COMPLETE-FLAG TO RNCK-RUN-COMPLETE
           MOVE WS-DONE-COUNT TO RNCK-DONE-COUNT
           MOVE WS-REJECT-COUNT TO RNCK-REJECT-COUNT
           WRITE CUSTRENUM-CKPT-RECORD
           CLOSE CUSTRENUM-CKPT
           .

       490-Abort-Renumber.
           DISPLAY "custrenum run aborted while moving customer "
               WS-OLD-CUST-NO " to " WS-NEW-CUST-NO
               " - rerun to finish it."
           PERFORM 900-Close-Files
           STOP RUN
           .

      ******************************************************************
      * One pass over child file WS-FX for customer WS-FROM-CUST-NO.
      * Check mode only notes whether a row exists. Move mode takes
      * the first row under the old number, writes it under the new
      * one, deletes the old-keyed row, and starts again from the
      * old number until none is left - the key after the customer
      * number is kept as it was.
      ******************************************************************
       500-Child-File-Pass.
           MOVE "N" TO WS-CHILD-FOUND-SW
           MOVE "N" TO WS-CHILD-DONE-SW
           IF CX-OPEN (WS-FX)
               EVALUATE WS-FX
                   WHEN 1 PERFORM 510-Pass-Contacts
                   WHEN 2 PERFORM 515-Pass-Documents
                   WHEN 3 PERFORM 520-Pass-Balances
                   WHEN 4 PERFORM 525-Pass-Sales-History
                   WHEN 5 PERFORM 530-Pass-Pending-Changes
                   WHEN 6 PERFORM 535-Pass-Worklist
                   WHEN 7 PERFORM 540-Pass-AR-History
                   WHEN 8 PERFORM 545-Pass-Credit-Holds
                   WHEN 9 PERFORM 550-Pass-Aging-Snapshots
                   WHEN 10 PERFORM 555-Pass-Finance-Exceptions
                   WHEN 11 PERFORM 560-Pass-Sales-Budgets
                   WHEN 12 PERFORM 565-Pass-Credit-Reviews
                   WHEN 13 PERFORM 570-Pass-Members
               END-EVALUATE
           END-IF
           .

       510-Pass-Contacts.
           PERFORM UNTIL WS-CHILD-DONE
               MOVE WS-FROM-CUST-NO TO CT-CUST-NO
               MOVE ZERO TO CT-SEQ-NO
               START CONTACT-FILE KEY IS NOT LESS THAN CT-KEY
                   INVALID KEY SET WS-CHILD-DONE TO TRUE
               END-START
               IF NOT WS-CHILD-DONE
                   READ CONTACT-FILE NEXT RECORD
                       AT END SET WS-CHILD-DONE TO TRUE
                   END-READ
               END-IF
               IF NOT WS-CHILD-DONE
                   IF CT-CUST-NO NOT = WS-FROM-CUST-NO
                       SET WS-CHILD-DONE TO TRUE
                   ELSE
                       SET WS-CHILD-FOUND TO TRUE
                       IF WS-CHILD-CHECK
                           SET WS-CHILD-DONE TO TRUE
                       ELSE
                           MOVE WS-TO-CUST-NO TO CT-CUST-NO
                           WRITE CONTACT-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           MOVE WS-CONTACT-FILE-STATUS
                               TO WS-CHILD-STATUS
                           PERFORM 580-Check-Child-Write
                           MOVE WS-FROM-CUST-NO TO CT-CUST-NO
                           DELETE CONTACT-FILE RECORD
                               INVALID KEY CONTINUE
                           END-DELETE
                           MOVE WS-CONTACT-FILE-STATUS
                               TO WS-CHILD-STATUS
                           PERFORM 585-Check-Child-Delete
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

       515-Pass-Documents.
           PERFORM UNTIL WS-CHILD-DONE
               MOVE WS-FROM-CUST-NO TO DC-CUST-NO
               MOVE ZERO TO DC-SEQ-NO
               START DOCUMENT-FILE KEY IS NOT LESS THAN DC-KEY
                   INVALID KEY SET WS-CHILD-DONE TO TRUE
               END-START
               IF NOT WS-CHILD-DONE
                   READ DOCUMENT-FILE NEXT RECORD
                       AT END SET WS-CHILD-DONE TO TRUE
                   END-READ
               END-IF
               IF NOT WS-CHILD-DONE
                   IF DC-CUST-NO NOT = WS-FROM-CUST-NO
                       SET WS-CHILD-DONE TO TRUE
                   ELSE
                       SET WS-CHILD-FOUND TO TRUE
                       IF WS-CHILD-CHECK
                           SET WS-CHILD-DONE TO TRUE
                       ELSE
                           MOVE WS-TO-CUST-NO TO DC-CUST-NO
                           WRITE DOCUMENT-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           MOVE WS-CUSTDOC-FILE-STATUS
                               TO WS-CHILD-STATUS
                           PERFORM 580-Check-Child-Write
                           MOVE WS-FROM-CUST-NO TO DC-CUST-NO
                           DELETE DOCUMENT-FILE RECORD
                               INVALID KEY CONTINUE
                           END-DELETE
                           MOVE WS-CUSTDOC-FILE-STATUS
                               TO WS-CHILD-STATUS
                           PERFORM 585-Check-Child-Delete
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

       520-Pass-Balances.
      * one row per customer - a direct read, no range to walk
           PERFORM UNTIL WS-CHILD-DONE
               MOVE WS-FROM-CUST-NO TO OB-CUST-NO
               READ OPEN-BALANCE-FILE
                   INVALID KEY SET WS-CHILD-DONE TO TRUE
               END-READ
               IF NOT WS-CHILD-DONE
                   SET WS-CHILD-FOUND TO TRUE
                   IF WS-CHILD-CHECK
                       SET WS-CHILD-DONE TO TRUE
                   ELSE
                       MOVE WS-TO-CUST-NO TO OB-CUST-NO
                       WRITE OPEN-BALANCE-RECORD
                           INVALID KEY CONTINUE
                       END-WRITE
                       MOVE WS-CUSTBAL-FILE-STATUS TO WS-CHILD-STATUS
                       PERFORM 580-Check-Child-Write
                       MOVE WS-FROM-CUST-NO TO OB-CUST-NO
                       DELETE OPEN-BALANCE-FILE RECORD
                           INVALID KEY CONTINUE
                       END-DELETE
                       MOVE WS-CUSTBAL-FILE-STATUS TO WS-CHILD-STATUS
                       PERFORM 585-Check-Child-Delete
                   END-IF
               END-IF
           END-PERFORM
           .

       525-Pass-Sales-History.
           PERFORM UNTIL WS-CHILD-DONE
               MOVE WS-FROM-CUST-NO TO SH-CUST-NO
               MOVE ZERO TO SH-YEAR
               START SALES-HISTORY-FILE KEY IS NOT LESS THAN SH-KEY
                   INVALID KEY SET WS-CHILD-DONE TO TRUE
               END-START
               IF NOT WS-CHILD-DONE
                   READ SALES-HISTORY-FILE NEXT RECORD
                       AT END SET WS-CHILD-DONE TO TRUE
                   END-READ
               END-IF
               IF NOT WS-CHILD-DONE
                   IF SH-CUST-NO NOT = WS-FROM-CUST-NO
                       SET WS-CHILD-DONE TO TRUE
                   ELSE
                       SET WS-CHILD-FOUND TO TRUE
                       IF WS-CHILD-CHECK
                           SET WS-CHILD-DONE TO TRUE
                       ELSE
                           MOVE WS-TO-CUST-NO TO SH-CUST-NO
                           WRITE SALES-HISTORY-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           MOVE WS-SALESHIS-FILE-STATUS
                               TO WS-CHILD-STATUS
                           PERFORM 580-Check-Child-Write
                           MOVE WS-FROM-CUST-NO TO SH-CUST-NO
                           DELETE SALES-HISTORY-FILE RECORD
                               INVALID KEY CONTINUE
                           END-DELETE
                           MOVE WS-SALESHIS-FILE-STATUS
                               TO WS-CHILD-STATUS
                           PERFORM 585-Check-Child-Delete
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

       530-Pass-Pending-Changes.
           PERFORM UNTIL WS-CHILD-DONE
               MOVE WS-FROM-CUST-NO TO PC-CUST-NO
               MOVE LOW-VALUES TO PC-REQUEST-TS
               START PENDING-CHANGE-FILE KEY IS NOT LESS THAN PC-KEY
                   INVALID KEY SET WS-CHILD-DONE TO TRUE
               END-START
               IF NOT WS-CHILD-DONE
                   READ PENDING-CHANGE-FILE NEXT RECORD
                       AT END SET WS-CHILD-DONE TO TRUE
                   END-READ
               END-IF
               IF NOT WS-CHILD-DONE
                   IF PC-CUST-NO NOT = WS-FROM-CUST-NO
                       SET WS-CHILD-DONE TO TRUE
                   ELSE
                       SET WS-CHILD-FOUND TO TRUE
                       IF WS-CHILD-CHECK
                           SET WS-CHILD-DONE TO TRUE
                       ELSE
                           MOVE WS-TO-CUST-NO TO PC-CUST-NO
                           WRITE PENDING-CHANGE-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           MOVE WS-PENDING-FILE-STATUS
                               TO WS-CHILD-STATUS
                           PERFORM 580-Check-Child-Write
                           MOVE WS-FROM-CUST-NO TO PC-CUST-NO
                           DELETE PENDING-CHANGE-FILE RECORD
                               INVALID KEY CONTINUE
                           END-DELETE
                           MOVE WS-PENDING-FILE-STATUS
                               TO WS-CHILD-STATUS
                           PERFORM 585-Check-Child-Delete
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

       535-Pass-Worklist.
           PERFORM UNTIL WS-CHILD-DONE
               MOVE WS-FROM-CUST-NO TO WL-CUST-NO
               MOVE LOW-VALUES TO WL-FINDING-TYPE
               START EXCEPTION-WORKLIST KEY IS NOT LESS THAN WL-KEY
                   INVALID KEY SET WS-CHILD-DONE TO TRUE
               END-START
               IF NOT WS-CHILD-DONE
                   READ EXCEPTION-WORKLIST NEXT RECORD
                       AT END SET WS-CHILD-DONE TO TRUE
                   END-READ
               END-IF
               IF NOT WS-CHILD-DONE
                   IF WL-CUST-NO NOT = WS-FROM-CUST-NO
                       SET WS-CHILD-DONE TO TRUE
                   ELSE
                       SET WS-CHILD-FOUND TO TRUE
                       IF WS-CHILD-CHECK
                           SET WS-CHILD-DONE TO TRUE
                       ELSE
                           MOVE WS-TO-CUST-NO TO WL-CUST-NO
                           WRITE EXCEPTION-WORKLIST-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           MOVE WS-WORKLIST-FILE-STATUS
                               TO WS-CHILD-STATUS
                           PERFORM 580-Check-Child-Write
                           MOVE WS-FROM-CUST-NO TO WL-CUST-NO
                           DELETE EXCEPTION-WORKLIST RECORD
                               INVALID KEY CONTINUE
                           END-DELETE
                           MOVE WS-WORKLIST-FILE-STATUS
                               TO WS-CHILD-STATUS
                           PERFORM 585-Check-Child-Delete
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

       540-Pass-AR-History.
           PERFORM UNTIL WS-CHILD-DONE
               MOVE WS-FROM-CUST-NO TO AH-CUST-NO
               MOVE LOW-VALUES TO AH-TRANS-DATE
               MOVE LOW-VALUES TO AH-POST-TS
               MOVE ZERO TO AH-ROW-NO
               START AR-HISTORY-FILE KEY IS NOT LESS THAN AH-KEY
                   INVALID KEY SET WS-CHILD-DONE TO TRUE
               END-START
               IF NOT WS-CHILD-DONE
                   READ AR-HISTORY-FILE NEXT RECORD
                       AT END SET WS-CHILD-DONE TO TRUE
                   END-READ
               END-IF
               IF NOT WS-CHILD-DONE
                   IF AH-CUST-NO NOT = WS-FROM-CUST-NO
                       SET WS-CHILD-DONE TO TRUE
                   ELSE
                       SET WS-CHILD-FOUND TO TRUE
                       IF WS-CHILD-CHECK
                           SET WS-CHILD-DONE TO TRUE
                       ELSE
                           MOVE WS-TO-CUST-NO TO AH-CUST-NO
                           WRITE AR-HISTORY-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           MOVE WS-ARHIST-FILE-STATUS
                               TO WS-CHILD-STATUS
                           PERFORM 580-Check-Child-Write
                           MOVE WS-FROM-CUST-NO TO AH-CUST-NO
                           DELETE AR-HISTORY-FILE RECORD
                               INVALID KEY CONTINUE
                           END-DELETE
                           MOVE WS-ARHIST-FILE-STATUS
                               TO WS-CHILD-STATUS
                           PERFORM 585-Check-Child-Delete
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

       545-Pass-Credit-Holds.
      * one row per customer, like the open balance
           PERFORM UNTIL WS-CHILD-DONE
               MOVE WS-FROM-CUST-NO TO CH-CUST-NO
               READ CREDIT-HOLD-FILE
                   INVALID KEY SET WS-CHILD-DONE TO TRUE
               END-READ
               IF NOT WS-CHILD-DONE
                   SET WS-CHILD-FOUND TO TRUE
                   IF WS-CHILD-CHECK
                       SET WS-CHILD-DONE TO TRUE
                   ELSE
                       MOVE WS-TO-CUST-NO TO CH-CUST-NO
                       WRITE CREDIT-HOLD-RECORD
                           INVALID KEY CONTINUE
                       END-WRITE
                       MOVE WS-CRHOLD-FILE-STATUS TO WS-CHILD-STATUS
                       PERFORM 580-Check-Child-Write
                       MOVE WS-FROM-CUST-NO TO CH-CUST-NO
                       DELETE CREDIT-HOLD-FILE RECORD
                           INVALID KEY CONTINUE
                       END-DELETE
                       MOVE WS-CRHOLD-FILE-STATUS TO WS-CHILD-STATUS
                       PERFORM 585-Check-Child-Delete
                   END-IF
               END-IF
           END-PERFORM
           .

       550-Pass-Aging-Snapshots.
           PERFORM UNTIL WS-CHILD-DONE
               MOVE WS-FROM-CUST-NO TO AS-CUST-NO
               MOVE ZERO TO AS-PERIOD
               START AGING-SNAPSHOT-FILE KEY IS NOT LESS THAN AS-KEY
                   INVALID KEY SET WS-CHILD-DONE TO TRUE
               END-START
               IF NOT WS-CHILD-DONE
                   READ AGING-SNAPSHOT-FILE NEXT RECORD
                       AT END SET WS-CHILD-DONE TO TRUE
                   END-READ
               END-IF
               IF NOT WS-CHILD-DONE
                   IF AS-CUST-NO NOT = WS-FROM-CUST-NO
                       SET WS-CHILD-DONE TO TRUE
                   ELSE
                       SET WS-CHILD-FOUND TO TRUE
                       IF WS-CHILD-CHECK
                           SET WS-CHILD-DONE TO TRUE
                       ELSE
                           MOVE WS-TO-CUST-NO TO AS-CUST-NO
                           WRITE AGING-SNAPSHOT-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           MOVE WS-AGESNAP-FILE-STATUS
                               TO WS-CHILD-STATUS
                           PERFORM 580-Check-Child-Write
                           MOVE WS-FROM-CUST-NO TO AS-CUST-NO
                           DELETE AGING-SNAPSHOT-FILE RECORD
                               INVALID KEY CONTINUE
                           END-DELETE
                           MOVE WS-AGESNAP-FILE-STATUS
                               TO WS-CHILD-STATUS
                           PERFORM 585-Check-Child-Delete
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

       555-Pass-Finance-Exceptions.
      * one row per customer, like the open balance
           PERFORM UNTIL WS-CHILD-DONE
               MOVE WS-FROM-CUST-NO TO FX-CUST-NO
               READ FINANCE-EXCEPTION-FILE
                   INVALID KEY SET WS-CHILD-DONE TO TRUE
               END-READ
               IF NOT WS-CHILD-DONE
                   SET WS-CHILD-FOUND TO TRUE
                   IF WS-CHILD-CHECK
                       SET WS-CHILD-DONE TO TRUE
                   ELSE
                       MOVE WS-TO-CUST-NO TO FX-CUST-NO
                       WRITE FINANCE-EXCEPTION-RECORD
                           INVALID KEY CONTINUE
                       END-WRITE
                       MOVE WS-FINEXC-FILE-STATUS TO WS-CHILD-STATUS
                       PERFORM 580-Check-Child-Write
                       MOVE WS-FROM-CUST-NO TO FX-CUST-NO
                       DELETE FINANCE-EXCEPTION-FILE RECORD
                           INVALID KEY CONTINUE
                       END-DELETE
                       MOVE WS-FINEXC-FILE-STATUS TO WS-CHILD-STATUS
                       PERFORM 585-Check-Child-Delete
                   END-IF
               END-IF
           END-PERFORM
           .

       560-Pass-Sales-Budgets.
      * only customer-level rows carry a customer number; the key
      * runs year first, so every year is looked through, each
      * search carrying on from the key of the last row moved
           MOVE LOW-VALUES TO WS-BUDGET-RESUME-KEY
           PERFORM UNTIL WS-CHILD-DONE
               MOVE WS-BUDGET-RESUME-KEY TO SB-KEY
               MOVE "N" TO WS-BUDGET-SCAN-SW
               START SALES-BUDGET-FILE KEY IS NOT LESS THAN SB-KEY
                   INVALID KEY SET WS-BUDGET-SCAN-END TO TRUE
               END-START
               PERFORM UNTIL WS-BUDGET-ROW-FOUND
                       OR WS-BUDGET-SCAN-END
                   READ SALES-BUDGET-FILE NEXT RECORD
                       AT END SET WS-BUDGET-SCAN-END TO TRUE
                       NOT AT END
                           IF SB-LEVEL-CUSTOMER
                                   AND SB-CUST-NO = WS-FROM-CUST-NO
                               SET WS-BUDGET-ROW-FOUND TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-BUDGET-SCAN-END
                   SET WS-CHILD-DONE TO TRUE
               ELSE
                   SET WS-CHILD-FOUND TO TRUE
                   IF WS-CHILD-CHECK
                       SET WS-CHILD-DONE TO TRUE
                   ELSE
                       MOVE SB-KEY TO WS-BUDGET-RESUME-KEY
                       MOVE WS-TO-CUST-NO TO SB-CUST-NO
                       WRITE SALES-BUDGET-RECORD
                           INVALID KEY CONTINUE
                       END-WRITE
                       MOVE WS-SALESBUD-FILE-STATUS TO WS-CHILD-STATUS
                       PERFORM 580-Check-Child-Write
                       MOVE WS-BUDGET-RESUME-KEY TO SB-KEY
                       DELETE SALES-BUDGET-FILE RECORD
                           INVALID KEY CONTINUE
                       END-DELETE
                       MOVE WS-SALESBUD-FILE-STATUS TO WS-CHILD-STATUS
                       PERFORM 585-Check-Child-Delete
                   END-IF
               END-IF
           END-PERFORM
           .

       565-Pass-Credit-Reviews.
      * one row per customer, like the open balance
           PERFORM UNTIL WS-CHILD-DONE
               MOVE WS-FROM-CUST-NO TO RS-CUST-NO
               READ CREDIT-REVIEW-FILE
                   INVALID KEY SET WS-CHILD-DONE TO TRUE
               END-READ
               IF NOT WS-CHILD-DONE
                   SET WS-CHILD-FOUND TO TRUE
                   IF WS-CHILD-CHECK
                       SET WS-CHILD-DONE TO TRUE
                   ELSE
                       MOVE WS-TO-CUST-NO TO RS-CUST-NO
                       WRITE CREDIT-REVIEW-RECORD
                           INVALID KEY CONTINUE
                       END-WRITE
                       MOVE WS-CREDREV-FILE-STATUS TO WS-CHILD-STATUS
                       PERFORM 580-Check-Child-Write
                       MOVE WS-FROM-CUST-NO TO RS-CUST-NO
                       DELETE CREDIT-REVIEW-FILE RECORD
                           INVALID KEY CONTINUE
                       END-DELETE
                       MOVE WS-CREDREV-FILE-STATUS TO WS-CHILD-STATUS
                       PERFORM 585-Check-Child-Delete
                   END-IF
               END-IF
           END-PERFORM
           .

       570-Pass-Members.
      * a member points at its parent through CF-PARENT-CUST-NO,
      * not by key - one pass over the whole master. The member
      * keeps its own number; only the link is rewritten, logged
      * as an ordinary "C" change so audinq.cbl shows it
           MOVE ZERO TO CF-CUST-NO
           START CUSTOMER-FILE KEY IS NOT LESS THAN CF-CUST-NO
               INVALID KEY SET WS-CHILD-DONE TO TRUE
           END-START
           PERFORM UNTIL WS-CHILD-DONE
               READ CUSTOMER-FILE NEXT RECORD
                   AT END SET WS-CHILD-DONE TO TRUE
               END-READ
               IF NOT WS-CHILD-DONE
                   IF NOT WS-FS-OK-OR-DUP-ALTKEY
                       DISPLAY "ERROR: cannot read CUSTOMER-FILE for "
                           "members of " WS-FROM-CUST-NO ", status "
                           WS-FILE-STATUS
                       PERFORM 490-Abort-Renumber
                   END-IF
                   IF NOT CF-NO-PARENT
                           AND CF-PARENT-CUST-NO = WS-FROM-CUST-NO
                       SET WS-CHILD-FOUND TO TRUE
                       IF WS-CHILD-CHECK
                           SET WS-CHILD-DONE TO TRUE
                       ELSE
                           PERFORM 575-Repoint-Member
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

       575-Repoint-Member.
           MOVE CUSTOMER-RECORD TO WS-BEFORE-IMAGE
           MOVE WS-TO-CUST-NO TO CF-PARENT-CUST-NO
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME TO CF-CUST-LAST-CHANGE-DT
           REWRITE CUSTOMER-RECORD
               INVALID KEY CONTINUE
           END-REWRITE
           IF NOT WS-FS-OK-OR-DUP-ALTKEY
               DISPLAY "ERROR: cannot re-point member " CF-CUST-NO
                   " to " WS-TO-CUST-NO ", status " WS-FILE-STATUS
               PERFORM 490-Abort-Renumber
           END-IF
           MOVE CUSTOMER-RECORD TO WS-AFTER-IMAGE
           MOVE "C" TO CA-ACTION
           MOVE CF-CUST-NO TO CA-CUST-NO
           PERFORM 460-Write-Audit-Record
           ADD 1 TO CX-MOVED-COUNT (WS-FX)
           ADD 1 TO WS-PAIR-ROWS-MOVED
           .

       580-Check-Child-Write.
      * "22" - the row is already under the new number, copied by
      * the run that was interrupted; the new number was checked
      * free of rows before the customer was started
           IF WS-CHILD-STATUS NOT = "00"
                   AND WS-CHILD-STATUS NOT = "22"
               DISPLAY "ERROR: cannot write " WS-CHILD-NAME (WS-FX)
                   " row for " WS-TO-CUST-NO ", status "
                   WS-CHILD-STATUS
               PERFORM 490-Abort-Renumber
           END-IF
           .

       585-Check-Child-Delete.
           IF WS-CHILD-STATUS NOT = "00"
                   AND WS-CHILD-STATUS NOT = "23"
               DISPLAY "ERROR: cannot delete " WS-CHILD-NAME (WS-FX)
                   " row for " WS-FROM-CUST-NO ", status "
                   WS-CHILD-STATUS
               PERFORM 490-Abort-Renumber
           END-IF
           ADD 1 TO CX-MOVED-COUNT (WS-FX)
           ADD 1 TO WS-PAIR-ROWS-MOVED
           .

       800-Print-Footer.
           MOVE WS-PAIR-COUNT TO FT-PAIR-COUNT
           MOVE WS-DONE-COUNT TO FT-DONE-COUNT
           MOVE WS-REJECT-COUNT TO FT-REJECT-COUNT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-FOOTER-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF WS-MODE-PREVIEW
               MOVE SPACES TO RPT-LINE
               MOVE "PREVIEW ONLY - no records were changed."
                   TO RPT-LINE
               WRITE RPT-LINE
               DISPLAY "custrenum preview - " WS-PAIR-COUNT
                   " pairs, " WS-REJECT-COUNT
                   " rejected, see custrenum.rpt"
           ELSE
               PERFORM VARYING WS-FX FROM 1 BY 1
                       UNTIL WS-FX > WS-CHILD-COUNT
                   IF CX-MOVED-COUNT (WS-FX) > ZERO
                       MOVE WS-CHILD-NAME (WS-FX) TO ML-FILE
                       MOVE CX-MOVED-COUNT (WS-FX) TO ML-COUNT
                       MOVE SPACES TO RPT-LINE
                       MOVE WS-MOVED-LINE TO RPT-LINE
                       WRITE RPT-LINE
                   END-IF
               END-PERFORM
               DISPLAY "custrenum complete - " WS-DONE-COUNT
                   " customers renumbered, see custrenum.rpt"
           END-IF
           .

       900-Close-Files.
           CLOSE CUSTOMER-FILE
           CLOSE RENUMBER-RPT
           IF WS-DELARCH-OPEN
               CLOSE DELETED-CUSTOMER-ARCHIVE
           END-IF
           IF WS-AUDIT-IS-OPEN
               CLOSE CUSTFILE-AUDIT
           END-IF
           IF CX-OPEN (1)
               CLOSE CONTACT-FILE
           END-IF
           IF CX-OPEN (2)
               CLOSE DOCUMENT-FILE
           END-IF
           IF CX-OPEN (3)
               CLOSE OPEN-BALANCE-FILE
           END-IF
           IF CX-OPEN (4)
               CLOSE SALES-HISTORY-FILE
           END-IF
           IF CX-OPEN (5)
               CLOSE PENDING-CHANGE-FILE
           END-IF
           IF CX-OPEN (6)
               CLOSE EXCEPTION-WORKLIST
           END-IF
           IF CX-OPEN (7)
               CLOSE AR-HISTORY-FILE
           END-IF
           IF CX-OPEN (8)
               CLOSE CREDIT-HOLD-FILE
           END-IF
           IF CX-OPEN (9)
               CLOSE AGING-SNAPSHOT-FILE
           END-IF
           IF CX-OPEN (10)
               CLOSE FINANCE-EXCEPTION-FILE
           END-IF
           IF CX-OPEN (11)
               CLOSE SALES-BUDGET-FILE
           END-IF
           IF CX-OPEN (12)
               CLOSE CREDIT-REVIEW-FILE
           END-IF
           .

       950-Archive-Report.
      * capture this run's report into the dated report archive
      * (rptarch.cbl) before the next run overwrites it
           CALL "rptarch" USING WS-PROGRAM-ID
               ON EXCEPTION CONTINUE
           END-CALL
           .

       COPY "signon.cpy".
