      * custfile.fd layout (custimg.def) so the report shows exactly
      * which fields changed, old value -> new value, by whom and
      * when - instead of two raw record blobs.
      *
      * A customer moved to a new number by custrenum.cbl is
      * followed across the change: for a single customer a first
      * pass collects the renumbering links ("O" entries) and the
      * listing takes in every number the customer has held.
       IDENTIFICATION              DIVISION.
       PROGRAM-ID. audinq.
       AUTHOR. sjolivet.
       01  WS-SELECT-ALL-SW                PIC X(1) VALUE "N".
           88  WS-SELECT-ALL-CUSTOMERS     VALUE "Y".

      * -- renumbering links (old -> new) from the first pass, and
      * every number linked to the selected customer through them --
       01  WS-LINK-TABLE-MAX               PIC 9(4) VALUE 2000.
       01  WS-LINK-COUNT                   PIC 9(4) VALUE ZERO.
       01  WS-LINK-TABLE.
           05  WS-LINK-ENTRY OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-LINK-COUNT
                   INDEXED BY WS-LINK-IDX.
               10  RL-OLD-CUST-NO          PIC 9(6).
               10  RL-NEW-CUST-NO          PIC 9(6).
       01  WS-FOLLOW-TABLE-MAX             PIC 9(3) VALUE 50.
       01  WS-FOLLOW-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-FOLLOW-TABLE.
           05  WS-FOLLOW-CUST-NO OCCURS 0 TO 50 TIMES
                   DEPENDING ON WS-FOLLOW-COUNT
                   INDEXED BY WS-FOLLOW-IDX
                                           PIC 9(6).
       01  WS-FOLLOW-LOOKUP                PIC 9(6) VALUE ZERO.
       01  WS-FOLLOW-FOUND-SW              PIC X(1) VALUE "N".
           88  WS-FOLLOW-FOUND             VALUE "Y".
       01  WS-FOLLOW-ADDED-SW              PIC X(1) VALUE "N".
           88  WS-FOLLOW-ADDED             VALUE "Y".
       01  WS-OLD-IN-SET-SW                PIC X(1) VALUE "N".
           88  WS-OLD-IN-SET               VALUE "Y".
       01  WS-NEW-IN-SET-SW                PIC X(1) VALUE "N".
           88  WS-NEW-IN-SET               VALUE "Y".
       01  WS-FOLLOW-LINE                  PIC X(132) VALUE SPACES.
       01  WS-FOLLOW-PTR                   PIC 9(3) VALUE ZERO.

      * -- counters --
       01  WS-READ-COUNT                   PIC 9(7) VALUE ZERO.
       01  WS-SELECT-COUNT                 PIC 9(7) VALUE ZERO.
       000-Main.
           PERFORM 100-Accept-Selection
           PERFORM 150-Open-Files
           IF NOT WS-SELECT-ALL-CUSTOMERS
               PERFORM 160-Collect-Renumber-Links
           END-IF
           PERFORM 200-List-Audit-Entries
           PERFORM 300-Print-Footer
           PERFORM 900-Close-Files
           WRITE RPT-LINE
           .

      ******************************************************************
      * First pass for a single customer: load every renumbering
      * link, then grow the set of numbers to list from the one
      * entered - a link with either end already in the set brings
      * in the other end - until a sweep adds nothing, so a customer
      * renumbered more than once is followed through every hop.
      * The audit file is then reopened for the listing pass.
      ******************************************************************
       160-Collect-Renumber-Links.
           MOVE ZERO TO WS-LINK-COUNT
           MOVE "N" TO WS-AUDIT-EOF-SW
           PERFORM UNTIL WS-AUDIT-EOF
               READ CUSTFILE-AUDIT
                   AT END MOVE "Y" TO WS-AUDIT-EOF-SW
                   NOT AT END
                       IF CA-ACTION-RENUMBER-OUT
                           PERFORM 165-Add-Renumber-Link
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTFILE-AUDIT
           OPEN INPUT CUSTFILE-AUDIT
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot reopen custaudit, status "
                   WS-AUDIT-FILE-STATUS
               DISPLAY "audinq run aborted - see above."
               CLOSE AUDIT-INQUIRY-RPT
               STOP RUN
           END-IF
           MOVE 1 TO WS-FOLLOW-COUNT
           MOVE WS-SEL-CUST-NO TO WS-FOLLOW-CUST-NO (1)
           MOVE "Y" TO WS-FOLLOW-ADDED-SW
           PERFORM UNTIL NOT WS-FOLLOW-ADDED
               MOVE "N" TO WS-FOLLOW-ADDED-SW
               PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
                       UNTIL WS-LINK-IDX > WS-LINK-COUNT
                   PERFORM 170-Extend-Follow-Set
               END-PERFORM
           END-PERFORM
           IF WS-FOLLOW-COUNT > 1
               MOVE SPACES TO WS-FOLLOW-LINE
               MOVE 1 TO WS-FOLLOW-PTR
               STRING "Renumbered - numbers followed:"
                   DELIMITED BY SIZE
                   INTO WS-FOLLOW-LINE WITH POINTER WS-FOLLOW-PTR
               PERFORM VARYING WS-FOLLOW-IDX FROM 1 BY 1
                       UNTIL WS-FOLLOW-IDX > WS-FOLLOW-COUNT
                          OR WS-FOLLOW-PTR > 125
                   STRING " " WS-FOLLOW-CUST-NO (WS-FOLLOW-IDX)
                       DELIMITED BY SIZE
                       INTO WS-FOLLOW-LINE WITH POINTER WS-FOLLOW-PTR
               END-PERFORM
               MOVE WS-FOLLOW-LINE TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           .

       165-Add-Renumber-Link.
           MOVE CA-BEFORE-IMAGE TO WS-BEFORE-IMAGE-REC
           MOVE CA-AFTER-IMAGE TO WS-AFTER-IMAGE-REC
           IF WS-LINK-COUNT < WS-LINK-TABLE-MAX
               ADD 1 TO WS-LINK-COUNT
               MOVE BI-CUST-NO TO RL-OLD-CUST-NO (WS-LINK-COUNT)
               MOVE AI-CUST-NO TO RL-NEW-CUST-NO (WS-LINK-COUNT)
           ELSE
               DISPLAY "WARNING: more than " WS-LINK-TABLE-MAX
                   " renumberings on file - history may be partial."
           END-IF
           .

       170-Extend-Follow-Set.
           MOVE RL-OLD-CUST-NO (WS-LINK-IDX) TO WS-FOLLOW-LOOKUP
           PERFORM 180-Look-Up-Follow-Set
           MOVE WS-FOLLOW-FOUND-SW TO WS-OLD-IN-SET-SW
           MOVE RL-NEW-CUST-NO (WS-LINK-IDX) TO WS-FOLLOW-LOOKUP
           PERFORM 180-Look-Up-Follow-Set
           MOVE WS-FOLLOW-FOUND-SW TO WS-NEW-IN-SET-SW
           IF WS-FOLLOW-COUNT < WS-FOLLOW-TABLE-MAX
               IF WS-OLD-IN-SET AND NOT WS-NEW-IN-SET
                   ADD 1 TO WS-FOLLOW-COUNT
                   MOVE RL-NEW-CUST-NO (WS-LINK-IDX)
                       TO WS-FOLLOW-CUST-NO (WS-FOLLOW-COUNT)
                   MOVE "Y" TO WS-FOLLOW-ADDED-SW
               END-IF
               IF WS-NEW-IN-SET AND NOT WS-OLD-IN-SET
                   ADD 1 TO WS-FOLLOW-COUNT
                   MOVE RL-OLD-CUST-NO (WS-LINK-IDX)
                       TO WS-FOLLOW-CUST-NO (WS-FOLLOW-COUNT)
                   MOVE "Y" TO WS-FOLLOW-ADDED-SW
               END-IF
           END-IF
           .

       180-Look-Up-Follow-Set.
           MOVE "N" TO WS-FOLLOW-FOUND-SW
           PERFORM VARYING WS-FOLLOW-IDX FROM 1 BY 1
                   UNTIL WS-FOLLOW-IDX > WS-FOLLOW-COUNT
                      OR WS-FOLLOW-FOUND
               IF WS-FOLLOW-CUST-NO (WS-FOLLOW-IDX) = WS-FOLLOW-LOOKUP
                   MOVE "Y" TO WS-FOLLOW-FOUND-SW
               END-IF
           END-PERFORM
           .

       200-List-Audit-Entries.
           MOVE "N" TO WS-AUDIT-EOF-SW
           PERFORM UNTIL WS-AUDIT-EOF
           .

       210-Select-And-Report-Entry.
           MOVE "Y" TO WS-FOLLOW-FOUND-SW
           IF NOT WS-SELECT-ALL-CUSTOMERS
               MOVE CA-CUST-NO TO WS-FOLLOW-LOOKUP
               PERFORM 180-Look-Up-Follow-Set
           END-IF
           IF WS-FOLLOW-FOUND
                   AND (WS-SEL-FROM-DATE = SPACES
                   OR CA-TIMESTAMP (1:8) NOT < WS-SEL-FROM-DATE)
                   AND (WS-SEL-TO-DATE = SPACES
                                       MOVE "CRED-REJ" TO WS-ACTION-TEXT
               WHEN CA-ACTION-REINSTATE
                                       MOVE "REINSTAT" TO WS-ACTION-TEXT
               WHEN CA-ACTION-CREDIT-HOLD
                                       MOVE "CRED-HLD" TO WS-ACTION-TEXT
               WHEN CA-ACTION-HOLD-RELEASE
                                       MOVE "HLD-REL"  TO WS-ACTION-TEXT
               WHEN CA-ACTION-RENUMBER-OUT
                                       MOVE "RENUMOUT" TO WS-ACTION-TEXT
               WHEN CA-ACTION-RENUMBER-IN
                                       MOVE "RENUM-IN" TO WS-ACTION-TEXT
               WHEN OTHER              MOVE CA-ACTION  TO WS-ACTION-TEXT
           END-EVALUATE
           MOVE WS-TS-DISPLAY TO HL-TIMESTAMP
           .

       240-Compare-Each-Field.
      * only a renumbering changes the number inside the images;
      * an add or delete has one side blank and nothing to link
           IF BI-CUST-NO NOT = AI-CUST-NO
                   AND CA-BEFORE-IMAGE NOT = SPACES
                   AND CA-AFTER-IMAGE NOT = SPACES
               MOVE "CF-CUST-NO" TO WS-CMP-FIELD-NAME
               MOVE BI-CUST-NO TO WS-CMP-OLD-VALUE
               MOVE AI-CUST-NO TO WS-CMP-NEW-VALUE
               PERFORM 250-Print-Changed-Field
           END-IF
           IF BI-CUST-NAME NOT = AI-CUST-NAME
               MOVE "CF-CUST-NAME" TO WS-CMP-FIELD-NAME
               MOVE BI-CUST-NAME TO WS-CMP-OLD-VALUE
               MOVE AI-CUST-LAST-CHANGE-DT TO WS-CMP-NEW-VALUE
               PERFORM 250-Print-Changed-Field
           END-IF
           IF BI-CREDIT-HOLD NOT = AI-CREDIT-HOLD
               MOVE "CF-CREDIT-HOLD" TO WS-CMP-FIELD-NAME
               MOVE BI-CREDIT-HOLD TO WS-CMP-OLD-VALUE
               MOVE AI-CREDIT-HOLD TO WS-CMP-NEW-VALUE
               PERFORM 250-Print-Changed-Field
           END-IF
           IF BI-HOLD-REASON NOT = AI-HOLD-REASON
               MOVE "CF-HOLD-REASON" TO WS-CMP-FIELD-NAME
               MOVE BI-HOLD-REASON TO WS-CMP-OLD-VALUE
               MOVE AI-HOLD-REASON TO WS-CMP-NEW-VALUE
               PERFORM 250-Print-Changed-Field
           END-IF
           IF BI-PARENT-CUST-X NOT = AI-PARENT-CUST-X
               MOVE "CF-PARENT-CUST-NO" TO WS-CMP-FIELD-NAME
               MOVE BI-PARENT-CUST-X TO WS-CMP-OLD-VALUE
               MOVE AI-PARENT-CUST-X TO WS-CMP-NEW-VALUE
               PERFORM 250-Print-Changed-Field
           END-IF
           .

       250-Print-Changed-Field.
