      * custfeed.cbl
      * Outbound change feed for the external systems (CRM, mailing
      * house). Where custext.cbl sends the whole selected master,
      * this sends only what CUSTFILE-AUDIT shows has changed since
      * the last feed the receiving system acknowledged, one row
      * per change to custfeed.dat:
      *   action|sequence|cust-no|name|addr1|addr2|city|state|zip|
      *       phone|category|status|terms|credit-limit
      * action A (add), C (change), D (delete) or R (reinstate),
      * then a sequence number that runs on from feed to feed, then
      * the after-image fields in custext's field order. A delete
      * carries the number only. A renumbering (custrenum.cbl) goes
      * as a delete of the old number and an add of the new; a
      * change that touched no field the feed carries (a credit
      * hold, say) is not sent. The last record is the trailer
      *   T|row-count|credit-limit-sum|feed-no|first-seq|last-seq
      *
      * The receiving system answers with custfeed.ack, one line
      *   ACK|feed-no|row-count|last-seq
      * (or NAK|... to refuse it), read and removed at the start of
      * the next run. Until a feed is acknowledged each run builds
      * the feed again from the last acknowledged point, so the
      * unconfirmed rows go again, with the same sequence numbers,
      * ahead of anything new; nightrun.cbl warns on the morning
      * report when a feed has waited too long. The very first run
      * only marks the current end of the audit trail as its
      * starting point - pair it with a full custext extract.
      * Every send and acknowledgment is logged to custfeed.log and
      * the run's summary goes to custfeed.rpt.
       IDENTIFICATION              DIVISION.
       PROGRAM-ID. custfeed.
       AUTHOR. sjolivet.
       DATE-WRITTEN. Thursday, October 15, 2026.
       REMARKS.
           Incremental change feed with acknowledgment tracking.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "custaudit.sl".
           COPY "custfeedctl.sl".
           SELECT CUSTOMER-FEED-FILE
               ASSIGN TO "custfeed.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FEED-FILE-STATUS.
           SELECT FEED-ACK-FILE
               ASSIGN TO "custfeed.ack"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-ACK-FILE-STATUS.
           SELECT FEED-LOG
               ASSIGN TO "custfeed.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-LOG-FILE-STATUS.
           SELECT CUSTOMER-FEED-RPT
               ASSIGN TO "custfeed.rpt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RPT-FILE-STATUS.
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "custaudit.fd".
           COPY "custfeedctl.fd".
       FD  CUSTOMER-FEED-FILE
           LABEL RECORD IS STANDARD.
       01  FEED-RECORD                     PIC X(350).
       FD  FEED-ACK-FILE
           LABEL RECORD IS STANDARD.
       01  FEED-ACK-RECORD                 PIC X(80).
       FD  FEED-LOG
           LABEL RECORD IS STANDARD.
       01  FEED-LOG-RECORD.
           05  FL-TIMESTAMP                PIC X(21).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  FL-EVENT                    PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  FL-FEED-NO                  PIC 9(6).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  FL-ROW-COUNT                PIC 9(7).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  FL-LAST-SEQ                 PIC 9(9).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  FL-TEXT                     PIC X(80).
       FD  CUSTOMER-FEED-RPT
           LABEL RECORD IS STANDARD.
       01  RPT-LINE                        PIC X(132).
       WORKING-STORAGE             SECTION.
       COPY "acucobol.def".
       COPY "custimg.def".

       01  WS-PROGRAM-ID                   PIC X(10) VALUE "custfeed".
       01  WS-AUDIT-FILE-STATUS            PIC XX VALUE "00".
       01  WS-FEEDCTL-FILE-STATUS          PIC XX VALUE "00".
       01  WS-FEED-FILE-STATUS             PIC XX VALUE "00".
       01  WS-ACK-FILE-STATUS              PIC XX VALUE "00".
       01  WS-LOG-FILE-STATUS              PIC XX VALUE "00".
       01  WS-RPT-FILE-STATUS              PIC XX VALUE "00".
       01  WS-EOF-SW                       PIC X(1) VALUE "N".
           88  WS-END-OF-FILE              VALUE "Y".
       01  WS-AUDIT-OPEN-SW                PIC X(1) VALUE "N".
           88  WS-AUDIT-IS-OPEN            VALUE "Y".

       01  WS-RUN-DATE                     PIC X(8) VALUE SPACES.
       01  WS-RUN-TIMESTAMP                PIC X(21) VALUE SPACES.
       01  WS-FIRST-RUN-SW                 PIC X(1) VALUE "N".
           88  WS-FIRST-RUN                VALUE "Y".
       01  WS-WAS-WAITING-SW               PIC X(1) VALUE "N".
           88  WS-WAS-WAITING              VALUE "Y".

      * -- acknowledgment handling --
       01  WS-ACK-RESULT                   PIC X(8) VALUE SPACES.
       01  WS-ACK-TAG                      PIC X(3) VALUE SPACES.
       01  WS-ACK-FEED-X                   PIC X(12) VALUE SPACES.
       01  WS-ACK-COUNT-X                  PIC X(12) VALUE SPACES.
       01  WS-ACK-SEQ-X                    PIC X(12) VALUE SPACES.
       01  WS-ACK-FEED-NO                  PIC 9(6) VALUE ZERO.
       01  WS-ACK-ROW-COUNT                PIC 9(7) VALUE ZERO.
       01  WS-ACK-LAST-SEQ                 PIC 9(9) VALUE ZERO.
       01  WS-ACK-LINE                     PIC X(80) VALUE SPACES.
       01  WS-ACK-NUM-TEXT                 PIC X(12) VALUE SPACES.
       01  WS-ACK-DIGIT-COUNT              PIC 9(2) VALUE ZERO.
       01  WS-ACK-SPACE-COUNT              PIC 9(2) VALUE ZERO.
       01  WS-ACK-NUMBERS-SW               PIC X(1) VALUE "Y".
           88  WS-ACK-NUMBERS-OK           VALUE "Y".
      * -- C$DELETE of the worked acknowledgment ("S" = an ordinary
      * sequential file, rptpurge.cbl's usage) --
       01  WS-ACK-FILE-NAME                PIC X(20)
                                           VALUE "custfeed.ack".
       01  WS-DELETE-STATUS                PIC S9(4) VALUE ZERO.
       01  WS-DELETE-FILE-TYPE             PIC X(1) VALUE "S".
       01  WS-ACK-WORKED-SW                PIC X(1) VALUE "N".
           88  WS-ACK-WORKED               VALUE "Y".

      * -- position in the audit trail --
       01  WS-FROM-TS                      PIC X(21) VALUE SPACES.
       01  WS-FROM-TS-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-PREV-TS                      PIC X(21) VALUE SPACES.
       01  WS-SAME-TS-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-END-TS                       PIC X(21) VALUE SPACES.
       01  WS-END-TS-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-ENTRY-NEW-SW                 PIC X(1) VALUE "N".
           88  WS-ENTRY-NEW                VALUE "Y".

      * -- the feed being built --
       01  WS-FEED-NO                      PIC 9(6) VALUE ZERO.
       01  WS-SEQ-NO                       PIC 9(9) VALUE ZERO.
       01  WS-FIRST-SEQ                    PIC 9(9) VALUE ZERO.
       01  WS-FEED-ACTION                  PIC X(1) VALUE SPACE.
       01  WS-EXPORT-CHANGED-SW            PIC X(1) VALUE "N".
           88  WS-EXPORT-CHANGED           VALUE "Y".

      * -- feed record assembly, custext.cbl's method --
       01  WS-FEED-POINTER                 PIC 9(4) VALUE 1.
       01  WS-FIELD-TEXT                   PIC X(120) VALUE SPACES.
       01  WS-FIELD-REVERSED               PIC X(120) VALUE SPACES.
       01  WS-FIELD-TRAIL-SPACES           PIC 9(3) VALUE ZERO.
       01  WS-FIELD-LENGTH                 PIC 9(3) VALUE ZERO.
       01  WS-CREDIT-TEXT                  PIC X(13) VALUE SPACES.
       01  WS-CREDIT-EDITED                PIC Z(8)9.99.
       01  WS-CREDIT-LEAD-SPACES           PIC 9(2) VALUE ZERO.
       01  WS-SUM-EDITED                   PIC Z(11)9.99.
       01  WS-CUST-NO-TEXT                 PIC X(6) VALUE SPACES.
       01  WS-SEQ-TEXT                     PIC 9(9) VALUE ZERO.

      * -- counters --
       01  WS-AUDIT-READ                   PIC 9(7) VALUE ZERO.
       01  WS-AUDIT-NEW                    PIC 9(7) VALUE ZERO.
       01  WS-ROW-COUNT                    PIC 9(7) VALUE ZERO.
       01  WS-ADD-COUNT                    PIC 9(7) VALUE ZERO.
       01  WS-CHANGE-COUNT                 PIC 9(7) VALUE ZERO.
       01  WS-DELETE-COUNT                 PIC 9(7) VALUE ZERO.
       01  WS-REINSTATE-COUNT              PIC 9(7) VALUE ZERO.
       01  WS-NOT-SENT-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-CREDIT-SUM                   PIC 9(12)V99 VALUE ZERO.
       01  WS-EDITED-COUNT                 PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       000-Main.
           PERFORM 100-Initialize
           PERFORM 150-Load-Control
           IF NOT WS-FIRST-RUN
               PERFORM 200-Process-Acknowledgment
           END-IF
           PERFORM 300-Build-Feed
           PERFORM 400-Update-Control
           PERFORM 500-Print-Report
           PERFORM 950-Archive-Report
           STOP RUN
           .

       100-Initialize.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME TO WS-RUN-TIMESTAMP
           MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-RUN-DATE
           OPEN OUTPUT CUSTOMER-FEED-RPT
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open custfeed.rpt, status "
                   WS-RPT-FILE-STATUS
               DISPLAY "custfeed run aborted - see above."
               PERFORM 999-Abort-Run
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "Customer Change Feed - " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           .

       150-Load-Control.
           OPEN INPUT CUSTFEED-CONTROL
           EVALUATE WS-FEEDCTL-FILE-STATUS
               WHEN "00"
                   READ CUSTFEED-CONTROL
                       AT END MOVE "Y" TO WS-FIRST-RUN-SW
                   END-READ
                   CLOSE CUSTFEED-CONTROL
               WHEN "35"
                   MOVE "Y" TO WS-FIRST-RUN-SW
               WHEN OTHER
                   DISPLAY "ERROR: cannot open custfeed.ctl, status "
                       WS-FEEDCTL-FILE-STATUS
                   DISPLAY "custfeed run aborted - see above."
                   PERFORM 999-Abort-Run
           END-EVALUATE
           IF WS-FIRST-RUN
               MOVE SPACES TO CUSTFEED-CONTROL-RECORD
               INITIALIZE CUSTFEED-CONTROL-RECORD
               MOVE WS-PROGRAM-ID TO FCT-PROGRAM-ID
               MOVE SPACES TO FCT-ACK-STATE
           END-IF
           .

      ******************************************************************
      * The receiving system's answer to the latest feed. Only an
      * answer naming that feed, with its row count and last
      * sequence number, is taken; anything else (an answer to a
      * feed since superseded by a resend, or a garbled line) is
      * logged and left to the next feed's answer. The file is
      * removed once worked so it is never read twice - but only
      * after 400-Update-Control has rewritten custfeed.ctl, so a
      * run that stops before then reads the same answer again.
      ******************************************************************
       200-Process-Acknowledgment.
           OPEN INPUT FEED-ACK-FILE
           IF WS-ACK-FILE-STATUS = "00"
               MOVE SPACES TO WS-ACK-LINE
               READ FEED-ACK-FILE
                   AT END CONTINUE
                   NOT AT END MOVE FEED-ACK-RECORD TO WS-ACK-LINE
               END-READ
               CLOSE FEED-ACK-FILE
               PERFORM 210-Check-Acknowledgment
               MOVE WS-ACK-RESULT TO FL-EVENT
               MOVE WS-ACK-FEED-NO TO FL-FEED-NO
               MOVE WS-ACK-ROW-COUNT TO FL-ROW-COUNT
               MOVE WS-ACK-LAST-SEQ TO FL-LAST-SEQ
               MOVE WS-ACK-LINE TO FL-TEXT
               PERFORM 600-Write-Log-Row
               MOVE SPACES TO RPT-LINE
               STRING "Acknowledgment received: " WS-ACK-RESULT
                   " - " WS-ACK-LINE DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               MOVE "Y" TO WS-ACK-WORKED-SW
           ELSE
               IF FCT-ACK-WAITING
                   MOVE SPACES TO RPT-LINE
                   STRING "No acknowledgment yet for feed "
                       FCT-SENT-FEED-NO " - waiting since "
                       FCT-WAITING-SINCE DELIMITED BY SIZE
                       INTO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-IF
           .

       210-Check-Acknowledgment.
           MOVE SPACES TO WS-ACK-TAG
           MOVE SPACES TO WS-ACK-FEED-X
           MOVE SPACES TO WS-ACK-COUNT-X
           MOVE SPACES TO WS-ACK-SEQ-X
           MOVE ZERO TO WS-ACK-FEED-NO
           MOVE ZERO TO WS-ACK-ROW-COUNT
           MOVE ZERO TO WS-ACK-LAST-SEQ
           UNSTRING WS-ACK-LINE DELIMITED BY "|"
               INTO WS-ACK-TAG WS-ACK-FEED-X WS-ACK-COUNT-X
                    WS-ACK-SEQ-X
           END-UNSTRING
           MOVE "BADACK" TO WS-ACK-RESULT
           MOVE "Y" TO WS-ACK-NUMBERS-SW
           MOVE WS-ACK-FEED-X TO WS-ACK-NUM-TEXT
           PERFORM 220-Check-Ack-Number
           MOVE WS-ACK-COUNT-X TO WS-ACK-NUM-TEXT
           PERFORM 220-Check-Ack-Number
           MOVE WS-ACK-SEQ-X TO WS-ACK-NUM-TEXT
           PERFORM 220-Check-Ack-Number
           IF WS-ACK-NUMBERS-OK
               MOVE FUNCTION NUMVAL (WS-ACK-FEED-X) TO WS-ACK-FEED-NO
               MOVE FUNCTION NUMVAL (WS-ACK-COUNT-X)
                   TO WS-ACK-ROW-COUNT
               MOVE FUNCTION NUMVAL (WS-ACK-SEQ-X) TO WS-ACK-LAST-SEQ
               IF FCT-ACK-WAITING
                       AND WS-ACK-FEED-NO = FCT-SENT-FEED-NO
                       AND WS-ACK-ROW-COUNT = FCT-SENT-ROW-COUNT
                       AND WS-ACK-LAST-SEQ = FCT-SENT-LAST-SEQ
                   EVALUATE WS-ACK-TAG
                       WHEN "ACK"
                           MOVE "ACKED" TO WS-ACK-RESULT
                           MOVE FCT-SENT-FEED-NO TO FCT-ACKED-FEED-NO
                           MOVE FCT-SENT-TS TO FCT-ACKED-TS
                           MOVE FCT-SENT-TS-COUNT
                               TO FCT-ACKED-TS-COUNT
                           MOVE FCT-SENT-LAST-SEQ
                               TO FCT-ACKED-LAST-SEQ
                           MOVE WS-RUN-DATE TO FCT-ACKED-DATE
                           MOVE "A" TO FCT-ACK-STATE
                           MOVE SPACES TO FCT-WAITING-SINCE
                           MOVE ZERO TO FCT-SEND-COUNT
      * refused - the same rows go again with this run's feed
                       WHEN "NAK"
                           MOVE "REFUSED" TO WS-ACK-RESULT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               ELSE
                   IF WS-ACK-FEED-NO < FCT-SENT-FEED-NO
                       MOVE "STALEACK" TO WS-ACK-RESULT
                   END-IF
               END-IF
           END-IF
           .

       220-Check-Ack-Number.
      * 1 to 9 digits, nothing after them
           MOVE ZERO TO WS-ACK-DIGIT-COUNT
           MOVE ZERO TO WS-ACK-SPACE-COUNT
           INSPECT WS-ACK-NUM-TEXT
               TALLYING WS-ACK-DIGIT-COUNT
                   FOR CHARACTERS BEFORE INITIAL SPACE
           INSPECT WS-ACK-NUM-TEXT
               TALLYING WS-ACK-SPACE-COUNT FOR ALL SPACE
           IF WS-ACK-DIGIT-COUNT > ZERO
               AND WS-ACK-DIGIT-COUNT < 10
               AND WS-ACK-NUM-TEXT (1:WS-ACK-DIGIT-COUNT) IS NUMERIC
               AND WS-ACK-DIGIT-COUNT + WS-ACK-SPACE-COUNT = 12
               CONTINUE
           ELSE
               MOVE "N" TO WS-ACK-NUMBERS-SW
           END-IF
           .

      ******************************************************************
      * One pass of the audit trail. Entries up to the acknowledged
      * point are passed over; every later one is a candidate row,
      * numbered on from the last acknowledged sequence number, so
      * a resent row keeps the number it had before. The end of the
      * pass is the point the feed covers to.
      ******************************************************************
       300-Build-Feed.
           MOVE FCT-ACKED-TS TO WS-FROM-TS
           MOVE FCT-ACKED-TS-COUNT TO WS-FROM-TS-COUNT
           MOVE FCT-ACKED-LAST-SEQ TO WS-SEQ-NO
           IF FCT-ACK-WAITING
               MOVE "Y" TO WS-WAS-WAITING-SW
           ELSE
               MOVE "N" TO WS-WAS-WAITING-SW
           END-IF
           MOVE WS-FROM-TS TO WS-END-TS
           MOVE WS-FROM-TS-COUNT TO WS-END-TS-COUNT
           OPEN INPUT CUSTFILE-AUDIT
           EVALUATE WS-AUDIT-FILE-STATUS
               WHEN "00"
                   SET WS-AUDIT-IS-OPEN TO TRUE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR: cannot open custaudit, status "
                       WS-AUDIT-FILE-STATUS
                   DISPLAY "custfeed run aborted - see above."
                   PERFORM 999-Abort-Run
           END-EVALUATE
           OPEN OUTPUT CUSTOMER-FEED-FILE
           IF WS-FEED-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open custfeed.dat, status "
                   WS-FEED-FILE-STATUS
               DISPLAY "custfeed run aborted - see above."
               PERFORM 999-Abort-Run
           END-IF
           MOVE SPACES TO WS-PREV-TS
           MOVE ZERO TO WS-SAME-TS-COUNT
           IF WS-AUDIT-IS-OPEN
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-END-OF-FILE
                   READ CUSTFILE-AUDIT
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-AUDIT-READ
                           PERFORM 310-Place-Audit-Entry
                   END-READ
               END-PERFORM
               CLOSE CUSTFILE-AUDIT
           END-IF
           IF WS-FIRST-RUN
               MOVE ZERO TO WS-FEED-NO
           ELSE
               IF WS-ROW-COUNT > ZERO
                   COMPUTE WS-FEED-NO = FCT-SENT-FEED-NO + 1
                   IF WS-FEED-NO NOT > FCT-ACKED-FEED-NO
                       COMPUTE WS-FEED-NO = FCT-ACKED-FEED-NO + 1
                   END-IF
               ELSE
                   MOVE ZERO TO WS-FEED-NO
               END-IF
           END-IF
           PERFORM 380-Write-Trailer
           CLOSE CUSTOMER-FEED-FILE
           .

       310-Place-Audit-Entry.
           IF CA-TIMESTAMP = WS-PREV-TS
               ADD 1 TO WS-SAME-TS-COUNT
           ELSE
               MOVE CA-TIMESTAMP TO WS-PREV-TS
               MOVE 1 TO WS-SAME-TS-COUNT
           END-IF
           MOVE "N" TO WS-ENTRY-NEW-SW
           IF CA-TIMESTAMP > WS-FROM-TS
               MOVE "Y" TO WS-ENTRY-NEW-SW
           END-IF
           IF CA-TIMESTAMP = WS-FROM-TS
                   AND WS-SAME-TS-COUNT > WS-FROM-TS-COUNT
               MOVE "Y" TO WS-ENTRY-NEW-SW
           END-IF
           IF WS-ENTRY-NEW
               ADD 1 TO WS-AUDIT-NEW
               MOVE CA-TIMESTAMP TO WS-END-TS
               MOVE WS-SAME-TS-COUNT TO WS-END-TS-COUNT
      * the first run only finds where the trail ends
               IF NOT WS-FIRST-RUN
                   PERFORM 320-Map-Audit-Action
                   IF WS-FEED-ACTION NOT = SPACE
                       PERFORM 330-Write-Feed-Row
                   ELSE
                       ADD 1 TO WS-NOT-SENT-COUNT
                   END-IF
               END-IF
           END-IF
           .

       320-Map-Audit-Action.
           MOVE SPACE TO WS-FEED-ACTION
           MOVE CA-BEFORE-IMAGE TO WS-BEFORE-IMAGE-REC
           MOVE CA-AFTER-IMAGE TO WS-AFTER-IMAGE-REC
           EVALUATE TRUE
               WHEN CA-ACTION-ADD
                   MOVE "A" TO WS-FEED-ACTION
               WHEN CA-ACTION-RENUMBER-IN
                   MOVE "A" TO WS-FEED-ACTION
               WHEN CA-ACTION-DELETE
                   MOVE "D" TO WS-FEED-ACTION
               WHEN CA-ACTION-RENUMBER-OUT
                   MOVE "D" TO WS-FEED-ACTION
               WHEN CA-ACTION-REINSTATE
                   MOVE "R" TO WS-FEED-ACTION
      * a credit approval (credappr.cbl) logs a plain "C"; holds and
      * releases rewrite the record too - any of them is sent when
      * a field the feed carries has moved
               WHEN CA-ACTION-CHANGE
               WHEN CA-ACTION-CREDIT-HOLD
               WHEN CA-ACTION-HOLD-RELEASE
                   PERFORM 325-Compare-Export-Fields
                   IF WS-EXPORT-CHANGED
                       MOVE "C" TO WS-FEED-ACTION
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       325-Compare-Export-Fields.
           MOVE "N" TO WS-EXPORT-CHANGED-SW
           IF BI-CUST-NAME NOT = AI-CUST-NAME
                   OR BI-CUST-ADDR1 NOT = AI-CUST-ADDR1
                   OR BI-CUST-ADDR2 NOT = AI-CUST-ADDR2
                   OR BI-CUST-CITY NOT = AI-CUST-CITY
                   OR BI-CUST-STATE NOT = AI-CUST-STATE
                   OR BI-CUST-ZIP NOT = AI-CUST-ZIP
                   OR BI-CUST-PHONE NOT = AI-CUST-PHONE
                   OR BI-CUST-CATEGORY NOT = AI-CUST-CATEGORY
                   OR BI-CUST-STATUS NOT = AI-CUST-STATUS
                   OR BI-CUST-TERMS NOT = AI-CUST-TERMS
                   OR BI-CUST-CREDIT-LIMIT-X
                       NOT = AI-CUST-CREDIT-LIMIT-X
               MOVE "Y" TO WS-EXPORT-CHANGED-SW
           END-IF
           .

       330-Write-Feed-Row.
           ADD 1 TO WS-SEQ-NO
           IF WS-ROW-COUNT = ZERO
               MOVE WS-SEQ-NO TO WS-FIRST-SEQ
           END-IF
           MOVE SPACES TO FEED-RECORD
           MOVE WS-SEQ-NO TO WS-SEQ-TEXT
           MOVE CA-CUST-NO TO WS-CUST-NO-TEXT
           MOVE 1 TO WS-FEED-POINTER
           STRING WS-FEED-ACTION "|" WS-SEQ-TEXT "|" WS-CUST-NO-TEXT
               DELIMITED BY SIZE
               INTO FEED-RECORD
               WITH POINTER WS-FEED-POINTER
           END-STRING
           IF WS-FEED-ACTION = "D"
      * the customer is gone - the number is the whole message
               CONTINUE
           ELSE
               MOVE AI-CUST-NAME TO WS-FIELD-TEXT
               PERFORM 350-Append-Field
               MOVE AI-CUST-ADDR1 TO WS-FIELD-TEXT
               PERFORM 350-Append-Field
               MOVE AI-CUST-ADDR2 TO WS-FIELD-TEXT
               PERFORM 350-Append-Field
               MOVE AI-CUST-CITY TO WS-FIELD-TEXT
               PERFORM 350-Append-Field
               MOVE AI-CUST-STATE TO WS-FIELD-TEXT
               PERFORM 350-Append-Field
               MOVE AI-CUST-ZIP TO WS-FIELD-TEXT
               PERFORM 350-Append-Field
               MOVE AI-CUST-PHONE TO WS-FIELD-TEXT
               PERFORM 350-Append-Field
               MOVE AI-CUST-CATEGORY TO WS-FIELD-TEXT
               PERFORM 350-Append-Field
               MOVE AI-CUST-STATUS TO WS-FIELD-TEXT
               PERFORM 350-Append-Field
               MOVE AI-CUST-TERMS TO WS-FIELD-TEXT
               PERFORM 350-Append-Field
               PERFORM 360-Format-Credit-Limit
               MOVE WS-CREDIT-TEXT TO WS-FIELD-TEXT
               PERFORM 350-Append-Field
               ADD AI-CUST-CREDIT-LIMIT TO WS-CREDIT-SUM
           END-IF
           WRITE FEED-RECORD
           ADD 1 TO WS-ROW-COUNT
           EVALUATE WS-FEED-ACTION
               WHEN "A" ADD 1 TO WS-ADD-COUNT
               WHEN "C" ADD 1 TO WS-CHANGE-COUNT
               WHEN "D" ADD 1 TO WS-DELETE-COUNT
               WHEN "R" ADD 1 TO WS-REINSTATE-COUNT
           END-EVALUATE
           .

       350-Append-Field.
      * append "|" plus the field with its trailing spaces dropped,
      * as 250-Append-Field in custext.cbl
           MOVE FUNCTION REVERSE (WS-FIELD-TEXT) TO WS-FIELD-REVERSED
           MOVE ZERO TO WS-FIELD-TRAIL-SPACES
           INSPECT WS-FIELD-REVERSED
               TALLYING WS-FIELD-TRAIL-SPACES
                   FOR LEADING SPACE
           COMPUTE WS-FIELD-LENGTH = 120 - WS-FIELD-TRAIL-SPACES
           IF WS-FIELD-LENGTH = ZERO
               STRING "|" DELIMITED BY SIZE
                   INTO FEED-RECORD
                   WITH POINTER WS-FEED-POINTER
               END-STRING
           ELSE
               STRING "|" WS-FIELD-TEXT (1:WS-FIELD-LENGTH)
                   DELIMITED BY SIZE
                   INTO FEED-RECORD
                   WITH POINTER WS-FEED-POINTER
               END-STRING
           END-IF
           .

       360-Format-Credit-Limit.
      * "125000.00" style, as 260-Format-Credit-Limit in custext.cbl
           MOVE AI-CUST-CREDIT-LIMIT TO WS-CREDIT-EDITED
           MOVE WS-CREDIT-EDITED TO WS-CREDIT-TEXT
           MOVE ZERO TO WS-CREDIT-LEAD-SPACES
           INSPECT WS-CREDIT-TEXT
               TALLYING WS-CREDIT-LEAD-SPACES FOR LEADING SPACE
           IF WS-CREDIT-LEAD-SPACES > ZERO
               MOVE WS-CREDIT-TEXT (WS-CREDIT-LEAD-SPACES + 1:)
                   TO WS-FIELD-TEXT
               MOVE WS-FIELD-TEXT TO WS-CREDIT-TEXT
           END-IF
           .

       380-Write-Trailer.
           MOVE SPACES TO FEED-RECORD
           MOVE WS-CREDIT-SUM TO WS-SUM-EDITED
           MOVE WS-SUM-EDITED TO WS-FIELD-TEXT
           MOVE ZERO TO WS-CREDIT-LEAD-SPACES
           INSPECT WS-FIELD-TEXT (1:15)
               TALLYING WS-CREDIT-LEAD-SPACES FOR LEADING SPACE
           IF WS-ROW-COUNT = ZERO
               MOVE ZERO TO WS-FIRST-SEQ
           END-IF
           STRING "T|" WS-ROW-COUNT "|"
               WS-FIELD-TEXT (WS-CREDIT-LEAD-SPACES + 1:
                   15 - WS-CREDIT-LEAD-SPACES)
               "|" WS-FEED-NO "|" WS-FIRST-SEQ "|" WS-SEQ-NO
               DELIMITED BY SIZE
               INTO FEED-RECORD
           END-STRING
           WRITE FEED-RECORD
           .

      ******************************************************************
      * A feed with rows waits for its acknowledgment. With nothing
      * to send the point moves straight on - there is nothing for
      * the receiving system to confirm - unless an earlier feed is
      * still waiting, which cannot happen: its rows would have been
      * rebuilt into this one.
      ******************************************************************
       400-Update-Control.
           EVALUATE TRUE
               WHEN WS-FIRST-RUN
                   MOVE WS-END-TS TO FCT-ACKED-TS
                   MOVE WS-END-TS-COUNT TO FCT-ACKED-TS-COUNT
                   MOVE WS-RUN-DATE TO FCT-ACKED-DATE
                   MOVE "A" TO FCT-ACK-STATE
                   MOVE "BASELINE" TO FL-EVENT
                   MOVE SPACES TO FL-TEXT
                   STRING "Starting point taken at end of custaudit - "
                       "send a full custext extract with it"
                       DELIMITED BY SIZE INTO FL-TEXT
               WHEN WS-ROW-COUNT = ZERO
                   MOVE WS-END-TS TO FCT-ACKED-TS
                   MOVE WS-END-TS-COUNT TO FCT-ACKED-TS-COUNT
                   MOVE "A" TO FCT-ACK-STATE
                   MOVE SPACES TO FCT-WAITING-SINCE
                   MOVE ZERO TO FCT-SEND-COUNT
                   MOVE "NOCHANGE" TO FL-EVENT
                   MOVE "Nothing to send" TO FL-TEXT
               WHEN OTHER
                   MOVE WS-FEED-NO TO FCT-SENT-FEED-NO
                   MOVE WS-END-TS TO FCT-SENT-TS
                   MOVE WS-END-TS-COUNT TO FCT-SENT-TS-COUNT
                   MOVE WS-SEQ-NO TO FCT-SENT-LAST-SEQ
                   MOVE WS-ROW-COUNT TO FCT-SENT-ROW-COUNT
                   MOVE WS-RUN-TIMESTAMP TO FCT-SENT-TIMESTAMP
                   IF WS-WAS-WAITING
                       ADD 1 TO FCT-SEND-COUNT
                       MOVE "RESENT" TO FL-EVENT
                       MOVE SPACES TO FL-TEXT
                       STRING "Holds unacknowledged rows from "
                           FCT-WAITING-SINCE DELIMITED BY SIZE
                           INTO FL-TEXT
                   ELSE
                       MOVE 1 TO FCT-SEND-COUNT
                       MOVE WS-RUN-DATE TO FCT-WAITING-SINCE
                       MOVE "SENT" TO FL-EVENT
                       MOVE SPACES TO FL-TEXT
                   END-IF
                   MOVE "W" TO FCT-ACK-STATE
           END-EVALUATE
           MOVE WS-PROGRAM-ID TO FCT-PROGRAM-ID
           OPEN OUTPUT CUSTFEED-CONTROL
           IF WS-FEEDCTL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot write custfeed.ctl, status "
                   WS-FEEDCTL-FILE-STATUS
               DISPLAY "custfeed run aborted - rerun builds the same "
                   "feed again."
               PERFORM 999-Abort-Run
           END-IF
           WRITE CUSTFEED-CONTROL-RECORD
           IF WS-FEEDCTL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot write custfeed.ctl, status "
                   WS-FEEDCTL-FILE-STATUS
               DISPLAY "custfeed run aborted - rerun builds the same "
                   "feed again."
               CLOSE CUSTFEED-CONTROL
               PERFORM 999-Abort-Run
           END-IF
           CLOSE CUSTFEED-CONTROL
           IF WS-ACK-WORKED
               PERFORM 410-Remove-Acknowledgment
           END-IF
           MOVE WS-FEED-NO TO FL-FEED-NO
           MOVE WS-ROW-COUNT TO FL-ROW-COUNT
           MOVE WS-SEQ-NO TO FL-LAST-SEQ
           PERFORM 600-Write-Log-Row
           .

       410-Remove-Acknowledgment.
           MOVE ZERO TO WS-DELETE-STATUS
           CALL "C$DELETE" USING WS-ACK-FILE-NAME
               WS-DELETE-FILE-TYPE
               GIVING WS-DELETE-STATUS
           END-CALL
           IF WS-DELETE-STATUS NOT = ZERO
               DISPLAY "WARNING: could not delete custfeed.ack - "
                   "remove it by hand before the next run."
           END-IF
           .

       500-Print-Report.
           MOVE SPACES TO RPT-LINE
           IF WS-FIRST-RUN
               STRING "First run - starting point set at the end "
                   "of the audit trail; no rows sent."
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               STRING "Send a full custext extract to the receiving "
                   "systems to go with it."
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               IF WS-ROW-COUNT = ZERO
                   MOVE "No changes to send." TO RPT-LINE
               ELSE
                   STRING "Feed " WS-FEED-NO " written to custfeed.dat"
                       ", sequence " WS-FIRST-SEQ " to " WS-SEQ-NO
                       DELIMITED BY SIZE INTO RPT-LINE
                   IF WS-WAS-WAITING
                       WRITE RPT-LINE
                       MOVE SPACES TO RPT-LINE
                       STRING "  resent - includes rows unacknowledged"
                           " since " FCT-WAITING-SINCE ", send "
                           FCT-SEND-COUNT DELIMITED BY SIZE
                           INTO RPT-LINE
                   END-IF
               END-IF
           END-IF
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-AUDIT-READ TO WS-EDITED-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "Audit entries read:        " WS-EDITED-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-AUDIT-NEW TO WS-EDITED-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "  since acknowledged point:" WS-EDITED-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-ADD-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "Adds sent:                 " WS-EDITED-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CHANGE-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "Changes sent:              " WS-EDITED-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-DELETE-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "Deletes sent:              " WS-EDITED-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-REINSTATE-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "Reinstates sent:           " WS-EDITED-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-NOT-SENT-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "Entries with nothing to send:" WS-EDITED-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CREDIT-SUM TO WS-SUM-EDITED
           MOVE SPACES TO RPT-LINE
           STRING "Credit-limit control total:  " WS-SUM-EDITED
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           CLOSE CUSTOMER-FEED-RPT
           DISPLAY "custfeed complete - " WS-ROW-COUNT
               " rows in feed " WS-FEED-NO ", see custfeed.rpt"
           .

       600-Write-Log-Row.
      * FL-EVENT, FL-FEED-NO, FL-ROW-COUNT, FL-LAST-SEQ and FL-TEXT
      * are set by the caller; append-only, like nightrun.log
           OPEN EXTEND FEED-LOG
           IF WS-LOG-FILE-STATUS = "35"
               OPEN OUTPUT FEED-LOG
           END-IF
           IF WS-LOG-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: custfeed.log write failed, status "
                   WS-LOG-FILE-STATUS
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
               MOVE WS-CURRENT-DATE-TIME TO FL-TIMESTAMP
               WRITE FEED-LOG-RECORD
               CLOSE FEED-LOG
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
      * non-zero return code so nightrun.cbl logs the step as FAIL
           MOVE 8 TO RETURN-CODE
           STOP RUN
           .
