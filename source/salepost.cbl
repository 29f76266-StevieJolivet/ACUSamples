      * it. An accept/reject register goes to salepost.rpt with a
      * reason per rejected row, same shape as custload.rpt.
      *
      * A rejected row is not only reported: it is written to
      * SUSPENSE-FILE (suspense.fd) with the row as read, the reason
      * and the run date, to be corrected or voided on suspmaint.cbl.
      * After the input file, each run takes its own corrected
      * suspense rows back through the same edits and posting; a
      * row that posts is marked posted, one that fails again goes
      * back to open with the new reason.
      *
      * Every input is registered through inpreg.cbl before a row is
      * read: a file this program has already taken in is refused
      * unless a supervisor has authorised the rerun on inpovr.cbl,
      * and after a run that reaches its end the file is moved to a
      * dated archive name (salesmo.<CCYYMMDDHHMMSS>.dat).
      *
      * A month closed by monclose.cbl (PERIOD-CLOSE-FILE,
      * perclose.fd) takes no more sales: a row for it is rejected
      * to suspense unless it carries the prior-period adjustment
      * flag, in which case it posts and is counted apart on the
      * register.
      *
      * Input row layout, one amount per line:
      *   custno|ccyymm|amount|A
      * amount is signed sales for that customer and month; a
      * leading minus is accepted for credit adjustments. The last
      * field is optional - A marks a prior-period adjustment, the
      * only kind of row a closed month accepts.
       IDENTIFICATION              DIVISION.
       PROGRAM-ID. salepost.
       AUTHOR. sjolivet.
       FILE-CONTROL.
           COPY "custfile.sl".
           COPY "saleshis.sl".
           COPY "suspense.sl".
           COPY "perclose.sl".
           SELECT SALES-MONTH-FILE
               ASSIGN TO "salesmo.dat"
               ORGANIZATION LINE SEQUENTIAL
       FILE                        SECTION.
           COPY "custfile.fd".
           COPY "saleshis.fd".
           COPY "suspense.fd".
           COPY "perclose.fd".
       FD  SALES-MONTH-FILE
           LABEL RECORD IS STANDARD.
       01  SALES-RECORD                    PIC X(60).

       01  WS-PROGRAM-ID                   PIC X(10) VALUE "salepost".
       01  WS-SALESHIS-FILE-STATUS         PIC XX VALUE "00".
       01  WS-SUSPENSE-FILE-STATUS         PIC XX VALUE "00".
       01  WS-PERCLOSE-FILE-STATUS         PIC XX VALUE "00".
       01  WS-SALES-FILE-STATUS            PIC XX VALUE "00".
       01  WS-RPT-FILE-STATUS              PIC XX VALUE "00".
       01  WS-OPEN-ERROR-SW                PIC X(1) VALUE "N".
           88  WS-OPEN-ERROR               VALUE "Y".
       01  WS-SALES-EOF-SW                 PIC X(1) VALUE "N".
           88  WS-SALES-EOF                VALUE "Y".
       01  WS-SUSPENSE-EOF-SW              PIC X(1) VALUE "N".
           88  WS-SUSPENSE-EOF             VALUE "Y".
       01  WS-FROM-SUSPENSE-SW             PIC X(1) VALUE "N".
           88  WS-FROM-SUSPENSE            VALUE "Y".
       01  WS-PERCLOSE-OPEN-SW             PIC X(1) VALUE "N".
           88  WS-PERCLOSE-IS-OPEN         VALUE "Y".
       01  WS-CLOSED-PERIOD-SW             PIC X(1) VALUE "N".
           88  WS-CLOSED-PERIOD            VALUE "Y".

       01  WS-RUN-DATE                     PIC X(8) VALUE SPACES.
       01  WS-RUN-TS                       PIC X(21) VALUE SPACES.

      * -- the row being edited, from salesmo.dat or from a
      * corrected suspense row --
       01  WS-INPUT-ROW                    PIC X(60) VALUE SPACES.

      * -- fields unstrung from one input row --
       01  WS-SALES-FIELDS.
           05  SM-CUST-NO-X                PIC X(6).
           05  SM-PERIOD-X                 PIC X(6).
           05  SM-AMOUNT-X                 PIC X(13).
           05  SM-ADJUST-FLAG              PIC X(1).
               88  SM-PRIOR-PERIOD-ADJUST  VALUE "A".

      * -- row edit results, same console-entry edit style as
      * custload.cbl --
       01  WS-EDIT-INT-COUNT               PIC 9(2) VALUE ZERO.
       01  WS-CUST-NO-LENGTH               PIC 9(3) VALUE ZERO.
       01  WS-AMOUNT-LENGTH                PIC 9(3) VALUE ZERO.
       01  WS-ADJUST-LENGTH                PIC 9(3) VALUE ZERO.
       01  WS-POST-CUST-NO                 PIC 9(6) VALUE ZERO.
       01  WS-POST-AMOUNT                  PIC S9(9)V99 VALUE ZERO.
       01  WS-POST-PERIOD                  PIC X(6) VALUE SPACES.
           05  WS-POST-CCYY                PIC 9(4).
           05  WS-POST-MM                  PIC 9(2).

      * -- input registry call (inpreg.cbl) --
       COPY "inpreg.def".
       01  WS-INPUT-TOTAL-EDITED           PIC Z,ZZZ,ZZZ,ZZ9.99-.

      * -- counters --
       01  WS-READ-COUNT                   PIC 9(7) VALUE ZERO.
       01  WS-ACCEPT-COUNT                 PIC 9(7) VALUE ZERO.
       01  WS-REJECT-COUNT                 PIC 9(7) VALUE ZERO.
       01  WS-SUSPENDED-COUNT              PIC 9(7) VALUE ZERO.
       01  WS-RETRY-READ-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-RETRY-POSTED-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-RETRY-REJECT-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-ADJUST-COUNT                 PIC 9(7) VALUE ZERO.
       01  WS-ADJUST-SUM                   PIC S9(12)V99 VALUE ZERO.
       01  WS-POSTED-SUM                   PIC S9(12)V99 VALUE ZERO.

       01  WS-DETAIL-LINE.
       PROCEDURE DIVISION.
       000-Main.
           PERFORM 100-Open-Files
           PERFORM 110-Check-Input-Registry
           PERFORM 200-Process-Sales-File
           PERFORM 270-Retry-Corrected-Rows
           PERFORM 400-Print-Footer
           PERFORM 900-Close-Files
           PERFORM 920-Register-Input
           PERFORM 950-Archive-Report
           STOP RUN
           .

       100-Open-Files.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-RUN-DATE
           MOVE WS-CURRENT-DATE-TIME TO WS-RUN-TS
           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-FS-OK
               DISPLAY "ERROR: cannot open CUSTOMER-FILE, status "
                   WS-SALESHIS-FILE-STATUS
               MOVE "Y" TO WS-OPEN-ERROR-SW
           END-IF
           OPEN I-O SUSPENSE-FILE
           IF WS-SUSPENSE-FILE-STATUS = "35"
               OPEN OUTPUT SUSPENSE-FILE
               IF WS-SUSPENSE-FILE-STATUS = "00"
                   CLOSE SUSPENSE-FILE
                   OPEN I-O SUSPENSE-FILE
               END-IF
           END-IF
           IF WS-SUSPENSE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open suspense, status "
                   WS-SUSPENSE-FILE-STATUS
               MOVE "Y" TO WS-OPEN-ERROR-SW
           END-IF
      * no perclose file yet means no month has been closed
           OPEN INPUT PERIOD-CLOSE-FILE
           IF WS-PERCLOSE-FILE-STATUS = "00"
               MOVE "Y" TO WS-PERCLOSE-OPEN-SW
           ELSE
               IF WS-PERCLOSE-FILE-STATUS NOT = "35"
                   DISPLAY "ERROR: cannot open perclose, status "
                       WS-PERCLOSE-FILE-STATUS
                   MOVE "Y" TO WS-OPEN-ERROR-SW
               END-IF
           END-IF
           OPEN INPUT SALES-MONTH-FILE
           IF WS-SALES-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open salesmo.dat, status "
           WRITE RPT-LINE
           .

       110-Check-Input-Registry.
      * every other file is already open, so a refusal here leaves
      * nothing half done - inpreg.cbl registers the file as in
      * progress only when it may be taken in
           MOVE SPACES TO INPREG-AREA
           MOVE "C" TO IR-FUNCTION
           MOVE WS-PROGRAM-ID TO IR-PROGRAM-ID
           MOVE WS-RUN-TS TO IR-RUN-TS
           MOVE "salesmo.dat" TO IR-INPUT-NAME
           MOVE 3 TO IR-AMOUNT-FIELD
           CALL "inpreg" USING INPREG-AREA
               ON EXCEPTION MOVE "30" TO IR-RETURN-STATUS
           END-CALL
           IF NOT IR-MAY-PROCESS
               IF IR-DUPLICATE
                   DISPLAY "ERROR: salesmo.dat was already taken in "
                       "by the salepost run of " IR-PRIOR-RUN-TS (1:14)
                   IF IR-PRIOR-STATUS = "I"
                       DISPLAY "  That run did not finish - part of "
                           "the file may already be posted."
                   END-IF
                   DISPLAY "  A supervisor must authorise a rerun "
                       "on inpovr first."
               ELSE
                   DISPLAY "ERROR: input registry check failed, "
                       "status " IR-RETURN-STATUS
                       " - a duplicate cannot be ruled out."
               END-IF
               DISPLAY "salepost run aborted - see above."
               STOP RUN
           END-IF
           MOVE IR-AMOUNT-TOTAL TO WS-INPUT-TOTAL-EDITED
           MOVE SPACES TO RPT-LINE
           STRING "Input salesmo.dat - rows " IR-RECORD-COUNT
               "  amount total " WS-INPUT-TOTAL-EDITED
               "  fingerprint " IR-FINGERPRINT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF IR-OVERRIDDEN
               MOVE SPACES TO RPT-LINE
               STRING "Rerun authorised by supervisor - same file "
                   "as the run of " IR-PRIOR-RUN-TS (1:14)
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           .

       200-Process-Sales-File.
           MOVE "N" TO WS-SALES-EOF-SW
           PERFORM UNTIL WS-SALES-EOF
           IF SALES-RECORD = SPACES
               SUBTRACT 1 FROM WS-READ-COUNT
           ELSE
               MOVE SALES-RECORD TO WS-INPUT-ROW
               PERFORM 220-Unstring-Row
               PERFORM 230-Validate-Row
               IF WS-ROW-VALID
           MOVE SPACES TO WS-SALES-FIELDS
           MOVE ZERO TO WS-CUST-NO-LENGTH
           MOVE ZERO TO WS-AMOUNT-LENGTH
           MOVE ZERO TO WS-ADJUST-LENGTH
           UNSTRING WS-INPUT-ROW DELIMITED BY "|"
               INTO SM-CUST-NO-X COUNT IN WS-CUST-NO-LENGTH
                    SM-PERIOD-X
                    SM-AMOUNT-X COUNT IN WS-AMOUNT-LENGTH
                    SM-ADJUST-FLAG COUNT IN WS-ADJUST-LENGTH
           END-UNSTRING
           .

           IF WS-ROW-VALID
               PERFORM 245-Edit-Period
           END-IF
           IF WS-ROW-VALID
               PERFORM 247-Edit-Closed-Period
           END-IF
           IF WS-ROW-VALID AND WS-AMOUNT-LENGTH > 13
               MOVE "N" TO WS-ROW-VALID-SW
               MOVE "Amount longer than 13 chars" TO WS-REJECT-REASON
           END-IF
           .

       247-Edit-Closed-Period.
           MOVE "N" TO WS-CLOSED-PERIOD-SW
           IF WS-ADJUST-LENGTH > 1
                   OR NOT (SM-ADJUST-FLAG = SPACE
                       OR SM-PRIOR-PERIOD-ADJUST)
               MOVE "N" TO WS-ROW-VALID-SW
               MOVE "Adjustment flag must be A or blank"
                   TO WS-REJECT-REASON
           ELSE
               IF WS-PERCLOSE-IS-OPEN
                   MOVE WS-POST-PERIOD TO PE-PERIOD
                   READ PERIOD-CLOSE-FILE
                       INVALID KEY CONTINUE
                   END-READ
                   IF WS-PERCLOSE-FILE-STATUS = "00" AND PE-CLOSED
                       MOVE "Y" TO WS-CLOSED-PERIOD-SW
                   END-IF
               END-IF
               IF WS-CLOSED-PERIOD AND NOT SM-PRIOR-PERIOD-ADJUST
                   MOVE "N" TO WS-ROW-VALID-SW
                   STRING "Period " WS-POST-PERIOD
                       " closed - flag A to adjust"
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
               END-IF
           END-IF
           .

       250-Edit-Amount.
      * optional leading minus, then digits with at most one
      * decimal point, contiguous from column one with only spaces
           END-IF
           ADD 1 TO WS-ACCEPT-COUNT
           ADD WS-POST-AMOUNT TO WS-POSTED-SUM
           IF WS-FROM-SUSPENSE
               MOVE "REPOST" TO DL-DISPOSITION
           ELSE
               MOVE "POST" TO DL-DISPOSITION
           END-IF
      * a flagged row for a month still open is an ordinary posting
           IF WS-CLOSED-PERIOD
               MOVE "ADJUST" TO DL-DISPOSITION
               ADD 1 TO WS-ADJUST-COUNT
               ADD WS-POST-AMOUNT TO WS-ADJUST-SUM
           END-IF
           MOVE SPACES TO DL-REASON
           PERFORM 290-Print-Detail-Line
           .

      ******************************************************************
      * Corrected suspense rows. Only this program's own rows are
      * read (the key leads with the source program), and only the
      * ones an operator has corrected on suspmaint.cbl; rows
      * suspended earlier in this run are still open and are left
      * alone.
      ******************************************************************
       270-Retry-Corrected-Rows.
           MOVE "Y" TO WS-FROM-SUSPENSE-SW
           MOVE SPACES TO SUSPENSE-RECORD
           MOVE WS-PROGRAM-ID TO SU-SOURCE-PROGRAM
           MOVE LOW-VALUES TO SU-RUN-TS
           MOVE ZERO TO SU-ROW-NO
           START SUSPENSE-FILE KEY IS NOT LESS THAN SU-KEY
               INVALID KEY MOVE "Y" TO WS-SUSPENSE-EOF-SW
               NOT INVALID KEY MOVE "N" TO WS-SUSPENSE-EOF-SW
           END-START
           PERFORM UNTIL WS-SUSPENSE-EOF
               READ SUSPENSE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-SUSPENSE-EOF-SW
                   NOT AT END
                       IF SU-SOURCE-PROGRAM NOT = WS-PROGRAM-ID
                           MOVE "Y" TO WS-SUSPENSE-EOF-SW
                       ELSE
                           IF SU-STATUS-CORRECTED
                               PERFORM 275-Retry-One-Row
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO WS-FROM-SUSPENSE-SW
           .

       275-Retry-One-Row.
           ADD 1 TO WS-RETRY-READ-COUNT
           IF WS-RETRY-READ-COUNT = 1
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE "Corrected rows from suspense:" TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SU-CURRENT-ROW TO WS-INPUT-ROW
           PERFORM 220-Unstring-Row
           IF WS-INPUT-ROW = SPACES
               MOVE "N" TO WS-ROW-VALID-SW
               MOVE "Corrected row is blank" TO WS-REJECT-REASON
           ELSE
               PERFORM 230-Validate-Row
           END-IF
           IF WS-ROW-VALID
               PERFORM 300-Post-Sales-Amount
               ADD 1 TO WS-RETRY-POSTED-COUNT
               MOVE "P" TO SU-STATUS
               MOVE WS-RUN-DATE TO SU-POSTED-DATE
               REWRITE SUSPENSE-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
               IF WS-SUSPENSE-FILE-STATUS NOT = "00"
      * posted but still marked corrected - stop before a rerun
      * could post it a second time unnoticed
                   DISPLAY "ERROR: suspense rewrite failed, status "
                       WS-SUSPENSE-FILE-STATUS " - row "
                       SU-RUN-TS (1:14) "/" SU-ROW-NO
                       " posted but not marked"
                   DISPLAY "salepost run aborted - see above."
                   STOP RUN
               END-IF
           ELSE
               PERFORM 280-Report-Rejected-Row
           END-IF
           .

       280-Report-Rejected-Row.
           MOVE "REJECT" TO DL-DISPOSITION
           MOVE WS-REJECT-REASON TO DL-REASON
           PERFORM 290-Print-Detail-Line
           IF WS-FROM-SUSPENSE
               ADD 1 TO WS-RETRY-REJECT-COUNT
               PERFORM 287-Return-Row-To-Suspense
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               PERFORM 285-Suspend-Rejected-Row
           END-IF
           .

       285-Suspend-Rejected-Row.
      * the row goes to suspense exactly as read, so nobody has to
      * retype it from the register; a failed write stops the run
      * like any other file error
           MOVE SPACES TO SUSPENSE-RECORD
           MOVE WS-PROGRAM-ID TO SU-SOURCE-PROGRAM
           MOVE WS-RUN-TS TO SU-RUN-TS
           MOVE WS-READ-COUNT TO SU-ROW-NO
           MOVE "O" TO SU-STATUS
           MOVE WS-INPUT-ROW TO SU-ORIGINAL-ROW
           MOVE WS-INPUT-ROW TO SU-CURRENT-ROW
           MOVE WS-REJECT-REASON TO SU-REASON
           MOVE WS-RUN-DATE TO SU-RUN-DATE
           MOVE WS-RUN-DATE TO SU-LAST-REJECT-DATE
           MOVE ZERO TO SU-RETRY-COUNT
           WRITE SUSPENSE-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           IF WS-SUSPENSE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: suspense write failed, status "
                   WS-SUSPENSE-FILE-STATUS " at row " WS-READ-COUNT
               DISPLAY "salepost run aborted - see above."
               STOP RUN
           END-IF
           ADD 1 TO WS-SUSPENDED-COUNT
           .

       287-Return-Row-To-Suspense.
           MOVE "O" TO SU-STATUS
           MOVE WS-REJECT-REASON TO SU-REASON
           MOVE WS-RUN-DATE TO SU-LAST-REJECT-DATE
           ADD 1 TO SU-RETRY-COUNT
           REWRITE SUSPENSE-RECORD
               INVALID KEY CONTINUE
           END-REWRITE
           IF WS-SUSPENSE-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: suspense rewrite failed, status "
                   WS-SUSPENSE-FILE-STATUS " - row stays corrected "
                   "and is retried next run."
           END-IF
           .

       290-Print-Detail-Line.
           STRING "Sales posted: " WS-EDITED-SUM
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "Suspended this run: " WS-SUSPENDED-COUNT
               "   corrected rows retried: " WS-RETRY-READ-COUNT
               "  reposted: " WS-RETRY-POSTED-COUNT
               "  rejected again: " WS-RETRY-REJECT-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-ADJUST-SUM TO WS-EDITED-SUM
           MOVE SPACES TO RPT-LINE
           STRING "Prior-period adjustments to closed months: "
               WS-ADJUST-COUNT "  amount " WS-EDITED-SUM
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           DISPLAY "salepost complete - read " WS-READ-COUNT
               " accepted " WS-ACCEPT-COUNT
               " rejected " WS-REJECT-COUNT
       900-Close-Files.
           CLOSE CUSTOMER-FILE
           CLOSE SALES-HISTORY-FILE
           CLOSE SUSPENSE-FILE
           IF WS-PERCLOSE-IS-OPEN
               CLOSE PERIOD-CLOSE-FILE
           END-IF
           CLOSE SALES-MONTH-FILE
           CLOSE SALES-POST-RPT
           .

       920-Register-Input.
      * the run reached its end - close off the registry row and
      * move the input to its dated archive name
           MOVE "R" TO IR-FUNCTION
           CALL "inpreg" USING INPREG-AREA
               ON EXCEPTION MOVE "30" TO IR-RETURN-STATUS
           END-CALL
           IF NOT IR-NEW-FILE
               DISPLAY "WARNING: salesmo.dat was not archived - "
                   "it stays registered, see above."
           END-IF
           .

       950-Archive-Report.
      * capture this run's report into the dated report archive
      * (rptarch.cbl) before the next run overwrites it
