      * the bucket its invoice date has aged into; a payment is
      * applied to the oldest bucket first. An accept/reject
      * register goes to balpost.rpt with a reason per rejected row,
      * same shape as custload.rpt. Every accepted row is also kept
      * on AR-HISTORY-FILE (arhist.fd), keyed by customer and
      * transaction date, so the buckets can always be itemized -
      * arstmt.cbl prints the month-end statements from it.
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
      * dated archive name (artrans.<CCYYMMDDHHMMSS>.dat).
      *
      * Input row layout, one transaction per line:
      *   type|custno|date|amount
       FILE-CONTROL.
           COPY "custfile.sl".
           COPY "custbal.sl".
           COPY "arhist.sl".
           COPY "suspense.sl".
           SELECT AR-TRANS-FILE
               ASSIGN TO "artrans.dat"
               ORGANIZATION LINE SEQUENTIAL
       FILE                        SECTION.
           COPY "custfile.fd".
           COPY "custbal.fd".
           COPY "arhist.fd".
           COPY "suspense.fd".
       FD  AR-TRANS-FILE
           LABEL RECORD IS STANDARD.
       01  TRANS-RECORD                    PIC X(60).

       01  WS-PROGRAM-ID                   PIC X(10) VALUE "balpost".
       01  WS-CUSTBAL-FILE-STATUS          PIC XX VALUE "00".
       01  WS-ARHIST-FILE-STATUS           PIC XX VALUE "00".
       01  WS-SUSPENSE-FILE-STATUS         PIC XX VALUE "00".
       01  WS-TRANS-FILE-STATUS            PIC XX VALUE "00".
       01  WS-RPT-FILE-STATUS              PIC XX VALUE "00".
       01  WS-OPEN-ERROR-SW                PIC X(1) VALUE "N".
           88  WS-OPEN-ERROR               VALUE "Y".
       01  WS-TRANS-EOF-SW                 PIC X(1) VALUE "N".
           88  WS-TRANS-EOF                VALUE "Y".
       01  WS-SUSPENSE-EOF-SW              PIC X(1) VALUE "N".
           88  WS-SUSPENSE-EOF             VALUE "Y".
       01  WS-FROM-SUSPENSE-SW             PIC X(1) VALUE "N".
           88  WS-FROM-SUSPENSE            VALUE "Y".

       01  WS-RUN-DATE                     PIC X(8) VALUE SPACES.
       01  WS-RUN-DATE-INT                 PIC 9(7) VALUE ZERO.
       01  WS-RUN-TS                       PIC X(21) VALUE SPACES.

      * -- the row being edited, from artrans.dat or from a
      * corrected suspense row --
       01  WS-INPUT-ROW                    PIC X(60) VALUE SPACES.
       01  WS-HISTORY-ROW-NO               PIC 9(7) VALUE ZERO.

      * -- fields unstrung from one input row --
       01  WS-TRANS-FIELDS.
       01  WS-PAY-REMAINING                PIC S9(9)V99 VALUE ZERO.
       01  WS-BUCKET-TAKEN                 PIC S9(9)V99 VALUE ZERO.

      * -- input registry call (inpreg.cbl) --
       COPY "inpreg.def".
       01  WS-INPUT-TOTAL-EDITED           PIC Z,ZZZ,ZZZ,ZZ9.99-.

      * -- counters --
       01  WS-READ-COUNT                   PIC 9(7) VALUE ZERO.
       01  WS-INVOICE-COUNT                PIC 9(7) VALUE ZERO.
       01  WS-PAYMENT-COUNT                PIC 9(7) VALUE ZERO.
       01  WS-REJECT-COUNT                 PIC 9(7) VALUE ZERO.
       01  WS-SUSPENDED-COUNT              PIC 9(7) VALUE ZERO.
       01  WS-RETRY-READ-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-RETRY-POSTED-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-RETRY-REJECT-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-INVOICE-SUM                  PIC 9(12)V99 VALUE ZERO.
       01  WS-PAYMENT-SUM                  PIC 9(12)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       000-Main.
           PERFORM 100-Open-Files
           PERFORM 110-Check-Input-Registry
           PERFORM 200-Process-Trans-File
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
           MOVE FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (WS-RUN-DATE))
               TO WS-RUN-DATE-INT
           OPEN INPUT CUSTOMER-FILE
                   WS-CUSTBAL-FILE-STATUS
               MOVE "Y" TO WS-OPEN-ERROR-SW
           END-IF
           OPEN I-O AR-HISTORY-FILE
           IF WS-ARHIST-FILE-STATUS = "35"
               OPEN OUTPUT AR-HISTORY-FILE
               IF WS-ARHIST-FILE-STATUS = "00"
                   CLOSE AR-HISTORY-FILE
                   OPEN I-O AR-HISTORY-FILE
               END-IF
           END-IF
           IF WS-ARHIST-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open arhist, status "
                   WS-ARHIST-FILE-STATUS
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
           OPEN INPUT AR-TRANS-FILE
           IF WS-TRANS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open artrans.dat, status "
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
           MOVE "artrans.dat" TO IR-INPUT-NAME
           MOVE 4 TO IR-AMOUNT-FIELD
           CALL "inpreg" USING INPREG-AREA
               ON EXCEPTION MOVE "30" TO IR-RETURN-STATUS
           END-CALL
           IF NOT IR-MAY-PROCESS
               IF IR-DUPLICATE
                   DISPLAY "ERROR: artrans.dat was already taken in "
                       "by the balpost run of " IR-PRIOR-RUN-TS (1:14)
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
               DISPLAY "balpost run aborted - see above."
               STOP RUN
           END-IF
           MOVE IR-AMOUNT-TOTAL TO WS-INPUT-TOTAL-EDITED
           MOVE SPACES TO RPT-LINE
           STRING "Input artrans.dat - rows " IR-RECORD-COUNT
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

       200-Process-Trans-File.
           MOVE "N" TO WS-TRANS-EOF-SW
           PERFORM UNTIL WS-TRANS-EOF
           IF TRANS-RECORD = SPACES
               SUBTRACT 1 FROM WS-READ-COUNT
           ELSE
               MOVE TRANS-RECORD TO WS-INPUT-ROW
               MOVE WS-READ-COUNT TO WS-HISTORY-ROW-NO
               PERFORM 220-Unstring-Row
               PERFORM 230-Validate-Row
               IF WS-ROW-VALID
           MOVE SPACES TO WS-TRANS-FIELDS
           MOVE ZERO TO WS-CUST-NO-LENGTH
           MOVE ZERO TO WS-AMOUNT-LENGTH
           UNSTRING WS-INPUT-ROW DELIMITED BY "|"
               INTO TR-TYPE
                    TR-CUST-NO-X COUNT IN WS-CUST-NO-LENGTH
                    TR-DATE-X
               ADD 1 TO WS-PAYMENT-COUNT
               ADD WS-TRANS-AMOUNT TO WS-PAYMENT-SUM
           END-IF
           PERFORM 380-Write-History-Row
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME TO OB-LAST-POST-TS
           REWRITE OPEN-BALANCE-RECORD
               DISPLAY "balpost run aborted - see above."
               STOP RUN
           END-IF
           IF WS-FROM-SUSPENSE
               MOVE "REPOST" TO DL-DISPOSITION
           ELSE
               MOVE "POST" TO DL-DISPOSITION
           END-IF
           MOVE SPACES TO DL-REASON
           PERFORM 290-Print-Detail-Line
           .
           END-IF
           .

       380-Write-History-Row.
      * the history row goes down before the balance is rewritten,
      * so a failed write stops the run with the bucket still
      * untouched and the two files still in step
           MOVE SPACES TO AR-HISTORY-RECORD
           MOVE WS-TRANS-CUST-NO TO AH-CUST-NO
           MOVE WS-TRANS-DATE TO AH-TRANS-DATE
           MOVE WS-RUN-TS TO AH-POST-TS
           MOVE WS-HISTORY-ROW-NO TO AH-ROW-NO
           MOVE TR-TYPE TO AH-TRANS-TYPE
           MOVE WS-TRANS-AMOUNT TO AH-AMOUNT
           MOVE WS-PROGRAM-ID TO AH-SOURCE-PROGRAM
           WRITE AR-HISTORY-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           IF WS-ARHIST-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: arhist write failed, status "
                   WS-ARHIST-FILE-STATUS " at customer "
                   WS-TRANS-CUST-NO
               DISPLAY "balpost run aborted - see above."
               STOP RUN
           END-IF
           .

      ******************************************************************
      * Corrected suspense rows. Only this program's own rows are
      * read (the key leads with the source program), and only the
      * ones an operator has corrected on suspmaint.cbl; rows
      * suspended earlier in this run are still open and are left
      * alone. History row numbers carry on after the input file's
      * so the AR-HISTORY-FILE keys of this run stay unique.
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
           COMPUTE WS-HISTORY-ROW-NO
               = WS-READ-COUNT + WS-RETRY-READ-COUNT
           MOVE SU-CURRENT-ROW TO WS-INPUT-ROW
           PERFORM 220-Unstring-Row
           IF WS-INPUT-ROW = SPACES
               MOVE "N" TO WS-ROW-VALID-SW
               MOVE "Corrected row is blank" TO WS-REJECT-REASON
           ELSE
               PERFORM 230-Validate-Row
           END-IF
           IF WS-ROW-VALID
               PERFORM 300-Apply-Transaction
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
                   DISPLAY "balpost run aborted - see above."
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
      * the row goes to suspense exactly as read; losing it here
      * would put us back to retyping payments from the register,
      * so a failed write stops the run like any other file error
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
               DISPLAY "balpost run aborted - see above."
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
           STRING "Payments posted: " WS-EDITED-SUM
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "Suspended this run: " WS-SUSPENDED-COUNT
               "   corrected rows retried: " WS-RETRY-READ-COUNT
               "  reposted: " WS-RETRY-POSTED-COUNT
               "  rejected again: " WS-RETRY-REJECT-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           DISPLAY "balpost complete - read " WS-READ-COUNT
               " posted " WS-INVOICE-COUNT " invoices, "
               WS-PAYMENT-COUNT " payments, rejected "
       900-Close-Files.
           CLOSE CUSTOMER-FILE
           CLOSE OPEN-BALANCE-FILE
           CLOSE AR-HISTORY-FILE
           CLOSE SUSPENSE-FILE
           CLOSE AR-TRANS-FILE
           CLOSE BALANCE-POST-RPT
           .

       920-Register-Input.
      * the run reached its end - close off the registry row and
      * move the input to its dated archive name
           MOVE "R" TO IR-FUNCTION
           CALL "inpreg" USING INPREG-AREA
               ON EXCEPTION MOVE "30" TO IR-RETURN-STATUS
           END-CALL
           IF NOT IR-NEW-FILE
               DISPLAY "WARNING: artrans.dat was not archived - "
                   "it stays registered, see above."
           END-IF
           .

       950-Archive-Report.
      * capture this run's report into the dated report archive
      * (rptarch.cbl) before the next run overwrites it
