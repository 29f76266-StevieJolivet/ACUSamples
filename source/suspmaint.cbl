      * suspmaint.cbl
      * Repair screen for SUSPENSE-FILE (suspense.fd), the rows
      * balpost.cbl and salepost.cbl rejected instead of posting.
      * List loads the unresolved rows (open or corrected - or every
      * row, on request) into a numbered table; Correct takes a row
      * by that number, shows the row as first read, the row as it
      * stands now and the reason it was last rejected, and accepts
      * a replacement row in the same pipe-delimited layout. A
      * corrected row is left for the next run of the program that
      * rejected it, which puts it back through the same edits.
      * Void closes a row that should never post; a void needs a
      * reason. Either change records the signed-on operator and
      * the date on the row. Posted and voided rows cannot be
      * changed. Requires the maintenance right.
       IDENTIFICATION              DIVISION.
       PROGRAM-ID. suspmaint.
       AUTHOR. sjolivet.
       DATE-WRITTEN. Thursday, October 15, 2026.
       REMARKS.
           Suspense row correction and void.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "suspense.sl".
           COPY "oprprof.sl".
           COPY "sesslog.sl".
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "suspense.fd".
           COPY "oprprof.fd".
           COPY "sesslog.fd".
       WORKING-STORAGE             SECTION.
       COPY "acucobol.def".
       COPY "signon.def".

       01  WS-PROGRAM-ID                   PIC X(10) VALUE "suspmaint".
       01  WS-SUSPENSE-FILE-STATUS         PIC XX VALUE "00".
       01  WS-OPRPROF-FILE-STATUS          PIC XX VALUE "00".
       01  WS-OPERATOR-ID                  PIC X(8) VALUE SPACES.
       01  WS-EOF-SW                       PIC X(1) VALUE "N".
           88  WS-END-OF-FILE              VALUE "Y".
       01  WS-QUIT-SW                      PIC X(1) VALUE "N".
           88  WS-QUIT-REQUESTED           VALUE "Y".

       01  WS-COMMAND                      PIC X(1) VALUE SPACE.
           88  WS-CMD-LIST                 VALUE "L" "l".
           88  WS-CMD-CORRECT              VALUE "C" "c".
           88  WS-CMD-VOID                 VALUE "V" "v".
           88  WS-CMD-QUIT                 VALUE "Q" "q".
       01  WS-CONFIRM                      PIC X(1) VALUE SPACE.
           88  WS-CONFIRM-YES              VALUE "Y" "y".
       01  WS-LIST-ALL                     PIC X(1) VALUE SPACE.
           88  WS-LIST-ALL-YES             VALUE "Y" "y".

       01  WS-RUN-DATE                     PIC X(8) VALUE SPACES.
       01  WS-NEW-ROW                      PIC X(60) VALUE SPACES.
       01  WS-VOID-REASON-ENTRY            PIC X(40) VALUE SPACES.

      * -- suspense keys loaded by List for the pick-by-number
      * commands, rptview.cbl's index table --
       01  WS-SU-TABLE-MAX                 PIC 9(4) VALUE 500.
       01  WS-SU-COUNT                     PIC 9(4) VALUE ZERO.
       01  WS-SU-TABLE.
           05  WS-SU-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-SU-COUNT
                   INDEXED BY WS-SU-IDX.
               10  WS-SU-ENTRY-KEY         PIC X(38).
       01  WS-SU-FULL-SW                   PIC X(1) VALUE "N".
           88  WS-SU-FULL                  VALUE "Y".

       01  WS-PICK-X                       PIC X(4) VALUE SPACES.
       01  WS-PICK                         PIC 9(4) VALUE ZERO.
       01  WS-ROW-NUM                      PIC 9(4) VALUE ZERO.
       01  WS-PICK-FOUND-SW                PIC X(1) VALUE "N".
           88  WS-PICK-FOUND               VALUE "Y".
       01  WS-VIEW-LINE-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-PAUSE-RESPONSE               PIC X(1) VALUE SPACE.

       01  WS-CORRECT-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-VOID-COUNT                   PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       000-Main.
           PERFORM 050-Sign-On
           PERFORM 100-Open-File
           PERFORM 200-Command-Loop
           DISPLAY " "
           DISPLAY "Rows corrected this session: " WS-CORRECT-COUNT
               "   voided: " WS-VOID-COUNT
           PERFORM 900-Close-File
           STOP RUN
           .

       050-Sign-On.
      * a corrected row posts to AR or sales history on the next run
      * with no further review - the same right that gates customer
      * maintenance
           PERFORM Perform-Operator-Signon
           IF NOT WS-SO-SIGNED-ON
               DISPLAY "suspmaint run aborted - not signed on."
               STOP RUN
           END-IF
           IF NOT OP-CAN-MAINT
               DISPLAY "Operator " WS-OPERATOR-ID " does not hold "
                   "the maintenance right - run aborted."
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-RUN-DATE
           .

       100-Open-File.
           OPEN I-O SUSPENSE-FILE
           IF WS-SUSPENSE-FILE-STATUS = "35"
               DISPLAY "No suspense file - no posting run has "
                   "rejected a row yet."
               STOP RUN
           END-IF
           IF WS-SUSPENSE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open suspense, status "
                   WS-SUSPENSE-FILE-STATUS
               DISPLAY "suspmaint run aborted - see above."
               STOP RUN
           END-IF
           .

       200-Command-Loop.
           PERFORM UNTIL WS-QUIT-REQUESTED
               DISPLAY " "
               DISPLAY "List rows, Correct a row, Void a row or Quit "
                   "(L/C/V/Q): " WITH NO ADVANCING
               ACCEPT WS-COMMAND
               EVALUATE TRUE
                   WHEN WS-CMD-LIST        PERFORM 300-List-Rows
                   WHEN WS-CMD-CORRECT     PERFORM 400-Correct-Row
                   WHEN WS-CMD-VOID        PERFORM 500-Void-Row
                   WHEN WS-CMD-QUIT        MOVE "Y" TO WS-QUIT-SW
                   WHEN OTHER              CONTINUE
               END-EVALUATE
           END-PERFORM
           .

       300-List-Rows.
           DISPLAY "  Include posted and voided rows (Y/N): "
               WITH NO ADVANCING
           MOVE SPACE TO WS-LIST-ALL
           ACCEPT WS-LIST-ALL
           MOVE ZERO TO WS-SU-COUNT
           MOVE "N" TO WS-SU-FULL-SW
           MOVE ZERO TO WS-VIEW-LINE-COUNT
           MOVE LOW-VALUES TO SU-KEY
           START SUSPENSE-FILE KEY IS NOT LESS THAN SU-KEY
               INVALID KEY CONTINUE
           END-START
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-END-OF-FILE
               READ SUSPENSE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       IF SU-STATUS-UNRESOLVED OR WS-LIST-ALL-YES
                           PERFORM 310-List-One-Row
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SU-COUNT = ZERO
               DISPLAY "  (no suspense rows to show)"
           END-IF
           IF WS-SU-FULL
               DISPLAY "  Only the first " WS-SU-TABLE-MAX
                   " rows are listed - correct or void some and "
                   "list again."
           END-IF
           .

       310-List-One-Row.
           IF WS-SU-COUNT >= WS-SU-TABLE-MAX
               MOVE "Y" TO WS-SU-FULL-SW
               MOVE "Y" TO WS-EOF-SW
           ELSE
               ADD 1 TO WS-SU-COUNT
               MOVE SU-KEY TO WS-SU-ENTRY-KEY (WS-SU-COUNT)
               MOVE WS-SU-COUNT TO WS-ROW-NUM
               DISPLAY " " WS-ROW-NUM "  " SU-SOURCE-PROGRAM " "
                   SU-RUN-DATE " row " SU-ROW-NO "  " SU-STATUS
                   "  " SU-REASON
               DISPLAY "        " SU-CURRENT-ROW
               ADD 2 TO WS-VIEW-LINE-COUNT
               IF WS-VIEW-LINE-COUNT >= 20
                   MOVE ZERO TO WS-VIEW-LINE-COUNT
                   DISPLAY "-- more (ENTER) --" WITH NO ADVANCING
                   ACCEPT WS-PAUSE-RESPONSE
               END-IF
           END-IF
           .

       400-Correct-Row.
           PERFORM 600-Pick-Suspense-Row
           IF WS-PICK-FOUND
               PERFORM 610-Show-Suspense-Row
               DISPLAY "  Corrected row: " WITH NO ADVANCING
               MOVE SPACES TO WS-NEW-ROW
               ACCEPT WS-NEW-ROW
               IF WS-NEW-ROW = SPACES
                   DISPLAY "  Nothing entered - unchanged."
               ELSE
                   DISPLAY "  Post " WS-NEW-ROW
                   DISPLAY "  on the next " SU-SOURCE-PROGRAM
                       " run - confirm (Y/N): " WITH NO ADVANCING
                   MOVE SPACE TO WS-CONFIRM
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM-YES
                       MOVE WS-NEW-ROW TO SU-CURRENT-ROW
                       MOVE "C" TO SU-STATUS
                       MOVE WS-OPERATOR-ID TO SU-CORRECTED-BY
                       MOVE WS-RUN-DATE TO SU-CORRECTED-DATE
                       REWRITE SUSPENSE-RECORD
                           INVALID KEY CONTINUE
                       END-REWRITE
                       IF WS-SUSPENSE-FILE-STATUS = "00"
                           ADD 1 TO WS-CORRECT-COUNT
                           DISPLAY "  Corrected - waiting for "
                               SU-SOURCE-PROGRAM "."
                       ELSE
                           DISPLAY "  Rewrite failed, status "
                               WS-SUSPENSE-FILE-STATUS
                               " - not corrected."
                       END-IF
                   ELSE
                       DISPLAY "  Not corrected."
                   END-IF
               END-IF
           END-IF
           .

       500-Void-Row.
           PERFORM 600-Pick-Suspense-Row
           IF WS-PICK-FOUND
               PERFORM 610-Show-Suspense-Row
               DISPLAY "  Void reason (required): " WITH NO ADVANCING
               MOVE SPACES TO WS-VOID-REASON-ENTRY
               ACCEPT WS-VOID-REASON-ENTRY
               IF WS-VOID-REASON-ENTRY = SPACES
                   DISPLAY "  A void needs a reason - not voided."
               ELSE
                   DISPLAY "  Void - the row will never post - "
                       "confirm (Y/N): " WITH NO ADVANCING
                   MOVE SPACE TO WS-CONFIRM
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM-YES
                       MOVE "V" TO SU-STATUS
                       MOVE WS-OPERATOR-ID TO SU-VOIDED-BY
                       MOVE WS-RUN-DATE TO SU-VOID-DATE
                       MOVE WS-VOID-REASON-ENTRY TO SU-VOID-REASON
                       REWRITE SUSPENSE-RECORD
                           INVALID KEY CONTINUE
                       END-REWRITE
                       IF WS-SUSPENSE-FILE-STATUS = "00"
                           ADD 1 TO WS-VOID-COUNT
                           DISPLAY "  Voided."
                       ELSE
                           DISPLAY "  Rewrite failed, status "
                               WS-SUSPENSE-FILE-STATUS
                               " - not voided."
                       END-IF
                   ELSE
                       DISPLAY "  Not voided."
                   END-IF
               END-IF
           END-IF
           .

       600-Pick-Suspense-Row.
      * the row is re-read by key, so a row posted or voided since
      * the list was taken is caught here rather than overwritten
           MOVE "N" TO WS-PICK-FOUND-SW
           MOVE ZERO TO WS-PICK
           IF WS-SU-COUNT = ZERO
               DISPLAY "  List the rows first."
           ELSE
               DISPLAY "  Row number (from List): " WITH NO ADVANCING
               MOVE SPACES TO WS-PICK-X
               ACCEPT WS-PICK-X
               IF WS-PICK-X IS NUMERIC
                   MOVE WS-PICK-X TO WS-PICK
                   IF WS-PICK = ZERO OR WS-PICK > WS-SU-COUNT
                       DISPLAY "  No such row number."
                       MOVE ZERO TO WS-PICK
                   END-IF
               ELSE
                   DISPLAY "  Number must be numeric (e.g. 0001)."
               END-IF
           END-IF
           IF WS-PICK NOT = ZERO
               MOVE WS-SU-ENTRY-KEY (WS-PICK) TO SU-KEY
               READ SUSPENSE-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-SUSPENSE-FILE-STATUS NOT = "00"
                   DISPLAY "  Row unavailable, status "
                       WS-SUSPENSE-FILE-STATUS
               ELSE
                   IF SU-STATUS-UNRESOLVED
                       MOVE "Y" TO WS-PICK-FOUND-SW
                   ELSE
                       DISPLAY "  Row is already "
                           SU-STATUS " (posted/voided) - "
                           "it cannot be changed."
                   END-IF
               END-IF
           END-IF
           .

       610-Show-Suspense-Row.
           DISPLAY "  From     " SU-SOURCE-PROGRAM " run "
               SU-RUN-TS (1:14) " row " SU-ROW-NO
           DISPLAY "  Original " SU-ORIGINAL-ROW
           DISPLAY "  Current  " SU-CURRENT-ROW
           DISPLAY "  Reason   " SU-REASON
           IF SU-RETRY-COUNT > ZERO
               DISPLAY "  Rejected again " SU-RETRY-COUNT
                   " time(s), last on " SU-LAST-REJECT-DATE
           END-IF
           IF SU-STATUS-CORRECTED
               DISPLAY "  Corrected by " SU-CORRECTED-BY " on "
                   SU-CORRECTED-DATE " - not yet reposted"
           END-IF
           .

       900-Close-File.
           CLOSE SUSPENSE-FILE
           .

       COPY "signon.cpy".
