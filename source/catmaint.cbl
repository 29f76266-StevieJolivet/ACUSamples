      * category becomes pickable here before any customer carries
      * it, and a typo code can be deactivated so it stops
      * perpetuating - neither was possible while the category list
      * was scanned out of CUSTOMER-FILE itself. Each code can also
      * carry the months between scheduled credit reviews for its
      * customers (credrev.cbl).
       IDENTIFICATION              DIVISION.
       PROGRAM-ID. catmaint.
       AUTHOR. sjolivet.
           88  WS-CMD-CHANGE               VALUE "C" "c".
           88  WS-CMD-DEACTIVATE           VALUE "D" "d".
           88  WS-CMD-REACTIVATE           VALUE "R" "r".
           88  WS-CMD-REVIEW-MONTHS        VALUE "V" "v".
           88  WS-CMD-QUIT                 VALUE "Q" "q".

       01  WS-ENTRY-CODE                   PIC X(4) VALUE SPACES.
       01  WS-ENTRY-DESC                   PIC X(30) VALUE SPACES.
       01  WS-LIST-COUNT                   PIC 9(4) VALUE ZERO.
       01  WS-ENTRY-MONTHS                 PIC X(2) VALUE SPACES.
       01  WS-LIST-MONTHS                  PIC X(2) VALUE SPACES.

       PROCEDURE DIVISION.
       000-Main.
       200-Command-Loop.
           PERFORM UNTIL WS-QUIT-REQUESTED
               DISPLAY " "
               DISPLAY "List, Add, Change, Deactivate, Reactivate, "
                   "review interVal or Quit (L/A/C/D/R/V/Q): "
                   WITH NO ADVANCING
               ACCEPT WS-COMMAND
               EVALUATE TRUE
                   WHEN WS-CMD-LIST        PERFORM 300-List-Categories
                   WHEN WS-CMD-CHANGE      PERFORM 500-Change-Category
                   WHEN WS-CMD-DEACTIVATE  PERFORM 600-Set-Flag-Inactive
                   WHEN WS-CMD-REACTIVATE  PERFORM 650-Set-Flag-Active
                   WHEN WS-CMD-REVIEW-MONTHS
                       PERFORM 680-Set-Review-Months
                   WHEN WS-CMD-QUIT        MOVE "Y" TO WS-QUIT-SW
                   WHEN OTHER              CONTINUE
               END-EVALUATE
                   AT END MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-LIST-COUNT
                       IF CM-REVIEW-MONTHS IS NUMERIC
                               AND CM-REVIEW-MONTHS > ZERO
                           MOVE CM-REVIEW-MONTHS TO WS-LIST-MONTHS
                       ELSE
                           MOVE "--" TO WS-LIST-MONTHS
                       END-IF
                       DISPLAY "  " CM-CATEGORY-CODE "  "
                           CM-ACTIVE-FLAG "  " CM-DESCRIPTION
                           "  review " WS-LIST-MONTHS
               END-READ
           END-PERFORM
           IF WS-LIST-COUNT = ZERO
                   MOVE WS-ENTRY-CODE TO CM-CATEGORY-CODE
                   MOVE WS-ENTRY-DESC TO CM-DESCRIPTION
                   MOVE "A" TO CM-ACTIVE-FLAG
                   MOVE ZERO TO CM-REVIEW-MONTHS
                   WRITE CATEGORY-MASTER-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
           END-IF
           .

       680-Set-Review-Months.
      * 00 hands the category's customers back to the exposure-band
      * frequency; credrev.cbl picks the change up on its next run
           PERFORM 710-Read-Entered-Code
           IF WS-CATMAST-FILE-STATUS = "00"
               IF CM-REVIEW-MONTHS IS NUMERIC
                       AND CM-REVIEW-MONTHS > ZERO
                   DISPLAY "  Current: review every " CM-REVIEW-MONTHS
                       " months"
               ELSE
                   DISPLAY "  Current: by exposure band"
               END-IF
               MOVE SPACES TO WS-ENTRY-MONTHS
               DISPLAY "  Months between reviews (01-60, 00 = by "
                   "exposure band): " WITH NO ADVANCING
               ACCEPT WS-ENTRY-MONTHS
               IF WS-ENTRY-MONTHS (2:1) = SPACE
                   MOVE WS-ENTRY-MONTHS (1:1) TO WS-ENTRY-MONTHS (2:1)
                   MOVE "0" TO WS-ENTRY-MONTHS (1:1)
               END-IF
               IF WS-ENTRY-MONTHS IS NOT NUMERIC
                       OR WS-ENTRY-MONTHS > "60"
                   DISPLAY "  Unchanged - enter 00 to 60."
               ELSE
                   MOVE WS-ENTRY-MONTHS TO CM-REVIEW-MONTHS
                   REWRITE CATEGORY-MASTER-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
                   IF WS-CATMAST-FILE-STATUS = "00"
                       DISPLAY "  " CM-CATEGORY-CODE
                           " review interval set."
                   ELSE
                       DISPLAY "  Change failed, status "
                           WS-CATMAST-FILE-STATUS
                   END-IF
               END-IF
           END-IF
           .

       700-Accept-Code.
           MOVE SPACES TO WS-ENTRY-CODE
           DISPLAY "  Category code: " WITH NO ADVANCING
