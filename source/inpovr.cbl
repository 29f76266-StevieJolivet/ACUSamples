      * inpovr.cbl
      * Supervisor screen over INPUT-REGISTRY-FILE (inpreg.fd), the
      * register of every input file balpost, salepost, crmapply and
      * custload have taken in. List shows the registered runs - for
      * one program or all - newest last, with the row count, the
      * amount total, how far the run got and the archive copy it
      * left, so a posting can be traced to the file behind it.
      * Authorise marks a registered run so that the next run of
      * the same file is let through once (a deliberate reload, or a
      * rerun after a run that stopped part way); a reason is
      * required and the supervisor and date are kept on the row.
      * Withdraw takes back an authorisation not yet used. Only a
      * supervisor - an operator holding all three rights,
      * maintenance, delete and credit - may sign on.
       IDENTIFICATION              DIVISION.
       PROGRAM-ID. inpovr.
       AUTHOR. sjolivet.
       DATE-WRITTEN. Thursday, October 15, 2026.
       REMARKS.
           Input registry listing and supervisor rerun override.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "inpreg.sl".
           COPY "oprprof.sl".
           COPY "sesslog.sl".
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "inpreg.fd".
           COPY "oprprof.fd".
           COPY "sesslog.fd".
       WORKING-STORAGE             SECTION.
       COPY "acucobol.def".
       COPY "signon.def".

       01  WS-PROGRAM-ID                   PIC X(10) VALUE "inpovr".
       01  WS-INPREG-FILE-STATUS           PIC XX VALUE "00".
       01  WS-OPRPROF-FILE-STATUS          PIC XX VALUE "00".
       01  WS-OPERATOR-ID                  PIC X(8) VALUE SPACES.
       01  WS-EOF-SW                       PIC X(1) VALUE "N".
           88  WS-END-OF-FILE              VALUE "Y".
       01  WS-QUIT-SW                      PIC X(1) VALUE "N".
           88  WS-QUIT-REQUESTED           VALUE "Y".

       01  WS-COMMAND                      PIC X(1) VALUE SPACE.
           88  WS-CMD-LIST                 VALUE "L" "l".
           88  WS-CMD-AUTHORISE            VALUE "A" "a".
           88  WS-CMD-WITHDRAW             VALUE "W" "w".
           88  WS-CMD-QUIT                 VALUE "Q" "q".
       01  WS-CONFIRM                      PIC X(1) VALUE SPACE.
           88  WS-CONFIRM-YES              VALUE "Y" "y".

       01  WS-RUN-DATE                     PIC X(8) VALUE SPACES.
       01  WS-FILTER-PROGRAM               PIC X(10) VALUE SPACES.
       01  WS-REASON-ENTRY                 PIC X(40) VALUE SPACES.
       01  WS-TOTAL-EDITED                 PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  WS-STATE-TEXT                   PIC X(11) VALUE SPACES.

      * -- registry keys loaded by List for the pick-by-number
      * commands, rptview.cbl's index table --
       01  WS-RG-TABLE-MAX                 PIC 9(4) VALUE 500.
       01  WS-RG-COUNT                     PIC 9(4) VALUE ZERO.
       01  WS-RG-TABLE.
           05  WS-RG-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-RG-COUNT
                   INDEXED BY WS-RG-IDX.
               10  WS-RG-ENTRY-KEY         PIC X(31).
       01  WS-RG-FULL-SW                   PIC X(1) VALUE "N".
           88  WS-RG-FULL                  VALUE "Y".

       01  WS-PICK-X                       PIC X(4) VALUE SPACES.
       01  WS-PICK                         PIC 9(4) VALUE ZERO.
       01  WS-ROW-NUM                      PIC 9(4) VALUE ZERO.
       01  WS-PICK-FOUND-SW                PIC X(1) VALUE "N".
           88  WS-PICK-FOUND               VALUE "Y".
       01  WS-VIEW-LINE-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-PAUSE-RESPONSE               PIC X(1) VALUE SPACE.

       01  WS-AUTHORISE-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-WITHDRAW-COUNT               PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       000-Main.
           PERFORM 050-Sign-On
           PERFORM 100-Open-File
           PERFORM 200-Command-Loop
           DISPLAY " "
           DISPLAY "Reruns authorised this session: "
               WS-AUTHORISE-COUNT "   withdrawn: " WS-WITHDRAW-COUNT
           PERFORM 900-Close-File
           STOP RUN
           .

       050-Sign-On.
      * an override lets a file post a second time - kept to
      * operators trusted with every other right as well
           PERFORM Perform-Operator-Signon
           IF NOT WS-SO-SIGNED-ON
               DISPLAY "inpovr run aborted - not signed on."
               STOP RUN
           END-IF
           IF NOT OP-CAN-MAINT OR NOT OP-CAN-DELETE
                   OR NOT OP-CAN-CREDIT
               DISPLAY "Operator " WS-OPERATOR-ID " is not a "
                   "supervisor (maintenance, delete and credit "
                   "rights) - run aborted."
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-RUN-DATE
           .

       100-Open-File.
           OPEN I-O INPUT-REGISTRY-FILE
           IF WS-INPREG-FILE-STATUS = "35"
               DISPLAY "No input registry - no posting or load run "
                   "has registered a file yet."
               STOP RUN
           END-IF
           IF WS-INPREG-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open inpreg, status "
                   WS-INPREG-FILE-STATUS
               DISPLAY "inpovr run aborted - see above."
               STOP RUN
           END-IF
           .

       200-Command-Loop.
           PERFORM UNTIL WS-QUIT-REQUESTED
               DISPLAY " "
               DISPLAY "List runs, Authorise a rerun, Withdraw an "
                   "authorisation or Quit (L/A/W/Q): "
                   WITH NO ADVANCING
               ACCEPT WS-COMMAND
               EVALUATE TRUE
                   WHEN WS-CMD-LIST        PERFORM 300-List-Runs
                   WHEN WS-CMD-AUTHORISE   PERFORM 400-Authorise-Rerun
                   WHEN WS-CMD-WITHDRAW    PERFORM 500-Withdraw-Rerun
                   WHEN WS-CMD-QUIT        MOVE "Y" TO WS-QUIT-SW
                   WHEN OTHER              CONTINUE
               END-EVALUATE
           END-PERFORM
           .

       300-List-Runs.
           DISPLAY "  Program (blank = all): " WITH NO ADVANCING
           MOVE SPACES TO WS-FILTER-PROGRAM
           ACCEPT WS-FILTER-PROGRAM
           MOVE ZERO TO WS-RG-COUNT
           MOVE "N" TO WS-RG-FULL-SW
           MOVE ZERO TO WS-VIEW-LINE-COUNT
           MOVE SPACES TO INPUT-REGISTRY-RECORD
           MOVE WS-FILTER-PROGRAM TO RG-PROGRAM-ID
           MOVE LOW-VALUES TO RG-RUN-TS
           IF WS-FILTER-PROGRAM = SPACES
               MOVE LOW-VALUES TO RG-KEY
           END-IF
           START INPUT-REGISTRY-FILE KEY IS NOT LESS THAN RG-KEY
               INVALID KEY CONTINUE
           END-START
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-END-OF-FILE
               READ INPUT-REGISTRY-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       IF WS-FILTER-PROGRAM NOT = SPACES
                               AND RG-PROGRAM-ID NOT = WS-FILTER-PROGRAM
                           MOVE "Y" TO WS-EOF-SW
                       ELSE
                           PERFORM 310-List-One-Run
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RG-COUNT = ZERO
               DISPLAY "  (no registered runs to show)"
           END-IF
           IF WS-RG-FULL
               DISPLAY "  Only the first " WS-RG-TABLE-MAX
                   " runs are listed - list one program at a time."
           END-IF
           .

       310-List-One-Run.
           IF WS-RG-COUNT >= WS-RG-TABLE-MAX
               MOVE "Y" TO WS-RG-FULL-SW
               MOVE "Y" TO WS-EOF-SW
           ELSE
               ADD 1 TO WS-RG-COUNT
               MOVE RG-KEY TO WS-RG-ENTRY-KEY (WS-RG-COUNT)
               MOVE WS-RG-COUNT TO WS-ROW-NUM
               MOVE RG-AMOUNT-TOTAL TO WS-TOTAL-EDITED
               IF RG-STATUS-PROCESSED
                   MOVE "PROCESSED" TO WS-STATE-TEXT
               ELSE
                   MOVE "UNFINISHED" TO WS-STATE-TEXT
               END-IF
               DISPLAY " " WS-ROW-NUM "  " RG-PROGRAM-ID " "
                   RG-RUN-TS (1:14) " " RG-INPUT-NAME (1:14) " "
                   WS-STATE-TEXT " " RG-RECORD-COUNT " "
                   WS-TOTAL-EDITED
               EVALUATE TRUE
                   WHEN RG-OVERRIDE-AUTHORISED
                       DISPLAY "        rerun authorised by "
                           RG-OVERRIDE-BY " on " RG-OVERRIDE-DATE
                           ": " RG-OVERRIDE-REASON
                   WHEN RG-OVERRIDE-USED
                       DISPLAY "        rerun authorised by "
                           RG-OVERRIDE-BY " - used"
                   WHEN RG-ARCHIVE-NAME NOT = SPACES
                       DISPLAY "        archived as " RG-ARCHIVE-NAME
                   WHEN OTHER
                       DISPLAY "        not archived"
               END-EVALUATE
               IF RG-OVERRIDE-OF-TS NOT = SPACES
                   DISPLAY "        rerun of the "
                       RG-OVERRIDE-OF-TS (1:14) " run, authorised by "
                       RG-OVERRIDE-BY
                   ADD 1 TO WS-VIEW-LINE-COUNT
               END-IF
               ADD 2 TO WS-VIEW-LINE-COUNT
               IF WS-VIEW-LINE-COUNT >= 20
                   MOVE ZERO TO WS-VIEW-LINE-COUNT
                   DISPLAY "-- more (ENTER) --" WITH NO ADVANCING
                   ACCEPT WS-PAUSE-RESPONSE
               END-IF
           END-IF
           .

       400-Authorise-Rerun.
           PERFORM 600-Pick-Registry-Row
           IF WS-PICK-FOUND
               IF RG-OVERRIDE-AUTHORISED
                   DISPLAY "  A rerun of this file is already "
                       "authorised by " RG-OVERRIDE-BY "."
               ELSE
                   DISPLAY "  " RG-INPUT-NAME " from the "
                       RG-PROGRAM-ID " run of " RG-RUN-TS (1:14)
                   IF RG-STATUS-IN-PROGRESS
                       DISPLAY "  That run did not finish - check "
                           "what it posted before letting the file "
                           "run again."
                   END-IF
                   DISPLAY "  Reason (required): " WITH NO ADVANCING
                   MOVE SPACES TO WS-REASON-ENTRY
                   ACCEPT WS-REASON-ENTRY
                   IF WS-REASON-ENTRY = SPACES
                       DISPLAY "  An override needs a reason - "
                           "not authorised."
                   ELSE
                       DISPLAY "  Let this file be taken in once "
                           "more - confirm (Y/N): " WITH NO ADVANCING
                       MOVE SPACE TO WS-CONFIRM
                       ACCEPT WS-CONFIRM
                       IF WS-CONFIRM-YES
                           MOVE "A" TO RG-OVERRIDE-STATUS
                           MOVE WS-OPERATOR-ID TO RG-OVERRIDE-BY
                           MOVE WS-RUN-DATE TO RG-OVERRIDE-DATE
                           MOVE WS-REASON-ENTRY TO RG-OVERRIDE-REASON
                           PERFORM 700-Rewrite-Registry-Row
                           IF WS-INPREG-FILE-STATUS = "00"
                               ADD 1 TO WS-AUTHORISE-COUNT
                               DISPLAY "  Authorised - the next "
                                   RG-PROGRAM-ID " run of this file "
                                   "goes through."
                           END-IF
                       ELSE
                           DISPLAY "  Not authorised."
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       500-Withdraw-Rerun.
           PERFORM 600-Pick-Registry-Row
           IF WS-PICK-FOUND
               IF NOT RG-OVERRIDE-AUTHORISED
                   DISPLAY "  No unused authorisation on this run."
               ELSE
                   DISPLAY "  Withdraw the rerun authorised by "
                       RG-OVERRIDE-BY " - confirm (Y/N): "
                       WITH NO ADVANCING
                   MOVE SPACE TO WS-CONFIRM
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM-YES
                       MOVE SPACE TO RG-OVERRIDE-STATUS
                       MOVE SPACES TO RG-OVERRIDE-BY
                       MOVE SPACES TO RG-OVERRIDE-DATE
                       MOVE SPACES TO RG-OVERRIDE-REASON
                       PERFORM 700-Rewrite-Registry-Row
                       IF WS-INPREG-FILE-STATUS = "00"
                           ADD 1 TO WS-WITHDRAW-COUNT
                           DISPLAY "  Withdrawn."
                       END-IF
                   ELSE
                       DISPLAY "  Not withdrawn."
                   END-IF
               END-IF
           END-IF
           .

       600-Pick-Registry-Row.
      * the row is re-read by key, so an authorisation used by a
      * run since the list was taken is seen here
           MOVE "N" TO WS-PICK-FOUND-SW
           MOVE ZERO TO WS-PICK
           IF WS-RG-COUNT = ZERO
               DISPLAY "  List the runs first."
           ELSE
               DISPLAY "  Run number (from List): " WITH NO ADVANCING
               MOVE SPACES TO WS-PICK-X
               ACCEPT WS-PICK-X
               IF WS-PICK-X IS NUMERIC
                   MOVE WS-PICK-X TO WS-PICK
                   IF WS-PICK = ZERO OR WS-PICK > WS-RG-COUNT
                       DISPLAY "  No such run number."
                       MOVE ZERO TO WS-PICK
                   END-IF
               ELSE
                   DISPLAY "  Number must be numeric (e.g. 0001)."
               END-IF
           END-IF
           IF WS-PICK NOT = ZERO
               MOVE WS-RG-ENTRY-KEY (WS-PICK) TO RG-KEY
               READ INPUT-REGISTRY-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-INPREG-FILE-STATUS = "00"
                   MOVE "Y" TO WS-PICK-FOUND-SW
               ELSE
                   DISPLAY "  Run unavailable, status "
                       WS-INPREG-FILE-STATUS
               END-IF
           END-IF
           .

       700-Rewrite-Registry-Row.
           REWRITE INPUT-REGISTRY-RECORD
               INVALID KEY CONTINUE
           END-REWRITE
           IF WS-INPREG-FILE-STATUS NOT = "00"
               DISPLAY "  Rewrite failed, status "
                   WS-INPREG-FILE-STATUS " - nothing changed."
           END-IF
           .

       900-Close-File.
           CLOSE INPUT-REGISTRY-FILE
           .

       COPY "signon.cpy".
