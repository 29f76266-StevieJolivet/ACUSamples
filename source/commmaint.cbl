      * commmaint.cbl
      * Maintenance for COMMISSION-RATE-FILE (commrate.fd), the rates
      * commstmt.cbl pays sales reps at. A rate belongs to a rep, a
      * customer category (blank = every category the rep has no
      * rate of its own for) and an effective date; a new rate is a
      * new row with a later date, so the old rate stays on file for
      * the months it covered. List (all reps or one), add, change
      * the percent on a row, and delete a row entered in error,
      * from a console prompt loop the same shape as repmaint.cbl.
      * The rep must be on REP-MASTER and active for a new row, and
      * a category must be on CATEGORY-MASTER. Every add or change
      * records the signed-on operator and the date on the row.
      * Requires the maintenance right.
       IDENTIFICATION              DIVISION.
       PROGRAM-ID. commmaint.
       AUTHOR. sjolivet.
       DATE-WRITTEN. Thursday, October 15, 2026.
       REMARKS.
           Commission rate table maintenance.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "commrate.sl".
           COPY "repmast.sl".
           COPY "catmast.sl".
           COPY "oprprof.sl".
           COPY "sesslog.sl".
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "commrate.fd".
           COPY "repmast.fd".
           COPY "catmast.fd".
           COPY "oprprof.fd".
           COPY "sesslog.fd".
       WORKING-STORAGE             SECTION.
       COPY "acucobol.def".
       COPY "signon.def".

       01  WS-PROGRAM-ID                   PIC X(10) VALUE "commmaint".
       01  WS-COMMRATE-FILE-STATUS         PIC XX VALUE "00".
       01  WS-REPMAST-FILE-STATUS          PIC XX VALUE "00".
       01  WS-CATMAST-FILE-STATUS          PIC XX VALUE "00".
       01  WS-OPRPROF-FILE-STATUS          PIC XX VALUE "00".
       01  WS-OPERATOR-ID                  PIC X(8) VALUE SPACES.
       01  WS-EOF-SW                       PIC X(1) VALUE "N".
           88  WS-END-OF-FILE              VALUE "Y".
       01  WS-QUIT-SW                      PIC X(1) VALUE "N".
           88  WS-QUIT-REQUESTED           VALUE "Y".
       01  WS-CATMAST-OPEN-SW              PIC X(1) VALUE "N".
           88  WS-CATMAST-IS-OPEN          VALUE "Y".

       01  WS-COMMAND                      PIC X(1) VALUE SPACE.
           88  WS-CMD-LIST                 VALUE "L" "l".
           88  WS-CMD-ADD                  VALUE "A" "a".
           88  WS-CMD-CHANGE               VALUE "C" "c".
           88  WS-CMD-DELETE               VALUE "D" "d".
           88  WS-CMD-QUIT                 VALUE "Q" "q".
       01  WS-CONFIRM                      PIC X(1) VALUE SPACE.
           88  WS-CONFIRM-YES              VALUE "Y" "y".

       01  WS-RUN-DATE                     PIC X(8) VALUE SPACES.

      * -- keyed entry --
       01  WS-ENTRY-REP                    PIC X(3) VALUE SPACES.
       01  WS-ENTRY-CATEGORY               PIC X(4) VALUE SPACES.
       01  WS-ENTRY-DATE-X                 PIC X(8) VALUE SPACES.
       01  WS-ENTRY-DATE                   PIC 9(8) VALUE ZERO.
       01  WS-ENTRY-DATE-R REDEFINES WS-ENTRY-DATE.
           05  WS-ENTRY-CCYY               PIC 9(4).
           05  WS-ENTRY-MM                 PIC 9(2).
           05  WS-ENTRY-DD                 PIC 9(2).
       01  WS-ENTRY-VALID-SW               PIC X(1) VALUE "N".
           88  WS-ENTRY-VALID              VALUE "Y".

      * -- rate entry: up to two whole digits and three decimals --
       01  WS-ENTRY-RATE-X                 PIC X(7) VALUE SPACES.
       01  WS-RATE-SHAPE                   PIC X(7) VALUE SPACES.
       01  WS-ENTRY-RATE                   PIC 9(2)V9(3) VALUE ZERO.
       01  WS-RATE-VALID-SW                PIC X(1) VALUE "N".
           88  WS-RATE-VALID               VALUE "Y".
       01  WS-EDIT-DIGIT-COUNT             PIC 9(2) VALUE ZERO.
       01  WS-EDIT-DOT-COUNT               PIC 9(2) VALUE ZERO.
       01  WS-EDIT-SPACE-COUNT             PIC 9(2) VALUE ZERO.
       01  WS-EDIT-PREFIX-COUNT            PIC 9(2) VALUE ZERO.
       01  WS-EDIT-INT-COUNT               PIC 9(2) VALUE ZERO.

       01  WS-LIST-COUNT                   PIC 9(4) VALUE ZERO.
       01  WS-VIEW-LINE-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-PAUSE-RESPONSE               PIC X(1) VALUE SPACE.
       01  WS-RATE-EDITED                  PIC Z9.999.
       01  WS-CATEGORY-SHOWN               PIC X(5) VALUE SPACES.

       01  WS-ADD-COUNT                    PIC 9(5) VALUE ZERO.
       01  WS-CHANGE-COUNT                 PIC 9(5) VALUE ZERO.
       01  WS-DELETE-COUNT                 PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       000-Main.
           PERFORM 050-Sign-On
           PERFORM 100-Open-Files
           PERFORM 200-Command-Loop
           DISPLAY " "
           DISPLAY "Rates added this session: " WS-ADD-COUNT
               "   changed: " WS-CHANGE-COUNT
               "   deleted: " WS-DELETE-COUNT
           PERFORM 900-Close-Files
           STOP RUN
           .

       050-Sign-On.
      * the rates decide what payroll pays out - the same right
      * that gates customer maintenance
           PERFORM Perform-Operator-Signon
           IF NOT WS-SO-SIGNED-ON
               DISPLAY "commmaint run aborted - not signed on."
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

       100-Open-Files.
           OPEN I-O COMMISSION-RATE-FILE
           IF WS-COMMRATE-FILE-STATUS = "35"
               OPEN OUTPUT COMMISSION-RATE-FILE
               IF WS-COMMRATE-FILE-STATUS = "00"
                   CLOSE COMMISSION-RATE-FILE
                   OPEN I-O COMMISSION-RATE-FILE
               END-IF
           END-IF
           IF WS-COMMRATE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open commrate, status "
                   WS-COMMRATE-FILE-STATUS
               DISPLAY "commmaint run aborted - see above."
               STOP RUN
           END-IF
           OPEN INPUT REP-MASTER
           IF WS-REPMAST-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open repmast, status "
                   WS-REPMAST-FILE-STATUS " - run repmaint first."
               DISPLAY "commmaint run aborted - see above."
               CLOSE COMMISSION-RATE-FILE
               STOP RUN
           END-IF
      * no category file only means no category-specific rates can
      * be added - a rep's blank-category rate still can
           OPEN INPUT CATEGORY-MASTER
           IF WS-CATMAST-FILE-STATUS = "00"
               MOVE "Y" TO WS-CATMAST-OPEN-SW
           END-IF
           .

       200-Command-Loop.
           PERFORM UNTIL WS-QUIT-REQUESTED
               DISPLAY " "
               DISPLAY "List, Add, Change rate, Delete or Quit "
                   "(L/A/C/D/Q): " WITH NO ADVANCING
               ACCEPT WS-COMMAND
               EVALUATE TRUE
                   WHEN WS-CMD-LIST        PERFORM 300-List-Rates
                   WHEN WS-CMD-ADD         PERFORM 400-Add-Rate
                   WHEN WS-CMD-CHANGE      PERFORM 500-Change-Rate
                   WHEN WS-CMD-DELETE      PERFORM 600-Delete-Rate
                   WHEN WS-CMD-QUIT        MOVE "Y" TO WS-QUIT-SW
                   WHEN OTHER              CONTINUE
               END-EVALUATE
           END-PERFORM
           .

       300-List-Rates.
           MOVE SPACES TO WS-ENTRY-REP
           DISPLAY "  Rep code (blank = all): " WITH NO ADVANCING
           ACCEPT WS-ENTRY-REP
           MOVE ZERO TO WS-LIST-COUNT
           MOVE ZERO TO WS-VIEW-LINE-COUNT
           MOVE LOW-VALUES TO CR-KEY
           IF WS-ENTRY-REP NOT = SPACES
               MOVE WS-ENTRY-REP TO CR-REP-CODE
           END-IF
           MOVE "N" TO WS-EOF-SW
           START COMMISSION-RATE-FILE KEY IS NOT LESS THAN CR-KEY
               INVALID KEY MOVE "Y" TO WS-EOF-SW
           END-START
           PERFORM UNTIL WS-END-OF-FILE
               READ COMMISSION-RATE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       IF WS-ENTRY-REP NOT = SPACES
                               AND CR-REP-CODE NOT = WS-ENTRY-REP
                           MOVE "Y" TO WS-EOF-SW
                       ELSE
                           PERFORM 310-List-One-Rate
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LIST-COUNT = ZERO
               DISPLAY "  (no commission rates on file)"
           END-IF
           .

       310-List-One-Rate.
           ADD 1 TO WS-LIST-COUNT
           MOVE CR-RATE-PCT TO WS-RATE-EDITED
           IF CR-CATEGORY-CODE = SPACES
               MOVE "(all)" TO WS-CATEGORY-SHOWN
           ELSE
               MOVE CR-CATEGORY-CODE TO WS-CATEGORY-SHOWN
           END-IF
           DISPLAY "  " CR-REP-CODE "  " WS-CATEGORY-SHOWN
               "  from " CR-EFFECTIVE-DATE "  " WS-RATE-EDITED
               "%   set by " CR-SET-BY " on " CR-SET-DATE
           ADD 1 TO WS-VIEW-LINE-COUNT
           IF WS-VIEW-LINE-COUNT >= 20
               MOVE ZERO TO WS-VIEW-LINE-COUNT
               DISPLAY "-- more (ENTER) --" WITH NO ADVANCING
               ACCEPT WS-PAUSE-RESPONSE
           END-IF
           .

       400-Add-Rate.
           PERFORM 700-Accept-Rate-Key
           IF WS-ENTRY-VALID
               IF NOT RM-ACTIVE
                   DISPLAY "  " WS-ENTRY-REP " is not an active rep "
                       "- no new rates for it."
                   MOVE "N" TO WS-ENTRY-VALID-SW
               END-IF
           END-IF
           IF WS-ENTRY-VALID
               READ COMMISSION-RATE-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-COMMRATE-FILE-STATUS = "00"
                   DISPLAY "  That rep, category and date are "
                       "already on file - use Change."
               ELSE
                   PERFORM 750-Accept-Rate
                   IF WS-RATE-VALID
                       MOVE SPACES TO COMMISSION-RATE-RECORD
                       MOVE WS-ENTRY-REP TO CR-REP-CODE
                       MOVE WS-ENTRY-CATEGORY TO CR-CATEGORY-CODE
                       MOVE WS-ENTRY-DATE TO CR-EFFECTIVE-DATE
                       MOVE WS-ENTRY-RATE TO CR-RATE-PCT
                       MOVE WS-OPERATOR-ID TO CR-SET-BY
                       MOVE WS-RUN-DATE TO CR-SET-DATE
                       WRITE COMMISSION-RATE-RECORD
                           INVALID KEY CONTINUE
                       END-WRITE
                       IF WS-COMMRATE-FILE-STATUS = "00"
                           ADD 1 TO WS-ADD-COUNT
                           DISPLAY "  Rate added."
                       ELSE
                           DISPLAY "  Add failed, status "
                               WS-COMMRATE-FILE-STATUS
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       500-Change-Rate.
           PERFORM 700-Accept-Rate-Key
           IF WS-ENTRY-VALID
               PERFORM 720-Read-Rate-Row
           END-IF
           IF WS-ENTRY-VALID
               MOVE CR-RATE-PCT TO WS-RATE-EDITED
               DISPLAY "  Current rate: " WS-RATE-EDITED "%  set by "
                   CR-SET-BY " on " CR-SET-DATE
               PERFORM 750-Accept-Rate
               IF WS-RATE-VALID
                   MOVE WS-ENTRY-RATE TO CR-RATE-PCT
                   MOVE WS-OPERATOR-ID TO CR-SET-BY
                   MOVE WS-RUN-DATE TO CR-SET-DATE
                   REWRITE COMMISSION-RATE-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
                   IF WS-COMMRATE-FILE-STATUS = "00"
                       ADD 1 TO WS-CHANGE-COUNT
                       DISPLAY "  Rate changed - statements already "
                           "printed are not re-run."
                   ELSE
                       DISPLAY "  Rewrite failed, status "
                           WS-COMMRATE-FILE-STATUS
                   END-IF
               END-IF
           END-IF
           .

       600-Delete-Rate.
           PERFORM 700-Accept-Rate-Key
           IF WS-ENTRY-VALID
               PERFORM 720-Read-Rate-Row
           END-IF
           IF WS-ENTRY-VALID
               MOVE CR-RATE-PCT TO WS-RATE-EDITED
               DISPLAY "  Delete the " WS-RATE-EDITED "% rate from "
                   CR-EFFECTIVE-DATE " - confirm (Y/N): "
                   WITH NO ADVANCING
               MOVE SPACE TO WS-CONFIRM
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM-YES
                   DELETE COMMISSION-RATE-FILE RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
                   IF WS-COMMRATE-FILE-STATUS = "00"
                       ADD 1 TO WS-DELETE-COUNT
                       DISPLAY "  Rate deleted."
                   ELSE
                       DISPLAY "  Delete failed, status "
                           WS-COMMRATE-FILE-STATUS
                   END-IF
               ELSE
                   DISPLAY "  Not deleted."
               END-IF
           END-IF
           .

      ******************************************************************
      * Key entry: rep (must be on REP-MASTER), category (blank or
      * on CATEGORY-MASTER) and effective date CCYYMMDD. Leaves the
      * key in CR-KEY and the rep's row in REP-MASTER-RECORD.
      ******************************************************************
       700-Accept-Rate-Key.
           MOVE "N" TO WS-ENTRY-VALID-SW
           MOVE SPACES TO WS-ENTRY-REP
           MOVE SPACES TO WS-ENTRY-CATEGORY
           MOVE SPACES TO WS-ENTRY-DATE-X
           DISPLAY "  Rep code: " WITH NO ADVANCING
           ACCEPT WS-ENTRY-REP
           IF WS-ENTRY-REP = SPACES
               CONTINUE
           ELSE
               MOVE WS-ENTRY-REP TO RM-REP-CODE
               READ REP-MASTER
                   INVALID KEY CONTINUE
               END-READ
               IF WS-REPMAST-FILE-STATUS NOT = "00"
                   DISPLAY "  " WS-ENTRY-REP " is not on file."
               ELSE
                   DISPLAY "  Category (blank = all categories): "
                       WITH NO ADVANCING
                   ACCEPT WS-ENTRY-CATEGORY
                   PERFORM 710-Check-Category
               END-IF
           END-IF
           IF WS-ENTRY-VALID
               MOVE "N" TO WS-ENTRY-VALID-SW
               DISPLAY "  Effective date CCYYMMDD: " WITH NO ADVANCING
               ACCEPT WS-ENTRY-DATE-X
               IF WS-ENTRY-DATE-X IS NUMERIC
                   MOVE WS-ENTRY-DATE-X TO WS-ENTRY-DATE
                   IF WS-ENTRY-MM < 01 OR WS-ENTRY-MM > 12
                           OR WS-ENTRY-DD < 01 OR WS-ENTRY-DD > 31
                           OR WS-ENTRY-CCYY < 1990
                       DISPLAY "  Not a valid date."
                   ELSE
                       MOVE "Y" TO WS-ENTRY-VALID-SW
                   END-IF
               ELSE
                   DISPLAY "  Date must be CCYYMMDD."
               END-IF
           END-IF
           IF WS-ENTRY-VALID
               MOVE WS-ENTRY-REP TO CR-REP-CODE
               MOVE WS-ENTRY-CATEGORY TO CR-CATEGORY-CODE
               MOVE WS-ENTRY-DATE TO CR-EFFECTIVE-DATE
           END-IF
           .

       710-Check-Category.
           IF WS-ENTRY-CATEGORY = SPACES
               MOVE "Y" TO WS-ENTRY-VALID-SW
           ELSE
               IF WS-CATMAST-IS-OPEN
                   MOVE WS-ENTRY-CATEGORY TO CM-CATEGORY-CODE
                   READ CATEGORY-MASTER
                       INVALID KEY CONTINUE
                   END-READ
                   IF WS-CATMAST-FILE-STATUS = "00"
                       MOVE "Y" TO WS-ENTRY-VALID-SW
                   ELSE
                       DISPLAY "  " WS-ENTRY-CATEGORY
                           " is not a category on file."
                   END-IF
               ELSE
                   DISPLAY "  No category file - only a blank "
                       "(all categories) rate can be entered."
               END-IF
           END-IF
           .

       720-Read-Rate-Row.
           READ COMMISSION-RATE-FILE
               INVALID KEY CONTINUE
           END-READ
           IF WS-COMMRATE-FILE-STATUS NOT = "00"
               DISPLAY "  No rate on file for that rep, category "
                   "and date."
               MOVE "N" TO WS-ENTRY-VALID-SW
           END-IF
           .

       750-Accept-Rate.
      * digits with at most one decimal point, contiguous from
      * column one, no more than two whole digits and three
      * decimals - the amount-shape edit custload.cbl applies
           MOVE "N" TO WS-RATE-VALID-SW
           MOVE SPACES TO WS-ENTRY-RATE-X
           DISPLAY "  Rate percent (e.g. 2.5): " WITH NO ADVANCING
           ACCEPT WS-ENTRY-RATE-X
           MOVE WS-ENTRY-RATE-X TO WS-RATE-SHAPE
           INSPECT WS-RATE-SHAPE
               CONVERTING "0123456789" TO "9999999999"
           MOVE ZERO TO WS-EDIT-DIGIT-COUNT
           MOVE ZERO TO WS-EDIT-DOT-COUNT
           MOVE ZERO TO WS-EDIT-SPACE-COUNT
           MOVE ZERO TO WS-EDIT-PREFIX-COUNT
           MOVE ZERO TO WS-EDIT-INT-COUNT
           INSPECT WS-RATE-SHAPE
               TALLYING WS-EDIT-DIGIT-COUNT FOR ALL "9"
           INSPECT WS-RATE-SHAPE
               TALLYING WS-EDIT-DOT-COUNT FOR ALL "."
           INSPECT WS-RATE-SHAPE
               TALLYING WS-EDIT-SPACE-COUNT FOR ALL SPACE
           INSPECT WS-RATE-SHAPE
               TALLYING WS-EDIT-PREFIX-COUNT
                   FOR CHARACTERS BEFORE INITIAL SPACE
           INSPECT WS-RATE-SHAPE
               TALLYING WS-EDIT-INT-COUNT
                   FOR CHARACTERS BEFORE INITIAL "."
           IF WS-EDIT-DOT-COUNT = ZERO
               MOVE WS-EDIT-PREFIX-COUNT TO WS-EDIT-INT-COUNT
           END-IF
           IF WS-EDIT-DIGIT-COUNT > ZERO
               AND WS-EDIT-DOT-COUNT NOT > 1
               AND WS-EDIT-DIGIT-COUNT + WS-EDIT-DOT-COUNT
                   = WS-EDIT-PREFIX-COUNT
               AND WS-EDIT-PREFIX-COUNT + WS-EDIT-SPACE-COUNT = 7
               AND WS-EDIT-INT-COUNT NOT > 2
               AND WS-EDIT-PREFIX-COUNT - WS-EDIT-INT-COUNT NOT > 4
               MOVE FUNCTION NUMVAL (WS-ENTRY-RATE-X)
                   TO WS-ENTRY-RATE
               MOVE "Y" TO WS-RATE-VALID-SW
           ELSE
               DISPLAY "  Rate must be a percent, e.g. 2.5 or 10 "
                   "- nothing changed."
           END-IF
           .

       900-Close-Files.
           CLOSE COMMISSION-RATE-FILE
           CLOSE REP-MASTER
           IF WS-CATMAST-IS-OPEN
               CLOSE CATEGORY-MASTER
           END-IF
           .

       COPY "signon.cpy".
