      * per rejected row. Replaces keying bought lists one at a time
      * through the F1 add screen.
      *
      * Every input is registered through inpreg.cbl before a row is
      * read: a file this program has already taken in is refused
      * unless a supervisor has authorised the rerun on inpovr.cbl,
      * and after a run that reaches its end the file is moved to a
      * dated archive name (custload.<CCYYMMDDHHMMSS>.dat).
      *
      * Input row layout, one customer per line:
      *   custno|name|addr1|addr2|city|state|zip|phone|category|
      *   status|terms|credit-limit
       01  WS-CATEGORY-VALID-SW            PIC X(1) VALUE "N".
           88  WS-CATEGORY-IS-VALID        VALUE "Y".

      * -- input registry call (inpreg.cbl) --
       COPY "inpreg.def".
       01  WS-INPUT-TOTAL-EDITED           PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  WS-RUN-TS                       PIC X(21) VALUE SPACES.

      * -- counters --
       01  WS-READ-COUNT                   PIC 9(7) VALUE ZERO.
       01  WS-ACCEPT-COUNT                 PIC 9(7) VALUE ZERO.
           PERFORM 120-Identify-Operator
           PERFORM 130-Accept-Company
           PERFORM 150-Load-Category-Table
           PERFORM 160-Check-Input-Registry
           PERFORM 200-Process-Load-File
           PERFORM 300-Print-Footer
           PERFORM 900-Close-Files
           PERFORM 920-Register-Input
           PERFORM 950-Archive-Report
           STOP RUN
           .
           CLOSE CATEGORY-MASTER
           .

       160-Check-Input-Registry.
      * every other file is already open, so a refusal here leaves
      * nothing half done - inpreg.cbl registers the file as in
      * progress only when it may be taken in
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME TO WS-RUN-TS
           MOVE SPACES TO INPREG-AREA
           MOVE "C" TO IR-FUNCTION
           MOVE WS-PROGRAM-ID TO IR-PROGRAM-ID
           MOVE WS-OPERATOR-ID TO IR-OPERATOR-ID
           MOVE WS-RUN-TS TO IR-RUN-TS
           MOVE "custload.dat" TO IR-INPUT-NAME
           MOVE 12 TO IR-AMOUNT-FIELD
           CALL "inpreg" USING INPREG-AREA
               ON EXCEPTION MOVE "30" TO IR-RETURN-STATUS
           END-CALL
           IF NOT IR-MAY-PROCESS
               IF IR-DUPLICATE
                   DISPLAY "ERROR: custload.dat was already taken in "
                       "by the custload run of " IR-PRIOR-RUN-TS (1:14)
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
               DISPLAY "custload run aborted - see above."
               STOP RUN
           END-IF
           MOVE IR-AMOUNT-TOTAL TO WS-INPUT-TOTAL-EDITED
           MOVE SPACES TO RPT-LINE
           STRING "Input custload.dat - rows " IR-RECORD-COUNT
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

       200-Process-Load-File.
           MOVE "N" TO WS-LOAD-EOF-SW
           PERFORM UNTIL WS-LOAD-EOF
           END-IF
           .

       920-Register-Input.
      * the run reached its end - close off the registry row and
      * move the input to its dated archive name
           MOVE "R" TO IR-FUNCTION
           CALL "inpreg" USING INPREG-AREA
               ON EXCEPTION MOVE "30" TO IR-RETURN-STATUS
           END-CALL
           IF NOT IR-NEW-FILE
               DISPLAY "WARNING: custload.dat was not archived - "
                   "it stays registered, see above."
           END-IF
           .

       950-Archive-Report.
      * capture this run's report into the dated report archive
      * (rptarch.cbl) before the next run overwrites it
