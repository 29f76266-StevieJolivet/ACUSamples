      * screen. Accept/reject register to crmapply.rpt, same shape
      * as custload.rpt. The "T|..." control-totals trailer custext
      * writes is recognized and skipped.
      *
      * Every input is registered through inpreg.cbl before a row is
      * read: a file this program has already taken in is refused
      * unless a supervisor has authorised the rerun on inpovr.cbl,
      * and after a run that reaches its end the file is moved to a
      * dated archive name (crmchg.<CCYYMMDDHHMMSS>.dat).
       IDENTIFICATION              DIVISION.
       PROGRAM-ID. crmapply.
       AUTHOR. sjolivet.
       01  WS-BEFORE-IMAGE                 PIC X(329) VALUE SPACES.
       01  WS-AFTER-IMAGE                  PIC X(329) VALUE SPACES.

      * -- input registry call (inpreg.cbl) --
       COPY "inpreg.def".
       01  WS-INPUT-TOTAL-EDITED           PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  WS-RUN-TS                       PIC X(21) VALUE SPACES.

      * -- counters --
       01  WS-READ-COUNT                   PIC 9(7) VALUE ZERO.
       01  WS-APPLY-COUNT                  PIC 9(7) VALUE ZERO.
       000-Main.
           PERFORM 100-Open-Files
           PERFORM 120-Identify-Operator
           PERFORM 130-Check-Input-Registry
           PERFORM 200-Process-Change-File
           PERFORM 300-Print-Footer
           PERFORM 900-Close-Files
           PERFORM 920-Register-Input
           PERFORM 950-Archive-Report
           STOP RUN
           .
           END-IF
           .

       130-Check-Input-Registry.
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
           MOVE "crmchg.dat" TO IR-INPUT-NAME
           MOVE 0 TO IR-AMOUNT-FIELD
           CALL "inpreg" USING INPREG-AREA
               ON EXCEPTION MOVE "30" TO IR-RETURN-STATUS
           END-CALL
           IF NOT IR-MAY-PROCESS
               IF IR-DUPLICATE
                   DISPLAY "ERROR: crmchg.dat was already taken in "
                       "by the crmapply run of " IR-PRIOR-RUN-TS (1:14)
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
               DISPLAY "crmapply run aborted - see above."
               STOP RUN
           END-IF
           MOVE IR-AMOUNT-TOTAL TO WS-INPUT-TOTAL-EDITED
           MOVE SPACES TO RPT-LINE
           STRING "Input crmchg.dat - rows " IR-RECORD-COUNT
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

       200-Process-Change-File.
           MOVE "N" TO WS-CRM-EOF-SW
           PERFORM UNTIL WS-CRM-EOF
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
               DISPLAY "WARNING: crmchg.dat was not archived - "
                   "it stays registered, see above."
           END-IF
           .

       950-Archive-Report.
      * capture this run's report into the dated report archive
      * (rptarch.cbl) before the next run overwrites it
