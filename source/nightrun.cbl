      * Night-run driver for the batch stream. Reads the run-control
      * file (nightrun.ctl, one numbered step per line - seeded with
      * the standard custbkup / audrecon / audpurge / custhyg /
      * urlcheck / credhold / suspage / intcheck / custfeed stream
      * on first run), executes each step in sequence through the
      * command runner, and records a BEGIN row and an OK/FAIL row per
      * step in the night-run log (nightrun.log). A failing step
      * stops the stream; on rerun the driver finds the incomplete
      * night in the log and resumes from the first step without
      * an OK row instead of repeating the ones that already
      * finished. A one-page summary of the whole night goes to
      * nightrun.rpt for the morning operator, with a warning when
      * the outbound change feed (custfeed.cbl) has waited longer
      * than CUSTFEED-DAYS days (default 3) for its acknowledgment.
      *
      * Each step is launched as "<runner> <program>" through
      * C$SYSTEM, the same mechanism urlcheck.cbl uses for its
               ASSIGN TO "nightrun.rpt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RPT-FILE-STATUS.
           COPY "custfeedctl.sl".
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  NIGHTRUN-CONTROL
       FD  NIGHTRUN-RPT
           LABEL RECORD IS STANDARD.
       01  RPT-LINE                        PIC X(132).
           COPY "custfeedctl.fd".
       WORKING-STORAGE             SECTION.
       COPY "acucobol.def".

       01  WS-CTL-FILE-STATUS              PIC XX VALUE "00".
       01  WS-LOG-FILE-STATUS              PIC XX VALUE "00".
       01  WS-RPT-FILE-STATUS              PIC XX VALUE "00".
       01  WS-FEEDCTL-FILE-STATUS          PIC XX VALUE "00".
       01  WS-EOF-SW                       PIC X(1) VALUE "N".
           88  WS-END-OF-FILE              VALUE "Y".

           05  FILLER                      PIC X(2) VALUE SPACES.
           05  SU-OUTCOME                  PIC X(5).

      * -- unacknowledged change feed check --
       01  WS-FEED-DAYS-LIMIT              PIC 9(3) VALUE 3.
       01  WS-FEED-DAYS-PARM               PIC X(6) VALUE SPACES.
       01  WS-FEED-DAYS-WAITING            PIC S9(5) VALUE ZERO.
       01  WS-FEED-DAYS-EDITED             PIC ZZZZ9.

       PROCEDURE DIVISION.
       000-Main.
           PERFORM 100-Initialize-Run
           IF WS-RUNNER-BASE = SPACES
               MOVE "runcbl -b" TO WS-RUNNER-BASE
           END-IF
           ACCEPT WS-FEED-DAYS-PARM FROM ENVIRONMENT "CUSTFEED-DAYS"
           IF WS-FEED-DAYS-PARM NOT = SPACES
               IF WS-FEED-DAYS-PARM (1:1) IS NUMERIC
                       AND (WS-FEED-DAYS-PARM (2:5) = SPACES
                       OR (WS-FEED-DAYS-PARM (2:1) IS NUMERIC
                       AND WS-FEED-DAYS-PARM (3:4) = SPACES))
                   MOVE FUNCTION NUMVAL (WS-FEED-DAYS-PARM)
                       TO WS-FEED-DAYS-LIMIT
               ELSE
                   DISPLAY "WARNING: CUSTFEED-DAYS not 0 to 99 - using "
                       WS-FEED-DAYS-LIMIT
               END-IF
           END-IF
           .

       200-Load-Run-Control.
           MOVE 05 TO NC-STEP-NO
           MOVE "urlcheck" TO NC-PROGRAM
           WRITE CONTROL-RECORD
           MOVE 06 TO NC-STEP-NO
           MOVE "credhold" TO NC-PROGRAM
           WRITE CONTROL-RECORD
           MOVE 07 TO NC-STEP-NO
           MOVE "suspage" TO NC-PROGRAM
           WRITE CONTROL-RECORD
           MOVE 08 TO NC-STEP-NO
           MOVE "intcheck" TO NC-PROGRAM
           WRITE CONTROL-RECORD
           MOVE 09 TO NC-STEP-NO
           MOVE "custfeed" TO NC-PROGRAM
           WRITE CONTROL-RECORD
           CLOSE NIGHTRUN-CONTROL
           DISPLAY "nightrun.ctl seeded with the standard stream."
           .
                       TO RPT-LINE
               END-IF
               WRITE RPT-LINE
               PERFORM 510-Check-Feed-Acknowledgment
               CLOSE NIGHTRUN-RPT
           END-IF
           IF WS-STREAM-FAILED
           END-IF
           .

       510-Check-Feed-Acknowledgment.
      * custfeed.ctl records when the current feed was first sent;
      * no file (feed never run) or nothing waiting is no warning
           OPEN INPUT CUSTFEED-CONTROL
           IF WS-FEEDCTL-FILE-STATUS = "00"
               MOVE SPACES TO CUSTFEED-CONTROL-RECORD
               READ CUSTFEED-CONTROL
                   AT END MOVE SPACES TO CUSTFEED-CONTROL-RECORD
               END-READ
               CLOSE CUSTFEED-CONTROL
               IF FCT-ACK-WAITING AND FCT-WAITING-SINCE IS NUMERIC
                   COMPUTE WS-FEED-DAYS-WAITING =
                       FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL (WS-RUN-DATE))
                     - FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL (FCT-WAITING-SINCE))
                   IF WS-FEED-DAYS-WAITING NOT < WS-FEED-DAYS-LIMIT
                       MOVE WS-FEED-DAYS-WAITING
                           TO WS-FEED-DAYS-EDITED
                       MOVE SPACES TO RPT-LINE
                       WRITE RPT-LINE
                       MOVE SPACES TO RPT-LINE
                       STRING "WARNING: change feed " FCT-SENT-FEED-NO
                           " not acknowledged - waiting since "
                           FCT-WAITING-SINCE " ("
                           WS-FEED-DAYS-EDITED " days, sent "
                           FCT-SEND-COUNT " times)"
                           DELIMITED BY SIZE INTO RPT-LINE
                       WRITE RPT-LINE
                   END-IF
               END-IF
           END-IF
           .

       950-Archive-Report.
      * capture this run's report into the dated report archive
      * (rptarch.cbl) before the next run overwrites it
