      * suspage.cbl
      * Suspense aging report. Lists every SUSPENSE-FILE row
      * (suspense.fd) still open or corrected-but-not-reposted whose
      * original reject is more than the set number of days old,
      * grouped by the program that rejected it, with its age, the
      * number of times it has been rejected again, the latest
      * reason and the row as it now stands. A row that sits here
      * is money or sales that never reached AR or sales history -
      * suspmaint.cbl is where it gets corrected or voided.
      * Posted and voided rows are not listed. Output goes to
      * suspage.rpt.
      *
      * The age defaults to 3 days and can be set for the night
      * stream with the SUSPAGE-DAYS environment variable (whole
      * days), the same way credhold.cbl takes CREDHOLD-PCT.
       IDENTIFICATION              DIVISION.
       PROGRAM-ID. suspage.
       AUTHOR. sjolivet.
       DATE-WRITTEN. Thursday, October 15, 2026.
       REMARKS.
           Aging report of unresolved suspense rows.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "suspense.sl".
           SELECT SUSPENSE-AGE-RPT
               ASSIGN TO "suspage.rpt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RPT-FILE-STATUS.
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "suspense.fd".
       FD  SUSPENSE-AGE-RPT
           LABEL RECORD IS STANDARD.
       01  RPT-LINE                        PIC X(132).
       WORKING-STORAGE             SECTION.
       COPY "acucobol.def".

       01  WS-PROGRAM-ID                   PIC X(10) VALUE "suspage".
       01  WS-SUSPENSE-FILE-STATUS         PIC XX VALUE "00".
       01  WS-RPT-FILE-STATUS              PIC XX VALUE "00".
       01  WS-EOF-SW                       PIC X(1) VALUE "N".
           88  WS-END-OF-FILE              VALUE "Y".
       01  WS-SUSPENSE-OPEN-SW             PIC X(1) VALUE "N".
           88  WS-SUSPENSE-IS-OPEN         VALUE "Y".

       01  WS-RUN-DATE                     PIC X(8) VALUE SPACES.
       01  WS-TODAY-INT                    PIC 9(7) VALUE ZERO.
       01  WS-ROW-AGE                      PIC S9(5) VALUE ZERO.

      * -- age threshold, whole days --
       01  WS-DAYS-ENTRY                   PIC X(6) VALUE SPACES.
       01  WS-DAYS-DIGIT-COUNT             PIC 9(2) VALUE ZERO.
       01  WS-DAYS-SPACE-COUNT             PIC 9(2) VALUE ZERO.
       01  WS-AGE-DAYS                     PIC 9(4) VALUE 3.

       01  WS-LAST-PROGRAM                 PIC X(10) VALUE SPACES.

      * -- counters --
       01  WS-READ-COUNT                   PIC 9(7) VALUE ZERO.
       01  WS-AGED-COUNT                   PIC 9(7) VALUE ZERO.
       01  WS-AGED-OPEN-COUNT              PIC 9(7) VALUE ZERO.
       01  WS-AGED-CORRECTED-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-GROUP-COUNT                  PIC 9(7) VALUE ZERO.
       01  WS-OLDEST-AGE                   PIC S9(5) VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER      PIC X(10) VALUE "Run Date".
           05  FILLER      PIC X(9)  VALUE "Row No".
           05  FILLER      PIC X(6)  VALUE " Days".
           05  FILLER      PIC X(4)  VALUE " St".
           05  FILLER      PIC X(7)  VALUE "Retry".
           05  FILLER      PIC X(42) VALUE "Reason".
           05  FILLER      PIC X(20) VALUE "Row".

       01  WS-DETAIL-LINE.
           05  DL-RUN-DATE                 PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  DL-ROW-NO                   PIC 9(7).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  DL-DAYS                     PIC ZZZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  DL-STATUS                   PIC X(1).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  DL-RETRY                    PIC ZZ9.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  DL-REASON                   PIC X(40).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  DL-ROW                      PIC X(54).

       01  WS-FOOTER-LINE.
           05  FILLER          PIC X(21) VALUE "Suspense rows read: ".
           05  FT-READ-COUNT   PIC ZZZ,ZZ9.
           05  FILLER          PIC X(10) VALUE "  listed: ".
           05  FT-AGED-COUNT   PIC ZZZ,ZZ9.
           05  FILLER          PIC X(9)  VALUE "  (open: ".
           05  FT-OPEN-COUNT   PIC ZZZ,ZZ9.
           05  FILLER          PIC X(14) VALUE "  corrected: ".
           05  FT-CORR-COUNT   PIC ZZZ,ZZ9.
           05  FILLER          PIC X(16) VALUE ")  oldest days: ".
           05  FT-OLDEST       PIC ZZZZ9.

       PROCEDURE DIVISION.
       000-Main.
           PERFORM 050-Initialize-Run
           PERFORM 100-Open-Files
           IF WS-SUSPENSE-IS-OPEN
               PERFORM 200-Scan-Suspense
           END-IF
           PERFORM 400-Print-Footer
           PERFORM 900-Close-Files
           PERFORM 950-Archive-Report
           STOP RUN
           .

       050-Initialize-Run.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-RUN-DATE
           MOVE FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (WS-RUN-DATE))
               TO WS-TODAY-INT
      * digit prefix followed by nothing but spaces, the shared
      * console-entry edit; anything else keeps the default
           ACCEPT WS-DAYS-ENTRY FROM ENVIRONMENT "SUSPAGE-DAYS"
           IF WS-DAYS-ENTRY NOT = SPACES
               MOVE ZERO TO WS-DAYS-DIGIT-COUNT
               MOVE ZERO TO WS-DAYS-SPACE-COUNT
               INSPECT WS-DAYS-ENTRY
                   TALLYING WS-DAYS-DIGIT-COUNT
                       FOR CHARACTERS BEFORE INITIAL SPACE
               INSPECT WS-DAYS-ENTRY
                   TALLYING WS-DAYS-SPACE-COUNT FOR ALL SPACE
               IF WS-DAYS-DIGIT-COUNT > ZERO
                   AND WS-DAYS-DIGIT-COUNT < 5
                   AND WS-DAYS-ENTRY (1:WS-DAYS-DIGIT-COUNT) IS NUMERIC
                   AND WS-DAYS-DIGIT-COUNT + WS-DAYS-SPACE-COUNT = 6
                   MOVE FUNCTION NUMVAL
                       (WS-DAYS-ENTRY (1:WS-DAYS-DIGIT-COUNT))
                       TO WS-AGE-DAYS
               ELSE
                   DISPLAY "WARNING: SUSPAGE-DAYS " WS-DAYS-ENTRY
                       " is not a whole number of days - using "
                       WS-AGE-DAYS
               END-IF
           END-IF
           .

       100-Open-Files.
      * no suspense file just means nothing has ever been rejected -
      * the report still prints, empty, so the night stream's
      * output is the same shape every night
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-FILE-STATUS = "00"
               MOVE "Y" TO WS-SUSPENSE-OPEN-SW
           ELSE
               IF WS-SUSPENSE-FILE-STATUS NOT = "35"
                   DISPLAY "ERROR: cannot open suspense, status "
                       WS-SUSPENSE-FILE-STATUS
                   DISPLAY "suspage run aborted - see above."
                   PERFORM 999-Abort-Run
               END-IF
           END-IF
           OPEN OUTPUT SUSPENSE-AGE-RPT
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open suspage.rpt, status "
                   WS-RPT-FILE-STATUS
               DISPLAY "suspage run aborted - see above."
               PERFORM 999-Abort-Run
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "Suspense Aging - " WS-RUN-DATE
               " - unresolved rows more than " WS-AGE-DAYS
               " days old" DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           .

       200-Scan-Suspense.
      * the key leads with the source program, so one sequential
      * pass reads each program's rows together
           MOVE LOW-VALUES TO SU-KEY
           START SUSPENSE-FILE KEY IS NOT LESS THAN SU-KEY
               INVALID KEY MOVE "Y" TO WS-EOF-SW
           END-START
           PERFORM UNTIL WS-END-OF-FILE
               READ SUSPENSE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF SU-STATUS-UNRESOLVED
                           PERFORM 210-Age-One-Row
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LAST-PROGRAM NOT = SPACES
               PERFORM 230-Print-Group-Total
           END-IF
           .

       210-Age-One-Row.
           IF SU-RUN-DATE IS NUMERIC
               COMPUTE WS-ROW-AGE = WS-TODAY-INT -
                   FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL
                       (SU-RUN-DATE))
           ELSE
      * a row with no usable reject date is as old as it gets
               MOVE 99999 TO WS-ROW-AGE
           END-IF
           IF WS-ROW-AGE > WS-AGE-DAYS
               IF SU-SOURCE-PROGRAM NOT = WS-LAST-PROGRAM
                   IF WS-LAST-PROGRAM NOT = SPACES
                       PERFORM 230-Print-Group-Total
                   END-IF
                   PERFORM 220-Print-Group-Heading
               END-IF
               ADD 1 TO WS-AGED-COUNT
               ADD 1 TO WS-GROUP-COUNT
               IF SU-STATUS-CORRECTED
                   ADD 1 TO WS-AGED-CORRECTED-COUNT
               ELSE
                   ADD 1 TO WS-AGED-OPEN-COUNT
               END-IF
               IF WS-ROW-AGE > WS-OLDEST-AGE
                   MOVE WS-ROW-AGE TO WS-OLDEST-AGE
               END-IF
               MOVE SU-RUN-DATE TO DL-RUN-DATE
               MOVE SU-ROW-NO TO DL-ROW-NO
               MOVE WS-ROW-AGE TO DL-DAYS
               MOVE SU-STATUS TO DL-STATUS
               MOVE SU-RETRY-COUNT TO DL-RETRY
               MOVE SU-REASON TO DL-REASON
               MOVE SU-CURRENT-ROW TO DL-ROW
               MOVE WS-DETAIL-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           .

       220-Print-Group-Heading.
           MOVE SU-SOURCE-PROGRAM TO WS-LAST-PROGRAM
           MOVE ZERO TO WS-GROUP-COUNT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "Rejected by " SU-SOURCE-PROGRAM
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           .

       230-Print-Group-Total.
           MOVE SPACES TO RPT-LINE
           STRING "  " WS-LAST-PROGRAM " rows listed: "
               WS-GROUP-COUNT DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           .

       400-Print-Footer.
           MOVE WS-READ-COUNT TO FT-READ-COUNT
           MOVE WS-AGED-COUNT TO FT-AGED-COUNT
           MOVE WS-AGED-OPEN-COUNT TO FT-OPEN-COUNT
           MOVE WS-AGED-CORRECTED-COUNT TO FT-CORR-COUNT
           MOVE WS-OLDEST-AGE TO FT-OLDEST
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           IF WS-AGED-COUNT = ZERO
               MOVE "No unresolved suspense rows past the age limit."
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           MOVE WS-FOOTER-LINE TO RPT-LINE
           WRITE RPT-LINE
           DISPLAY "suspage complete - " WS-AGED-COUNT
               " unresolved rows over " WS-AGE-DAYS
               " days, see suspage.rpt"
           .

       900-Close-Files.
           IF WS-SUSPENSE-IS-OPEN
               CLOSE SUSPENSE-FILE
           END-IF
           CLOSE SUSPENSE-AGE-RPT
           .

       950-Archive-Report.
      * capture this run's report into the dated report archive
      * (rptarch.cbl) before the next run overwrites it
           CALL "rptarch" USING WS-PROGRAM-ID
               ON EXCEPTION CONTINUE
           END-CALL
           .

       999-Abort-Run.
      * a plain STOP RUN exits with status zero, which the
      * nightrun.cbl driver would log as OK - every abort path
      * comes through here instead so a failed step registers as
      * FAIL and the rerun resumes from it
           MOVE 8 TO RETURN-CODE
           STOP RUN
           .
