      * finrel.cbl
      * Release of a month's finance charges to posting. finchg.cbl
      * leaves the charges in finchg.dat, in the artrans.dat invoice
      * layout, with the register in finchg.rpt and the month marked
      * calculated on FINANCE-CHARGE-CONTROL (finctl.fd). Once the
      * register has been reviewed, an operator holding the
      * credit-limit right releases them here: finchg.dat is first
      * checked against the control row's charge count and total (a
      * file edited or left short by a failed run is refused), and
      * artrans.dat against the input registry (inpreg.cbl) - an
      * artrans.dat balpost has already taken in must be cleared by
      * balpost first, or the new fingerprint would let its posted
      * rows through again. The charges are then added to the end
      * of artrans.dat - behind any payments and
      * invoices already waiting there - for balpost.cbl to post
      * with its ordinary edits, suspense and history. finchg.dat is
      * then deleted and the month marked released under the
      * operator, after which finchg.cbl will not charge it again.
       IDENTIFICATION              DIVISION.
       PROGRAM-ID. finrel.
       AUTHOR. sjolivet.
       DATE-WRITTEN. Thursday, October 15, 2026.
       REMARKS.
           Release of calculated finance charges to posting.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "finctl.sl".
           COPY "oprprof.sl".
           COPY "sesslog.sl".
           SELECT FINANCE-CHARGE-FILE
               ASSIGN TO "finchg.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CHARGE-FILE-STATUS.
           SELECT AR-TRANS-FILE
               ASSIGN TO "artrans.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-TRANS-FILE-STATUS.
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "finctl.fd".
           COPY "oprprof.fd".
           COPY "sesslog.fd".
       FD  FINANCE-CHARGE-FILE
           LABEL RECORD IS STANDARD.
       01  CHARGE-RECORD                   PIC X(60).
       FD  AR-TRANS-FILE
           LABEL RECORD IS STANDARD.
       01  TRANS-RECORD                    PIC X(60).
       WORKING-STORAGE             SECTION.
       COPY "acucobol.def".
       COPY "signon.def".

       01  WS-PROGRAM-ID                   PIC X(10) VALUE "finrel".
       01  WS-FINCTL-FILE-STATUS           PIC XX VALUE "00".
       01  WS-CHARGE-FILE-STATUS           PIC XX VALUE "00".
       01  WS-TRANS-FILE-STATUS            PIC XX VALUE "00".
       01  WS-OPRPROF-FILE-STATUS          PIC XX VALUE "00".
       01  WS-OPERATOR-ID                  PIC X(8) VALUE SPACES.
       01  WS-CTL-EOF-SW                   PIC X(1) VALUE "N".
           88  WS-CTL-EOF                  VALUE "Y".
       01  WS-CHARGE-EOF-SW                PIC X(1) VALUE "N".
           88  WS-CHARGE-EOF               VALUE "Y".
       01  WS-CONFIRM                      PIC X(1) VALUE SPACE.
           88  WS-CONFIRM-YES              VALUE "Y" "y".

       01  WS-RUN-TS                       PIC X(21) VALUE SPACES.
       01  WS-PENDING-PERIOD               PIC 9(6) VALUE ZERO.

      * -- one finchg.dat row, in balpost.cbl's field layout --
       01  WS-CHARGE-FIELDS.
           05  CH-TYPE                     PIC X(1).
           05  CH-CUST-NO-X                PIC X(6).
           05  CH-DATE-X                   PIC X(8).
           05  CH-AMOUNT-X                 PIC X(12).

      * -- what finchg.dat holds against the control row --
       01  WS-FILE-COUNT                   PIC 9(7) VALUE ZERO.
       01  WS-FILE-TOTAL                   PIC 9(11)V99 VALUE ZERO.
       01  WS-COPY-COUNT                   PIC 9(7) VALUE ZERO.
       01  WS-COUNT-EDITED                 PIC Z,ZZZ,ZZ9.
       01  WS-TOTAL-EDITED                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-FILE-TOTAL-EDITED            PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      * -- C$DELETE of the released charge file ("S" = an ordinary
      * sequential file, rptpurge.cbl's usage) --
       01  WS-CHARGE-FILE-NAME             PIC X(20)
                                           VALUE "finchg.dat".
       01  WS-DELETE-STATUS                PIC S9(4) VALUE ZERO.
       01  WS-DELETE-FILE-TYPE             PIC X(1) VALUE "S".

      * -- input registry inquiry (inpreg.cbl) on artrans.dat --
       COPY "inpreg.def".

       PROCEDURE DIVISION.
       000-Main.
           PERFORM 050-Sign-On
           PERFORM 100-Find-Pending-Month
           PERFORM 200-Check-Charge-File
           PERFORM 250-Check-Artrans-Taken
           PERFORM 300-Confirm-Release
           PERFORM 400-Append-To-Artrans
           PERFORM 500-Mark-Released
           CLOSE FINANCE-CHARGE-CONTROL
           STOP RUN
           .

       050-Sign-On.
      * releasing charges to the ledger is a credit decision - the
      * same right finmaint.cbl requires to set the rates
           PERFORM Perform-Operator-Signon
           IF NOT WS-SO-SIGNED-ON
               DISPLAY "finrel run aborted - not signed on."
               STOP RUN
           END-IF
           IF NOT OP-CAN-CREDIT
               DISPLAY "Operator " WS-OPERATOR-ID " does not hold "
                   "the credit-limit right - run aborted."
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME TO WS-RUN-TS
           .

       100-Find-Pending-Month.
           OPEN I-O FINANCE-CHARGE-CONTROL
           IF WS-FINCTL-FILE-STATUS = "35"
               DISPLAY "No finance charges have been calculated - "
                   "run finchg first."
               STOP RUN
           END-IF
           IF WS-FINCTL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open finctl, status "
                   WS-FINCTL-FILE-STATUS
               DISPLAY "finrel run aborted - see above."
               STOP RUN
           END-IF
      * finchg.cbl lets only one month wait for release at a time
           MOVE ZERO TO FC-PERIOD
           MOVE "N" TO WS-CTL-EOF-SW
           START FINANCE-CHARGE-CONTROL
               KEY IS NOT LESS THAN FC-PERIOD
               INVALID KEY MOVE "Y" TO WS-CTL-EOF-SW
           END-START
           PERFORM UNTIL WS-CTL-EOF
               READ FINANCE-CHARGE-CONTROL NEXT RECORD
                   AT END MOVE "Y" TO WS-CTL-EOF-SW
                   NOT AT END
                       IF FC-CALCULATED
                           MOVE FC-PERIOD TO WS-PENDING-PERIOD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PENDING-PERIOD = ZERO
               DISPLAY "No finance charges are waiting for release."
               CLOSE FINANCE-CHARGE-CONTROL
               STOP RUN
           END-IF
           MOVE WS-PENDING-PERIOD TO FC-PERIOD
           READ FINANCE-CHARGE-CONTROL
               INVALID KEY CONTINUE
           END-READ
           IF WS-FINCTL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot read finctl for "
                   WS-PENDING-PERIOD ", status " WS-FINCTL-FILE-STATUS
               DISPLAY "finrel run aborted - see above."
               CLOSE FINANCE-CHARGE-CONTROL
               STOP RUN
           END-IF
           .

      ******************************************************************
      * Count and total finchg.dat. Anything but the count and total
      * finchg.cbl recorded means the file is not the one the
      * register describes.
      ******************************************************************
       200-Check-Charge-File.
           OPEN INPUT FINANCE-CHARGE-FILE
           IF WS-CHARGE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open finchg.dat, status "
                   WS-CHARGE-FILE-STATUS " - run finchg for "
                   FC-PERIOD " again."
               DISPLAY "finrel run aborted - see above."
               CLOSE FINANCE-CHARGE-CONTROL
               STOP RUN
           END-IF
           MOVE "N" TO WS-CHARGE-EOF-SW
           PERFORM UNTIL WS-CHARGE-EOF
               READ FINANCE-CHARGE-FILE
                   AT END MOVE "Y" TO WS-CHARGE-EOF-SW
                   NOT AT END
                       IF CHARGE-RECORD NOT = SPACES
                           PERFORM 210-Add-Charge-Row
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FINANCE-CHARGE-FILE
           IF WS-FILE-COUNT NOT = FC-CHARGE-COUNT
                   OR WS-FILE-TOTAL NOT = FC-CHARGE-TOTAL
               MOVE FC-CHARGE-COUNT TO WS-COUNT-EDITED
               MOVE FC-CHARGE-TOTAL TO WS-TOTAL-EDITED
               MOVE WS-FILE-TOTAL TO WS-FILE-TOTAL-EDITED
               DISPLAY "ERROR: finchg.dat holds " WS-FILE-COUNT
                   " charges totalling " WS-FILE-TOTAL-EDITED
               DISPLAY "       the register for " FC-PERIOD
                   " shows " WS-COUNT-EDITED " totalling "
                   WS-TOTAL-EDITED
               DISPLAY "finrel run aborted - run finchg for "
                   FC-PERIOD " again and review the new register."
               CLOSE FINANCE-CHARGE-CONTROL
               STOP RUN
           END-IF
           .

       210-Add-Charge-Row.
           MOVE SPACES TO WS-CHARGE-FIELDS
           UNSTRING CHARGE-RECORD DELIMITED BY "|"
               INTO CH-TYPE CH-CUST-NO-X CH-DATE-X CH-AMOUNT-X
           END-UNSTRING
           ADD 1 TO WS-FILE-COUNT
           IF CH-AMOUNT-X NOT = SPACES
               COMPUTE WS-FILE-TOTAL
                   = WS-FILE-TOTAL + FUNCTION NUMVAL (CH-AMOUNT-X)
           END-IF
           .

      ******************************************************************
      * An artrans.dat still on disk after balpost took it in (a run
      * that stopped before archiving it) must not be added to - its
      * posted rows would come through again under the new
      * fingerprint. Asked of the registry under balpost's name, as
      * balpost itself would ask; nothing is registered.
      ******************************************************************
       250-Check-Artrans-Taken.
           MOVE "Q" TO IR-FUNCTION
           MOVE "balpost" TO IR-PROGRAM-ID
           MOVE WS-RUN-TS TO IR-RUN-TS
           MOVE "artrans.dat" TO IR-INPUT-NAME
           MOVE 4 TO IR-AMOUNT-FIELD
           MOVE WS-OPERATOR-ID TO IR-OPERATOR-ID
           CALL "inpreg" USING INPREG-AREA
               ON EXCEPTION MOVE "30" TO IR-RETURN-STATUS
           END-CALL
           EVALUATE IR-RETURN-STATUS
               WHEN "00"
               WHEN "35"
                   CONTINUE
               WHEN "22"
                   DISPLAY "ERROR: artrans.dat was already taken in "
                       "by the balpost run of " IR-PRIOR-RUN-TS (1:14)
                   DISPLAY "       clear it through balpost (or have "
                       "the rerun authorised and post it) first."
                   DISPLAY "finrel run aborted - nothing released."
                   CLOSE FINANCE-CHARGE-CONTROL
                   STOP RUN
               WHEN OTHER
                   DISPLAY "ERROR: input registry unavailable, "
                       "status " IR-RETURN-STATUS " - artrans.dat "
                       "cannot be checked."
                   DISPLAY "finrel run aborted - nothing released."
                   CLOSE FINANCE-CHARGE-CONTROL
                   STOP RUN
           END-EVALUATE
           .

       300-Confirm-Release.
           MOVE FC-CHARGE-COUNT TO WS-COUNT-EDITED
           MOVE FC-CHARGE-TOTAL TO WS-TOTAL-EDITED
           DISPLAY "Finance charges for " FC-PERIOD
               ", calculated " FC-CALCULATED-TS (1:8)
               ", dated " FC-CHARGE-DATE
           DISPLAY "  " WS-COUNT-EDITED " charges totalling "
               WS-TOTAL-EDITED " - see finchg.rpt"
           DISPLAY "Release them to artrans.dat for posting (Y/N): "
               WITH NO ADVANCING
           MOVE SPACE TO WS-CONFIRM
           ACCEPT WS-CONFIRM
           IF NOT WS-CONFIRM-YES
               DISPLAY "Not released - finchg.dat is left as it was."
               CLOSE FINANCE-CHARGE-CONTROL
               STOP RUN
           END-IF
           .

       400-Append-To-Artrans.
      * added behind whatever is already waiting for balpost;
      * no artrans.dat yet is an empty one
           OPEN EXTEND AR-TRANS-FILE
           IF WS-TRANS-FILE-STATUS = "35"
               OPEN OUTPUT AR-TRANS-FILE
           END-IF
           IF WS-TRANS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open artrans.dat, status "
                   WS-TRANS-FILE-STATUS
               DISPLAY "finrel run aborted - nothing released."
               CLOSE FINANCE-CHARGE-CONTROL
               STOP RUN
           END-IF
           OPEN INPUT FINANCE-CHARGE-FILE
           MOVE "N" TO WS-CHARGE-EOF-SW
           PERFORM UNTIL WS-CHARGE-EOF
               READ FINANCE-CHARGE-FILE
                   AT END MOVE "Y" TO WS-CHARGE-EOF-SW
                   NOT AT END
                       IF CHARGE-RECORD NOT = SPACES
                           MOVE CHARGE-RECORD TO TRANS-RECORD
                           WRITE TRANS-RECORD
                           IF WS-TRANS-FILE-STATUS = "00"
                               ADD 1 TO WS-COPY-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FINANCE-CHARGE-FILE
           CLOSE AR-TRANS-FILE
           IF WS-COPY-COUNT NOT = FC-CHARGE-COUNT
               DISPLAY "ERROR: only " WS-COPY-COUNT " of "
                   FC-CHARGE-COUNT " charges were written to "
                   "artrans.dat, status " WS-TRANS-FILE-STATUS
               DISPLAY "finrel run aborted - remove the finance "
                   "charge rows (dated " FC-CHARGE-DATE ") from"
               DISPLAY "artrans.dat before balpost runs, then run "
                   "finrel again."
               CLOSE FINANCE-CHARGE-CONTROL
               STOP RUN
           END-IF
           .

       500-Mark-Released.
      * finchg.dat goes first: with it gone a second release has
      * nothing to copy even if the control row cannot be marked
           MOVE ZERO TO WS-DELETE-STATUS
           CALL "C$DELETE" USING WS-CHARGE-FILE-NAME
               WS-DELETE-FILE-TYPE
               GIVING WS-DELETE-STATUS
           END-CALL
           IF WS-DELETE-STATUS NOT = ZERO
               DISPLAY "WARNING: could not delete finchg.dat - "
                   "remove it by hand; it has been released."
           END-IF
           MOVE "R" TO FC-STATUS
           MOVE WS-RUN-TS TO FC-RELEASED-TS
           MOVE WS-OPERATOR-ID TO FC-RELEASED-BY
           REWRITE FINANCE-CHARGE-CONTROL-RECORD
               INVALID KEY CONTINUE
           END-REWRITE
           IF WS-FINCTL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: charges for " FC-PERIOD " are in "
                   "artrans.dat but finctl could not be marked, "
                   "status " WS-FINCTL-FILE-STATUS
               DISPLAY "       do not run finchg for " FC-PERIOD
                   " again until it is corrected."
           ELSE
               DISPLAY "finrel complete - " WS-COPY-COUNT
                   " charges for " FC-PERIOD " released to "
                   "artrans.dat for balpost."
           END-IF
           .

       COPY "signon.cpy".
