      * finmaint.cbl
      * Maintenance for the finance charge tables finchg.cbl works
      * from: FINANCE-RATE-FILE (finrate.fd), the monthly rate,
      * minimum charge and grace amount per terms code, per customer
      * category and one default row; and FINANCE-EXCEPTION-FILE
      * (finexc.fd), the customers exempt from the charge or with
      * part of their overdue balance in dispute. List the rates,
      * set one (new, or replacing the values on one already there),
      * delete one; list the exceptions, set a customer's exemption
      * or disputed amount, and clear it once the dispute is
      * settled - from a console prompt loop the same shape as
      * commmaint.cbl. A category must be on CATEGORY-MASTER, a
      * customer on CUSTOMER-FILE. Every entry records the signed-on
      * operator and the date on the row. Changes apply from the
      * next finchg.cbl calculation; charges already calculated are
      * not re-worked. Requires the credit-limit right.
       IDENTIFICATION              DIVISION.
       PROGRAM-ID. finmaint.
       AUTHOR. sjolivet.
       DATE-WRITTEN. Thursday, October 15, 2026.
       REMARKS.
           Finance charge rate and exception maintenance.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "finrate.sl".
           COPY "finexc.sl".
           COPY "custfile.sl".
           COPY "catmast.sl".
           COPY "oprprof.sl".
           COPY "sesslog.sl".
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "finrate.fd".
           COPY "finexc.fd".
           COPY "custfile.fd".
           COPY "catmast.fd".
           COPY "oprprof.fd".
           COPY "sesslog.fd".
       WORKING-STORAGE             SECTION.
       COPY "acucobol.def".
       COPY "signon.def".

       01  WS-PROGRAM-ID                   PIC X(10) VALUE "finmaint".
       01  WS-FINRATE-FILE-STATUS          PIC XX VALUE "00".
       01  WS-FINEXC-FILE-STATUS           PIC XX VALUE "00".
       01  WS-CATMAST-FILE-STATUS          PIC XX VALUE "00".
       01  WS-OPRPROF-FILE-STATUS          PIC XX VALUE "00".
       01  WS-CATMAST-OPEN-SW              PIC X(1) VALUE "N".
           88  WS-CATMAST-IS-OPEN          VALUE "Y".
       01  WS-OPERATOR-ID                  PIC X(8) VALUE SPACES.
       01  WS-EOF-SW                       PIC X(1) VALUE "N".
           88  WS-END-OF-FILE              VALUE "Y".
       01  WS-QUIT-SW                      PIC X(1) VALUE "N".
           88  WS-QUIT-REQUESTED           VALUE "Y".

       01  WS-COMMAND                      PIC X(1) VALUE SPACE.
           88  WS-CMD-LIST-RATES           VALUE "L" "l".
           88  WS-CMD-SET-RATE             VALUE "R" "r".
           88  WS-CMD-DELETE-RATE          VALUE "D" "d".
           88  WS-CMD-LIST-EXCEPTIONS      VALUE "E" "e".
           88  WS-CMD-SET-EXCEPTION        VALUE "X" "x".
           88  WS-CMD-CLEAR-EXCEPTION      VALUE "C" "c".
           88  WS-CMD-QUIT                 VALUE "Q" "q".
       01  WS-CONFIRM                      PIC X(1) VALUE SPACE.
           88  WS-CONFIRM-YES              VALUE "Y" "y".

       01  WS-RUN-DATE                     PIC X(8) VALUE SPACES.

      * -- keyed entry --
       01  WS-ENTRY-KIND                   PIC X(1) VALUE SPACE.
           88  WS-ENTRY-KIND-TERMS         VALUE "T" "t".
           88  WS-ENTRY-KIND-CATEGORY      VALUE "C" "c".
           88  WS-ENTRY-KIND-DEFAULT       VALUE "D" "d".
       01  WS-ENTRY-CODE                   PIC X(10) VALUE SPACES.
       01  WS-ENTRY-CUST-X                 PIC X(6) VALUE SPACES.
       01  WS-ENTRY-CUST-NO                PIC 9(6) VALUE ZERO.
       01  WS-ENTRY-VALID-SW               PIC X(1) VALUE "N".
           88  WS-ENTRY-VALID              VALUE "Y".
       01  WS-ROW-EXISTS-SW                PIC X(1) VALUE "N".
           88  WS-ROW-EXISTS               VALUE "Y".
       01  WS-EDIT-DIGIT-COUNT             PIC 9(2) VALUE ZERO.
       01  WS-EDIT-SPACE-COUNT             PIC 9(2) VALUE ZERO.

      * -- amount entry: the whole and decimal digits allowed are
      * set by the caller before 750-Edit-Amount --
       01  WS-ENTRY-AMOUNT-X               PIC X(13) VALUE SPACES.
       01  WS-AMOUNT-SHAPE                 PIC X(13) VALUE SPACES.
       01  WS-ENTRY-AMOUNT                 PIC 9(9)V9(3) VALUE ZERO.
       01  WS-AMOUNT-VALID-SW              PIC X(1) VALUE "N".
           88  WS-AMOUNT-VALID             VALUE "Y".
       01  WS-AMOUNT-MAX-INT               PIC 9(2) VALUE ZERO.
       01  WS-AMOUNT-MAX-DEC               PIC 9(2) VALUE ZERO.
       01  WS-EDIT-DOT-COUNT               PIC 9(2) VALUE ZERO.
       01  WS-EDIT-PREFIX-COUNT            PIC 9(2) VALUE ZERO.
       01  WS-EDIT-INT-COUNT               PIC 9(2) VALUE ZERO.

      * -- the values being entered, taken in full before anything
      * is written --
       01  WS-NEW-PCT                      PIC 9(2)V9(3) VALUE ZERO.
       01  WS-NEW-MINIMUM                  PIC 9(5)V99 VALUE ZERO.
       01  WS-NEW-GRACE                    PIC 9(7)V99 VALUE ZERO.
       01  WS-NEW-EXEMPT-SW                PIC X(1) VALUE "N".
           88  WS-NEW-EXEMPT               VALUE "Y".
       01  WS-NEW-DISPUTED                 PIC 9(9)V99 VALUE ZERO.
       01  WS-NEW-NOTE                     PIC X(40) VALUE SPACES.
       01  WS-ENTRY-NOTE                   PIC X(40) VALUE SPACES.
       01  WS-YES-NO-ENTRY                 PIC X(1) VALUE SPACE.
       01  WS-VALUES-VALID-SW              PIC X(1) VALUE "N".
           88  WS-VALUES-VALID             VALUE "Y".

       01  WS-LIST-COUNT                   PIC 9(4) VALUE ZERO.
       01  WS-VIEW-LINE-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-PAUSE-RESPONSE               PIC X(1) VALUE SPACE.
       01  WS-KIND-TEXT                    PIC X(8) VALUE SPACES.
       01  WS-PCT-EDITED                   PIC Z9.999.
       01  WS-MINIMUM-EDITED               PIC ZZ,ZZ9.99.
       01  WS-GRACE-EDITED                 PIC Z,ZZZ,ZZ9.99.
       01  WS-AMOUNT-EDITED                PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-LIST-NAME                    PIC X(30) VALUE SPACES.

       01  WS-ADD-COUNT                    PIC 9(5) VALUE ZERO.
       01  WS-CHANGE-COUNT                 PIC 9(5) VALUE ZERO.
       01  WS-DELETE-COUNT                 PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       000-Main.
           PERFORM 050-Sign-On
           PERFORM 100-Open-Files
           PERFORM 200-Command-Loop
           DISPLAY " "
           DISPLAY "Rows added this session: " WS-ADD-COUNT
               "   changed: " WS-CHANGE-COUNT
               "   deleted: " WS-DELETE-COUNT
           PERFORM 900-Close-Files
           STOP RUN
           .

       050-Sign-On.
      * a finance charge or a customer's exemption from it is a
      * credit decision - the same right credappr.cbl requires
           PERFORM Perform-Operator-Signon
           IF NOT WS-SO-SIGNED-ON
               DISPLAY "finmaint run aborted - not signed on."
               STOP RUN
           END-IF
           IF NOT OP-CAN-CREDIT
               DISPLAY "Operator " WS-OPERATOR-ID " does not hold "
                   "the credit-limit right - run aborted."
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-RUN-DATE
           .

       100-Open-Files.
           OPEN I-O FINANCE-RATE-FILE
           IF WS-FINRATE-FILE-STATUS = "35"
               OPEN OUTPUT FINANCE-RATE-FILE
               IF WS-FINRATE-FILE-STATUS = "00"
                   CLOSE FINANCE-RATE-FILE
                   OPEN I-O FINANCE-RATE-FILE
               END-IF
           END-IF
           IF WS-FINRATE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open finrate, status "
                   WS-FINRATE-FILE-STATUS
               DISPLAY "finmaint run aborted - see above."
               STOP RUN
           END-IF
           OPEN I-O FINANCE-EXCEPTION-FILE
           IF WS-FINEXC-FILE-STATUS = "35"
               OPEN OUTPUT FINANCE-EXCEPTION-FILE
               IF WS-FINEXC-FILE-STATUS = "00"
                   CLOSE FINANCE-EXCEPTION-FILE
                   OPEN I-O FINANCE-EXCEPTION-FILE
               END-IF
           END-IF
           IF WS-FINEXC-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open finexc, status "
                   WS-FINEXC-FILE-STATUS
               DISPLAY "finmaint run aborted - see above."
               CLOSE FINANCE-RATE-FILE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-FS-OK
               DISPLAY "ERROR: cannot open CUSTOMER-FILE, status "
                   WS-FILE-STATUS
               DISPLAY "finmaint run aborted - see above."
               CLOSE FINANCE-RATE-FILE
               CLOSE FINANCE-EXCEPTION-FILE
               STOP RUN
           END-IF
      * without the category file only terms and default rates can
      * be entered - commmaint.cbl's rule
           OPEN INPUT CATEGORY-MASTER
           IF WS-CATMAST-FILE-STATUS = "00"
               MOVE "Y" TO WS-CATMAST-OPEN-SW
           END-IF
           .

       200-Command-Loop.
           PERFORM UNTIL WS-QUIT-REQUESTED
               DISPLAY " "
               DISPLAY "Rates: List, set Rate, Delete.  Customers: "
                   "list Exceptions, set eXception, Clear."
               DISPLAY "(L/R/D/E/X/C, Q = quit): " WITH NO ADVANCING
               ACCEPT WS-COMMAND
               EVALUATE TRUE
                   WHEN WS-CMD-LIST-RATES  PERFORM 300-List-Rates
                   WHEN WS-CMD-SET-RATE    PERFORM 400-Set-Rate
                   WHEN WS-CMD-DELETE-RATE PERFORM 450-Delete-Rate
                   WHEN WS-CMD-LIST-EXCEPTIONS
                       PERFORM 500-List-Exceptions
                   WHEN WS-CMD-SET-EXCEPTION
                       PERFORM 600-Set-Exception
                   WHEN WS-CMD-CLEAR-EXCEPTION
                       PERFORM 650-Clear-Exception
                   WHEN WS-CMD-QUIT        MOVE "Y" TO WS-QUIT-SW
                   WHEN OTHER              CONTINUE
               END-EVALUATE
           END-PERFORM
           .

       300-List-Rates.
           MOVE ZERO TO WS-LIST-COUNT
           MOVE ZERO TO WS-VIEW-LINE-COUNT
           MOVE LOW-VALUES TO FR-KEY
           MOVE "N" TO WS-EOF-SW
           START FINANCE-RATE-FILE KEY IS NOT LESS THAN FR-KEY
               INVALID KEY MOVE "Y" TO WS-EOF-SW
           END-START
           PERFORM UNTIL WS-END-OF-FILE
               READ FINANCE-RATE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-SW
                   NOT AT END PERFORM 310-List-One-Rate
               END-READ
           END-PERFORM
           IF WS-LIST-COUNT = ZERO
               DISPLAY "  (no finance charge rates on file - "
                   "nothing will be charged)"
           END-IF
           .

       310-List-One-Rate.
           ADD 1 TO WS-LIST-COUNT
           PERFORM 720-Describe-Kind
           IF FR-EXEMPT
               DISPLAY "  " WS-KIND-TEXT " " FR-CODE
                   "  EXEMPT - no charge"
                   "   set by " FR-SET-BY " on " FR-SET-DATE
           ELSE
               MOVE FR-MONTHLY-PCT TO WS-PCT-EDITED
               MOVE FR-MINIMUM-CHARGE TO WS-MINIMUM-EDITED
               MOVE FR-GRACE-AMOUNT TO WS-GRACE-EDITED
               DISPLAY "  " WS-KIND-TEXT " " FR-CODE " "
                   WS-PCT-EDITED "%/mo  min " WS-MINIMUM-EDITED
                   "  grace " WS-GRACE-EDITED
                   "   set by " FR-SET-BY " on " FR-SET-DATE
           END-IF
           ADD 1 TO WS-VIEW-LINE-COUNT
           IF WS-VIEW-LINE-COUNT >= 20
               MOVE ZERO TO WS-VIEW-LINE-COUNT
               DISPLAY "-- more (ENTER) --" WITH NO ADVANCING
               ACCEPT WS-PAUSE-RESPONSE
           END-IF
           .

      ******************************************************************
      * Set a rate: a new row, or new values over an existing one.
      * Every value is taken before anything is written, so a bad
      * entry part way through leaves the row as it was. Blank
      * keeps the value shown.
      ******************************************************************
       400-Set-Rate.
           PERFORM 700-Accept-Rate-Key
           IF WS-ENTRY-VALID
               IF WS-ROW-EXISTS
                   PERFORM 310-List-One-Rate
                   MOVE FR-MONTHLY-PCT TO WS-NEW-PCT
                   MOVE FR-MINIMUM-CHARGE TO WS-NEW-MINIMUM
                   MOVE FR-GRACE-AMOUNT TO WS-NEW-GRACE
                   MOVE FR-EXEMPT-SW TO WS-NEW-EXEMPT-SW
               ELSE
                   MOVE ZERO TO WS-NEW-PCT
                   MOVE ZERO TO WS-NEW-MINIMUM
                   MOVE ZERO TO WS-NEW-GRACE
                   MOVE "N" TO WS-NEW-EXEMPT-SW
               END-IF
               PERFORM 410-Accept-Rate-Values
           END-IF
           IF WS-ENTRY-VALID AND WS-VALUES-VALID
               PERFORM 420-Write-Rate-Row
           END-IF
           .

       410-Accept-Rate-Values.
           MOVE "Y" TO WS-VALUES-VALID-SW
           MOVE SPACE TO WS-YES-NO-ENTRY
           DISPLAY "  Exempt - charge nothing (Y/N) ["
               WS-NEW-EXEMPT-SW "]: " WITH NO ADVANCING
           ACCEPT WS-YES-NO-ENTRY
           EVALUATE WS-YES-NO-ENTRY
               WHEN SPACE          CONTINUE
               WHEN "Y" WHEN "y"   MOVE "Y" TO WS-NEW-EXEMPT-SW
               WHEN "N" WHEN "n"   MOVE "N" TO WS-NEW-EXEMPT-SW
               WHEN OTHER
                   DISPLAY "  Enter Y or N."
                   MOVE "N" TO WS-VALUES-VALID-SW
           END-EVALUATE
           IF WS-VALUES-VALID AND NOT WS-NEW-EXEMPT
               MOVE WS-NEW-PCT TO WS-PCT-EDITED
               MOVE SPACES TO WS-ENTRY-AMOUNT-X
               DISPLAY "  Monthly rate percent [" WS-PCT-EDITED
                   "]: " WITH NO ADVANCING
               ACCEPT WS-ENTRY-AMOUNT-X
               IF WS-ENTRY-AMOUNT-X NOT = SPACES
                   MOVE 2 TO WS-AMOUNT-MAX-INT
                   MOVE 3 TO WS-AMOUNT-MAX-DEC
                   PERFORM 750-Edit-Amount
                   IF WS-AMOUNT-VALID
                       MOVE WS-ENTRY-AMOUNT TO WS-NEW-PCT
                   ELSE
                       MOVE "N" TO WS-VALUES-VALID-SW
                   END-IF
               END-IF
           END-IF
           IF WS-VALUES-VALID AND NOT WS-NEW-EXEMPT
               MOVE WS-NEW-MINIMUM TO WS-MINIMUM-EDITED
               MOVE SPACES TO WS-ENTRY-AMOUNT-X
               DISPLAY "  Minimum charge [" WS-MINIMUM-EDITED
                   "]: " WITH NO ADVANCING
               ACCEPT WS-ENTRY-AMOUNT-X
               IF WS-ENTRY-AMOUNT-X NOT = SPACES
                   MOVE 5 TO WS-AMOUNT-MAX-INT
                   MOVE 2 TO WS-AMOUNT-MAX-DEC
                   PERFORM 750-Edit-Amount
                   IF WS-AMOUNT-VALID
                       MOVE WS-ENTRY-AMOUNT TO WS-NEW-MINIMUM
                   ELSE
                       MOVE "N" TO WS-VALUES-VALID-SW
                   END-IF
               END-IF
           END-IF
           IF WS-VALUES-VALID AND NOT WS-NEW-EXEMPT
               MOVE WS-NEW-GRACE TO WS-GRACE-EDITED
               MOVE SPACES TO WS-ENTRY-AMOUNT-X
               DISPLAY "  Grace - overdue at or under this is not "
                   "charged [" WS-GRACE-EDITED "]: "
                   WITH NO ADVANCING
               ACCEPT WS-ENTRY-AMOUNT-X
               IF WS-ENTRY-AMOUNT-X NOT = SPACES
                   MOVE 7 TO WS-AMOUNT-MAX-INT
                   MOVE 2 TO WS-AMOUNT-MAX-DEC
                   PERFORM 750-Edit-Amount
                   IF WS-AMOUNT-VALID
                       MOVE WS-ENTRY-AMOUNT TO WS-NEW-GRACE
                   ELSE
                       MOVE "N" TO WS-VALUES-VALID-SW
                   END-IF
               END-IF
           END-IF
      * a rate of zero with no minimum would list every overdue
      * customer as charged nothing - say exempt instead
           IF WS-VALUES-VALID AND NOT WS-NEW-EXEMPT
                   AND WS-NEW-PCT = ZERO AND WS-NEW-MINIMUM = ZERO
               DISPLAY "  A rate or a minimum charge is needed - "
                   "answer Y to exempt to charge nothing."
               MOVE "N" TO WS-VALUES-VALID-SW
           END-IF
           IF WS-NEW-EXEMPT
               MOVE ZERO TO WS-NEW-PCT
               MOVE ZERO TO WS-NEW-MINIMUM
               MOVE ZERO TO WS-NEW-GRACE
           END-IF
           IF NOT WS-VALUES-VALID
               DISPLAY "  Nothing changed."
           END-IF
           .

       420-Write-Rate-Row.
           IF NOT WS-ROW-EXISTS
               MOVE SPACES TO FINANCE-RATE-RECORD
               PERFORM 710-Move-Rate-Key
           END-IF
           MOVE WS-NEW-PCT TO FR-MONTHLY-PCT
           MOVE WS-NEW-MINIMUM TO FR-MINIMUM-CHARGE
           MOVE WS-NEW-GRACE TO FR-GRACE-AMOUNT
           MOVE WS-NEW-EXEMPT-SW TO FR-EXEMPT-SW
           MOVE WS-OPERATOR-ID TO FR-SET-BY
           MOVE WS-RUN-DATE TO FR-SET-DATE
           IF WS-ROW-EXISTS
               REWRITE FINANCE-RATE-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               WRITE FINANCE-RATE-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF
           IF WS-FINRATE-FILE-STATUS = "00"
               IF WS-ROW-EXISTS
                   ADD 1 TO WS-CHANGE-COUNT
                   DISPLAY "  Rate changed - charges already "
                       "calculated are not re-worked."
               ELSE
                   ADD 1 TO WS-ADD-COUNT
                   DISPLAY "  Rate added."
               END-IF
           ELSE
               DISPLAY "  Write failed, status "
                   WS-FINRATE-FILE-STATUS
           END-IF
           .

       450-Delete-Rate.
           PERFORM 700-Accept-Rate-Key
           IF WS-ENTRY-VALID AND NOT WS-ROW-EXISTS
               DISPLAY "  No rate on file for that key."
               MOVE "N" TO WS-ENTRY-VALID-SW
           END-IF
           IF WS-ENTRY-VALID
               PERFORM 310-List-One-Rate
               DISPLAY "  Delete this rate - confirm (Y/N): "
                   WITH NO ADVANCING
               MOVE SPACE TO WS-CONFIRM
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM-YES
                   DELETE FINANCE-RATE-FILE RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
                   IF WS-FINRATE-FILE-STATUS = "00"
                       ADD 1 TO WS-DELETE-COUNT
                       DISPLAY "  Rate deleted - its customers fall "
                           "through to the next rate that matches."
                   ELSE
                       DISPLAY "  Delete failed, status "
                           WS-FINRATE-FILE-STATUS
                   END-IF
               ELSE
                   DISPLAY "  Not deleted."
               END-IF
           END-IF
           .

       500-List-Exceptions.
           MOVE ZERO TO WS-LIST-COUNT
           MOVE ZERO TO WS-VIEW-LINE-COUNT
           MOVE ZERO TO FX-CUST-NO
           MOVE "N" TO WS-EOF-SW
           START FINANCE-EXCEPTION-FILE
               KEY IS NOT LESS THAN FX-CUST-NO
               INVALID KEY MOVE "Y" TO WS-EOF-SW
           END-START
           PERFORM UNTIL WS-END-OF-FILE
               READ FINANCE-EXCEPTION-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-SW
                   NOT AT END PERFORM 510-List-One-Exception
               END-READ
           END-PERFORM
           IF WS-LIST-COUNT = ZERO
               DISPLAY "  (no customer exceptions on file)"
           END-IF
           .

       510-List-One-Exception.
           ADD 1 TO WS-LIST-COUNT
           MOVE FX-CUST-NO TO CF-CUST-NO
           READ CUSTOMER-FILE
               INVALID KEY CONTINUE
           END-READ
           IF WS-FS-OK
               MOVE CF-CUST-NAME TO WS-LIST-NAME
           ELSE
               MOVE "(not on file)" TO WS-LIST-NAME
           END-IF
           MOVE FX-DISPUTED-AMOUNT TO WS-AMOUNT-EDITED
           IF FX-EXEMPT
               DISPLAY "  " FX-CUST-NO " " WS-LIST-NAME " EXEMPT   "
                   "disputed " WS-AMOUNT-EDITED
           ELSE
               DISPLAY "  " FX-CUST-NO " " WS-LIST-NAME "          "
                   "disputed " WS-AMOUNT-EDITED
           END-IF
           DISPLAY "         " FX-DISPUTE-NOTE
               "  set by " FX-SET-BY " on " FX-SET-DATE
           ADD 2 TO WS-VIEW-LINE-COUNT
           IF WS-VIEW-LINE-COUNT >= 20
               MOVE ZERO TO WS-VIEW-LINE-COUNT
               DISPLAY "-- more (ENTER) --" WITH NO ADVANCING
               ACCEPT WS-PAUSE-RESPONSE
           END-IF
           .

      ******************************************************************
      * Set a customer's exemption and disputed amount. Blank keeps
      * the value shown. A customer left neither exempt nor with
      * anything in dispute needs no row, and any row is removed.
      ******************************************************************
       600-Set-Exception.
           PERFORM 715-Accept-Customer
           IF WS-ENTRY-VALID
               PERFORM 730-Read-Exception
               IF WS-ROW-EXISTS
                   PERFORM 510-List-One-Exception
                   MOVE FX-EXEMPT-SW TO WS-NEW-EXEMPT-SW
                   MOVE FX-DISPUTED-AMOUNT TO WS-NEW-DISPUTED
                   MOVE FX-DISPUTE-NOTE TO WS-NEW-NOTE
               ELSE
                   MOVE "N" TO WS-NEW-EXEMPT-SW
                   MOVE ZERO TO WS-NEW-DISPUTED
                   MOVE SPACES TO WS-NEW-NOTE
               END-IF
               PERFORM 610-Accept-Exception-Values
           END-IF
           IF WS-ENTRY-VALID AND WS-VALUES-VALID
               IF NOT WS-NEW-EXEMPT AND WS-NEW-DISPUTED = ZERO
                   IF WS-ROW-EXISTS
                       PERFORM 660-Delete-Exception-Row
                   ELSE
                       DISPLAY "  Not exempt and nothing in dispute "
                           "- no exception needed."
                   END-IF
               ELSE
                   PERFORM 620-Write-Exception-Row
               END-IF
           END-IF
           .

       610-Accept-Exception-Values.
           MOVE "Y" TO WS-VALUES-VALID-SW
           MOVE SPACE TO WS-YES-NO-ENTRY
           DISPLAY "  Exempt from finance charges (Y/N) ["
               WS-NEW-EXEMPT-SW "]: " WITH NO ADVANCING
           ACCEPT WS-YES-NO-ENTRY
           EVALUATE WS-YES-NO-ENTRY
               WHEN SPACE          CONTINUE
               WHEN "Y" WHEN "y"   MOVE "Y" TO WS-NEW-EXEMPT-SW
               WHEN "N" WHEN "n"   MOVE "N" TO WS-NEW-EXEMPT-SW
               WHEN OTHER
                   DISPLAY "  Enter Y or N."
                   MOVE "N" TO WS-VALUES-VALID-SW
           END-EVALUATE
           IF WS-VALUES-VALID
               MOVE WS-NEW-DISPUTED TO WS-AMOUNT-EDITED
               MOVE SPACES TO WS-ENTRY-AMOUNT-X
               DISPLAY "  Amount in dispute, 0 when settled ["
                   WS-AMOUNT-EDITED "]: " WITH NO ADVANCING
               ACCEPT WS-ENTRY-AMOUNT-X
               IF WS-ENTRY-AMOUNT-X NOT = SPACES
                   MOVE 9 TO WS-AMOUNT-MAX-INT
                   MOVE 2 TO WS-AMOUNT-MAX-DEC
                   PERFORM 750-Edit-Amount
                   IF WS-AMOUNT-VALID
                       MOVE WS-ENTRY-AMOUNT TO WS-NEW-DISPUTED
                   ELSE
                       MOVE "N" TO WS-VALUES-VALID-SW
                   END-IF
               END-IF
           END-IF
           IF WS-VALUES-VALID
                   AND (WS-NEW-EXEMPT OR WS-NEW-DISPUTED > ZERO)
               DISPLAY "  Note (blank keeps): " WITH NO ADVANCING
               MOVE SPACES TO WS-ENTRY-NOTE
               ACCEPT WS-ENTRY-NOTE
               IF WS-ENTRY-NOTE NOT = SPACES
                   MOVE WS-ENTRY-NOTE TO WS-NEW-NOTE
               END-IF
               IF WS-NEW-NOTE = SPACES
                   DISPLAY "  A note is needed - who agreed the "
                       "exemption or what is disputed."
                   MOVE "N" TO WS-VALUES-VALID-SW
               END-IF
           END-IF
           IF NOT WS-VALUES-VALID
               DISPLAY "  Nothing changed."
           END-IF
           .

       620-Write-Exception-Row.
           IF NOT WS-ROW-EXISTS
               MOVE SPACES TO FINANCE-EXCEPTION-RECORD
               MOVE WS-ENTRY-CUST-NO TO FX-CUST-NO
           END-IF
           MOVE WS-NEW-EXEMPT-SW TO FX-EXEMPT-SW
           MOVE WS-NEW-DISPUTED TO FX-DISPUTED-AMOUNT
           MOVE WS-NEW-NOTE TO FX-DISPUTE-NOTE
           MOVE WS-OPERATOR-ID TO FX-SET-BY
           MOVE WS-RUN-DATE TO FX-SET-DATE
           IF WS-ROW-EXISTS
               REWRITE FINANCE-EXCEPTION-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               WRITE FINANCE-EXCEPTION-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF
           IF WS-FINEXC-FILE-STATUS = "00"
               IF WS-ROW-EXISTS
                   ADD 1 TO WS-CHANGE-COUNT
                   DISPLAY "  Exception changed."
               ELSE
                   ADD 1 TO WS-ADD-COUNT
                   DISPLAY "  Exception added."
               END-IF
           ELSE
               DISPLAY "  Write failed, status "
                   WS-FINEXC-FILE-STATUS
           END-IF
           .

       650-Clear-Exception.
           PERFORM 715-Accept-Customer
           IF WS-ENTRY-VALID
               PERFORM 730-Read-Exception
               IF NOT WS-ROW-EXISTS
                   DISPLAY "  No exception on file for that customer."
               ELSE
                   PERFORM 510-List-One-Exception
                   DISPLAY "  Clear this exception - confirm (Y/N): "
                       WITH NO ADVANCING
                   MOVE SPACE TO WS-CONFIRM
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM-YES
                       PERFORM 660-Delete-Exception-Row
                   ELSE
                       DISPLAY "  Not cleared."
                   END-IF
               END-IF
           END-IF
           .

       660-Delete-Exception-Row.
           DELETE FINANCE-EXCEPTION-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           IF WS-FINEXC-FILE-STATUS = "00"
               ADD 1 TO WS-DELETE-COUNT
               DISPLAY "  Exception cleared - the customer is charged "
                   "in the ordinary way from the next run."
           ELSE
               DISPLAY "  Delete failed, status "
                   WS-FINEXC-FILE-STATUS
           END-IF
           .

      ******************************************************************
      * Rate key entry: T and a terms code, C and a category on
      * CATEGORY-MASTER, or D for the default row. Leaves the key in
      * FR-KEY and the row read if there is one (WS-ROW-EXISTS).
      ******************************************************************
       700-Accept-Rate-Key.
           MOVE "N" TO WS-ENTRY-VALID-SW
           MOVE "N" TO WS-ROW-EXISTS-SW
           MOVE SPACE TO WS-ENTRY-KIND
           MOVE SPACES TO WS-ENTRY-CODE
           DISPLAY "  Terms, Category or Default rate (T/C/D): "
               WITH NO ADVANCING
           ACCEPT WS-ENTRY-KIND
           EVALUATE TRUE
               WHEN WS-ENTRY-KIND-TERMS
                   DISPLAY "  Terms code: " WITH NO ADVANCING
                   ACCEPT WS-ENTRY-CODE
                   IF WS-ENTRY-CODE NOT = SPACES
                       MOVE "Y" TO WS-ENTRY-VALID-SW
                   END-IF
               WHEN WS-ENTRY-KIND-CATEGORY
                   DISPLAY "  Category code: " WITH NO ADVANCING
                   ACCEPT WS-ENTRY-CODE
                   IF WS-ENTRY-CODE NOT = SPACES
                       PERFORM 705-Check-Category
                   END-IF
               WHEN WS-ENTRY-KIND-DEFAULT
                   MOVE "Y" TO WS-ENTRY-VALID-SW
               WHEN OTHER
                   DISPLAY "  Enter T, C or D."
           END-EVALUATE
           IF WS-ENTRY-VALID
               PERFORM 710-Move-Rate-Key
               READ FINANCE-RATE-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-FINRATE-FILE-STATUS = "00"
                   MOVE "Y" TO WS-ROW-EXISTS-SW
               END-IF
           END-IF
           .

       705-Check-Category.
           IF WS-CATMAST-IS-OPEN
               MOVE WS-ENTRY-CODE TO CM-CATEGORY-CODE
               READ CATEGORY-MASTER
                   INVALID KEY CONTINUE
               END-READ
               IF WS-CATMAST-FILE-STATUS = "00"
                       AND WS-ENTRY-CODE (5:6) = SPACES
                   DISPLAY "  " CM-DESCRIPTION
                   MOVE "Y" TO WS-ENTRY-VALID-SW
               ELSE
                   DISPLAY "  " WS-ENTRY-CODE
                       " is not a category on file."
               END-IF
           ELSE
               DISPLAY "  No category file - only terms and default "
                   "rates can be entered."
           END-IF
           .

       710-Move-Rate-Key.
           EVALUATE TRUE
               WHEN WS-ENTRY-KIND-TERMS
                   MOVE "T" TO FR-KIND
                   MOVE WS-ENTRY-CODE TO FR-CODE
               WHEN WS-ENTRY-KIND-CATEGORY
                   MOVE "C" TO FR-KIND
                   MOVE WS-ENTRY-CODE TO FR-CODE
               WHEN OTHER
                   MOVE "D" TO FR-KIND
                   MOVE SPACES TO FR-CODE
           END-EVALUATE
           .

       715-Accept-Customer.
      * digit prefix followed by nothing but spaces, the same
      * edit salepost.cbl applies to a customer number
           MOVE "N" TO WS-ENTRY-VALID-SW
           MOVE SPACES TO WS-ENTRY-CUST-X
           DISPLAY "  Customer number: " WITH NO ADVANCING
           ACCEPT WS-ENTRY-CUST-X
           MOVE ZERO TO WS-EDIT-DIGIT-COUNT
           MOVE ZERO TO WS-EDIT-SPACE-COUNT
           INSPECT WS-ENTRY-CUST-X
               TALLYING WS-EDIT-DIGIT-COUNT
                   FOR CHARACTERS BEFORE INITIAL SPACE
           INSPECT WS-ENTRY-CUST-X
               TALLYING WS-EDIT-SPACE-COUNT FOR ALL SPACE
           IF WS-EDIT-DIGIT-COUNT > ZERO
               AND WS-ENTRY-CUST-X (1:WS-EDIT-DIGIT-COUNT) IS NUMERIC
               AND WS-EDIT-DIGIT-COUNT + WS-EDIT-SPACE-COUNT = 6
               MOVE FUNCTION NUMVAL
                   (WS-ENTRY-CUST-X (1:WS-EDIT-DIGIT-COUNT))
                   TO WS-ENTRY-CUST-NO
               MOVE WS-ENTRY-CUST-NO TO CF-CUST-NO
               READ CUSTOMER-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-FS-OK
                   DISPLAY "  " CF-CUST-NAME
                   MOVE "Y" TO WS-ENTRY-VALID-SW
               ELSE
                   DISPLAY "  " WS-ENTRY-CUST-NO " is not on file."
               END-IF
           ELSE
               IF WS-ENTRY-CUST-X NOT = SPACES
                   DISPLAY "  Customer number must be numeric."
               END-IF
           END-IF
           .

       720-Describe-Kind.
           EVALUATE TRUE
               WHEN FR-KIND-TERMS      MOVE "Terms"    TO WS-KIND-TEXT
               WHEN FR-KIND-CATEGORY   MOVE "Category" TO WS-KIND-TEXT
               WHEN FR-KIND-DEFAULT    MOVE "Default"  TO WS-KIND-TEXT
               WHEN OTHER              MOVE "?"        TO WS-KIND-TEXT
           END-EVALUATE
           .

       730-Read-Exception.
           MOVE "N" TO WS-ROW-EXISTS-SW
           MOVE WS-ENTRY-CUST-NO TO FX-CUST-NO
           READ FINANCE-EXCEPTION-FILE
               INVALID KEY CONTINUE
           END-READ
           IF WS-FINEXC-FILE-STATUS = "00"
               MOVE "Y" TO WS-ROW-EXISTS-SW
           END-IF
           .

       750-Edit-Amount.
      * digits with at most one decimal point, contiguous from
      * column one, no more than WS-AMOUNT-MAX-INT whole digits and
      * WS-AMOUNT-MAX-DEC decimals - the shape edit commmaint.cbl
      * applies to a rate
           MOVE "N" TO WS-AMOUNT-VALID-SW
           MOVE WS-ENTRY-AMOUNT-X TO WS-AMOUNT-SHAPE
           INSPECT WS-AMOUNT-SHAPE
               CONVERTING "0123456789" TO "9999999999"
           MOVE ZERO TO WS-EDIT-DIGIT-COUNT
           MOVE ZERO TO WS-EDIT-DOT-COUNT
           MOVE ZERO TO WS-EDIT-SPACE-COUNT
           MOVE ZERO TO WS-EDIT-PREFIX-COUNT
           MOVE ZERO TO WS-EDIT-INT-COUNT
           INSPECT WS-AMOUNT-SHAPE
               TALLYING WS-EDIT-DIGIT-COUNT FOR ALL "9"
           INSPECT WS-AMOUNT-SHAPE
               TALLYING WS-EDIT-DOT-COUNT FOR ALL "."
           INSPECT WS-AMOUNT-SHAPE
               TALLYING WS-EDIT-SPACE-COUNT FOR ALL SPACE
           INSPECT WS-AMOUNT-SHAPE
               TALLYING WS-EDIT-PREFIX-COUNT
                   FOR CHARACTERS BEFORE INITIAL SPACE
           INSPECT WS-AMOUNT-SHAPE
               TALLYING WS-EDIT-INT-COUNT
                   FOR CHARACTERS BEFORE INITIAL "."
           IF WS-EDIT-DOT-COUNT = ZERO
               MOVE WS-EDIT-PREFIX-COUNT TO WS-EDIT-INT-COUNT
           END-IF
           IF WS-EDIT-DIGIT-COUNT > ZERO
               AND WS-EDIT-DOT-COUNT NOT > 1
               AND WS-EDIT-DIGIT-COUNT + WS-EDIT-DOT-COUNT
                   = WS-EDIT-PREFIX-COUNT
               AND WS-EDIT-PREFIX-COUNT + WS-EDIT-SPACE-COUNT = 13
               AND WS-EDIT-INT-COUNT NOT > WS-AMOUNT-MAX-INT
               AND WS-EDIT-PREFIX-COUNT - WS-EDIT-INT-COUNT
                   NOT > WS-AMOUNT-MAX-DEC + 1
               MOVE FUNCTION NUMVAL (WS-ENTRY-AMOUNT-X)
                   TO WS-ENTRY-AMOUNT
               MOVE "Y" TO WS-AMOUNT-VALID-SW
           ELSE
               DISPLAY "  Must be a number of up to "
                   WS-AMOUNT-MAX-INT " whole digits and "
                   WS-AMOUNT-MAX-DEC " decimals - nothing changed."
           END-IF
           .

       900-Close-Files.
           CLOSE FINANCE-RATE-FILE
           CLOSE FINANCE-EXCEPTION-FILE
           CLOSE CUSTOMER-FILE
           IF WS-CATMAST-IS-OPEN
               CLOSE CATEGORY-MASTER
           END-IF
           .

       COPY "signon.cpy".
