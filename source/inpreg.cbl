      * inpreg.cbl
      * CALLable input-file registry. balpost, salepost, crmapply and
      * custload each read a fixed input name, and nothing used to
      * stop the same file being taken in twice - a rerun after a
      * failure could double every balance it posted. Each of them
      * now CALLs this with inpreg.def:
      *   "C" before opening its input: the file is read once end
      *       to end for a row count, an amount total and a content
      *       fingerprint (a two-part running checksum of every
      *       byte, plus the byte count). A file whose program and
      *       fingerprint are already in INPUT-REGISTRY-FILE is
      *       refused, unless a supervisor has authorised a rerun on
      *       inpovr.cbl - the override is used up by the run that
      *       takes it. A file that may be processed is registered
      *       in progress under the caller's run timestamp.
      *   "R" after a run that reached its end: the row is marked
      *       processed, the input is copied line by line to a dated
      *       archive name (<name>.<CCYYMMDDHHMMSS>.<ext>, the run's
      *       own timestamp, as rptarch.cbl names report captures)
      *       and the original is deleted with C$DELETE, as
      *       rptpurge.cbl drops a consolidated capture.
      *   "Q" from a program about to add rows to another's input:
      *       the file is fingerprinted and looked up as for "C",
      *       but nothing is registered or changed - a file already
      *       registered must not be added to, or its new
      *       fingerprint would let the registered rows in again.
      * An empty file is registered but never refused - there is
      * nothing in it to post twice. The subprogram never stops the
      * run itself; the caller decides on the return status.
       IDENTIFICATION              DIVISION.
       PROGRAM-ID. inpreg.
       AUTHOR. sjolivet.
       DATE-WRITTEN. Thursday, October 15, 2026.
       REMARKS.
           Input file registry, duplicate check and archive.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "inpreg.sl".
           SELECT INCOMING-FILE
               ASSIGN TO WS-INPUT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-INPUT-FILE-STATUS.
           SELECT ARCHIVED-INPUT
               ASSIGN TO WS-ARCHIVE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-ARCH-FILE-STATUS.
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "inpreg.fd".
       FD  INCOMING-FILE
           LABEL RECORD IS STANDARD.
       01  INCOMING-LINE                   PIC X(400).
       FD  ARCHIVED-INPUT
           LABEL RECORD IS STANDARD.
       01  ARCHIVE-OUT-LINE                PIC X(400).
       WORKING-STORAGE             SECTION.
       COPY "acucobol.def".

       01  WS-PROGRAM-ID                   PIC X(10) VALUE "inpreg".
       01  WS-INPREG-FILE-STATUS           PIC XX VALUE "00".
       01  WS-INPUT-FILE-STATUS            PIC XX VALUE "00".
       01  WS-ARCH-FILE-STATUS             PIC XX VALUE "00".
       01  WS-EOF-SW                       PIC X(1) VALUE "N".
           88  WS-END-OF-FILE              VALUE "Y".
       01  WS-REGISTRY-OPEN-SW             PIC X(1) VALUE "N".
           88  WS-REGISTRY-IS-OPEN         VALUE "Y".
       01  WS-PRIOR-FOUND-SW               PIC X(1) VALUE "N".
           88  WS-PRIOR-FOUND              VALUE "Y".
       01  WS-OVERRIDE-FOUND-SW            PIC X(1) VALUE "N".
           88  WS-OVERRIDE-FOUND           VALUE "Y".
       01  WS-COPY-OK-SW                   PIC X(1) VALUE "N".
           88  WS-COPY-OK                  VALUE "Y".

       01  WS-INPUT-NAME                   PIC X(20) VALUE SPACES.
       01  WS-ARCHIVE-NAME                 PIC X(40) VALUE SPACES.
       01  WS-NAME-BASE                    PIC X(20) VALUE SPACES.
       01  WS-NAME-EXT                     PIC X(8) VALUE SPACES.
       01  WS-RUN-DATE                     PIC X(8) VALUE SPACES.

      * -- fingerprint: Adler-style running sums over every byte of
      * every line, each line closed by a newline byte --
       01  WS-FINGERPRINT.
           05  WS-FP-SUM-A                 PIC 9(5) VALUE 1.
           05  WS-FP-SUM-B                 PIC 9(5) VALUE ZERO.
           05  WS-FP-BYTES                 PIC 9(10) VALUE ZERO.
       01  WS-FP-MODULUS                   PIC 9(5) VALUE 65521.
       01  WS-NEWLINE-ORD                  PIC 9(3) VALUE 11.
       01  WS-LINE-LENGTH                  PIC 9(3) VALUE ZERO.
       01  WS-TRAIL-SPACES                 PIC 9(3) VALUE ZERO.
       01  WS-LINE-REVERSED                PIC X(400) VALUE SPACES.
       01  WS-CHAR-POS                     PIC 9(3) VALUE ZERO.

      * -- amount field of one row --
       01  WS-FIELD-POINTER                PIC 9(3) VALUE ZERO.
       01  WS-FIELD-NO                     PIC 9(2) VALUE ZERO.
       01  WS-FIELD-VALUE                  PIC X(30) VALUE SPACES.
       01  WS-AMOUNT-WORK                  PIC X(30) VALUE SPACES.
       01  WS-AMOUNT-LENGTH                PIC 9(2) VALUE ZERO.
       01  WS-AMOUNT-DIGITS                PIC 9(2) VALUE ZERO.
       01  WS-AMOUNT-DOTS                  PIC 9(2) VALUE ZERO.
       01  WS-AMOUNT-MINUS                 PIC 9(2) VALUE ZERO.

       01  WS-OVERRIDE-KEY                 PIC X(31) VALUE SPACES.
       01  WS-OVERRIDE-BY                  PIC X(8) VALUE SPACES.
       01  WS-OVERRIDE-REASON              PIC X(40) VALUE SPACES.

      * -- C$DELETE of the archived input ("S" = an ordinary
      * sequential file, rptpurge.cbl's usage) --
       01  WS-DELETE-STATUS                PIC S9(4) VALUE ZERO.
       01  WS-DELETE-FILE-TYPE             PIC X(1) VALUE "S".

       LINKAGE                     SECTION.
       COPY "inpreg.def".

       PROCEDURE DIVISION USING INPREG-AREA.
       000-Main.
           MOVE IR-INPUT-NAME TO WS-INPUT-NAME
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-RUN-DATE
           IF IR-OPERATOR-ID = SPACES
               ACCEPT IR-OPERATOR-ID FROM ENVIRONMENT "USERNAME"
               IF IR-OPERATOR-ID = SPACES
                   ACCEPT IR-OPERATOR-ID FROM ENVIRONMENT "USER"
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN IR-FUNC-CHECK
                   PERFORM 100-Check-Input
               WHEN IR-FUNC-REGISTER
                   PERFORM 500-Register-Processed
               WHEN IR-FUNC-INQUIRE
                   PERFORM 150-Inquire-Input
               WHEN OTHER
                   MOVE "30" TO IR-RETURN-STATUS
           END-EVALUATE
           IF WS-REGISTRY-IS-OPEN
               CLOSE INPUT-REGISTRY-FILE
               MOVE "N" TO WS-REGISTRY-OPEN-SW
           END-IF
           EXIT PROGRAM
           .

      ******************************************************************
      * "C" - fingerprint the input and decide whether it may be
      * taken in.
      ******************************************************************
       100-Check-Input.
           MOVE "00" TO IR-RETURN-STATUS
           MOVE ZERO TO IR-RECORD-COUNT
           MOVE ZERO TO IR-AMOUNT-TOTAL
           MOVE SPACES TO IR-FINGERPRINT
           MOVE SPACES TO IR-PRIOR-RUN-TS
           MOVE SPACES TO IR-PRIOR-STATUS
           MOVE SPACES TO IR-ARCHIVE-NAME
           PERFORM 200-Fingerprint-Input
           IF WS-INPUT-FILE-STATUS NOT = "00"
               MOVE "35" TO IR-RETURN-STATUS
           ELSE
               MOVE WS-FINGERPRINT TO IR-FINGERPRINT
               PERFORM 300-Open-Registry
               IF NOT WS-REGISTRY-IS-OPEN
                   MOVE "30" TO IR-RETURN-STATUS
               ELSE
                   IF IR-RECORD-COUNT > ZERO
                       PERFORM 310-Find-Prior-Run
                   END-IF
                   IF WS-PRIOR-FOUND
                       IF WS-OVERRIDE-FOUND
                           PERFORM 320-Take-Override
                       ELSE
                           MOVE "22" TO IR-RETURN-STATUS
                       END-IF
                   END-IF
                   IF IR-MAY-PROCESS
                       PERFORM 330-Write-In-Progress-Row
                   END-IF
               END-IF
           END-IF
           .

      ******************************************************************
      * "Q" - is the input as it stands already registered? Read
      * only: no registry row is written and no override is used.
      * No registry on disk yet is nothing registered.
      ******************************************************************
       150-Inquire-Input.
           MOVE "00" TO IR-RETURN-STATUS
           MOVE ZERO TO IR-RECORD-COUNT
           MOVE ZERO TO IR-AMOUNT-TOTAL
           MOVE SPACES TO IR-FINGERPRINT
           MOVE SPACES TO IR-PRIOR-RUN-TS
           MOVE SPACES TO IR-PRIOR-STATUS
           MOVE SPACES TO IR-ARCHIVE-NAME
           PERFORM 200-Fingerprint-Input
           IF WS-INPUT-FILE-STATUS NOT = "00"
               MOVE "35" TO IR-RETURN-STATUS
           ELSE
               MOVE WS-FINGERPRINT TO IR-FINGERPRINT
               MOVE "N" TO WS-PRIOR-FOUND-SW
               OPEN INPUT INPUT-REGISTRY-FILE
               EVALUATE WS-INPREG-FILE-STATUS
                   WHEN "00"
                       MOVE "Y" TO WS-REGISTRY-OPEN-SW
                       IF IR-RECORD-COUNT > ZERO
                           PERFORM 310-Find-Prior-Run
                       END-IF
                       IF WS-PRIOR-FOUND
                           MOVE "22" TO IR-RETURN-STATUS
                       END-IF
                   WHEN "35"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "inpreg: cannot open inpreg, status "
                           WS-INPREG-FILE-STATUS
                       MOVE "30" TO IR-RETURN-STATUS
               END-EVALUATE
           END-IF
           .

       200-Fingerprint-Input.
           MOVE 1 TO WS-FP-SUM-A
           MOVE ZERO TO WS-FP-SUM-B
           MOVE ZERO TO WS-FP-BYTES
           OPEN INPUT INCOMING-FILE
           IF WS-INPUT-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-END-OF-FILE
                   READ INCOMING-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END PERFORM 210-Fold-One-Line
                   END-READ
               END-PERFORM
               CLOSE INCOMING-FILE
               MOVE "00" TO WS-INPUT-FILE-STATUS
           END-IF
           .

       210-Fold-One-Line.
      * trailing-space trim off the REVERSEd copy, rptarch.cbl's
      * idiom - a line sequential read pads, the file does not
           MOVE FUNCTION REVERSE (INCOMING-LINE) TO WS-LINE-REVERSED
           MOVE ZERO TO WS-TRAIL-SPACES
           INSPECT WS-LINE-REVERSED
               TALLYING WS-TRAIL-SPACES FOR LEADING SPACE
           COMPUTE WS-LINE-LENGTH = 400 - WS-TRAIL-SPACES
           PERFORM VARYING WS-CHAR-POS FROM 1 BY 1
                   UNTIL WS-CHAR-POS > WS-LINE-LENGTH
               COMPUTE WS-FP-SUM-A = FUNCTION MOD
                   (WS-FP-SUM-A +
                       FUNCTION ORD (INCOMING-LINE (WS-CHAR-POS:1)),
                    WS-FP-MODULUS)
               COMPUTE WS-FP-SUM-B = FUNCTION MOD
                   (WS-FP-SUM-B + WS-FP-SUM-A, WS-FP-MODULUS)
           END-PERFORM
           COMPUTE WS-FP-SUM-A = FUNCTION MOD
               (WS-FP-SUM-A + WS-NEWLINE-ORD, WS-FP-MODULUS)
           COMPUTE WS-FP-SUM-B = FUNCTION MOD
               (WS-FP-SUM-B + WS-FP-SUM-A, WS-FP-MODULUS)
           COMPUTE WS-FP-BYTES = WS-FP-BYTES + WS-LINE-LENGTH + 1
      * blank rows and custext's "T|" trailer are skipped by every
      * caller, so they are not counted here either
           IF INCOMING-LINE NOT = SPACES
                   AND INCOMING-LINE (1:2) NOT = "T|"
               ADD 1 TO IR-RECORD-COUNT
               IF IR-AMOUNT-FIELD > ZERO
                   PERFORM 220-Total-Amount-Field
               END-IF
           END-IF
           .

       220-Total-Amount-Field.
      * walk to the wanted "|" field; only a plain signed decimal
      * (digits, at most one point, an optional leading minus) is
      * added - a row the caller will reject for its amount does
      * not disturb the total
           MOVE 1 TO WS-FIELD-POINTER
           MOVE ZERO TO WS-FIELD-NO
           PERFORM UNTIL WS-FIELD-NO >= IR-AMOUNT-FIELD
               MOVE SPACES TO WS-FIELD-VALUE
               IF WS-FIELD-POINTER <= WS-LINE-LENGTH
                   UNSTRING INCOMING-LINE DELIMITED BY "|"
                       INTO WS-FIELD-VALUE
                       WITH POINTER WS-FIELD-POINTER
                   END-UNSTRING
               END-IF
               ADD 1 TO WS-FIELD-NO
           END-PERFORM
           MOVE WS-FIELD-VALUE TO WS-AMOUNT-WORK
           MOVE ZERO TO WS-AMOUNT-LENGTH
           INSPECT WS-AMOUNT-WORK
               TALLYING WS-AMOUNT-LENGTH
                   FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-AMOUNT-LENGTH > ZERO AND WS-AMOUNT-LENGTH < 16
               MOVE ZERO TO WS-AMOUNT-DIGITS
               MOVE ZERO TO WS-AMOUNT-DOTS
               MOVE ZERO TO WS-AMOUNT-MINUS
               INSPECT WS-AMOUNT-WORK (1:WS-AMOUNT-LENGTH)
                   CONVERTING "0123456789" TO "9999999999"
               INSPECT WS-AMOUNT-WORK (1:WS-AMOUNT-LENGTH)
                   TALLYING WS-AMOUNT-DIGITS FOR ALL "9"
                            WS-AMOUNT-DOTS FOR ALL "."
                            WS-AMOUNT-MINUS FOR ALL "-"
               IF WS-AMOUNT-DIGITS > ZERO
                   AND WS-AMOUNT-DOTS < 2
                   AND WS-AMOUNT-DIGITS + WS-AMOUNT-DOTS
                       + WS-AMOUNT-MINUS = WS-AMOUNT-LENGTH
                   AND (WS-AMOUNT-MINUS = ZERO OR
                       (WS-AMOUNT-MINUS = 1
                           AND WS-AMOUNT-WORK (1:1) = "-"))
                   ADD FUNCTION NUMVAL
                       (WS-FIELD-VALUE (1:WS-AMOUNT-LENGTH))
                       TO IR-AMOUNT-TOTAL
               END-IF
           END-IF
           .

       300-Open-Registry.
           OPEN I-O INPUT-REGISTRY-FILE
           IF WS-INPREG-FILE-STATUS = "35"
               OPEN OUTPUT INPUT-REGISTRY-FILE
               IF WS-INPREG-FILE-STATUS = "00"
                   CLOSE INPUT-REGISTRY-FILE
                   OPEN I-O INPUT-REGISTRY-FILE
               END-IF
           END-IF
           IF WS-INPREG-FILE-STATUS = "00"
               MOVE "Y" TO WS-REGISTRY-OPEN-SW
           ELSE
               DISPLAY "inpreg: cannot open inpreg, status "
                   WS-INPREG-FILE-STATUS
           END-IF
           .

       310-Find-Prior-Run.
      * every earlier run of this program whose file had the same
      * fingerprint; the latest one is reported back, and any of
      * them carrying an authorised override lets this run through
           MOVE "N" TO WS-PRIOR-FOUND-SW
           MOVE "N" TO WS-OVERRIDE-FOUND-SW
           MOVE SPACES TO INPUT-REGISTRY-RECORD
           MOVE IR-PROGRAM-ID TO RG-PROGRAM-ID
           MOVE LOW-VALUES TO RG-RUN-TS
           START INPUT-REGISTRY-FILE KEY IS NOT LESS THAN RG-KEY
               INVALID KEY MOVE "Y" TO WS-EOF-SW
               NOT INVALID KEY MOVE "N" TO WS-EOF-SW
           END-START
           PERFORM UNTIL WS-END-OF-FILE
               READ INPUT-REGISTRY-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       IF RG-PROGRAM-ID NOT = IR-PROGRAM-ID
                           MOVE "Y" TO WS-EOF-SW
                       ELSE
                           IF RG-FINGERPRINT = WS-FINGERPRINT
                               PERFORM 315-Note-Prior-Run
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       315-Note-Prior-Run.
           MOVE "Y" TO WS-PRIOR-FOUND-SW
           MOVE RG-RUN-TS TO IR-PRIOR-RUN-TS
           MOVE RG-STATUS TO IR-PRIOR-STATUS
           IF RG-OVERRIDE-AUTHORISED
               MOVE "Y" TO WS-OVERRIDE-FOUND-SW
               MOVE RG-KEY TO WS-OVERRIDE-KEY
               MOVE RG-OVERRIDE-BY TO WS-OVERRIDE-BY
               MOVE RG-OVERRIDE-REASON TO WS-OVERRIDE-REASON
           END-IF
           .

       320-Take-Override.
      * the override is good for one run - used up now, before
      * anything posts, so a second rerun needs a second override
           MOVE WS-OVERRIDE-KEY TO RG-KEY
           READ INPUT-REGISTRY-FILE
               INVALID KEY CONTINUE
           END-READ
           IF WS-INPREG-FILE-STATUS = "00"
               MOVE "U" TO RG-OVERRIDE-STATUS
               REWRITE INPUT-REGISTRY-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
           END-IF
           IF WS-INPREG-FILE-STATUS = "00"
               MOVE "01" TO IR-RETURN-STATUS
               MOVE WS-OVERRIDE-KEY (11:21) TO IR-PRIOR-RUN-TS
           ELSE
               DISPLAY "inpreg: override could not be taken, status "
                   WS-INPREG-FILE-STATUS
               MOVE "30" TO IR-RETURN-STATUS
           END-IF
           .

       330-Write-In-Progress-Row.
           MOVE SPACES TO INPUT-REGISTRY-RECORD
           MOVE IR-PROGRAM-ID TO RG-PROGRAM-ID
           MOVE IR-RUN-TS TO RG-RUN-TS
           MOVE IR-INPUT-NAME TO RG-INPUT-NAME
           MOVE "I" TO RG-STATUS
           MOVE IR-RECORD-COUNT TO RG-RECORD-COUNT
           MOVE IR-AMOUNT-TOTAL TO RG-AMOUNT-TOTAL
           MOVE WS-FINGERPRINT TO RG-FINGERPRINT
           MOVE IR-OPERATOR-ID TO RG-OPERATOR-ID
           IF IR-OVERRIDDEN
               MOVE IR-PRIOR-RUN-TS TO RG-OVERRIDE-OF-TS
               MOVE WS-OVERRIDE-BY TO RG-OVERRIDE-BY
               MOVE WS-OVERRIDE-REASON TO RG-OVERRIDE-REASON
           END-IF
           WRITE INPUT-REGISTRY-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           IF WS-INPREG-FILE-STATUS NOT = "00"
               DISPLAY "inpreg: registry write failed, status "
                   WS-INPREG-FILE-STATUS
               MOVE "30" TO IR-RETURN-STATUS
           END-IF
           .

      ******************************************************************
      * "R" - the run reached its end: archive the input and close
      * off its registry row.
      ******************************************************************
       500-Register-Processed.
           MOVE "00" TO IR-RETURN-STATUS
           MOVE SPACES TO IR-ARCHIVE-NAME
           PERFORM 300-Open-Registry
           IF NOT WS-REGISTRY-IS-OPEN
               MOVE "30" TO IR-RETURN-STATUS
           ELSE
               MOVE IR-PROGRAM-ID TO RG-PROGRAM-ID
               MOVE IR-RUN-TS TO RG-RUN-TS
               READ INPUT-REGISTRY-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-INPREG-FILE-STATUS NOT = "00"
                   DISPLAY "inpreg: no registry row for this run, "
                       "status " WS-INPREG-FILE-STATUS
                   MOVE "30" TO IR-RETURN-STATUS
               ELSE
                   PERFORM 510-Archive-Input
                   MOVE "P" TO RG-STATUS
                   MOVE WS-RUN-DATE TO RG-COMPLETED-DATE
                   IF WS-COPY-OK
                       MOVE WS-ARCHIVE-NAME TO RG-ARCHIVE-NAME
                       MOVE WS-ARCHIVE-NAME TO IR-ARCHIVE-NAME
                   ELSE
                       MOVE "30" TO IR-RETURN-STATUS
                   END-IF
                   REWRITE INPUT-REGISTRY-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
                   IF WS-INPREG-FILE-STATUS NOT = "00"
                       DISPLAY "inpreg: registry rewrite failed, "
                           "status " WS-INPREG-FILE-STATUS
                       MOVE "30" TO IR-RETURN-STATUS
                   END-IF
               END-IF
           END-IF
           .

       510-Archive-Input.
      * <name>.<run timestamp>.<ext> - the original goes only once
      * the copy is complete; a failed copy leaves it where it was,
      * still registered, so it cannot be taken in again unnoticed
           MOVE "N" TO WS-COPY-OK-SW
           MOVE SPACES TO WS-NAME-BASE
           MOVE SPACES TO WS-NAME-EXT
           UNSTRING WS-INPUT-NAME DELIMITED BY "." OR SPACE
               INTO WS-NAME-BASE WS-NAME-EXT
           END-UNSTRING
           MOVE SPACES TO WS-ARCHIVE-NAME
           IF WS-NAME-EXT = SPACES
               STRING WS-NAME-BASE DELIMITED BY SPACE
                   "." IR-RUN-TS (1:14) DELIMITED BY SIZE
                   INTO WS-ARCHIVE-NAME
           ELSE
               STRING WS-NAME-BASE DELIMITED BY SPACE
                   "." IR-RUN-TS (1:14) "." DELIMITED BY SIZE
                   WS-NAME-EXT DELIMITED BY SPACE
                   INTO WS-ARCHIVE-NAME
           END-IF
           OPEN INPUT INCOMING-FILE
           IF WS-INPUT-FILE-STATUS NOT = "00"
               DISPLAY "inpreg: cannot reopen " WS-INPUT-NAME
                   ", status " WS-INPUT-FILE-STATUS
                   " - input not archived."
           ELSE
               OPEN OUTPUT ARCHIVED-INPUT
               IF WS-ARCH-FILE-STATUS NOT = "00"
                   DISPLAY "inpreg: cannot write " WS-ARCHIVE-NAME
                       ", status " WS-ARCH-FILE-STATUS
                       " - input not archived."
                   CLOSE INCOMING-FILE
               ELSE
                   MOVE "Y" TO WS-COPY-OK-SW
                   MOVE "N" TO WS-EOF-SW
                   PERFORM UNTIL WS-END-OF-FILE
                       READ INCOMING-FILE
                           AT END MOVE "Y" TO WS-EOF-SW
                           NOT AT END
                               MOVE INCOMING-LINE TO ARCHIVE-OUT-LINE
                               WRITE ARCHIVE-OUT-LINE
                               IF WS-ARCH-FILE-STATUS NOT = "00"
                                   MOVE "N" TO WS-COPY-OK-SW
                                   MOVE "Y" TO WS-EOF-SW
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE INCOMING-FILE
                   CLOSE ARCHIVED-INPUT
                   IF WS-COPY-OK
                       PERFORM 520-Delete-Input
                   ELSE
                       DISPLAY "inpreg: write to " WS-ARCHIVE-NAME
                           " failed, status " WS-ARCH-FILE-STATUS
                           " - input not archived."
                   END-IF
               END-IF
           END-IF
           IF NOT WS-COPY-OK
               DISPLAY "inpreg: " WS-INPUT-NAME " left in place - "
                   "move it aside by hand before the next run."
           END-IF
           .

       520-Delete-Input.
           MOVE ZERO TO WS-DELETE-STATUS
           CALL "C$DELETE" USING WS-INPUT-NAME WS-DELETE-FILE-TYPE
               GIVING WS-DELETE-STATUS
           END-CALL
           IF WS-DELETE-STATUS NOT = ZERO
               DISPLAY "WARNING: could not delete " WS-INPUT-NAME
                   " - archived as " WS-ARCHIVE-NAME
                   ", remove it by hand."
           ELSE
               DISPLAY "inpreg: " WS-INPUT-NAME " archived as "
                   WS-ARCHIVE-NAME
           END-IF
           .
