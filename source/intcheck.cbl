      * intcheck.cbl
      * Cross-file referential integrity scan for the customer
      * subsystem. CONTACT-FILE, DOCUMENT-FILE, OPEN-BALANCE-FILE,
      * SALES-HISTORY-FILE, PENDING-CHANGE-FILE and EXCEPTION-
      * WORKLIST all hang off CF-CUST-NO; deletes, merges and
      * custrecov restores can leave rows behind whose customer is
      * gone. Each child row is looked up on CUSTOMER-FILE - a row
      * with no customer is an ORPHAN (noted with who deleted the
      * customer and when, if DELETED-CUSTOMER-ARCHIVE has it), and
      * a CT-COMPANY or PC-COMPANY that differs from the customer's
      * CF-COMPANY-CODE is a COMPANY mismatch. The master pass
      * flags category codes not on CATEGORY-MASTER, rep codes not
      * on REP-MASTER and customers with no company code. Findings
      * go to intcheck.rpt by file and type, with a count summary.
      *
      * Run from the night stream it only reports. Run with
      * INTCHECK-MODE=REPAIR it becomes a supervised repair: a
      * supervisor (maintenance, delete and credit rights) signs on,
      * the scan runs as usual, then each file with orphans is
      * offered in turn and, on confirmation, its orphan rows are
      * copied whole to ORPHAN-HOLD-FILE (orphhold.fd) and only then
      * deleted from the child file - nothing is thrown away. An
      * orphaned open balance still carrying money is never moved;
      * it is left for accounts to clear. Company mismatches and
      * master-code findings are reported only - which side is
      * wrong needs a person to decide.
       IDENTIFICATION              DIVISION.
       PROGRAM-ID. intcheck.
       AUTHOR. sjolivet.
       DATE-WRITTEN. Thursday, October 15, 2026.
       REMARKS.
           Customer subsystem referential integrity scan and repair.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "custfile.sl".
           COPY "catmast.sl".
           COPY "repmast.sl".
           COPY "delarch.sl".
           COPY "contact.sl".
           COPY "custdoc.sl".
           COPY "custbal.sl".
           COPY "saleshis.sl".
           COPY "pendchg.sl".
           COPY "worklist.sl".
           COPY "orphhold.sl".
           COPY "oprprof.sl".
           COPY "sesslog.sl".
           SELECT INTCHECK-RPT
               ASSIGN TO "intcheck.rpt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RPT-FILE-STATUS.
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "custfile.fd".
           COPY "catmast.fd".
           COPY "repmast.fd".
           COPY "delarch.fd".
           COPY "contact.fd".
           COPY "custdoc.fd".
           COPY "custbal.fd".
           COPY "saleshis.fd".
           COPY "pendchg.fd".
           COPY "worklist.fd".
           COPY "orphhold.fd".
           COPY "oprprof.fd".
           COPY "sesslog.fd".
       FD  INTCHECK-RPT
           LABEL RECORD IS STANDARD.
       01  RPT-LINE                        PIC X(132).
       WORKING-STORAGE             SECTION.
       COPY "acucobol.def".
       COPY "signon.def".

       01  WS-PROGRAM-ID                   PIC X(10) VALUE "intcheck".
       01  WS-RPT-FILE-STATUS              PIC XX VALUE "00".
       01  WS-CATMAST-FILE-STATUS          PIC XX VALUE "00".
       01  WS-REPMAST-FILE-STATUS          PIC XX VALUE "00".
       01  WS-DELARCH-FILE-STATUS          PIC XX VALUE "00".
       01  WS-CONTACT-FILE-STATUS          PIC XX VALUE "00".
       01  WS-CUSTDOC-FILE-STATUS          PIC XX VALUE "00".
       01  WS-CUSTBAL-FILE-STATUS          PIC XX VALUE "00".
       01  WS-SALESHIS-FILE-STATUS         PIC XX VALUE "00".
       01  WS-PENDING-FILE-STATUS          PIC XX VALUE "00".
       01  WS-WORKLIST-FILE-STATUS         PIC XX VALUE "00".
       01  WS-ORPHHOLD-FILE-STATUS         PIC XX VALUE "00".
       01  WS-OPRPROF-FILE-STATUS          PIC XX VALUE "00".
       01  WS-OPERATOR-ID                  PIC X(8) VALUE SPACES.

       01  WS-MODE-PARM                    PIC X(10) VALUE SPACES.
       01  WS-MODE-SW                      PIC X(1) VALUE "S".
           88  WS-SCAN-ONLY                VALUE "S".
           88  WS-REPAIR-MODE              VALUE "R".
       01  WS-PASS-SW                      PIC X(1) VALUE "S".
           88  WS-SCAN-PASS                VALUE "S".
           88  WS-REPAIR-PASS              VALUE "R".
       01  WS-CATMAST-OPEN-SW              PIC X(1) VALUE "N".
           88  WS-CATMAST-OPEN             VALUE "Y".
       01  WS-REPMAST-OPEN-SW              PIC X(1) VALUE "N".
           88  WS-REPMAST-OPEN             VALUE "Y".
       01  WS-DELARCH-OPEN-SW              PIC X(1) VALUE "N".
           88  WS-DELARCH-OPEN             VALUE "Y".
       01  WS-ORPHHOLD-OPEN-SW             PIC X(1) VALUE "N".
           88  WS-ORPHHOLD-OPEN            VALUE "Y".
       01  WS-CONFIRM                      PIC X(1) VALUE SPACE.
           88  WS-CONFIRM-YES              VALUE "Y" "y".

      * one row per child file, in scan order: 1 contact, 2 custdoc,
      * 3 custbal, 4 saleshis, 5 pendchg, 6 worklist
       01  WS-CHILD-NAME-VALUES.
           05  FILLER  PIC X(8) VALUE "contact".
           05  FILLER  PIC X(8) VALUE "custdoc".
           05  FILLER  PIC X(8) VALUE "custbal".
           05  FILLER  PIC X(8) VALUE "saleshis".
           05  FILLER  PIC X(8) VALUE "pendchg".
           05  FILLER  PIC X(8) VALUE "worklist".
       01  WS-CHILD-NAME-TABLE REDEFINES WS-CHILD-NAME-VALUES.
           05  WS-CHILD-NAME               PIC X(8) OCCURS 6 TIMES.
       01  WS-CHILD-TABLE.
           05  WS-CHILD-ENTRY OCCURS 6 TIMES.
               10  CX-OPEN-SW              PIC X(1).
                   88  CX-OPEN             VALUE "Y".
               10  CX-READ-COUNT           PIC 9(7).
               10  CX-ORPHAN-COUNT         PIC 9(7).
               10  CX-COMPANY-COUNT        PIC 9(7).
               10  CX-MOVED-COUNT          PIC 9(7).
               10  CX-KEPT-COUNT           PIC 9(7).
       01  WS-FX                           PIC 9(1) VALUE ZERO.

       01  WS-CUST-READ-COUNT              PIC 9(7) VALUE ZERO.
       01  WS-BAD-CAT-COUNT                PIC 9(7) VALUE ZERO.
       01  WS-BAD-REP-COUNT                PIC 9(7) VALUE ZERO.
       01  WS-NO-COMPANY-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-FINDING-COUNT                PIC 9(7) VALUE ZERO.
       01  WS-SECTION-COUNT                PIC 9(7) VALUE ZERO.

      * the child row under test, set by each file's scan
       01  WS-CHILD-CUST-NO                PIC 9(6) VALUE ZERO.
       01  WS-CHILD-COMPANY                PIC X(2) VALUE SPACES.
       01  WS-CHILD-KEY-TEXT               PIC X(30) VALUE SPACES.
       01  WS-CHILD-IMAGE                  PIC X(200) VALUE SPACES.
       01  WS-CHILD-LENGTH                 PIC 9(3) VALUE ZERO.
       01  WS-CHECK-COMPANY-SW             PIC X(1) VALUE "N".
           88  WS-CHECK-COMPANY            VALUE "Y".
       01  WS-CHILD-ORPHAN-SW              PIC X(1) VALUE "N".
           88  WS-CHILD-ORPHAN             VALUE "Y".
       01  WS-CHILD-HELD-SW                PIC X(1) VALUE "N".
           88  WS-CHILD-HELD               VALUE "Y".
       01  WS-BALANCE-TOTAL                PIC S9(11)V99 VALUE ZERO.

      * child files are in customer order, so one lookup serves
      * every row for the same customer
       01  WS-LAST-CUST-NO                 PIC 9(6) VALUE ZERO.
       01  WS-LAST-FOUND-SW                PIC X(1) VALUE "N".
           88  WS-LAST-FOUND               VALUE "Y".
       01  WS-LAST-COMPANY                 PIC X(2) VALUE SPACES.
       01  WS-LAST-DELETE-NOTE             PIC X(40) VALUE SPACES.
       01  WS-LOOKUP-DONE-SW               PIC X(1) VALUE "N".
           88  WS-LOOKUP-DONE              VALUE "Y".
       01  WS-DA-SCAN-SW                   PIC X(1) VALUE "N".
           88  WS-DA-SCAN-DONE             VALUE "Y".

       01  WS-FINDING-LINE.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FL-TYPE                     PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FL-CUST-NO                  PIC 9(6).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FL-KEY                      PIC X(30).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FL-DETAIL                   PIC X(60).

       01  WS-SUMMARY-LINE.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  SL-FILE                     PIC X(10).
           05  SL-READ                     PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  SL-ORPHAN                   PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  SL-COMPANY                  PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  SL-MOVED                    PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  SL-KEPT                     PIC Z,ZZZ,ZZ9.

       01  WS-COUNT-LINE.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  KL-LABEL                    PIC X(40).
           05  KL-COUNT                    PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       000-Main.
           PERFORM 050-Get-Mode
           IF WS-REPAIR-MODE
               PERFORM 060-Sign-On
           END-IF
           PERFORM 100-Open-Files
           PERFORM 200-Check-Masters
           SET WS-SCAN-PASS TO TRUE
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 6
               PERFORM 280-Print-Child-Heading
               PERFORM 300-Scan-Child-File
               PERFORM 290-Print-Section-Footer
           END-PERFORM
           IF WS-REPAIR-MODE
               PERFORM 600-Repair-Orphans
           END-IF
           PERFORM 800-Print-Summary
           PERFORM 900-Close-Files
           PERFORM 950-Archive-Report
           STOP RUN
           .

       050-Get-Mode.
           ACCEPT WS-MODE-PARM FROM ENVIRONMENT "INTCHECK-MODE"
           MOVE FUNCTION UPPER-CASE (WS-MODE-PARM) TO WS-MODE-PARM
           EVALUATE WS-MODE-PARM
               WHEN SPACES
               WHEN "SCAN"
                   SET WS-SCAN-ONLY TO TRUE
               WHEN "REPAIR"
                   SET WS-REPAIR-MODE TO TRUE
               WHEN OTHER
                   DISPLAY "ERROR: INTCHECK-MODE must be SCAN or "
                       "REPAIR, not '" WS-MODE-PARM "'"
                   DISPLAY "intcheck run aborted - see above."
                   PERFORM 999-Abort-Run
           END-EVALUATE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           .

       060-Sign-On.
      * repair deletes rows from six files - kept to operators
      * trusted with every right, as for inpovr.cbl overrides
           PERFORM Perform-Operator-Signon
           IF NOT WS-SO-SIGNED-ON
               DISPLAY "intcheck run aborted - not signed on."
               PERFORM 999-Abort-Run
           END-IF
           IF NOT OP-CAN-MAINT OR NOT OP-CAN-DELETE
                   OR NOT OP-CAN-CREDIT
               DISPLAY "Operator " WS-OPERATOR-ID " is not a "
                   "supervisor (maintenance, delete and credit "
                   "rights) - run aborted."
               PERFORM 999-Abort-Run
           END-IF
           .

       100-Open-Files.
           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-FS-OK
               DISPLAY "ERROR: cannot open CUSTOMER-FILE, status "
                   WS-FILE-STATUS
               DISPLAY "intcheck run aborted - see above."
               PERFORM 999-Abort-Run
           END-IF
           OPEN OUTPUT INTCHECK-RPT
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open intcheck.rpt, status "
                   WS-RPT-FILE-STATUS
               DISPLAY "intcheck run aborted - see above."
               PERFORM 999-Abort-Run
           END-IF
      * the code masters and the deletion archive only add to the
      * findings - a missing one skips that check, with a note
           OPEN INPUT CATEGORY-MASTER
           IF WS-CATMAST-FILE-STATUS = "00"
               SET WS-CATMAST-OPEN TO TRUE
           ELSE
               DISPLAY "note: catmast not available (status "
                   WS-CATMAST-FILE-STATUS ") - categories not checked"
           END-IF
           OPEN INPUT REP-MASTER
           IF WS-REPMAST-FILE-STATUS = "00"
               SET WS-REPMAST-OPEN TO TRUE
           ELSE
               DISPLAY "note: repmast not available (status "
                   WS-REPMAST-FILE-STATUS ") - reps not checked"
           END-IF
           OPEN INPUT DELETED-CUSTOMER-ARCHIVE
           IF WS-DELARCH-FILE-STATUS = "00"
               SET WS-DELARCH-OPEN TO TRUE
           END-IF
           INITIALIZE WS-CHILD-TABLE
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 6
               PERFORM 110-Open-Child-File
           END-PERFORM
           IF WS-REPAIR-MODE
               PERFORM 120-Open-Hold-File
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "Customer Subsystem Integrity Check - "
               WS-CURRENT-DATE-TIME (1:8)
               DELIMITED BY SIZE INTO RPT-LINE
           IF WS-REPAIR-MODE
               MOVE "(repair run by" TO RPT-LINE (50:14)
               MOVE WS-OPERATOR-ID TO RPT-LINE (65:8)
               MOVE ")" TO RPT-LINE (73:1)
           END-IF
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           .

       110-Open-Child-File.
      * scan-only runs read; a repair run needs the files I-O. A
      * file that was never created has nothing to check.
           EVALUATE WS-FX
               WHEN 1
                   IF WS-REPAIR-MODE
                       OPEN I-O CONTACT-FILE
                   ELSE
                       OPEN INPUT CONTACT-FILE
                   END-IF
                   MOVE WS-CONTACT-FILE-STATUS TO WS-FILE-STATUS
               WHEN 2
                   IF WS-REPAIR-MODE
                       OPEN I-O DOCUMENT-FILE
                   ELSE
                       OPEN INPUT DOCUMENT-FILE
                   END-IF
                   MOVE WS-CUSTDOC-FILE-STATUS TO WS-FILE-STATUS
               WHEN 3
                   IF WS-REPAIR-MODE
                       OPEN I-O OPEN-BALANCE-FILE
                   ELSE
                       OPEN INPUT OPEN-BALANCE-FILE
                   END-IF
                   MOVE WS-CUSTBAL-FILE-STATUS TO WS-FILE-STATUS
               WHEN 4
                   IF WS-REPAIR-MODE
                       OPEN I-O SALES-HISTORY-FILE
                   ELSE
                       OPEN INPUT SALES-HISTORY-FILE
                   END-IF
                   MOVE WS-SALESHIS-FILE-STATUS TO WS-FILE-STATUS
               WHEN 5
                   IF WS-REPAIR-MODE
                       OPEN I-O PENDING-CHANGE-FILE
                   ELSE
                       OPEN INPUT PENDING-CHANGE-FILE
                   END-IF
                   MOVE WS-PENDING-FILE-STATUS TO WS-FILE-STATUS
               WHEN 6
                   IF WS-REPAIR-MODE
                       OPEN I-O EXCEPTION-WORKLIST
                   ELSE
                       OPEN INPUT EXCEPTION-WORKLIST
                   END-IF
                   MOVE WS-WORKLIST-FILE-STATUS TO WS-FILE-STATUS
           END-EVALUATE
           EVALUATE WS-FILE-STATUS
               WHEN "00"
                   SET CX-OPEN (WS-FX) TO TRUE
               WHEN "35"
                   DISPLAY "note: " WS-CHILD-NAME (WS-FX)
                       " not present - not checked"
               WHEN OTHER
                   DISPLAY "ERROR: cannot open "
                       WS-CHILD-NAME (WS-FX) ", status "
                       WS-FILE-STATUS
                   DISPLAY "intcheck run aborted - see above."
                   PERFORM 999-Abort-Run
           END-EVALUATE
           .

       120-Open-Hold-File.
           OPEN I-O ORPHAN-HOLD-FILE
           IF WS-ORPHHOLD-FILE-STATUS = "35"
               OPEN OUTPUT ORPHAN-HOLD-FILE
               IF WS-ORPHHOLD-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: cannot create orphhold, status "
                       WS-ORPHHOLD-FILE-STATUS
                   DISPLAY "intcheck run aborted - see above."
                   PERFORM 999-Abort-Run
               END-IF
               CLOSE ORPHAN-HOLD-FILE
               OPEN I-O ORPHAN-HOLD-FILE
           END-IF
           IF WS-ORPHHOLD-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open orphhold, status "
                   WS-ORPHHOLD-FILE-STATUS
               DISPLAY "intcheck run aborted - see above."
               PERFORM 999-Abort-Run
           END-IF
           SET WS-ORPHHOLD-OPEN TO TRUE
           .

       200-Check-Masters.
           MOVE SPACES TO RPT-LINE
           MOVE "CUSTOMER-FILE (custfile) - category, rep and company"
               TO RPT-LINE
           WRITE RPT-LINE
           MOVE ZERO TO WS-SECTION-COUNT
           MOVE LOW-VALUES TO CUSTOMER-RECORD
           START CUSTOMER-FILE KEY IS NOT LESS THAN CF-CUST-NO
               INVALID KEY MOVE "10" TO WS-FILE-STATUS
           END-START
           PERFORM UNTIL WS-FILE-STATUS NOT = "00"
               READ CUSTOMER-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-FILE-STATUS
                   NOT AT END
                       ADD 1 TO WS-CUST-READ-COUNT
                       PERFORM 210-Check-One-Master
               END-READ
           END-PERFORM
           PERFORM 290-Print-Section-Footer
           .

       210-Check-One-Master.
           MOVE CF-CUST-NO TO FL-CUST-NO
           MOVE CF-CUST-NAME TO FL-KEY
           IF CF-CUST-CATEGORY NOT = SPACES AND WS-CATMAST-OPEN
               MOVE CF-CUST-CATEGORY TO CM-CATEGORY-CODE
               READ CATEGORY-MASTER
                   INVALID KEY
                       ADD 1 TO WS-BAD-CAT-COUNT
                       MOVE "BAD-CAT" TO FL-TYPE
                       MOVE SPACES TO FL-DETAIL
                       STRING "category '" CF-CUST-CATEGORY
                           "' not on catmast"
                           DELIMITED BY SIZE INTO FL-DETAIL
                       PERFORM 700-Write-Finding
               END-READ
           END-IF
           IF CF-CUST-REP NOT = SPACES AND WS-REPMAST-OPEN
               MOVE CF-CUST-REP TO RM-REP-CODE
               READ REP-MASTER
                   INVALID KEY
                       ADD 1 TO WS-BAD-REP-COUNT
                       MOVE "BAD-REP" TO FL-TYPE
                       MOVE SPACES TO FL-DETAIL
                       STRING "rep '" CF-CUST-REP "' not on repmast"
                           DELIMITED BY SIZE INTO FL-DETAIL
                       PERFORM 700-Write-Finding
               END-READ
           END-IF
           IF CF-COMPANY-CODE = SPACES
               ADD 1 TO WS-NO-COMPANY-COUNT
               MOVE "COMPANY" TO FL-TYPE
               MOVE "no company code on the customer" TO FL-DETAIL
               PERFORM 700-Write-Finding
           END-IF
           .

       280-Print-Child-Heading.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           EVALUATE WS-FX
               WHEN 1 MOVE "CONTACT-FILE" TO RPT-LINE
               WHEN 2 MOVE "DOCUMENT-FILE" TO RPT-LINE
               WHEN 3 MOVE "OPEN-BALANCE-FILE" TO RPT-LINE
               WHEN 4 MOVE "SALES-HISTORY-FILE" TO RPT-LINE
               WHEN 5 MOVE "PENDING-CHANGE-FILE" TO RPT-LINE
               WHEN 6 MOVE "EXCEPTION-WORKLIST" TO RPT-LINE
           END-EVALUATE
           MOVE "(" TO RPT-LINE (22:1)
           MOVE WS-CHILD-NAME (WS-FX) TO RPT-LINE (23:8)
           MOVE ")" TO RPT-LINE (31:1)
           IF NOT CX-OPEN (WS-FX)
               MOVE "- not present, not checked" TO RPT-LINE (33:26)
           END-IF
           WRITE RPT-LINE
           MOVE ZERO TO WS-SECTION-COUNT
           .

       290-Print-Section-Footer.
           IF WS-SECTION-COUNT = ZERO
               MOVE SPACES TO RPT-LINE
               MOVE "  no findings" TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           .

       300-Scan-Child-File.
      * one pass over the file in key order; the same paragraphs
      * serve the repair pass, which acts on the orphans instead of
      * reporting them
           MOVE ZERO TO WS-LAST-CUST-NO
           MOVE "N" TO WS-LOOKUP-DONE-SW
           IF CX-OPEN (WS-FX)
               EVALUATE WS-FX
                   WHEN 1 PERFORM 310-Scan-Contacts
                   WHEN 2 PERFORM 320-Scan-Documents
                   WHEN 3 PERFORM 330-Scan-Balances
                   WHEN 4 PERFORM 340-Scan-Sales-History
                   WHEN 5 PERFORM 350-Scan-Pending-Changes
                   WHEN 6 PERFORM 360-Scan-Worklist
               END-EVALUATE
           END-IF
           .

       310-Scan-Contacts.
           MOVE LOW-VALUES TO CT-KEY
           START CONTACT-FILE KEY IS NOT LESS THAN CT-KEY
               INVALID KEY MOVE "10" TO WS-CONTACT-FILE-STATUS
           END-START
           PERFORM UNTIL WS-CONTACT-FILE-STATUS NOT = "00"
               READ CONTACT-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-CONTACT-FILE-STATUS
                   NOT AT END
                       MOVE CT-CUST-NO TO WS-CHILD-CUST-NO
                       MOVE CT-COMPANY TO WS-CHILD-COMPANY
                       SET WS-CHECK-COMPANY TO TRUE
                       MOVE SPACES TO WS-CHILD-KEY-TEXT
                       STRING CT-CUST-NO "/" CT-SEQ-NO
                           DELIMITED BY SIZE INTO WS-CHILD-KEY-TEXT
                       MOVE CONTACT-RECORD TO WS-CHILD-IMAGE
                       MOVE FUNCTION LENGTH (CONTACT-RECORD)
                           TO WS-CHILD-LENGTH
                       PERFORM 500-Check-Child-Row
                       IF WS-REPAIR-PASS AND WS-CHILD-HELD
                           DELETE CONTACT-FILE RECORD
                               INVALID KEY
                                   PERFORM 580-Delete-Failed
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM
           .

       320-Scan-Documents.
           MOVE LOW-VALUES TO DC-KEY
           START DOCUMENT-FILE KEY IS NOT LESS THAN DC-KEY
               INVALID KEY MOVE "10" TO WS-CUSTDOC-FILE-STATUS
           END-START
           PERFORM UNTIL WS-CUSTDOC-FILE-STATUS NOT = "00"
               READ DOCUMENT-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-CUSTDOC-FILE-STATUS
                   NOT AT END
                       MOVE DC-CUST-NO TO WS-CHILD-CUST-NO
                       MOVE "N" TO WS-CHECK-COMPANY-SW
                       MOVE SPACES TO WS-CHILD-KEY-TEXT
                       STRING DC-CUST-NO "/" DC-SEQ-NO
                           DELIMITED BY SIZE INTO WS-CHILD-KEY-TEXT
                       MOVE DOCUMENT-RECORD TO WS-CHILD-IMAGE
                       MOVE FUNCTION LENGTH (DOCUMENT-RECORD)
                           TO WS-CHILD-LENGTH
                       PERFORM 500-Check-Child-Row
                       IF WS-REPAIR-PASS AND WS-CHILD-HELD
                           DELETE DOCUMENT-FILE RECORD
                               INVALID KEY
                                   PERFORM 580-Delete-Failed
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM
           .

       330-Scan-Balances.
           MOVE LOW-VALUES TO OPEN-BALANCE-RECORD
           START OPEN-BALANCE-FILE KEY IS NOT LESS THAN OB-CUST-NO
               INVALID KEY MOVE "10" TO WS-CUSTBAL-FILE-STATUS
           END-START
           PERFORM UNTIL WS-CUSTBAL-FILE-STATUS NOT = "00"
               READ OPEN-BALANCE-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-CUSTBAL-FILE-STATUS
                   NOT AT END
                       MOVE OB-CUST-NO TO WS-CHILD-CUST-NO
                       MOVE "N" TO WS-CHECK-COMPANY-SW
                       MOVE SPACES TO WS-CHILD-KEY-TEXT
                       MOVE OB-CUST-NO TO WS-CHILD-KEY-TEXT
                       MOVE OPEN-BALANCE-RECORD TO WS-CHILD-IMAGE
                       MOVE FUNCTION LENGTH (OPEN-BALANCE-RECORD)
                           TO WS-CHILD-LENGTH
                       COMPUTE WS-BALANCE-TOTAL = OB-AGE-CURRENT
                           + OB-AGE-30 + OB-AGE-60 + OB-AGE-90
                       PERFORM 500-Check-Child-Row
                       IF WS-REPAIR-PASS AND WS-CHILD-HELD
                           DELETE OPEN-BALANCE-FILE RECORD
                               INVALID KEY
                                   PERFORM 580-Delete-Failed
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-BALANCE-TOTAL
           .

       340-Scan-Sales-History.
           MOVE LOW-VALUES TO SH-KEY
           START SALES-HISTORY-FILE KEY IS NOT LESS THAN SH-KEY
               INVALID KEY MOVE "10" TO WS-SALESHIS-FILE-STATUS
           END-START
           PERFORM UNTIL WS-SALESHIS-FILE-STATUS NOT = "00"
               READ SALES-HISTORY-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-SALESHIS-FILE-STATUS
                   NOT AT END
                       MOVE SH-CUST-NO TO WS-CHILD-CUST-NO
                       MOVE "N" TO WS-CHECK-COMPANY-SW
                       MOVE SPACES TO WS-CHILD-KEY-TEXT
                       STRING SH-CUST-NO "/" SH-YEAR
                           DELIMITED BY SIZE INTO WS-CHILD-KEY-TEXT
                       MOVE SALES-HISTORY-RECORD TO WS-CHILD-IMAGE
                       MOVE FUNCTION LENGTH (SALES-HISTORY-RECORD)
                           TO WS-CHILD-LENGTH
                       PERFORM 500-Check-Child-Row
                       IF WS-REPAIR-PASS AND WS-CHILD-HELD
                           DELETE SALES-HISTORY-FILE RECORD
                               INVALID KEY
                                   PERFORM 580-Delete-Failed
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM
           .

       350-Scan-Pending-Changes.
           MOVE LOW-VALUES TO PC-KEY
           START PENDING-CHANGE-FILE KEY IS NOT LESS THAN PC-KEY
               INVALID KEY MOVE "10" TO WS-PENDING-FILE-STATUS
           END-START
           PERFORM UNTIL WS-PENDING-FILE-STATUS NOT = "00"
               READ PENDING-CHANGE-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-PENDING-FILE-STATUS
                   NOT AT END
                       MOVE PC-CUST-NO TO WS-CHILD-CUST-NO
                       MOVE PC-COMPANY TO WS-CHILD-COMPANY
                       SET WS-CHECK-COMPANY TO TRUE
                       MOVE SPACES TO WS-CHILD-KEY-TEXT
                       STRING PC-CUST-NO "/" PC-REQUEST-TS
                           DELIMITED BY SIZE INTO WS-CHILD-KEY-TEXT
                       MOVE PENDING-CHANGE-RECORD TO WS-CHILD-IMAGE
                       MOVE FUNCTION LENGTH (PENDING-CHANGE-RECORD)
                           TO WS-CHILD-LENGTH
                       PERFORM 500-Check-Child-Row
                       IF WS-REPAIR-PASS AND WS-CHILD-HELD
                           DELETE PENDING-CHANGE-FILE RECORD
                               INVALID KEY
                                   PERFORM 580-Delete-Failed
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM
           .

       360-Scan-Worklist.
           MOVE LOW-VALUES TO WL-KEY
           START EXCEPTION-WORKLIST KEY IS NOT LESS THAN WL-KEY
               INVALID KEY MOVE "10" TO WS-WORKLIST-FILE-STATUS
           END-START
           PERFORM UNTIL WS-WORKLIST-FILE-STATUS NOT = "00"
               READ EXCEPTION-WORKLIST NEXT RECORD
                   AT END MOVE "10" TO WS-WORKLIST-FILE-STATUS
                   NOT AT END
                       MOVE WL-CUST-NO TO WS-CHILD-CUST-NO
                       MOVE "N" TO WS-CHECK-COMPANY-SW
                       MOVE SPACES TO WS-CHILD-KEY-TEXT
                       STRING WL-CUST-NO "/" WL-FINDING-TYPE
                           DELIMITED BY SIZE INTO WS-CHILD-KEY-TEXT
                       MOVE EXCEPTION-WORKLIST-RECORD
                           TO WS-CHILD-IMAGE
                       MOVE FUNCTION LENGTH (EXCEPTION-WORKLIST-RECORD)
                           TO WS-CHILD-LENGTH
                       PERFORM 500-Check-Child-Row
                       IF WS-REPAIR-PASS AND WS-CHILD-HELD
                           DELETE EXCEPTION-WORKLIST RECORD
                               INVALID KEY
                                   PERFORM 580-Delete-Failed
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM
           .

       500-Check-Child-Row.
           MOVE "N" TO WS-CHILD-ORPHAN-SW
           MOVE "N" TO WS-CHILD-HELD-SW
           PERFORM 510-Look-Up-Customer
           IF WS-SCAN-PASS
               ADD 1 TO CX-READ-COUNT (WS-FX)
           END-IF
           IF NOT WS-LAST-FOUND
               SET WS-CHILD-ORPHAN TO TRUE
               IF WS-SCAN-PASS
                   ADD 1 TO CX-ORPHAN-COUNT (WS-FX)
                   MOVE "ORPHAN" TO FL-TYPE
                   MOVE WS-CHILD-CUST-NO TO FL-CUST-NO
                   MOVE WS-CHILD-KEY-TEXT TO FL-KEY
                   MOVE SPACES TO FL-DETAIL
                   IF WS-LAST-DELETE-NOTE NOT = SPACES
                       MOVE WS-LAST-DELETE-NOTE TO FL-DETAIL
                   ELSE
                       MOVE "customer not on file" TO FL-DETAIL
                   END-IF
                   IF WS-FX = 3 AND WS-BALANCE-TOTAL NOT = ZERO
                       MOVE "- balance still open" TO FL-DETAIL (41:20)
                   END-IF
                   PERFORM 700-Write-Finding
               ELSE
                   PERFORM 550-Hold-Child-Row
               END-IF
           ELSE
               IF WS-CHECK-COMPANY AND WS-SCAN-PASS
                       AND WS-CHILD-COMPANY NOT = WS-LAST-COMPANY
                   ADD 1 TO CX-COMPANY-COUNT (WS-FX)
                   MOVE "COMPANY" TO FL-TYPE
                   MOVE WS-CHILD-CUST-NO TO FL-CUST-NO
                   MOVE WS-CHILD-KEY-TEXT TO FL-KEY
                   MOVE SPACES TO FL-DETAIL
                   STRING "row company '" WS-CHILD-COMPANY
                       "', customer company '" WS-LAST-COMPANY "'"
                       DELIMITED BY SIZE INTO FL-DETAIL
                   PERFORM 700-Write-Finding
               END-IF
           END-IF
           .

       510-Look-Up-Customer.
           IF WS-LOOKUP-DONE AND WS-CHILD-CUST-NO = WS-LAST-CUST-NO
               CONTINUE
           ELSE
               MOVE WS-CHILD-CUST-NO TO WS-LAST-CUST-NO
               SET WS-LOOKUP-DONE TO TRUE
               MOVE SPACES TO WS-LAST-DELETE-NOTE
               MOVE SPACES TO WS-LAST-COMPANY
               MOVE WS-CHILD-CUST-NO TO CF-CUST-NO
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE "N" TO WS-LAST-FOUND-SW
                       PERFORM 520-Find-Deletion
                   NOT INVALID KEY
                       SET WS-LAST-FOUND TO TRUE
                       MOVE CF-COMPANY-CODE TO WS-LAST-COMPANY
               END-READ
           END-IF
           .

       520-Find-Deletion.
      * the latest archive row for the customer says who took it
      * off and when; a reinstated row means it came back and went
      * again some other way (a merge, a restore)
           IF WS-DELARCH-OPEN
               MOVE WS-CHILD-CUST-NO TO DA-CUST-NO
               MOVE LOW-VALUES TO DA-DELETE-TS
               MOVE "N" TO WS-DA-SCAN-SW
               START DELETED-CUSTOMER-ARCHIVE
                   KEY IS NOT LESS THAN DA-KEY
                   INVALID KEY SET WS-DA-SCAN-DONE TO TRUE
               END-START
               PERFORM UNTIL WS-DA-SCAN-DONE
                   READ DELETED-CUSTOMER-ARCHIVE NEXT RECORD
                       AT END SET WS-DA-SCAN-DONE TO TRUE
                       NOT AT END
                           IF DA-CUST-NO NOT = WS-CHILD-CUST-NO
                               SET WS-DA-SCAN-DONE TO TRUE
                           ELSE
                               MOVE SPACES TO WS-LAST-DELETE-NOTE
                               STRING "deleted " DA-DELETE-TS (1:8)
                                   " by " DA-OPERATOR-ID
                                   DELIMITED BY SIZE
                                   INTO WS-LAST-DELETE-NOTE
                               IF DA-REINSTATED
                                   MOVE SPACES
                                       TO WS-LAST-DELETE-NOTE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           .

       550-Hold-Child-Row.
      * the row is written to the hold file first and deleted from
      * its own file only once the hold copy is safely on disk
           IF WS-FX = 3 AND WS-BALANCE-TOTAL NOT = ZERO
               ADD 1 TO CX-KEPT-COUNT (WS-FX)
           ELSE
               MOVE SPACES TO ORPHAN-HOLD-RECORD
               MOVE WS-CHILD-NAME (WS-FX) TO OH-SOURCE-FILE
               MOVE WS-CHILD-KEY-TEXT TO OH-CHILD-KEY
               MOVE FUNCTION CURRENT-DATE TO OH-HELD-TS
               MOVE WS-CHILD-CUST-NO TO OH-CUST-NO
               MOVE WS-OPERATOR-ID TO OH-HELD-BY
               IF WS-LAST-DELETE-NOTE NOT = SPACES
                   MOVE WS-LAST-DELETE-NOTE TO OH-REASON
               ELSE
                   MOVE "customer not on file" TO OH-REASON
               END-IF
               MOVE WS-CHILD-LENGTH TO OH-RECORD-LENGTH
               MOVE WS-CHILD-IMAGE TO OH-RECORD-IMAGE
               WRITE ORPHAN-HOLD-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: cannot write orphhold for "
                           WS-CHILD-NAME (WS-FX) " "
                           WS-CHILD-KEY-TEXT ", status "
                           WS-ORPHHOLD-FILE-STATUS
                       DISPLAY "intcheck run aborted - see above."
                       PERFORM 999-Abort-Run
               END-WRITE
               SET WS-CHILD-HELD TO TRUE
               ADD 1 TO CX-MOVED-COUNT (WS-FX)
           END-IF
           .

       580-Delete-Failed.
      * the row is already on the hold file; stop rather than go on
      * moving rows that cannot be taken off their own file
           DISPLAY "ERROR: cannot delete " WS-CHILD-NAME (WS-FX)
               " " WS-CHILD-KEY-TEXT " - a copy is on orphhold"
           DISPLAY "intcheck run aborted - see above."
           PERFORM 999-Abort-Run
           .

       600-Repair-Orphans.
           DISPLAY " "
           SET WS-REPAIR-PASS TO TRUE
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 6
               IF CX-ORPHAN-COUNT (WS-FX) > ZERO
                   DISPLAY "Move " CX-ORPHAN-COUNT (WS-FX)
                       " orphan rows from " WS-CHILD-NAME (WS-FX)
                       " to orphhold (Y/N): " WITH NO ADVANCING
                   MOVE SPACE TO WS-CONFIRM
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM-YES
                       PERFORM 300-Scan-Child-File
                       DISPLAY "  " CX-MOVED-COUNT (WS-FX) " moved"
                       IF CX-KEPT-COUNT (WS-FX) > ZERO
                           DISPLAY "  " CX-KEPT-COUNT (WS-FX)
                               " left in place - balance still open"
                       END-IF
                   ELSE
                       DISPLAY "  Not moved."
                   END-IF
               END-IF
           END-PERFORM
           .

       700-Write-Finding.
           ADD 1 TO WS-FINDING-COUNT
           ADD 1 TO WS-SECTION-COUNT
           MOVE SPACES TO RPT-LINE
           MOVE WS-FINDING-LINE TO RPT-LINE
           WRITE RPT-LINE
           .

       800-Print-Summary.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "Summary" TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "  Customers read" TO KL-LABEL
           MOVE WS-CUST-READ-COUNT TO KL-COUNT
           PERFORM 810-Write-Count-Line
           MOVE "  BAD-CAT  category not on catmast" TO KL-LABEL
           MOVE WS-BAD-CAT-COUNT TO KL-COUNT
           PERFORM 810-Write-Count-Line
           MOVE "  BAD-REP  rep not on repmast" TO KL-LABEL
           MOVE WS-BAD-REP-COUNT TO KL-COUNT
           PERFORM 810-Write-Count-Line
           MOVE "  COMPANY  no company code" TO KL-LABEL
           MOVE WS-NO-COMPANY-COUNT TO KL-COUNT
           PERFORM 810-Write-Count-Line
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "  File            Read     ORPHAN    COMPANY"
               TO RPT-LINE
           MOVE "      Moved   Left open" TO RPT-LINE (46:23)
           WRITE RPT-LINE
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 6
               MOVE WS-CHILD-NAME (WS-FX) TO SL-FILE
               MOVE CX-READ-COUNT (WS-FX) TO SL-READ
               MOVE CX-ORPHAN-COUNT (WS-FX) TO SL-ORPHAN
               MOVE CX-COMPANY-COUNT (WS-FX) TO SL-COMPANY
               MOVE CX-MOVED-COUNT (WS-FX) TO SL-MOVED
               MOVE CX-KEPT-COUNT (WS-FX) TO SL-KEPT
               MOVE SPACES TO RPT-LINE
               MOVE WS-SUMMARY-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM
           DISPLAY "intcheck complete - " WS-FINDING-COUNT
               " findings, see intcheck.rpt"
           .

       810-Write-Count-Line.
           MOVE SPACES TO RPT-LINE
           MOVE WS-COUNT-LINE TO RPT-LINE
           WRITE RPT-LINE
           .

       900-Close-Files.
           CLOSE CUSTOMER-FILE
           CLOSE INTCHECK-RPT
           IF WS-CATMAST-OPEN
               CLOSE CATEGORY-MASTER
           END-IF
           IF WS-REPMAST-OPEN
               CLOSE REP-MASTER
           END-IF
           IF WS-DELARCH-OPEN
               CLOSE DELETED-CUSTOMER-ARCHIVE
           END-IF
           IF CX-OPEN (1)
               CLOSE CONTACT-FILE
           END-IF
           IF CX-OPEN (2)
               CLOSE DOCUMENT-FILE
           END-IF
           IF CX-OPEN (3)
               CLOSE OPEN-BALANCE-FILE
           END-IF
           IF CX-OPEN (4)
               CLOSE SALES-HISTORY-FILE
           END-IF
           IF CX-OPEN (5)
               CLOSE PENDING-CHANGE-FILE
           END-IF
           IF CX-OPEN (6)
               CLOSE EXCEPTION-WORKLIST
           END-IF
           IF WS-ORPHHOLD-OPEN
               CLOSE ORPHAN-HOLD-FILE
           END-IF
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

       COPY "signon.cpy".
