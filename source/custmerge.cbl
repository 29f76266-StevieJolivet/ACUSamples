      * choice. On confirmation the survivor is rewritten (audited
      * as a change) and the duplicate is deleted (audited as a
      * delete with its full before image), so both sides of the
      * merge are on the trail. Customers linked to the duplicate as
      * their parent bill-to account are re-pointed to the survivor,
      * each audited as a change.
       IDENTIFICATION              DIVISION.
       PROGRAM-ID. custmerge.
       AUTHOR. sjolivet.
           88  WS-DC-EOF                   VALUE "Y".
       01  WS-DC-MOVED-COUNT               PIC 9(3) VALUE ZERO.

      * -- members of the duplicate's family (CF-PARENT-CUST-NO),
      * counted before the confirm and re-pointed after it --
       01  WS-FM-MODE-SW                   PIC X(1) VALUE "C".
           88  WS-FM-COUNT                 VALUE "C".
           88  WS-FM-REPOINT               VALUE "R".
       01  WS-FM-EOF-SW                    PIC X(1) VALUE "N".
           88  WS-FM-EOF                   VALUE "Y".
       01  WS-FM-MEMBER-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-FM-MOVED-COUNT               PIC 9(5) VALUE ZERO.
       01  WS-FM-FAILED-COUNT              PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       000-Main.
           PERFORM 100-Identify-Operator
               AI-CUST-NAME
           DISPLAY "   into " WS-SURVIVOR-CUST-NO " "
               BI-CUST-NAME
      * the duplicate's members move to the survivor, so a survivor
      * that is itself another family's member would make a second
      * level; one linked to the duplicate becomes the head instead
           SET WS-FM-COUNT TO TRUE
           PERFORM 470-Pass-Members
           IF WS-FM-MEMBER-COUNT > ZERO
               IF BI-PARENT-CUST-X NOT = SPACES
                       AND BI-PARENT-CUST-X NOT = "000000"
                       AND BI-PARENT-CUST-X NOT = WS-DUPLICATE-CUST-NO
                   DISPLAY "Duplicate heads a family of "
                       WS-FM-MEMBER-COUNT " and the survivor is a "
                       "member of " BI-PARENT-CUST-X
                   DISPLAY "Unlink the survivor first - run aborted."
                   STOP RUN
               END-IF
               DISPLAY "Members of " WS-DUPLICATE-CUST-NO
                   " to be re-pointed to the survivor: "
                   WS-FM-MEMBER-COUNT
           END-IF
           .

       210-Accept-Customer-Number.
                       PERFORM 440-Archive-Deleted-Duplicate
                       PERFORM 450-Reparent-Contacts
                       PERFORM 460-Reparent-Documents
                       IF WS-FM-MEMBER-COUNT > ZERO
                           SET WS-FM-REPOINT TO TRUE
                           PERFORM 470-Pass-Members
                       END-IF
                       DISPLAY "Merge complete - " WS-DUPLICATE-CUST-NO
                           " deleted, " WS-SURVIVOR-CUST-NO " updated."
                   ELSE
           END-IF
           .

       470-Pass-Members.
      * a member points at its parent through CF-PARENT-CUST-NO, not
      * by key - one pass over the whole master. Count mode only
      * counts; re-point mode rewrites each link to the survivor
      * (the survivor itself, if it was one, is unlinked and heads
      * the family) and audits it as a "C" change. A member that
      * cannot be rewritten is reported, like a contact left
      * behind, for famrpt.cbl to show and the operator to fix
           MOVE ZERO TO WS-FM-MEMBER-COUNT
           MOVE ZERO TO WS-FM-MOVED-COUNT
           MOVE ZERO TO WS-FM-FAILED-COUNT
           MOVE "N" TO WS-FM-EOF-SW
           MOVE ZERO TO CF-CUST-NO
           START CUSTOMER-FILE KEY IS NOT LESS THAN CF-CUST-NO
               INVALID KEY MOVE "Y" TO WS-FM-EOF-SW
           END-START
           PERFORM UNTIL WS-FM-EOF
               READ CUSTOMER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-FM-EOF-SW
               END-READ
               IF NOT WS-FM-EOF
                   IF WS-FS-OK-OR-DUP-ALTKEY
                       IF NOT CF-NO-PARENT
                           AND CF-PARENT-CUST-NO = WS-DUPLICATE-CUST-NO
                           AND CF-CUST-NO NOT = WS-DUPLICATE-CUST-NO
                           ADD 1 TO WS-FM-MEMBER-COUNT
                           IF WS-FM-REPOINT
                               PERFORM 475-Repoint-Member
                           END-IF
                       END-IF
                   ELSE
                       DISPLAY "WARNING: customer file read failed, "
                           "status " WS-FILE-STATUS " - members of "
                           WS-DUPLICATE-CUST-NO " not all checked."
                       MOVE "Y" TO WS-FM-EOF-SW
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FM-REPOINT
               DISPLAY "Members re-pointed to survivor: "
                   WS-FM-MOVED-COUNT
               IF WS-FM-FAILED-COUNT > ZERO
                   DISPLAY "WARNING: " WS-FM-FAILED-COUNT " member(s) "
                       "still point at deleted " WS-DUPLICATE-CUST-NO
                       " - see famrpt and re-point them by hand."
               END-IF
           END-IF
           .

       475-Repoint-Member.
           MOVE CUSTOMER-RECORD TO WS-BEFORE-IMAGE
           IF CF-CUST-NO = WS-SURVIVOR-CUST-NO
               MOVE SPACES TO CF-PARENT-CUST-X
           ELSE
               MOVE WS-SURVIVOR-CUST-NO TO CF-PARENT-CUST-NO
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME TO CF-CUST-LAST-CHANGE-DT
           REWRITE CUSTOMER-RECORD
               INVALID KEY CONTINUE
           END-REWRITE
           IF WS-FS-OK-OR-DUP-ALTKEY
               MOVE CUSTOMER-RECORD TO WS-AFTER-IMAGE
               MOVE "C" TO CA-ACTION
               MOVE CF-CUST-NO TO CA-CUST-NO
               PERFORM 500-Write-Audit-Record
               ADD 1 TO WS-FM-MOVED-COUNT
           ELSE
               DISPLAY "WARNING: member " CF-CUST-NO " not re-pointed, "
                   "status " WS-FILE-STATUS
               ADD 1 TO WS-FM-FAILED-COUNT
           END-IF
           .

       500-Write-Audit-Record.
      * same shape as Write-Audit-Record-Common in webbrowsr.prd;
      * CA-ACTION and CA-CUST-NO are set by the caller
