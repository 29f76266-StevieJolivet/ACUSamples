      * custfam.cbl
      * CALLable customer family subprogram for the parent / bill-to
      * hierarchy. A national account is one head-office record (the
      * parent, which pays) plus one record per ship-to location,
      * each carrying the parent's number in CF-PARENT-CUST-NO. This
      * program answers the two questions every caller has about
      * that link, through the documented CUSTFAM-AREA linkage
      * layout (custfam.def):
      *   - what is the family's combined open balance (custbal
      *     buckets summed over the parent and every member) against
      *     the consolidated limit, which is the parent's own
      *     CF-CUST-CREDIT-LIMIT - so a raise to it still goes
      *     through the pendchg.fd approval path like any other;
      *   - may this customer be linked to that parent - families
      *     are one level deep and stay inside one company.
      * There is no alternate key on the parent link, so the members
      * are found by a pass over the master; the files stay open
      * across calls and a "C" call closes them, the same shape as
      * custinq.cbl. Strictly read-only.
       IDENTIFICATION              DIVISION.
       PROGRAM-ID. custfam.
       AUTHOR. sjolivet.
       DATE-WRITTEN. Thursday, October 15, 2026.
       REMARKS.
           Customer family exposure and parent-link check.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "custfile.sl".
           COPY "custbal.sl".
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "custfile.fd".
           COPY "custbal.fd".
       WORKING-STORAGE             SECTION.
       COPY "acucobol.def".

       01  WS-PROGRAM-ID                   PIC X(10) VALUE "custfam".
       01  WS-CUSTBAL-FILE-STATUS          PIC XX VALUE "00".
       01  WS-CUST-OPEN-SW                 PIC X(1) VALUE "N".
           88  WS-CUST-IS-OPEN             VALUE "Y".
       01  WS-CUSTBAL-OPEN-SW              PIC X(1) VALUE "N".
           88  WS-CUSTBAL-IS-OPEN          VALUE "Y".
       01  WS-CUSTBAL-TRIED-SW             PIC X(1) VALUE "N".
           88  WS-CUSTBAL-TRIED            VALUE "Y".

      * -- record-lock retry, same shape as custinq.cbl --
       01  WS-IO-RETRY-COUNT               PIC 9(2) VALUE ZERO.
       01  WS-IO-MAX-RETRIES               PIC 9(2) VALUE 5.
       01  WS-IO-RETRY-DELAY-SECONDS       PIC 9(4) VALUE 1.
       01  WS-READ-MODE                    PIC X(1) VALUE SPACE.
           88  WS-READ-BY-KEY              VALUE "K".
           88  WS-READ-NEXT-RECORD         VALUE "N".

      * -- family pass work --
       01  WS-HEAD-CUST-NO                 PIC 9(6) VALUE ZERO.
       01  WS-CUST-IS-LINKED-SW            PIC X(1) VALUE "N".
           88  WS-CUST-IS-LINKED           VALUE "Y".
       01  WS-SCAN-EOF-SW                  PIC X(1) VALUE "N".
           88  WS-SCAN-EOF                 VALUE "Y".
       01  WS-SCAN-FOR-CHECK-SW            PIC X(1) VALUE "N".
           88  WS-SCAN-FOR-CHECK           VALUE "Y".
       01  WS-MEMBER-FOUND-SW              PIC X(1) VALUE "N".
           88  WS-MEMBER-FOUND             VALUE "Y".
       01  WS-SCAN-LOCKED-SW               PIC X(1) VALUE "N".
           88  WS-SCAN-LOCKED              VALUE "Y".

       LINKAGE                     SECTION.
       COPY "custfam.def".

       PROCEDURE DIVISION USING CUSTFAM-AREA.
       000-Main.
           EVALUATE TRUE
               WHEN FM-FUNC-CLOSE
                   PERFORM 800-Close-Files
                   MOVE "00" TO FM-RETURN-STATUS
               WHEN FM-FUNC-FAMILY
                   PERFORM 100-Ensure-Files-Open
                   IF WS-CUST-IS-OPEN
                       PERFORM 200-Family-Exposure
                   END-IF
               WHEN FM-FUNC-CHECK-PARENT
                   PERFORM 100-Ensure-Files-Open
                   IF WS-CUST-IS-OPEN
                       PERFORM 300-Check-Proposed-Parent
                   END-IF
               WHEN OTHER
                   MOVE "23" TO FM-RETURN-STATUS
           END-EVALUATE
           EXIT PROGRAM
           .

       100-Ensure-Files-Open.
           IF NOT WS-CUST-IS-OPEN
               OPEN INPUT CUSTOMER-FILE
               IF WS-FS-OK
                   MOVE "Y" TO WS-CUST-OPEN-SW
               ELSE
                   MOVE "35" TO FM-RETURN-STATUS
               END-IF
           END-IF
      * the balance file is advisory - missing file just returns
      * zero balances, the same stance custinq.cbl takes
           IF WS-CUST-IS-OPEN AND NOT WS-CUSTBAL-TRIED
               MOVE "Y" TO WS-CUSTBAL-TRIED-SW
               OPEN INPUT OPEN-BALANCE-FILE
               IF WS-CUSTBAL-FILE-STATUS = "00"
                   MOVE "Y" TO WS-CUSTBAL-OPEN-SW
               END-IF
           END-IF
           .

       200-Family-Exposure.
           MOVE SPACES TO FM-REPLY
           PERFORM 210-Clear-Reply-Amounts
           MOVE FM-CUST-NO TO CF-CUST-NO
           SET WS-READ-BY-KEY TO TRUE
           PERFORM 400-Read-With-Lock-Retry
           IF NOT WS-FS-OK
               PERFORM 290-Set-Read-Failure
           ELSE
      * a linked customer reports its parent's family; an unlinked
      * one reports the family it heads, if anyone points at it
               IF CF-NO-PARENT
                   MOVE "N" TO WS-CUST-IS-LINKED-SW
                   MOVE CF-CUST-NO TO WS-HEAD-CUST-NO
               ELSE
                   MOVE "Y" TO WS-CUST-IS-LINKED-SW
                   MOVE CF-PARENT-CUST-NO TO WS-HEAD-CUST-NO
                   MOVE WS-HEAD-CUST-NO TO CF-CUST-NO
                   PERFORM 400-Read-With-Lock-Retry
               END-IF
               IF NOT WS-FS-OK
                   PERFORM 290-Set-Read-Failure
                   MOVE WS-HEAD-CUST-NO TO FM-PARENT-CUST-NO
               ELSE
                   PERFORM 220-Take-Head-Fields
                   MOVE "N" TO WS-SCAN-FOR-CHECK-SW
                   PERFORM 500-Scan-For-Members
                   EVALUATE TRUE
                       WHEN WS-SCAN-LOCKED
                           MOVE "9D" TO FM-RETURN-STATUS
                       WHEN FM-MEMBER-COUNT = ZERO
                               AND NOT WS-CUST-IS-LINKED
                           MOVE "01" TO FM-RETURN-STATUS
                           MOVE SPACES TO FM-REPLY
                           PERFORM 210-Clear-Reply-Amounts
                       WHEN OTHER
                           MOVE "00" TO FM-RETURN-STATUS
                           PERFORM 230-Total-Family
                   END-EVALUATE
               END-IF
           END-IF
           .

       210-Clear-Reply-Amounts.
           MOVE ZERO TO FM-PARENT-CUST-NO
           MOVE ZERO TO FM-FAMILY-LIMIT
           MOVE ZERO TO FM-MEMBER-COUNT
           MOVE ZERO TO FM-AGE-CURRENT
           MOVE ZERO TO FM-AGE-30
           MOVE ZERO TO FM-AGE-60
           MOVE ZERO TO FM-AGE-90
           MOVE ZERO TO FM-FAMILY-BALANCE
           MOVE ZERO TO FM-PCT-OF-LIMIT
           MOVE "N" TO FM-OVER-LIMIT
           .

       220-Take-Head-Fields.
           MOVE CF-CUST-NO TO FM-PARENT-CUST-NO
           MOVE CF-CUST-NAME TO FM-PARENT-NAME
           MOVE CF-COMPANY-CODE TO FM-PARENT-COMPANY
           MOVE CF-CUST-CREDIT-LIMIT TO FM-FAMILY-LIMIT
           PERFORM 510-Add-Balance
           .

       230-Total-Family.
           COMPUTE FM-FAMILY-BALANCE
               = FM-AGE-CURRENT + FM-AGE-30 + FM-AGE-60 + FM-AGE-90
           IF FM-FAMILY-LIMIT > ZERO
               COMPUTE FM-PCT-OF-LIMIT ROUNDED
                   = FM-FAMILY-BALANCE * 100 / FM-FAMILY-LIMIT
               ON SIZE ERROR MOVE 9999.9 TO FM-PCT-OF-LIMIT
               END-COMPUTE
               IF FM-FAMILY-BALANCE > FM-FAMILY-LIMIT
                   MOVE "Y" TO FM-OVER-LIMIT
               END-IF
           END-IF
           .

       290-Set-Read-Failure.
           IF WS-FS-RECORD-LOCKED
               MOVE "9D" TO FM-RETURN-STATUS
           ELSE
               MOVE "23" TO FM-RETURN-STATUS
           END-IF
           .

       300-Check-Proposed-Parent.
           MOVE SPACES TO FM-REPLY
           PERFORM 210-Clear-Reply-Amounts
           IF FM-PROPOSED-PARENT = FM-CUST-NO
               MOVE "P1" TO FM-RETURN-STATUS
           ELSE
               MOVE FM-PROPOSED-PARENT TO CF-CUST-NO
               SET WS-READ-BY-KEY TO TRUE
               PERFORM 400-Read-With-Lock-Retry
               IF NOT WS-FS-OK
                   PERFORM 290-Set-Read-Failure
               ELSE
                   MOVE CF-CUST-NO TO FM-PARENT-CUST-NO
                   MOVE CF-CUST-NAME TO FM-PARENT-NAME
                   MOVE CF-COMPANY-CODE TO FM-PARENT-COMPANY
                   MOVE CF-CUST-CREDIT-LIMIT TO FM-FAMILY-LIMIT
                   EVALUATE TRUE
                       WHEN NOT CF-NO-PARENT
                           MOVE "P2" TO FM-RETURN-STATUS
                       WHEN CF-COMPANY-CODE NOT = FM-CUST-COMPANY
                           MOVE "P4" TO FM-RETURN-STATUS
                       WHEN NOT CF-STATUS-ACTIVE
                           MOVE "P5" TO FM-RETURN-STATUS
                       WHEN OTHER
                           PERFORM 310-Check-Customer-Has-Members
                   END-EVALUATE
               END-IF
           END-IF
           .

       310-Check-Customer-Has-Members.
      * a head office cannot itself become somebody's member - the
      * family would turn into a second level
           MOVE FM-CUST-NO TO WS-HEAD-CUST-NO
           MOVE "Y" TO WS-SCAN-FOR-CHECK-SW
           MOVE "N" TO WS-MEMBER-FOUND-SW
           PERFORM 500-Scan-For-Members
           EVALUATE TRUE
               WHEN WS-MEMBER-FOUND
                   MOVE "P3" TO FM-RETURN-STATUS
               WHEN WS-SCAN-LOCKED
                   MOVE "9D" TO FM-RETURN-STATUS
               WHEN OTHER
                   MOVE "00" TO FM-RETURN-STATUS
           END-EVALUATE
           .

       400-Read-With-Lock-Retry.
      * same give-the-holder-a-chance retry custinq.cbl applies: up
      * to WS-IO-MAX-RETRIES reads a second apart, then the lock
      * status goes back to the caller
           MOVE ZERO TO WS-IO-RETRY-COUNT
           PERFORM 410-Issue-Read
           PERFORM UNTIL NOT WS-FS-RECORD-LOCKED
                   OR WS-IO-RETRY-COUNT >= WS-IO-MAX-RETRIES
               ADD 1 TO WS-IO-RETRY-COUNT
               CALL "C$SLEEP" USING WS-IO-RETRY-DELAY-SECONDS
               PERFORM 410-Issue-Read
           END-PERFORM
           .

       410-Issue-Read.
           IF WS-READ-BY-KEY
               READ CUSTOMER-FILE
                   INVALID KEY CONTINUE
               END-READ
           ELSE
               READ CUSTOMER-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-FILE-STATUS
               END-READ
           END-IF
           .

       500-Scan-For-Members.
      * one pass over the master in customer-number order picking
      * up every record linked to WS-HEAD-CUST-NO. For the parent
      * check the first member is enough. A record held by another
      * operator ends the pass with WS-SCAN-LOCKED set - it may be
      * a member, so neither a total nor a "no members" answer can
      * be given past it, and the caller gets "9D" to try again
           MOVE "N" TO WS-SCAN-EOF-SW
           MOVE "N" TO WS-SCAN-LOCKED-SW
           MOVE ZERO TO CF-CUST-NO
           START CUSTOMER-FILE KEY IS NOT LESS THAN CF-CUST-NO
               INVALID KEY MOVE "Y" TO WS-SCAN-EOF-SW
           END-START
           SET WS-READ-NEXT-RECORD TO TRUE
           PERFORM UNTIL WS-SCAN-EOF
               PERFORM 410-Issue-Read
               EVALUATE TRUE
                   WHEN WS-FS-OK-OR-DUP-ALTKEY
                       IF NOT CF-NO-PARENT
                           AND CF-PARENT-CUST-NO = WS-HEAD-CUST-NO
                           AND CF-CUST-NO NOT = WS-HEAD-CUST-NO
                           PERFORM 520-Take-Member
                       END-IF
                   WHEN WS-FS-RECORD-LOCKED
                       MOVE "Y" TO WS-SCAN-LOCKED-SW
                       MOVE "Y" TO WS-SCAN-EOF-SW
                   WHEN OTHER
                       MOVE "Y" TO WS-SCAN-EOF-SW
               END-EVALUATE
           END-PERFORM
           .

       510-Add-Balance.
           IF WS-CUSTBAL-IS-OPEN
               MOVE CF-CUST-NO TO OB-CUST-NO
               READ OPEN-BALANCE-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-CUSTBAL-FILE-STATUS = "00"
                   ADD OB-AGE-CURRENT TO FM-AGE-CURRENT
                   ADD OB-AGE-30 TO FM-AGE-30
                   ADD OB-AGE-60 TO FM-AGE-60
                   ADD OB-AGE-90 TO FM-AGE-90
               END-IF
           END-IF
           .

       520-Take-Member.
           IF WS-SCAN-FOR-CHECK
               MOVE "Y" TO WS-MEMBER-FOUND-SW
               MOVE "Y" TO WS-SCAN-EOF-SW
           ELSE
               ADD 1 TO FM-MEMBER-COUNT
               PERFORM 510-Add-Balance
           END-IF
           .

       800-Close-Files.
           IF WS-CUST-IS-OPEN
               CLOSE CUSTOMER-FILE
               MOVE "N" TO WS-CUST-OPEN-SW
           END-IF
           IF WS-CUSTBAL-IS-OPEN
               CLOSE OPEN-BALANCE-FILE
               MOVE "N" TO WS-CUSTBAL-OPEN-SW
           END-IF
           MOVE "N" TO WS-CUSTBAL-TRIED-SW
           .
