      * percent of the limit; an over-limit customer is flagged.
      * The stored rows are never rewritten here. Grand totals per bucket close the report
      * (balage.rpt). This is the exposure picture the credit limit
      * was always supposed to be enforced against. A closing
      * section rolls each parent bill-to account's family (the
      * parent plus every customer whose CF-PARENT-CUST-NO points
      * at it) into one line against the parent's limit, the
      * consolidated limit a chain is held to.
       IDENTIFICATION              DIVISION.
       PROGRAM-ID. balage.
       AUTHOR. sjolivet.
       01  WS-READ-COUNT                   PIC 9(7) VALUE ZERO.
       01  WS-OVER-LIMIT-COUNT             PIC 9(7) VALUE ZERO.

      * -- parent bill-to families, found by a pass over the master
      * before the balance pass and kept in parent-number order by
      * inserting in place, like the category list in salesrpt.cbl.
      * Each member's re-aged buckets (and the parent's own) are
      * added to its family as the balance pass reaches them --
       01  WS-CUST-EOF-SW                  PIC X(1) VALUE "N".
           88  WS-CUST-EOF                 VALUE "Y".
       01  WS-FAM-TABLE-MAX                PIC 9(4) VALUE 1000.
       01  WS-FAM-COUNT                    PIC 9(4) VALUE ZERO.
       01  WS-FAM-TABLE.
           05  WS-FAM-ENTRY OCCURS 0 TO 1000 TIMES
                   DEPENDING ON WS-FAM-COUNT
                   INDEXED BY WS-FAM-IDX.
               10  WS-FAM-PARENT-NO        PIC 9(6).
               10  WS-FAM-MEMBERS          PIC 9(5).
               10  WS-FAM-CURRENT          PIC S9(11)V99.
               10  WS-FAM-30               PIC S9(11)V99.
               10  WS-FAM-60               PIC S9(11)V99.
               10  WS-FAM-90               PIC S9(11)V99.
       01  WS-FAM-KEY                      PIC 9(6) VALUE ZERO.
       01  WS-FAM-AT                       PIC 9(4) VALUE ZERO.
       01  WS-INSERT-AT                    PIC 9(4) VALUE ZERO.
       01  WS-SHIFT-IDX                    PIC 9(4) VALUE ZERO.
       01  WS-FOUND-SW                     PIC X(1) VALUE "N".
           88  WS-FOUND                    VALUE "Y".
       01  WS-FAM-DROPPED                  PIC 9(5) VALUE ZERO.
       01  WS-FAM-BALANCE                  PIC S9(12)V99 VALUE ZERO.
       01  WS-FAM-OVER-COUNT               PIC 9(5) VALUE ZERO.
       01  WS-FAM-MEMBERS-EDITED           PIC ZZ,ZZ9.

       01  WS-HEADING-1.
           05  FILLER      PIC X(8)  VALUE "Cust No".
           05  FILLER      PIC X(22) VALUE "Customer Name".
           05  TL-AGE-90       PIC ZZZ,ZZZ,ZZ9.99-.
           05  TL-BALANCE      PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01  WS-FAMILY-HEADING.
           05  FILLER      PIC X(8)  VALUE "Parent".
           05  FILLER      PIC X(22) VALUE "Parent Name".
           05  FILLER      PIC X(15) VALUE "        Current".
           05  FILLER      PIC X(15) VALUE "          31-60".
           05  FILLER      PIC X(15) VALUE "          61-90".
           05  FILLER      PIC X(15) VALUE "        Over 90".
           05  FILLER      PIC X(16) VALUE "  Family Balance".
           05  FILLER      PIC X(16) VALUE "    Family Limit".
           05  FILLER      PIC X(8)  VALUE "  Pct".

       01  WS-FAMILY-FOOTER.
           05  FILLER          PIC X(20) VALUE "Families listed: ".
           05  FF-FAM-COUNT    PIC ZZZ,ZZ9.
           05  FILLER          PIC X(21)
                               VALUE "  over family limit: ".
           05  FF-OVER-COUNT   PIC ZZZ,ZZ9.

       01  WS-FOOTER-LINE.
           05  FILLER          PIC X(20) VALUE "Customers listed: ".
           05  FT-READ-COUNT   PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       000-Main.
           PERFORM 100-Open-Files
           PERFORM 150-Load-Family-Heads
           PERFORM 200-List-Balances
           PERFORM 300-Print-Totals
           PERFORM 400-Print-Family-Exposure
           PERFORM 900-Close-Files
           PERFORM 950-Archive-Report
           STOP RUN
           WRITE RPT-LINE
           .

       150-Load-Family-Heads.
      * every parent number some customer points at is a family;
      * the count of customers pointing at it is its member count
           MOVE ZERO TO CF-CUST-NO
           START CUSTOMER-FILE KEY IS NOT LESS THAN CF-CUST-NO
               INVALID KEY MOVE "Y" TO WS-CUST-EOF-SW
           END-START
           PERFORM UNTIL WS-CUST-EOF
               READ CUSTOMER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-CUST-EOF-SW
                   NOT AT END
                       IF NOT CF-NO-PARENT
                           PERFORM 160-Note-Family-Head
                       END-IF
               END-READ
           END-PERFORM
           .

       160-Note-Family-Head.
           MOVE CF-PARENT-CUST-NO TO WS-FAM-KEY
           PERFORM 170-Find-Family
           IF WS-FOUND
               ADD 1 TO WS-FAM-MEMBERS (WS-FAM-AT)
           ELSE
               IF WS-FAM-COUNT < WS-FAM-TABLE-MAX
                   ADD 1 TO WS-FAM-COUNT
                   IF WS-INSERT-AT = ZERO
                       MOVE WS-FAM-COUNT TO WS-INSERT-AT
                   ELSE
                       PERFORM VARYING WS-SHIFT-IDX
                               FROM WS-FAM-COUNT BY -1
                               UNTIL WS-SHIFT-IDX NOT > WS-INSERT-AT
                           MOVE WS-FAM-ENTRY (WS-SHIFT-IDX - 1)
                               TO WS-FAM-ENTRY (WS-SHIFT-IDX)
                       END-PERFORM
                   END-IF
                   MOVE WS-FAM-KEY TO WS-FAM-PARENT-NO (WS-INSERT-AT)
                   MOVE 1 TO WS-FAM-MEMBERS (WS-INSERT-AT)
                   MOVE ZERO TO WS-FAM-CURRENT (WS-INSERT-AT)
                   MOVE ZERO TO WS-FAM-30 (WS-INSERT-AT)
                   MOVE ZERO TO WS-FAM-60 (WS-INSERT-AT)
                   MOVE ZERO TO WS-FAM-90 (WS-INSERT-AT)
               ELSE
                   ADD 1 TO WS-FAM-DROPPED
               END-IF
           END-IF
           .

       170-Find-Family.
      * WS-FAM-AT is the entry for WS-FAM-KEY when found; otherwise
      * WS-INSERT-AT is where it belongs (zero = at the end)
           MOVE "N" TO WS-FOUND-SW
           MOVE ZERO TO WS-FAM-AT
           MOVE ZERO TO WS-INSERT-AT
           PERFORM VARYING WS-FAM-IDX FROM 1 BY 1
                   UNTIL WS-FAM-IDX > WS-FAM-COUNT OR WS-FOUND
                       OR WS-INSERT-AT NOT = ZERO
               IF WS-FAM-PARENT-NO (WS-FAM-IDX) = WS-FAM-KEY
                   MOVE "Y" TO WS-FOUND-SW
                   SET WS-FAM-AT TO WS-FAM-IDX
               ELSE
                   IF WS-FAM-PARENT-NO (WS-FAM-IDX) > WS-FAM-KEY
                       SET WS-INSERT-AT TO WS-FAM-IDX
                   END-IF
               END-IF
           END-PERFORM
           .

       200-List-Balances.
           MOVE ZERO TO OB-CUST-NO
           START OPEN-BALANCE-FILE KEY IS NOT LESS THAN OB-CUST-NO
           MOVE WS-AGE-90 TO DL-AGE-90
           MOVE WS-TOTAL-BALANCE TO DL-BALANCE
           MOVE CF-CUST-CREDIT-LIMIT TO DL-LIMIT
           IF WS-FS-OK AND WS-FAM-COUNT > ZERO
               PERFORM 215-Add-To-Family
           END-IF
           MOVE SPACES TO DL-OVER-FLAG
           IF CF-CUST-CREDIT-LIMIT > ZERO AND WS-FS-OK
               COMPUTE WS-PCT-OF-LIMIT ROUNDED
           ADD WS-TOTAL-BALANCE TO WS-GRAND-TOTAL
           .

       215-Add-To-Family.
      * a member counts toward its parent's family, a parent
      * toward its own; anyone else is in no family
           IF CF-NO-PARENT
               MOVE CF-CUST-NO TO WS-FAM-KEY
           ELSE
               MOVE CF-PARENT-CUST-NO TO WS-FAM-KEY
           END-IF
           PERFORM 170-Find-Family
           IF WS-FOUND
               ADD WS-AGE-CURRENT TO WS-FAM-CURRENT (WS-FAM-AT)
               ADD WS-AGE-30 TO WS-FAM-30 (WS-FAM-AT)
               ADD WS-AGE-60 TO WS-FAM-60 (WS-FAM-AT)
               ADD WS-AGE-90 TO WS-FAM-90 (WS-FAM-AT)
           END-IF
           .

       205-Reage-For-Display.
      * working-storage copy of the buckets, rolled forward by the
      * full 30-day periods elapsed since balpost last aged the
               " over limit, see balage.rpt"
           .

       400-Print-Family-Exposure.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "Family exposure - parent bill-to accounts against th
      -        "e parent's limit" TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           IF WS-FAM-COUNT = ZERO
               MOVE "  No customer is linked to a parent account."
                   TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               MOVE WS-FAMILY-HEADING TO RPT-LINE
               WRITE RPT-LINE
               PERFORM VARYING WS-FAM-IDX FROM 1 BY 1
                       UNTIL WS-FAM-IDX > WS-FAM-COUNT
                   PERFORM 410-Print-One-Family
               END-PERFORM
           END-IF
           IF WS-FAM-DROPPED > ZERO
               MOVE SPACES TO RPT-LINE
               STRING "  WARNING: " WS-FAM-DROPPED
                   " further families not shown - family table full"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE WS-FAM-COUNT TO FF-FAM-COUNT
           MOVE WS-FAM-OVER-COUNT TO FF-OVER-COUNT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-FAMILY-FOOTER TO RPT-LINE
           WRITE RPT-LINE
           .

       410-Print-One-Family.
      * the parent's own record supplies the name and the family
      * limit; a member pointing at a parent no longer on file is
      * shown against no limit (famrpt.cbl lists the bad link)
           MOVE WS-FAM-PARENT-NO (WS-FAM-IDX) TO CF-CUST-NO
           READ CUSTOMER-FILE
               INVALID KEY CONTINUE
           END-READ
           IF WS-FS-OK
               MOVE CF-CUST-NAME TO DL-CUST-NAME
           ELSE
               MOVE "(parent not on file)" TO DL-CUST-NAME
               MOVE ZERO TO CF-CUST-CREDIT-LIMIT
           END-IF
           COMPUTE WS-FAM-BALANCE
               = WS-FAM-CURRENT (WS-FAM-IDX) + WS-FAM-30 (WS-FAM-IDX)
                   + WS-FAM-60 (WS-FAM-IDX) + WS-FAM-90 (WS-FAM-IDX)
           MOVE WS-FAM-PARENT-NO (WS-FAM-IDX) TO DL-CUST-NO
           MOVE WS-FAM-CURRENT (WS-FAM-IDX) TO DL-CURRENT
           MOVE WS-FAM-30 (WS-FAM-IDX) TO DL-AGE-30
           MOVE WS-FAM-60 (WS-FAM-IDX) TO DL-AGE-60
           MOVE WS-FAM-90 (WS-FAM-IDX) TO DL-AGE-90
           MOVE WS-FAM-BALANCE TO DL-BALANCE
           MOVE CF-CUST-CREDIT-LIMIT TO DL-LIMIT
           MOVE SPACES TO DL-OVER-FLAG
           IF CF-CUST-CREDIT-LIMIT > ZERO AND WS-FS-OK
               COMPUTE WS-PCT-OF-LIMIT ROUNDED
                   = WS-FAM-BALANCE * 100 / CF-CUST-CREDIT-LIMIT
               ON SIZE ERROR MOVE 9999.9 TO WS-PCT-OF-LIMIT
               END-COMPUTE
               MOVE WS-PCT-OF-LIMIT TO DL-PCT
               IF WS-FAM-BALANCE > CF-CUST-CREDIT-LIMIT
                   MOVE " *OVER" TO DL-OVER-FLAG
                   ADD 1 TO WS-FAM-OVER-COUNT
               END-IF
           ELSE
               MOVE ZERO TO DL-PCT
               IF WS-FAM-BALANCE > ZERO
                   MOVE " *OVER" TO DL-OVER-FLAG
                   ADD 1 TO WS-FAM-OVER-COUNT
               END-IF
           END-IF
           MOVE SPACES TO RPT-LINE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-FAM-MEMBERS (WS-FAM-IDX) TO WS-FAM-MEMBERS-EDITED
           MOVE SPACES TO RPT-LINE
           STRING "        members: " WS-FAM-MEMBERS-EDITED
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           .

       900-Close-Files.
           CLOSE OPEN-BALANCE-FILE
           CLOSE CUSTOMER-FILE
