       01  WS-CHANGE-COUNT                 PIC 9(7) VALUE ZERO.
       01  WS-DELETE-COUNT                 PIC 9(7) VALUE ZERO.
       01  WS-REINSTATE-COUNT              PIC 9(7) VALUE ZERO.
       01  WS-RENUMBER-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-OTHER-COUNT                  PIC 9(7) VALUE ZERO.

      * -- one row per distinct customer audited that day, holding
      * master, so it weighs like an add in the count compare
               WHEN CA-ACTION-REINSTATE
                                       ADD 1 TO WS-REINSTATE-COUNT
      * a renumbering (custrenum.cbl) logs an "O" and an "N" for
      * one customer moved - counted once, and it leaves the
      * master count unchanged
               WHEN CA-ACTION-RENUMBER-OUT
                                       ADD 1 TO WS-RENUMBER-COUNT
               WHEN CA-ACTION-RENUMBER-IN
                                       CONTINUE
               WHEN OTHER              ADD 1 TO WS-OTHER-COUNT
           END-EVALUATE
           IF CA-ACTION-ADD OR CA-ACTION-CHANGE OR CA-ACTION-DELETE
                   OR CA-ACTION-REINSTATE
                   OR CA-ACTION-RENUMBER-OUT OR CA-ACTION-RENUMBER-IN
               PERFORM 220-Note-Audited-Customer
           END-IF
           .
           READ CUSTOMER-FILE
               INVALID KEY CONTINUE
           END-READ
      * the old number of a renumbered customer must be gone, the
      * same as a delete
           IF WS-AUDITED-LAST-ACTION (WS-AUDITED-IDX) = "D"
                   OR WS-AUDITED-LAST-ACTION (WS-AUDITED-IDX) = "O"
               IF WS-FS-OK
                   MOVE "N" TO WS-BALANCED-SW
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE WS-AUDITED-CUST-NO (WS-AUDITED-IDX)
                       TO XL-CUST-NO
                   IF WS-AUDITED-LAST-ACTION (WS-AUDITED-IDX) = "O"
                       MOVE "Audited as renumbered but still on file"
                           TO XL-TEXT
                   ELSE
                       MOVE "Audited as deleted but still on file"
                           TO XL-TEXT
                   END-IF
                   PERFORM 420-Print-Exception-Line
               END-IF
           ELSE
               MOVE WS-REINSTATE-COUNT TO WS-EDITED-COUNT
               PERFORM 518-Print-Count-Line-Reinstates
           END-IF
           IF WS-RENUMBER-COUNT > ZERO
               MOVE WS-RENUMBER-COUNT TO WS-EDITED-COUNT
               PERFORM 519-Print-Count-Line-Renumbers
           END-IF
           IF WS-OTHER-COUNT > ZERO
               MOVE WS-OTHER-COUNT TO WS-EDITED-COUNT
               PERFORM 513-Print-Count-Line-Other
           WRITE RPT-LINE
           .

       519-Print-Count-Line-Renumbers.
           MOVE SPACES TO RPT-LINE
           STRING "Audited renumberings:      "
               WS-EDITED-COUNT DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           .

       516-Print-Delta-Line-Expected.
           MOVE SPACES TO RPT-LINE
           STRING "Expected change (A+R-D):   "
