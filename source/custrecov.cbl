       01  WS-CHANGE-APPLIED               PIC 9(7) VALUE ZERO.
       01  WS-DELETE-APPLIED               PIC 9(7) VALUE ZERO.
       01  WS-REINSTATE-APPLIED            PIC 9(7) VALUE ZERO.
       01  WS-RENUMBER-APPLIED             PIC 9(7) VALUE ZERO.
       01  WS-SKIPPED-LATER                PIC 9(7) VALUE ZERO.
       01  WS-SKIPPED-OTHER                PIC 9(7) VALUE ZERO.
       01  WS-EMPTY-IMAGE-COUNT            PIC 9(7) VALUE ZERO.
                   IF WS-RECOV-FILE-STATUS (1:1) = "0"
                       ADD 1 TO WS-CHANGE-APPLIED
                   END-IF
      * a credit hold or release rewrote the whole record, so it
      * replays exactly like a change
               WHEN CA-ACTION-CREDIT-HOLD
                   PERFORM 320-Apply-After-Image
                   IF WS-RECOV-FILE-STATUS (1:1) = "0"
                       ADD 1 TO WS-CHANGE-APPLIED
                   END-IF
               WHEN CA-ACTION-HOLD-RELEASE
                   PERFORM 320-Apply-After-Image
                   IF WS-RECOV-FILE-STATUS (1:1) = "0"
                       ADD 1 TO WS-CHANGE-APPLIED
                   END-IF
               WHEN CA-ACTION-DELETE
                   PERFORM 330-Apply-Delete
      * a renumbering (custrenum.cbl) logs the "O" after the "N",
      * so the record lands under the new number before the old
      * one goes; each customer moved counts once
               WHEN CA-ACTION-RENUMBER-IN
                   PERFORM 320-Apply-After-Image
               WHEN CA-ACTION-RENUMBER-OUT
                   PERFORM 340-Apply-Renumber-Out
               WHEN OTHER
      * Q (queued raise) and X (rejected raise) committed nothing
                   ADD 1 TO WS-SKIPPED-OTHER
           END-IF
           .

       340-Apply-Renumber-Out.
           MOVE CA-CUST-NO TO RV-CUST-NO
           DELETE RECOVERED-CUSTOMER-FILE
               INVALID KEY CONTINUE
           END-DELETE
           IF WS-RECOV-FILE-STATUS = "00"
               ADD 1 TO WS-RENUMBER-APPLIED
           ELSE
               ADD 1 TO WS-DELETE-MISSING
           END-IF
           .

       400-Verify-Rebuilt-File.
           CLOSE RECOVERED-CUSTOMER-FILE
           OPEN INPUT RECOVERED-CUSTOMER-FILE
               MOVE WS-REINSTATE-APPLIED TO CL-COUNT
               PERFORM 510-Print-Count-Line
           END-IF
           IF WS-RENUMBER-APPLIED > ZERO
               MOVE "Renumberings applied:         " TO CL-LABEL
               MOVE WS-RENUMBER-APPLIED TO CL-COUNT
               PERFORM 510-Print-Count-Line
           END-IF
           IF WS-DELETE-MISSING > ZERO
               MOVE "Deletes already absent:       " TO CL-LABEL
               MOVE WS-DELETE-MISSING TO CL-COUNT
