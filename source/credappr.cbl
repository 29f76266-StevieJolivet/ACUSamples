      * limit to CUSTOMER-FILE and logs a normal change ("C") audit
      * entry; a rejection logs an "X" entry; both stamp the
      * decision operator and timestamp into the pending row, which
      * is kept as approval evidence. Raises and reductions
      * proposed by the scheduled credit review (credrev.cbl) queue
      * here too, under requester "CREDREV", and are decided the
      * same way.
       IDENTIFICATION              DIVISION.
       PROGRAM-ID. credappr.
       AUTHOR. sjolivet.
       WORKING-STORAGE             SECTION.
       COPY "acucobol.def".
       COPY "signon.def".
       COPY "custfam.def".

       01  WS-PROGRAM-ID                   PIC X(10) VALUE "credappr".
       01  WS-AUDIT-FILE-STATUS            PIC XX VALUE "00".
       01  WS-PCT-OF-LIMIT                 PIC 9(4)V9 VALUE ZERO.
       01  WS-BALANCE-EDITED               PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-PCT-EDITED                   PIC ZZZ9.9.
       01  WS-FAMILY-BAL-EDITED            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-FAMILY-LIMIT-EDITED          PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-FAMILY-MEMBERS-EDITED        PIC ZZZZ9.
       01  WS-FAMILY-PCT                   PIC 9(4)V9 VALUE ZERO.
       01  WS-CUSTFAM-CALLED-SW            PIC X(1) VALUE "N".
           88  WS-CUSTFAM-CALLED           VALUE "Y".

       PROCEDURE DIVISION.
       000-Main.
           MOVE PC-NEW-LIMIT TO WS-NEW-LIMIT-EDITED
           DISPLAY " "
           DISPLAY "Customer " PC-CUST-NO " " PC-CUST-NAME
           IF PC-ORIGIN-REVIEW
               DISPLAY "  proposed by the scheduled credit review at "
                   PC-REQUEST-TS (1:14) " - see credrev.rpt"
           ELSE
               DISPLAY "  requested by " PC-REQUEST-OPERATOR
                   " at " PC-REQUEST-TS (1:14)
           END-IF
           DISPLAY "  credit limit " WS-OLD-LIMIT-EDITED
               " -> " WS-NEW-LIMIT-EDITED
           PERFORM 215-Display-Exposure
                   DISPLAY "  open balance: none recorded"
               END-IF
           END-IF
           PERFORM 216-Display-Family-Exposure
           .

       216-Display-Family-Exposure.
      * a ship-to location is judged on its family's combined
      * balance against the parent's limit, the consolidated limit
      * credit control works to (custfam.cbl). When the request is
      * for the parent itself, the requested limit IS the new
      * family limit, so the percentage is taken against that
           MOVE "F" TO FM-FUNCTION
           MOVE PC-CUST-NO TO FM-CUST-NO
           CALL "custfam" USING CUSTFAM-AREA
               ON EXCEPTION
                   MOVE "35" TO FM-RETURN-STATUS
           END-CALL
           MOVE "Y" TO WS-CUSTFAM-CALLED-SW
           IF FM-OK
               MOVE FM-FAMILY-BALANCE TO WS-FAMILY-BAL-EDITED
               MOVE FM-MEMBER-COUNT TO WS-FAMILY-MEMBERS-EDITED
               IF FM-PARENT-CUST-NO = PC-CUST-NO
                   MOVE PC-NEW-LIMIT TO WS-FAMILY-LIMIT-EDITED
                   IF PC-NEW-LIMIT > ZERO
                       COMPUTE WS-FAMILY-PCT ROUNDED
                           = FM-FAMILY-BALANCE * 100 / PC-NEW-LIMIT
                       ON SIZE ERROR MOVE 9999.9 TO WS-FAMILY-PCT
                       END-COMPUTE
                   ELSE
                       MOVE ZERO TO WS-FAMILY-PCT
                   END-IF
               ELSE
                   MOVE FM-FAMILY-LIMIT TO WS-FAMILY-LIMIT-EDITED
                   MOVE FM-PCT-OF-LIMIT TO WS-FAMILY-PCT
               END-IF
               MOVE WS-FAMILY-PCT TO WS-PCT-EDITED
               DISPLAY "  family of parent " FM-PARENT-CUST-NO " "
                   FM-PARENT-NAME
               DISPLAY "    " WS-FAMILY-MEMBERS-EDITED
                   " member(s), combined balance "
                   WS-FAMILY-BAL-EDITED
               DISPLAY "    = " WS-PCT-EDITED
                   "% of the family limit " WS-FAMILY-LIMIT-EDITED
           ELSE
               IF FM-NOT-FOUND AND FM-PARENT-CUST-NO NOT = ZERO
                   DISPLAY "  WARNING: parent account "
                       FM-PARENT-CUST-NO " is not on file"
               END-IF
           END-IF
           .

       220-Accept-Decision.
           IF WS-AUDIT-IS-OPEN
               CLOSE CUSTFILE-AUDIT
           END-IF
           IF WS-CUSTFAM-CALLED
               MOVE "C" TO FM-FUNCTION
               CALL "custfam" USING CUSTFAM-AREA
                   ON EXCEPTION CONTINUE
               END-CALL
           END-IF
           .

       COPY "signon.cpy".
