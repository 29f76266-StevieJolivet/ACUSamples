      * across calls for lookup speed; a "C" call closes them when
      * the calling system shuts down. Strictly read-only - other
      * programs link to the master instead of copying it.
      * The reply also carries the customer's credit-hold flag,
      * and an "F" call returns the same figures for the customer's
      * whole family - the parent bill-to account and its members -
      * against the parent's credit limit.
       IDENTIFICATION              DIVISION.
       PROGRAM-ID. custinq.
       AUTHOR. sjolivet.
           COPY "custbal.fd".
       WORKING-STORAGE             SECTION.
       COPY "acucobol.def".
       COPY "custfam.def".

       01  WS-PROGRAM-ID                   PIC X(10) VALUE "custinq".
       01  WS-CUSTBAL-FILE-STATUS          PIC XX VALUE "00".
           88  WS-CUSTBAL-IS-OPEN          VALUE "Y".
       01  WS-CUSTBAL-TRIED-SW             PIC X(1) VALUE "N".
           88  WS-CUSTBAL-TRIED            VALUE "Y".
       01  WS-CUSTFAM-CALLED-SW            PIC X(1) VALUE "N".
           88  WS-CUSTFAM-CALLED           VALUE "Y".

      * -- record-lock retry, same shape as the browse screen's
      * declarative handling (webbrowsr.cbl 0410) --
                   IF WS-CUST-IS-OPEN
                       PERFORM 300-Lookup-By-Name-Prefix
                   END-IF
               WHEN CI-FUNC-FAMILY
                   PERFORM 100-Ensure-Files-Open
                   IF WS-CUST-IS-OPEN
                       PERFORM 600-Lookup-Family
                   END-IF
               WHEN OTHER
                   MOVE "23" TO CI-RETURN-STATUS
           END-EVALUATE
           MOVE CF-CUST-REP TO CI-REP
           MOVE CF-COMPANY-CODE TO CI-COMPANY
           MOVE CF-CUST-LAST-CHANGE-DT TO CI-LAST-CHANGE-DT
           IF CF-NO-PARENT
               MOVE ZERO TO CI-PARENT-CUST-NO
           ELSE
               MOVE CF-PARENT-CUST-NO TO CI-PARENT-CUST-NO
           END-IF
           MOVE ZERO TO CI-FAMILY-MEMBERS
      * only a live hold stops shipping - a released hold answers
      * "N" with no reason until credhold.cbl re-applies it
           IF CF-ON-CREDIT-HOLD
               MOVE "Y" TO CI-CREDIT-HOLD
               MOVE CF-HOLD-REASON TO CI-HOLD-REASON
           ELSE
               MOVE "N" TO CI-CREDIT-HOLD
               MOVE SPACES TO CI-HOLD-REASON
           END-IF
           MOVE ZERO TO CI-OPEN-BALANCE
           MOVE ZERO TO CI-PCT-OF-LIMIT
           IF WS-CUSTBAL-IS-OPEN
           END-IF
           .

       600-Lookup-Family.
      * custfam.cbl finds the family head and totals the members'
      * balances; the reply is then built from the head's own
      * record, with the family figures laid over the balance and
      * percentage
           MOVE "F" TO FM-FUNCTION
           MOVE CI-CUST-NO TO FM-CUST-NO
           CALL "custfam" USING CUSTFAM-AREA
               ON EXCEPTION
                   MOVE "35" TO FM-RETURN-STATUS
           END-CALL
           MOVE "Y" TO WS-CUSTFAM-CALLED-SW
           IF FM-OK
               MOVE FM-PARENT-CUST-NO TO CF-CUST-NO
               SET WS-READ-BY-KEY TO TRUE
               PERFORM 400-Read-With-Lock-Retry
               PERFORM 500-Build-Reply
               IF CI-OK
                   MOVE FM-FAMILY-LIMIT TO CI-CREDIT-LIMIT
                   MOVE FM-FAMILY-BALANCE TO CI-OPEN-BALANCE
                   MOVE FM-PCT-OF-LIMIT TO CI-PCT-OF-LIMIT
                   MOVE FM-MEMBER-COUNT TO CI-FAMILY-MEMBERS
               END-IF
           ELSE
               MOVE FM-RETURN-STATUS TO CI-RETURN-STATUS
               MOVE SPACES TO CI-REPLY
           END-IF
           .

       800-Close-Files.
           IF WS-CUST-IS-OPEN
               CLOSE CUSTOMER-FILE
               MOVE "N" TO WS-CUSTBAL-OPEN-SW
           END-IF
           MOVE "N" TO WS-CUSTBAL-TRIED-SW
           IF WS-CUSTFAM-CALLED
               MOVE "C" TO FM-FUNCTION
               CALL "custfam" USING CUSTFAM-AREA
                   ON EXCEPTION CONTINUE
               END-CALL
               MOVE "N" TO WS-CUSTFAM-CALLED-SW
           END-IF
           .
