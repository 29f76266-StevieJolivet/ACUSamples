      * customers must never mix, so the choice is made once, up
      * front. NOT part of Perform-Operator-Signon: only a company-
      * scoped caller PERFORMs this after a successful sign-on
      * (today that is webbrowsr's Before-Program and cust360's
      * sign-on - catmaint, repmaint, custmerge and credappr work by
      * customer number and have no company scope to choose).
           DISPLAY "Company (blank = 01): " WITH NO ADVANCING
           MOVE SPACES TO WS-SO-COMPANY-ENTRY
           ACCEPT WS-SO-COMPANY-ENTRY
