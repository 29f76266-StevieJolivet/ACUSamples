       COPY "showmsg.def".
       COPY "addredit.def".
       COPY "signon.def".
       COPY "custfam.def".
      *{Bench}end

      *{Bench}copy-working
