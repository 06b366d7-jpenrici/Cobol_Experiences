      *>              of by a request to IT. Keying 000000 (or just
      *>              ENTER) ends the session.
      *> Tect Stack:  GnuCOBOL
      *>
      *> Modification History
      *> ---------------------
      *> 2026-10-14  PS-ACC  Shows whether the account is open or
      *>                     closed (with its close date), so the
      *>                     counter does not take a deposit for an
      *>                     account the posting batch will refuse.
      *>*****************************************************************

       IDENTIFICATION DIVISION.
           DISPLAY "TYPE   : " PR-ACCOUNT-TYPE.
           DISPLAY "BALANCE: " WS-FORMATTED-BALANCE.

           IF PR-ACCOUNT-IS-CLOSED
               DISPLAY "STATUS : CLOSED " PR-CLOSE-DATE
                       " - NO POSTINGS ACCEPTED"
           ELSE
               DISPLAY "STATUS : OPEN"
           END-IF.

       3000-EXIT.
           EXIT.

