      *>
      *> Modification History
      *> ---------------------
      *> 2026-10-14  PS-ACC  Carries the account status and open /
      *>                     close dates through to the NEW master,
      *>                     and posts no interest to a closed
      *>                     account - it is copied through as is.
      *> 2026-09-01  PS-ACC  The monthly rate is no longer compiled
      *>                     in. 4000-POST-INTEREST now picks each
      *>                     account's rate off the INTEREST-RATES
           05  PR-NEW-AGE              PIC 9(03).
           05  PR-NEW-ACCOUNT-BALANCE  PIC 9(07)V99.
           05  PR-NEW-ACCOUNT-TYPE     PIC X(10).
           05  PR-NEW-ACCOUNT-STATUS   PIC X(01).
           05  PR-NEW-OPEN-DATE        PIC 9(08).
           05  PR-NEW-CLOSE-DATE       PIC 9(08).

       FD  INTEREST-POSTING-FILE.
       01  IP-REPORT-LINE           PIC X(90).
           05 WS-ACCOUNT-BALANCE   PIC 9(07)V99.
           05 WS-ACCOUNT-TYPE      PIC X(10).
               88 WS-ACCOUNT-TYPE-IS-SAVINGS  VALUE "SAVINGS   ".
           05 WS-ACCOUNT-STATUS    PIC X(01).
               88 WS-ACCOUNT-IS-CLOSED        VALUE "C".
           05 WS-OPEN-DATE         PIC 9(08).
           05 WS-CLOSE-DATE        PIC 9(08).

       *> Monthly rate actually applied to the account on hand,
       *> picked per balance tier off the in-force rate set
      *>-----------------------------------------------------------------
      *> 2000-PROCESS-RECORD
      *> One pass through the loop: post interest to the record on
      *> hand if it is an open savings account, copy it to the new
      *> master, then read the next one. A closed account is copied
      *> through untouched.
      *>-----------------------------------------------------------------
       2000-PROCESS-RECORD.

           IF WS-ACCOUNT-TYPE-IS-SAVINGS
            AND NOT WS-ACCOUNT-IS-CLOSED
               PERFORM 4000-POST-INTEREST
                   THRU 4000-EXIT
           END-IF.
           MOVE PR-AGE              TO WS-AGE.
           MOVE PR-ACCOUNT-BALANCE  TO WS-ACCOUNT-BALANCE.
           MOVE PR-ACCOUNT-TYPE     TO WS-ACCOUNT-TYPE.
           MOVE PR-ACCOUNT-STATUS   TO WS-ACCOUNT-STATUS.
           MOVE PR-OPEN-DATE        TO WS-OPEN-DATE.
           MOVE PR-CLOSE-DATE       TO WS-CLOSE-DATE.

       3000-EXIT.
           EXIT.
           MOVE WS-AGE              TO PR-NEW-AGE.
           MOVE WS-ACCOUNT-BALANCE  TO PR-NEW-ACCOUNT-BALANCE.
           MOVE WS-ACCOUNT-TYPE     TO PR-NEW-ACCOUNT-TYPE.
           MOVE WS-ACCOUNT-STATUS   TO PR-NEW-ACCOUNT-STATUS.
           MOVE WS-OPEN-DATE        TO PR-NEW-OPEN-DATE.
           MOVE WS-CLOSE-DATE       TO PR-NEW-CLOSE-DATE.

           WRITE PR-NEW-PERSON-RECORD.

