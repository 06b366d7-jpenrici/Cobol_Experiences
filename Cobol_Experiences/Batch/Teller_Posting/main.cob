      *>
      *> Modification History
      *> ---------------------
      *> 2026-10-14  PS-ACC  Carries the account status and open /
      *>                     close dates through to the NEW master,
      *>                     and rejects any transaction against a
      *>                     closed account to the exception listing
      *>                     (ACCOUNT IS CLOSED) instead of posting.
      *> 2026-09-01  PS-ACC  The day's transactions are no longer
      *>                     loaded into WS-TRANS-TABLE (OCCURS 200,
      *>                     which abended the whole night run on
           05  PR-NEW-AGE              PIC 9(03).
           05  PR-NEW-ACCOUNT-BALANCE  PIC 9(07)V99.
           05  PR-NEW-ACCOUNT-TYPE     PIC X(10).
           05  PR-NEW-ACCOUNT-STATUS   PIC X(01).
           05  PR-NEW-OPEN-DATE        PIC 9(08).
           05  PR-NEW-CLOSE-DATE       PIC 9(08).

       FD  TELLER-TRANSACTIONS-FILE.
       01  TT-TELLER-RECORD.
           05 WS-AGE               PIC 9(03).
           05 WS-ACCOUNT-BALANCE   PIC 9(07)V99.
           05 WS-ACCOUNT-TYPE      PIC X(10).
           05 WS-ACCOUNT-STATUS    PIC X(01).
               88 WS-ACCOUNT-IS-CLOSED        VALUE "C".
           05 WS-OPEN-DATE         PIC 9(08).
           05 WS-CLOSE-DATE        PIC 9(08).

       01 WS-OLD-BALANCE        PIC 9(07)V99.

           MOVE PR-AGE              TO WS-AGE.
           MOVE PR-ACCOUNT-BALANCE  TO WS-ACCOUNT-BALANCE.
           MOVE PR-ACCOUNT-TYPE     TO WS-ACCOUNT-TYPE.
           MOVE PR-ACCOUNT-STATUS   TO WS-ACCOUNT-STATUS.
           MOVE PR-OPEN-DATE        TO WS-OPEN-DATE.
           MOVE PR-CLOSE-DATE       TO WS-CLOSE-DATE.

       3000-EXIT.
           EXIT.
      *> One sorted transaction. An account number below the record
      *> on hand was passed by the master without matching - that
      *> account is not on the master, and the line goes straight
      *> to the exception listing. So does anything keyed against a
      *> closed account - its balance was paid out at closure. A
      *> transaction code the tellers never key is rejected rather
      *> than guessed at.
      *>-----------------------------------------------------------------
       4100-APPLY-TRANSACTION.

               GO TO 4100-EXIT
           END-IF.

           IF WS-ACCOUNT-IS-CLOSED
               MOVE "ACCOUNT IS CLOSED" TO WS-REJECT-REASON
               PERFORM 6500-WRITE-EXCEPTION-LINE
                   THRU 6500-EXIT
               PERFORM 3500-READ-TRANSACTION
                   THRU 3500-EXIT
               GO TO 4100-EXIT
           END-IF.

           IF ST-TRANS-IS-DEPOSIT
               PERFORM 4200-POST-DEPOSIT
                   THRU 4200-EXIT
           MOVE WS-AGE              TO PR-NEW-AGE.
           MOVE WS-ACCOUNT-BALANCE  TO PR-NEW-ACCOUNT-BALANCE.
           MOVE WS-ACCOUNT-TYPE     TO PR-NEW-ACCOUNT-TYPE.
           MOVE WS-ACCOUNT-STATUS   TO PR-NEW-ACCOUNT-STATUS.
           MOVE WS-OPEN-DATE        TO PR-NEW-OPEN-DATE.
           MOVE WS-CLOSE-DATE       TO PR-NEW-CLOSE-DATE.

           WRITE PR-NEW-PERSON-RECORD.

