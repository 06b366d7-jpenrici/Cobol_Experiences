      *>              the same double-run guard the accrual batch
      *>              carries; run with OVERRIDE to charge anyway.
      *> Tect Stack:  GnuCOBOL
      *>
      *> Modification History
      *> ---------------------
      *> 2026-10-14  PS-ACC  Carries the account status and open /
      *>                     close dates through to the NEW master.
      *>                     A closed account is no longer charged
      *>                     the fee or listed as dormant - it is
      *>                     copied through untouched.
      *>*****************************************************************

       IDENTIFICATION DIVISION.
           05  PR-NEW-AGE              PIC 9(03).
           05  PR-NEW-ACCOUNT-BALANCE  PIC 9(07)V99.
           05  PR-NEW-ACCOUNT-TYPE     PIC X(10).
           05  PR-NEW-ACCOUNT-STATUS   PIC X(01).
           05  PR-NEW-OPEN-DATE        PIC 9(08).
           05  PR-NEW-CLOSE-DATE       PIC 9(08).

       *> One record: the fee, the minimum balance under which it
       *> is waived, and how many quiet months make an account
           05 WS-ACCOUNT-BALANCE   PIC 9(07)V99.
           05 WS-ACCOUNT-TYPE      PIC X(10).
               88 WS-ACCOUNT-TYPE-IS-CHECKING VALUE "CHECKING  ".
           05 WS-ACCOUNT-STATUS    PIC X(01).
               88 WS-ACCOUNT-IS-CLOSED        VALUE "C".
           05 WS-OPEN-DATE         PIC 9(08).
           05 WS-CLOSE-DATE        PIC 9(08).

       01 WS-OLD-BALANCE        PIC 9(07)V99.

      *> One pass through the loop: charge the record on hand if it
      *> is a checking account above the minimum, check it for
      *> dormancy, copy it to the new master, then read the next.
      *> A closed account is neither charged nor reported dormant -
      *> it is copied through untouched.
      *>-----------------------------------------------------------------
       2000-PROCESS-RECORD.

           IF WS-ACCOUNT-IS-CLOSED
               PERFORM 5000-WRITE-NEW-MASTER
                   THRU 5000-EXIT
               PERFORM 3000-READ-RECORD
                   THRU 3000-EXIT
               GO TO 2000-EXIT
           END-IF.

           IF WS-ACCOUNT-TYPE-IS-CHECKING
               PERFORM 4000-CHARGE-MAINTENANCE
                   THRU 4000-EXIT
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

