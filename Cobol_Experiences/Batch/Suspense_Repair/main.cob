      *>
      *> Modification History
      *> ---------------------
      *> 2026-10-14  PS-ACC  Carries the account status and open /
      *>                     close dates onto CUSTOMER-MASTER-NEW: a
      *>                     repaired account keeps the ones it has
      *>                     on the master, a repaired account new
      *>                     to the master is opened as of the run
      *>                     date. Statements that ran past column
      *>                     72 (CR-ACCOUNT-TYPE-VALID's VALUE list
      *>                     and four table MOVEs) are now wrapped -
      *>                     their tails were being cut off.
      *> 2026-09-01  PS-OPS  Writes START/END records to the
      *>                     RUN-CONTROL ledger so the nightly
      *>                     job-stream driver can confirm the run
           05  CR-AGE              PIC 9(03).
           05  CR-ACCOUNT-BALANCE  PIC 9(07)V99.
           05  CR-ACCOUNT-TYPE     PIC X(10).
               88 CR-ACCOUNT-TYPE-VALID  VALUE "SAVINGS   "
                                               "CHECKING  ".

       FD  CUSTOMER-MASTER-FILE.
           COPY PERSONREC.
           05  PR-NEW-AGE              PIC 9(03).
           05  PR-NEW-ACCOUNT-BALANCE  PIC 9(07)V99.
           05  PR-NEW-ACCOUNT-TYPE     PIC X(10).
           05  PR-NEW-ACCOUNT-STATUS   PIC X(01).
           05  PR-NEW-OPEN-DATE        PIC 9(08).
           05  PR-NEW-CLOSE-DATE       PIC 9(08).

       FD  CUSTOMER-CONTROL-FILE.
           COPY CTLREC.
           ADD 1 TO WS-REPAIRED-TABLE-COUNT.
           MOVE CR-ACCOUNT-NUMBER  TO
               WS-REP-ACCOUNT-NUMBER(WS-REPAIRED-TABLE-COUNT).
           MOVE CR-NAME            TO
               WS-REP-NAME(WS-REPAIRED-TABLE-COUNT).
           MOVE CR-AGE             TO
               WS-REP-AGE(WS-REPAIRED-TABLE-COUNT).
           MOVE CR-ACCOUNT-BALANCE TO
               WS-REP-BALANCE(WS-REPAIRED-TABLE-COUNT).
           MOVE CR-ACCOUNT-TYPE    TO
               WS-REP-OLD-NUMBER(WS-REPAIRED-TABLE-COUNT).
           MOVE WS-SUSP-NAME(WS-TBL-IDX) TO
               WS-REP-OLD-NAME(WS-REPAIRED-TABLE-COUNT).
           MOVE "N"                TO
               WS-REP-USED(WS-REPAIRED-TABLE-COUNT).

           IF CR-ACCOUNT-BALANCE NOT = WS-SUSP-BALANCE(WS-TBL-IDX)
               PERFORM 7000-WRITE-AUDIT-RECORD
               MOVE PR-ACCOUNT-TYPE    TO PR-NEW-ACCOUNT-TYPE
           END-IF.

      *> A repair corrects the customer data only - the account
      *> keeps the status and dates it already has on the master
           MOVE PR-ACCOUNT-STATUS  TO PR-NEW-ACCOUNT-STATUS.
           MOVE PR-OPEN-DATE       TO PR-NEW-OPEN-DATE.
           MOVE PR-CLOSE-DATE      TO PR-NEW-CLOSE-DATE.

           WRITE PR-NEW-PERSON-RECORD
               INVALID KEY
                   DISPLAY "*** ABEND: DUPLICATE ACCOUNT NUMBER "
               TO PR-NEW-ACCOUNT-NUMBER.
           MOVE WS-REP-NAME(WS-REP-IDX)         TO PR-NEW-NAME.
           MOVE WS-REP-AGE(WS-REP-IDX)          TO PR-NEW-AGE.
           MOVE WS-REP-BALANCE(WS-REP-IDX)
               TO PR-NEW-ACCOUNT-BALANCE.
           MOVE WS-REP-ACCOUNT-TYPE(WS-REP-IDX) TO PR-NEW-ACCOUNT-TYPE.
           MOVE "O"                TO PR-NEW-ACCOUNT-STATUS.
           MOVE WS-RUN-DATE        TO PR-NEW-OPEN-DATE.
           MOVE ZERO               TO PR-NEW-CLOSE-DATE.

           WRITE PR-NEW-PERSON-RECORD
               INVALID KEY
