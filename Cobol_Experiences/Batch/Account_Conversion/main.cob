      *>
      *> Modification History
      *> ---------------------
      *> 2026-10-14  PS-ACC  Stamps every converted account open with
      *>                     a zero open date, now that PERSONREC
      *>                     carries the account status and dates.
      *> 2026-08-22  PS-ACC  Now writes CUSTOMER-MASTER-CONTROL (one
      *>                     CTLREC record) as the run's very last
      *>                     act, so Master-File-Promotion - not a
           MOVE PR-OLD-AGE              TO PR-AGE.
           MOVE PR-OLD-ACCOUNT-BALANCE  TO PR-ACCOUNT-BALANCE.
           MOVE PR-OLD-ACCOUNT-TYPE     TO PR-ACCOUNT-TYPE.
           MOVE "O"                     TO PR-ACCOUNT-STATUS.
           MOVE ZERO                    TO PR-OPEN-DATE.
           MOVE ZERO                    TO PR-CLOSE-DATE.

           WRITE PR-PERSON-RECORD.

