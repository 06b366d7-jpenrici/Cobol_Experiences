      *>              stops the run rather than losing the record.
      *>              Run once, then retire this program.
      *> Tect Stack:  GnuCOBOL
      *>
      *> Modification History
      *> ---------------------
      *> 2026-10-14  PS-ACC  Brought back for the account-status
      *>                     cutover: with the live master unloaded
      *>                     to CUSTOMER-MASTER-SEQ in the 48-byte
      *>                     layout, reloads it in the 65-byte
      *>                     PERSONREC with every account stamped
      *>                     open (see PERSONREC's cutover note).
      *>*****************************************************************

       IDENTIFICATION DIVISION.
           MOVE CS-OLD-ACCOUNT-BALANCE TO PR-ACCOUNT-BALANCE.
           MOVE CS-OLD-ACCOUNT-TYPE    TO PR-ACCOUNT-TYPE.

      *> Every account converted is open; when it was opened was
      *> never recorded, so the open date is left zero
           MOVE "O"                    TO PR-ACCOUNT-STATUS.
           MOVE ZERO                   TO PR-OPEN-DATE.
           MOVE ZERO                   TO PR-CLOSE-DATE.

           WRITE PR-PERSON-RECORD
               INVALID KEY
                   DISPLAY "*** ABEND: DUPLICATE OR OUT-OF-SEQUENCE "
