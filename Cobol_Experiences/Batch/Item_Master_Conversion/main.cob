      *>              run rather than losing the record. Run once,
      *>              then retire this program.
      *> Tect Stack:  GnuCOBOL
      *>
      *> Modification History
      *> ---------------------
      *> 2026-10-15  PS-INV  Brought back for the item-status
      *>                     cutover: with the live master unloaded
      *>                     to ITEM-MASTER-SEQ in the 71-byte
      *>                     layout, reloads it in the 72-byte
      *>                     ITEMREC with every item stamped active
      *>                     (see ITEMREC's cutover note).
      *>*****************************************************************

       IDENTIFICATION DIVISION.
           MOVE IS-OLD-CURRENCY-CODE TO IM-CURRENCY-CODE.
           MOVE IS-OLD-ITEM-TYPE     TO IM-ITEM-TYPE.

      *> Nothing was discontinued before the status existed - an
      *> item that had gone off sale was simply never reordered
           MOVE "A"                  TO IM-ITEM-STATUS.

           WRITE IM-ITEM-RECORD
               INVALID KEY
                   DISPLAY "*** ABEND: DUPLICATE OR OUT-OF-SEQUENCE "
