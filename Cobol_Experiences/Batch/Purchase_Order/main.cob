      *>
      *> Modification History
      *> ---------------------
      *> 2026-10-15  PS-INV  New order lines carry a zero
      *>                     PO-RECEIPT-DATE until Goods-Receipt-
      *>                     Batch closes them.
      *> 2026-10-15  PS-INV  Discontinued items (IM-ITEM-STATUS "D")
      *>                     are skipped by the reorder check and
      *>                     never ordered again. Wrapped the order
      *>                     table moves that ran past column 72.
      *> 2026-09-01  PS-OPS  Writes START/END records to the
      *>                     RUN-CONTROL ledger so the nightly
      *>                     job-stream driver can confirm the run
           05 WS-NAME               PIC X(15).
           05 WS-STOCK-QTY          PIC 9(03).
           05 WS-REORDER-LEVEL      PIC 9(03).
           05 WS-ITEM-STATUS        PIC X(01).
               88 WS-ITEM-IS-DISCONTINUED       VALUE "D".

       *> End-of-file switches
       01 WS-SWITCHES.
           MOVE IM-NAME          TO WS-NAME.
           MOVE IM-STOCK-QTY     TO WS-STOCK-QTY.
           MOVE IM-REORDER-LEVEL TO WS-REORDER-LEVEL.
           MOVE IM-ITEM-STATUS   TO WS-ITEM-STATUS.

       3000-EXIT.
           EXIT.
      *> 4000-REORDER-CHECK
      *> Same threshold rule as Inventory-Example's 5000-REORDER-
      *> CHECK, but the shortfall becomes an order line instead of
      *> only a print line. A discontinued item is never reordered -
      *> what is left on the shelf is sold off and that is the end
      *> of it.
      *>-----------------------------------------------------------------
       4000-REORDER-CHECK.

           IF WS-ITEM-IS-DISCONTINUED
               GO TO 4000-EXIT
           END-IF.

           IF WS-STOCK-QTY NOT < WS-REORDER-LEVEL
               GO TO 4000-EXIT
           END-IF.
           END-IF.

           ADD 1 TO WS-ORDER-COUNT.
           MOVE WS-FOUND-VENDOR-ID   TO
               WS-ORD-VENDOR-ID(WS-ORDER-COUNT).
           MOVE WS-FOUND-VENDOR-NAME TO
               WS-ORD-VENDOR-NAME(WS-ORDER-COUNT).
           MOVE WS-ITEM-ID           TO
               WS-ORD-ITEM-ID(WS-ORDER-COUNT).
           MOVE WS-NAME              TO
               WS-ORD-ITEM-NAME(WS-ORDER-COUNT).
           MOVE WS-ORDER-QTY         TO
               WS-ORD-ORDER-QTY(WS-ORDER-COUNT).
           MOVE WS-FOUND-UNIT-COST   TO
               WS-ORD-UNIT-COST(WS-ORDER-COUNT).
           MOVE ZERO                 TO
               WS-ORD-PO-NUMBER(WS-ORDER-COUNT).

       6000-EXIT.
           EXIT.
           MOVE WS-RUN-DATE                   TO PO-ORDER-DATE.
           MOVE "O"                           TO PO-STATUS.
           MOVE WS-ORD-UNIT-COST(WS-ORD-IDX)  TO PO-UNIT-COST.
           MOVE ZERO                          TO PO-RECEIPT-DATE.

           WRITE PO-ORDER-RECORD.

