      *>
      *> Modification History
      *> ---------------------
      *> 2026-10-15  PS-INV  Discontinued items (IM-ITEM-STATUS "D")
      *>                     are still valued but are no longer
      *>                     listed on the REORDER REPORT. Wrapped the
      *>                     BOM table loads that ran past column 72.
      *> 2026-08-22  PS-INV  Writes START/END records to the
      *>                     RUN-CONTROL ledger (END carries items
      *>                     processed and the BRL and USD grand
           05  IL-REORDER-LEVEL    PIC 9(03).
           05  IL-CURRENCY-CODE    PIC X(03).
           05  IL-ITEM-TYPE        PIC X(01).
           05  IL-ITEM-STATUS      PIC X(01).

       FD  BOM-FILE.
           COPY BOMREC.
               10 WS-NAME          PIC X(15).
               10 WS-DESCRIPTION   PIC X(35).

           *> Numeric field with 2 decimal places (V is implicit
           *> decimal)
           05 WS-UNIT-PRICE    PIC 9(04)V99.

           *> Quantity in stock
           05 WS-ITEM-TYPE      PIC X(01).
               88 WS-ITEM-IS-KIT         VALUE "K".

           *> "D" = discontinued - still valued while stock remains,
           *> but never put on the REORDER REPORT
           05 WS-ITEM-STATUS    PIC X(01).
               88 WS-ITEM-IS-DISCONTINUED VALUE "D".

           *> Total for this item
           05 WS-TOTAL-VALUE   PIC 9(07)V99.


           ADD 1 TO WS-BOM-COUNT.
           MOVE BM-KIT-ITEM-ID       TO WS-TBL-KIT-ID(WS-BOM-COUNT).
           MOVE BM-COMPONENT-ITEM-ID
               TO WS-TBL-COMPONENT-ID(WS-BOM-COUNT).
           MOVE BM-COMPONENT-QTY
               TO WS-TBL-COMPONENT-QTY(WS-BOM-COUNT).
           MOVE BM-DISCOUNT-PERCENT
               TO WS-TBL-DISCOUNT-PCT(WS-BOM-COUNT).

       0520-EXIT.
           EXIT.
           MOVE IM-REORDER-LEVEL TO WS-REORDER-LEVEL.
           MOVE IM-CURRENCY-CODE TO WS-CURRENCY-CODE.
           MOVE IM-ITEM-TYPE     TO WS-ITEM-TYPE.
           MOVE IM-ITEM-STATUS   TO WS-ITEM-STATUS.

       3000-EXIT.
           EXIT.
      *> Compares the item's stock on hand against its reorder level.
      *> Anything at or below the threshold gets a line on the
      *> REORDER REPORT with the quantity purchasing needs to bring
      *> in to get back above the threshold. A discontinued item is
      *> never reordered, however low it runs.
      *>-----------------------------------------------------------------
       5000-REORDER-CHECK.

           IF WS-ITEM-IS-DISCONTINUED
               GO TO 5000-EXIT
           END-IF.

           IF WS-STOCK-QTY NOT < WS-REORDER-LEVEL
               GO TO 5000-EXIT
           END-IF.
