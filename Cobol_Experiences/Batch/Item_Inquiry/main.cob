      *>              nightly valuation report. Keying 00000 (or
      *>              just ENTER) ends the session.
      *> Tect Stack:  GnuCOBOL
      *>
      *> Modification History
      *> ---------------------
      *> 2026-10-15  PS-INV  A discontinued item shows as
      *>                     DISCONTINUED instead of being reported
      *>                     as on the reorder list.
      *>*****************************************************************

       IDENTIFICATION DIVISION.
           DISPLAY "PRICE : " WS-PRICE-DISPLAY.
           DISPLAY "STOCK : " WS-MASK-QTY.

      *> A discontinued item is never reordered, however low it runs
           IF IM-ITEM-IS-DISCONTINUED
               DISPLAY "STATUS: DISCONTINUED - NOT REORDERED"
               GO TO 3000-EXIT
           END-IF.

           IF IM-STOCK-QTY < IM-REORDER-LEVEL
               COMPUTE WS-SHORTFALL-QTY =
                   IM-REORDER-LEVEL - IM-STOCK-QTY
