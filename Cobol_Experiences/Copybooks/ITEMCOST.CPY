      *>*****************************************************************
      *> Copybook:    ITEMCOST.CPY
      *> Purpose:     Fixed-width record layout for the ITEM-COST
      *>              file - what an item has cost us to buy, as
      *>              against IM-UNIT-PRICE, what we sell it for.
      *>              One record per item, in item order.
      *>              Goods-Receipt-Batch keeps IC-AVERAGE-COST as a
      *>              moving weighted average: every costed receipt
      *>              is averaged in with the stock already on hand,
      *>              weighted by quantity, at the PO-UNIT-COST the
      *>              line was ordered at. The cost is in the item's
      *>              own IM-CURRENCY-CODE. An item that has never
      *>              had a costed receipt has no record at all -
      *>              readers must treat it as cost unknown, not as
      *>              free. Kits have no record of their own; they
      *>              are costed through BOM-MASTER from their
      *>              components.
      *> Tect Stack:  GnuCOBOL
      *>*****************************************************************

       01  IC-ITEM-COST-RECORD.
           05  IC-ITEM-ID              PIC 9(05).
           *> Four decimal places so repeated averaging does not
           *> drift the way a cost rounded to the cent each time would
           05  IC-AVERAGE-COST         PIC 9(04)V9(04).
           05  IC-LAST-UNIT-COST       PIC 9(04)V99.
           05  IC-LAST-RECEIPT-DATE    PIC 9(08).
