      *>*****************************************************************
      *> Copybook:    REFUNDREC.CPY
      *> Purpose:     Fixed-width record layout for the SALES-REFUNDS
      *>              file. Sales-Returns-Batch writes one record per
      *>              return it accepts: the item as it was sold (a
      *>              kit stays one line here, however many
      *>              components went back on the shelf), the units
      *>              brought back, whether they were resaleable or
      *>              damaged, the unit price the customer was
      *>              actually charged and the refund that price
      *>              values the return at, in the item's currency.
      *>              Daily-Sales-Journal nets the day's refunds
      *>              against the day's sales from this file.
      *> Tect Stack:  GnuCOBOL
      *>*****************************************************************

       01  RF-REFUND-RECORD.
           05  RF-REFUND-DATE      PIC 9(08).
           05  RF-ITEM-ID          PIC 9(05).
           05  RF-QTY-RETURNED     PIC 9(03).
           05  RF-CONDITION        PIC X(01).
               88  RF-RETURN-IS-RESALEABLE  VALUE "R".
               88  RF-RETURN-IS-DAMAGED     VALUE "D".
           05  RF-PRICE-CHARGED    PIC 9(04)V99.
           05  RF-REFUND-AMOUNT    PIC 9(07)V99.
           05  RF-CURRENCY-CODE    PIC X(03).
