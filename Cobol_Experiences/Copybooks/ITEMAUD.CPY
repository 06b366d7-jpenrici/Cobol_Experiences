      *>*****************************************************************
      *> Copybook:    ITEMAUD.CPY
      *> Purpose:     Fixed-width record layout for the
      *>              ITEM-CHANGE-AUDIT file written by
      *>              Item-Maintenance-Batch - what PRICEAUD does for
      *>              IM-UNIT-PRICE, done for every field the item
      *>              maintenance batch moves. One record per field
      *>              changed: the item, the date it was applied,
      *>              the transaction that moved it (A add, C change,
      *>              D discontinue), the field's name and its value
      *>              before and after, both as printed. An add logs
      *>              every field it set with the before value left
      *>              blank; a discontinuation logs the STATUS field
      *>              going from A to D.
      *> Tect Stack:  GnuCOBOL
      *>*****************************************************************

       01  IH-ITEM-AUDIT-RECORD.
           05  IH-ITEM-ID          PIC 9(05).
           05  IH-RUN-DATE         PIC 9(08).
           05  IH-ACTION-CODE      PIC X(01).
               88  IH-ACTION-IS-ADD         VALUE "A".
               88  IH-ACTION-IS-CHANGE      VALUE "C".
               88  IH-ACTION-IS-DISCONTINUE VALUE "D".
           05  IH-FIELD-NAME       PIC X(14).
           05  IH-OLD-VALUE        PIC X(35).
           05  IH-NEW-VALUE        PIC X(35).
