      *>              file, shared by every program that reads or
      *>              writes item records (Inventory-Example and
      *>              friends).
      *>              Items are added, changed and discontinued only
      *>              through Item-Maintenance-Batch, which logs
      *>              every field it moves on ITEM-CHANGE-AUDIT.
      *>              A discontinued item is never deleted: it stays
      *>              on file with IM-ITEM-STATUS "D" so the sales,
      *>              receipts and audit history that name it still
      *>              resolve. It is no longer reordered.
      *>              CUTOVER NOTE: records written before the status
      *>              was introduced are 71 bytes. The indexed master
      *>              must be unloaded to ITEM-MASTER-SEQ and reloaded
      *>              through Item-Master-Conversion, which stamps
      *>              every converted item active. A status of spaces
      *>              reads as active.
      *> Tect Stack:  GnuCOBOL
      *>*****************************************************************

           05  IM-CURRENCY-CODE    PIC X(03).
           *> "S" = single sellable item, "K" = kit/bundle of items
           05  IM-ITEM-TYPE        PIC X(01).
           05  IM-ITEM-STATUS      PIC X(01).
               88  IM-ITEM-IS-ACTIVE        VALUE "A" " ".
               88  IM-ITEM-IS-DISCONTINUED  VALUE "D".
