      *>              5800-PRICE-KIT), so a component change applied
      *>              here flows into every kit that carries it.
      *> Tect Stack:  GnuCOBOL
      *>
      *> Modification History
      *> ---------------------
      *> 2026-10-15  PS-INV  Carries the new IM-ITEM-STATUS through
      *>                     to ITEM-MASTER-NEW, so a discontinued
      *>                     item stays discontinued across the
      *>                     master pass.
      *>*****************************************************************

       IDENTIFICATION DIVISION.
           05  IM-NEW-REORDER-LEVEL    PIC 9(03).
           05  IM-NEW-CURRENCY-CODE    PIC X(03).
           05  IM-NEW-ITEM-TYPE        PIC X(01).
           05  IM-NEW-ITEM-STATUS      PIC X(01).

       FD  ITEM-CONTROL-FILE.
           COPY CTLREC.
           05 WS-REORDER-LEVEL      PIC 9(03).
           05 WS-CURRENCY-CODE      PIC X(03).
           05 WS-ITEM-TYPE          PIC X(01).
           05 WS-ITEM-STATUS        PIC X(01).

       *> End-of-file switches
       01 WS-SWITCHES.
           MOVE IM-REORDER-LEVEL TO WS-REORDER-LEVEL.
           MOVE IM-CURRENCY-CODE TO WS-CURRENCY-CODE.
           MOVE IM-ITEM-TYPE     TO WS-ITEM-TYPE.
           MOVE IM-ITEM-STATUS   TO WS-ITEM-STATUS.

       3000-EXIT.
           EXIT.
           MOVE WS-REORDER-LEVEL TO IM-NEW-REORDER-LEVEL.
           MOVE WS-CURRENCY-CODE TO IM-NEW-CURRENCY-CODE.
           MOVE WS-ITEM-TYPE     TO IM-NEW-ITEM-TYPE.
           MOVE WS-ITEM-STATUS   TO IM-NEW-ITEM-STATUS.

           WRITE IM-NEW-ITEM-RECORD.

