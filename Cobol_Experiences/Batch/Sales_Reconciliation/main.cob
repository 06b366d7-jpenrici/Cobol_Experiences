      *>
      *> Modification History
      *> ---------------------
      *> 2026-10-15  PS-INV  Carries the new IM-ITEM-STATUS through
      *>                     to ITEM-MASTER-NEW, so a discontinued
      *>                     item stays discontinued across the
      *>                     master pass.
      *> 2026-10-14  PS-INV  STOCK-COUNT is now written each night
      *>                     by Cycle-Count-Scheduler as a skeleton
      *>                     with the quantity left blank for the
      *>                     floor staff to fill in. A line still
      *>                     blank when it comes back was not
      *>                     counted and reconciles as NO COUNT - it
      *>                     is not taken as a count of zero.
      *> 2026-09-01  PS-INV  The day's sales and today's physical
      *>                     count are no longer loaded into
      *>                     WS-SALES-TABLE and WS-COUNT-TABLE
           05  IM-NEW-REORDER-LEVEL    PIC 9(03).
           05  IM-NEW-CURRENCY-CODE    PIC X(03).
           05  IM-NEW-ITEM-TYPE        PIC X(01).
           05  IM-NEW-ITEM-STATUS      PIC X(01).

       FD  SALES-TRANSACTIONS-FILE.
       01  ST-SALES-RECORD.
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

      *>-----------------------------------------------------------------
      *> 4210-CONSUME-COUNT
      *> A count sheet line with no quantity filled in was not
      *> counted, and is passed over.
      *>-----------------------------------------------------------------
       4210-CONSUME-COUNT.

           IF SN-ITEM-ID = WS-ITEM-ID
            AND SN-COUNTED-QTY IS NUMERIC
               ADD SN-COUNTED-QTY TO WS-ACTUAL-COUNTED
               MOVE "Y" TO WS-COUNT-FOUND-SWITCH
           END-IF.
           MOVE WS-REORDER-LEVEL TO IM-NEW-REORDER-LEVEL.
           MOVE WS-CURRENCY-CODE TO IM-NEW-CURRENCY-CODE.
           MOVE WS-ITEM-TYPE     TO IM-NEW-ITEM-TYPE.
           MOVE WS-ITEM-STATUS   TO IM-NEW-ITEM-STATUS.

           WRITE IM-NEW-ITEM-RECORD.

