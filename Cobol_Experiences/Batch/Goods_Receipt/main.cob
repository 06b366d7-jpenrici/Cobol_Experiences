      *>              open PO line at all - is flagged on the
      *>              receiving exceptions report. Writes
      *>              ITEM-MASTER-CONTROL so Master-File-Promotion
      *>              installs the refreshed master. Every costed
      *>              receipt is also averaged into the item's
      *>              moving weighted average cost on ITEM-COST, so
      *>              the margin and shrinkage reports can see what
      *>              an item cost us as well as what it sells for.
      *> Tect Stack:  GnuCOBOL
      *>
      *> Modification History
      *> ---------------------
      *> 2026-10-15  PS-INV  Stamps PO-RECEIPT-DATE on each line it
      *>                     closes, and appends every short, over
      *>                     and no-PO delivery to the new
      *>                     VENDOR-EXCEPTIONS ledger (VENDEXC
      *>                     copybook) for Vendor-Scorecard-Report.
      *> 2026-10-15  PS-INV  Carries the new IM-ITEM-STATUS through
      *>                     to ITEM-MASTER-NEW, so a discontinued
      *>                     item stays discontinued across the
      *>                     master pass.
      *> 2026-10-14  PS-INV  Keeps a moving weighted average cost
      *>                     per item on the new ITEM-COST file
      *>                     (ITEMCOST copybook): each costed
      *>                     receipt is averaged in with the stock
      *>                     already on hand at its PO-UNIT-COST.
      *> 2026-09-01  PS-OPS  Writes START/END records to the
      *>                     RUN-CONTROL ledger so the nightly
      *>                     job-stream driver can confirm the run
               ASSIGN TO "GOODS-RECEIPTS"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> Loaded whole, then written back in the master pass - no
      *> file yet just means no item has been costed
           SELECT ITEM-COST-FILE
               ASSIGN TO "ITEM-COST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COST-FILE-STATUS.

           SELECT RECEIVING-EXCEPTIONS-FILE
               ASSIGN TO "RECEIVING-EXCEPTIONS"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> Appended to - no file yet just means no vendor has got a
      *> delivery wrong
           SELECT VENDOR-EXCEPTIONS-FILE
               ASSIGN TO "VENDOR-EXCEPTIONS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VX-FILE-STATUS.

           SELECT ITEM-CONTROL-FILE
               ASSIGN TO "ITEM-MASTER-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL.
           05  IM-NEW-REORDER-LEVEL    PIC 9(03).
           05  IM-NEW-CURRENCY-CODE    PIC X(03).
           05  IM-NEW-ITEM-TYPE        PIC X(01).
           05  IM-NEW-ITEM-STATUS      PIC X(01).

       FD  PURCHASE-ORDERS-FILE.
           COPY POREC.
           05  GR-ITEM-ID              PIC 9(05).
           05  GR-QTY-RECEIVED         PIC 9(05).

       FD  ITEM-COST-FILE.
           COPY ITEMCOST.

       FD  RECEIVING-EXCEPTIONS-FILE.
       01  RX-REPORT-LINE              PIC X(90).

       FD  VENDOR-EXCEPTIONS-FILE.
           COPY VENDEXC.

       FD  ITEM-CONTROL-FILE.
           COPY CTLREC.

           05 WS-REORDER-LEVEL      PIC 9(03).
           05 WS-CURRENCY-CODE      PIC X(03).
           05 WS-ITEM-TYPE          PIC X(01).
           05 WS-ITEM-STATUS        PIC X(01).

       *> End-of-file switches
       01 WS-SWITCHES.
               88 WS-PO-END-OF-FILE             VALUE "Y".
           05 WS-RCPT-EOF-SWITCH   PIC X(01)   VALUE "N".
               88 WS-RCPT-END-OF-FILE           VALUE "Y".
           05 WS-COST-EOF-SWITCH   PIC X(01)   VALUE "N".
               88 WS-COST-END-OF-FILE           VALUE "Y".

       01 WS-PO-FILE-STATUS        PIC X(02).
       01 WS-COST-FILE-STATUS      PIC X(02).
       01 WS-VX-FILE-STATUS        PIC X(02).

       01 WS-RUN-DATE              PIC 9(08).

               10 WS-PO-STATUS         PIC X(01).
                   88 WS-PO-LINE-IS-OPEN        VALUE "O".
               10 WS-PO-UNIT-COST      PIC 9(04)V99.
               10 WS-PO-RECEIPT-DATE   PIC 9(08).
       01 WS-PO-COUNT              PIC 9(04) COMP   VALUE ZERO.

      *>-----------------------------------------------------------------
      *> sweep after the pass flag a receipt whose item is not on
      *> the master at all; the line count lets it back those
      *> lines out of the posted proof total, which would otherwise
      *> contradict the exception lines above it. The costed
      *> quantity and value are the part of the receipts whose PO
      *> line carried a unit cost - a pre-cost line adds stock but
      *> says nothing about what the stock cost.
      *>-----------------------------------------------------------------
       01 WS-POST-TABLE.
           05 WS-POST-ENTRY OCCURS 200 TIMES.
               10 WS-POST-LINES        PIC 9(05).
               10 WS-POST-MATCHED      PIC X(01).
                   88 WS-POST-IS-MATCHED        VALUE "Y".
               10 WS-POST-COSTED-QTY   PIC 9(05).
               10 WS-POST-COST-VALUE   PIC 9(09)V99.
               10 WS-POST-LAST-COST    PIC 9(04)V99.
       01 WS-POST-COUNT            PIC 9(04) COMP   VALUE ZERO.

      *>-----------------------------------------------------------------
      *> ITEM-COST as it stood before today's receipts, one entry
      *> per costed item, in item order.
      *>-----------------------------------------------------------------
       01 WS-COST-TABLE.
           05 WS-COST-ENTRY OCCURS 500 TIMES.
               10 WS-COST-ITEM-ID      PIC 9(05).
               10 WS-COST-AVERAGE      PIC 9(04)V9(04).
               10 WS-COST-LAST-COST    PIC 9(04)V99.
               10 WS-COST-LAST-DATE    PIC 9(08).
       01 WS-COST-COUNT            PIC 9(04) COMP   VALUE ZERO.

       *> Cost of the item in the master pass, carried the way
       *> WS-ITEM-STRUCTURE carries its master record
       01 WS-ITEM-COST.
           05 WS-ITEM-COST-SW       PIC X(01).
               88 WS-ITEM-HAS-COST              VALUE "Y".
           05 WS-ITEM-AVERAGE-COST  PIC 9(04)V9(04).
           05 WS-ITEM-LAST-COST     PIC 9(04)V99.
           05 WS-ITEM-LAST-DATE     PIC 9(08).

       01 WS-TBL-IDX               PIC 9(04) COMP.
       01 WS-PO-IDX                PIC 9(04) COMP.
       01 WS-COST-IDX              PIC 9(04) COMP.

       01 WS-LOOKUP-SWITCH         PIC X(01).
           88 WS-LOOKUP-FOUND                    VALUE "Y".

       01 WS-OUTSTANDING-QTY       PIC S9(05).

       *> Vendor a no-PO delivery is put against - the vendor of any
       *> line carrying the PO number it quoted, else zero
       01 WS-NO-PO-VENDOR-ID       PIC 9(04).

       01 WS-RECEIPT-TOTALS.
           05 WS-RECEIPT-COUNT      PIC 9(05)   VALUE ZERO.
           05 WS-POSTED-COUNT       PIC 9(05)   VALUE ZERO.
           05 WS-EXCEPTION-COUNT    PIC 9(05)   VALUE ZERO.
           05 WS-COST-UPDATED-COUNT PIC 9(05)   VALUE ZERO.

       *> Control totals of the NEW master written this run, for
       *> Master-File-Promotion to verify against
           MOVE "--- RECEIVING EXCEPTIONS ---" TO RX-REPORT-LINE.
           WRITE RX-REPORT-LINE.

           OPEN EXTEND VENDOR-EXCEPTIONS-FILE.
           IF WS-VX-FILE-STATUS = "35"
               OPEN OUTPUT VENDOR-EXCEPTIONS-FILE
           END-IF.

      *> A receipt with no order book at all is every receipt
      *> unmatched - the exceptions report will say so line by line
           OPEN INPUT PURCHASE-ORDERS-FILE.

           CLOSE GOODS-RECEIPTS-FILE.

           OPEN INPUT ITEM-COST-FILE.
           IF WS-COST-FILE-STATUS NOT = "35"
               PERFORM 1500-LOAD-ITEM-COST
                   THRU 1500-EXIT
                   UNTIL WS-COST-END-OF-FILE
               CLOSE ITEM-COST-FILE
           END-IF.

           OPEN INPUT  ITEM-MASTER-FILE.
           OPEN OUTPUT ITEM-MASTER-NEW-FILE.
           OPEN OUTPUT ITEM-COST-FILE.

           PERFORM 3000-READ-ITEM
               THRU 3000-EXIT.
               MOVE ZERO TO WS-PO-UNIT-COST(WS-PO-COUNT)
           END-IF.

      *> Likewise a line closed before the receipt date was kept
           IF PO-RECEIPT-DATE IS NUMERIC
               MOVE PO-RECEIPT-DATE
                   TO WS-PO-RECEIPT-DATE(WS-PO-COUNT)
           ELSE
               MOVE ZERO TO WS-PO-RECEIPT-DATE(WS-PO-COUNT)
           END-IF.

       1100-EXIT.
           EXIT.


           ADD GR-QTY-RECEIVED TO WS-PO-RECEIVED-QTY(WS-PO-IDX).
           MOVE "C" TO WS-PO-STATUS(WS-PO-IDX).
           MOVE WS-RUN-DATE TO WS-PO-RECEIPT-DATE(WS-PO-IDX).

           IF GR-QTY-RECEIVED < WS-OUTSTANDING-QTY
               PERFORM 6200-WRITE-SHORT-LINE
       1310-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 1350-FIND-PO-VENDOR
      *> A receipt matching no open line may still quote a real PO
      *> number - closed, or for another item. A purchase order
      *> covers exactly one vendor, so any line of it names who
      *> shipped the goods.
      *>-----------------------------------------------------------------
       1350-FIND-PO-VENDOR.

           MOVE ZERO TO WS-NO-PO-VENDOR-ID.
           MOVE "N"  TO WS-LOOKUP-SWITCH.

           PERFORM 1360-SCAN-PO-VENDOR
               THRU 1360-EXIT
               VARYING WS-PO-IDX FROM 1 BY 1
               UNTIL WS-PO-IDX > WS-PO-COUNT
                  OR WS-LOOKUP-FOUND.

       1350-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 1360-SCAN-PO-VENDOR
      *>-----------------------------------------------------------------
       1360-SCAN-PO-VENDOR.

           IF WS-PO-NUMBER(WS-PO-IDX) = GR-PO-NUMBER
               MOVE WS-PO-VENDOR-ID(WS-PO-IDX) TO WS-NO-PO-VENDOR-ID
               MOVE "Y" TO WS-LOOKUP-SWITCH
           END-IF.

       1360-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 1400-ADD-POSTING
      *> Adds the received quantity to the item's posting total,
               MOVE GR-QTY-RECEIVED TO WS-POST-QTY(WS-POST-COUNT)
               MOVE 1               TO WS-POST-LINES(WS-POST-COUNT)
               MOVE "N"             TO WS-POST-MATCHED(WS-POST-COUNT)
               MOVE ZERO        TO WS-POST-COSTED-QTY(WS-POST-COUNT)
               MOVE ZERO        TO WS-POST-COST-VALUE(WS-POST-COUNT)
               MOVE ZERO        TO WS-POST-LAST-COST(WS-POST-COUNT)
               MOVE WS-POST-COUNT TO WS-TBL-IDX
           ELSE
               SUBTRACT 1 FROM WS-TBL-IDX
           END-IF.

      *> Only a line ordered at a known cost can be averaged in
           IF WS-PO-UNIT-COST(WS-PO-IDX) > ZERO
               ADD GR-QTY-RECEIVED TO WS-POST-COSTED-QTY(WS-TBL-IDX)
               COMPUTE WS-POST-COST-VALUE(WS-TBL-IDX) =
                   WS-POST-COST-VALUE(WS-TBL-IDX) +
                   (GR-QTY-RECEIVED * WS-PO-UNIT-COST(WS-PO-IDX))
               MOVE WS-PO-UNIT-COST(WS-PO-IDX)
                   TO WS-POST-LAST-COST(WS-TBL-IDX)
           END-IF.

       1400-EXIT.
       1410-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 1500-LOAD-ITEM-COST
      *> WS-COST-TABLE holds one entry per costed item, so it must
      *> be able to hold the whole ITEM-COST file - if the file ever
      *> outgrows the table, the run stops here with a clear message
      *> instead of writing past the table's last entry.
      *>-----------------------------------------------------------------
       1500-LOAD-ITEM-COST.

           READ ITEM-COST-FILE
               AT END
                   MOVE "Y" TO WS-COST-EOF-SWITCH
                   GO TO 1500-EXIT
           END-READ.

           IF WS-COST-COUNT NOT < 500
               DISPLAY "*** ABEND: ITEM-COST EXCEEDS 500 ITEMS - "
                       "WS-COST-TABLE IS FULL ***"
               DISPLAY "INCREASE WS-COST-TABLE OCCURS AND RECOMPILE."
               STOP RUN
           END-IF.

           ADD 1 TO WS-COST-COUNT.
           MOVE IC-ITEM-ID         TO WS-COST-ITEM-ID(WS-COST-COUNT).
           MOVE IC-AVERAGE-COST    TO WS-COST-AVERAGE(WS-COST-COUNT).
           MOVE IC-LAST-UNIT-COST  TO WS-COST-LAST-COST(WS-COST-COUNT).
           MOVE IC-LAST-RECEIPT-DATE
               TO WS-COST-LAST-DATE(WS-COST-COUNT).

       1500-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 2000-PROCESS-ITEM
      *>-----------------------------------------------------------------
       2000-PROCESS-ITEM.

           PERFORM 4300-LOOKUP-ITEM-COST
               THRU 4300-EXIT.

           PERFORM 4000-POST-RECEIPTS
               THRU 4000-EXIT.

           PERFORM 5000-WRITE-NEW-MASTER
               THRU 5000-EXIT.

           PERFORM 5100-WRITE-ITEM-COST
               THRU 5100-EXIT.

           PERFORM 3000-READ-ITEM
               THRU 3000-EXIT.

           MOVE IM-REORDER-LEVEL TO WS-REORDER-LEVEL.
           MOVE IM-CURRENCY-CODE TO WS-CURRENCY-CODE.
           MOVE IM-ITEM-TYPE     TO WS-ITEM-TYPE.
           MOVE IM-ITEM-STATUS   TO WS-ITEM-STATUS.

       3000-EXIT.
           EXIT.

           MOVE "Y" TO WS-POST-MATCHED(WS-TBL-IDX).

      *> Averaged against the stock on hand before this posting
           PERFORM 4200-AVERAGE-IN-RECEIPTS
               THRU 4200-EXIT.

           COMPUTE WS-STOCK-QTY = WS-STOCK-QTY +
                   WS-POST-QTY(WS-TBL-IDX)
               ON SIZE ERROR
       4110-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 4200-AVERAGE-IN-RECEIPTS
      *> Moving weighted average: the stock already on hand at its
      *> average cost, plus today's costed receipts at what they
      *> were ordered at, over the two quantities together. An item
      *> costed for the first time takes today's receipts' own
      *> average - stock it held before has no known cost to weigh.
      *>-----------------------------------------------------------------
       4200-AVERAGE-IN-RECEIPTS.

           IF WS-POST-COSTED-QTY(WS-TBL-IDX) = ZERO
               GO TO 4200-EXIT
           END-IF.

           IF WS-ITEM-HAS-COST
               COMPUTE WS-ITEM-AVERAGE-COST ROUNDED =
                   ((WS-STOCK-QTY * WS-ITEM-AVERAGE-COST) +
                       WS-POST-COST-VALUE(WS-TBL-IDX)) /
                   (WS-STOCK-QTY + WS-POST-COSTED-QTY(WS-TBL-IDX))
           ELSE
               COMPUTE WS-ITEM-AVERAGE-COST ROUNDED =
                   WS-POST-COST-VALUE(WS-TBL-IDX) /
                   WS-POST-COSTED-QTY(WS-TBL-IDX)
               MOVE "Y" TO WS-ITEM-COST-SW
           END-IF.

           MOVE WS-POST-LAST-COST(WS-TBL-IDX) TO WS-ITEM-LAST-COST.
           MOVE WS-RUN-DATE                   TO WS-ITEM-LAST-DATE.

           ADD 1 TO WS-COST-UPDATED-COUNT.

       4200-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 4300-LOOKUP-ITEM-COST
      *> Picks the master item's cost up off WS-COST-TABLE, or marks
      *> it as not yet costed.
      *>-----------------------------------------------------------------
       4300-LOOKUP-ITEM-COST.

           MOVE "N"  TO WS-ITEM-COST-SW.
           MOVE ZERO TO WS-ITEM-AVERAGE-COST.
           MOVE ZERO TO WS-ITEM-LAST-COST.
           MOVE ZERO TO WS-ITEM-LAST-DATE.

           PERFORM 4310-SCAN-ITEM-COST
               THRU 4310-EXIT
               VARYING WS-COST-IDX FROM 1 BY 1
               UNTIL WS-COST-IDX > WS-COST-COUNT
                  OR WS-ITEM-HAS-COST.

       4300-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 4310-SCAN-ITEM-COST
      *>-----------------------------------------------------------------
       4310-SCAN-ITEM-COST.

           IF WS-COST-ITEM-ID(WS-COST-IDX) = WS-ITEM-ID
               MOVE WS-COST-AVERAGE(WS-COST-IDX)
                   TO WS-ITEM-AVERAGE-COST
               MOVE WS-COST-LAST-COST(WS-COST-IDX)
                   TO WS-ITEM-LAST-COST
               MOVE WS-COST-LAST-DATE(WS-COST-IDX)
                   TO WS-ITEM-LAST-DATE
               MOVE "Y" TO WS-ITEM-COST-SW
           END-IF.

       4310-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 5000-WRITE-NEW-MASTER
      *>-----------------------------------------------------------------
           MOVE WS-REORDER-LEVEL TO IM-NEW-REORDER-LEVEL.
           MOVE WS-CURRENCY-CODE TO IM-NEW-CURRENCY-CODE.
           MOVE WS-ITEM-TYPE     TO IM-NEW-ITEM-TYPE.
           MOVE WS-ITEM-STATUS   TO IM-NEW-ITEM-STATUS.

           WRITE IM-NEW-ITEM-RECORD.

       5000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 5100-WRITE-ITEM-COST
      *> Written in the master pass, so ITEM-COST comes out in item
      *> order; an item never costed gets no record.
      *>-----------------------------------------------------------------
       5100-WRITE-ITEM-COST.

           IF NOT WS-ITEM-HAS-COST
               GO TO 5100-EXIT
           END-IF.

           MOVE WS-ITEM-ID           TO IC-ITEM-ID.
           MOVE WS-ITEM-AVERAGE-COST TO IC-AVERAGE-COST.
           MOVE WS-ITEM-LAST-COST    TO IC-LAST-UNIT-COST.
           MOVE WS-ITEM-LAST-DATE    TO IC-LAST-RECEIPT-DATE.

           WRITE IC-ITEM-COST-RECORD.

       5100-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 6100-WRITE-NO-PO-LINE
      *>-----------------------------------------------------------------

           ADD 1 TO WS-EXCEPTION-COUNT.

           PERFORM 1350-FIND-PO-VENDOR
               THRU 1350-EXIT.

           MOVE WS-NO-PO-VENDOR-ID TO VX-VENDOR-ID.
           MOVE "N"                TO VX-EXCEPTION-CODE.
           MOVE ZERO               TO VX-EXPECTED-QTY.
           PERFORM 6500-WRITE-VENDOR-EXCEPTION
               THRU 6500-EXIT.

           MOVE GR-QTY-RECEIVED TO WS-MASK-QTY.

           INITIALIZE RX-REPORT-LINE.

           ADD 1 TO WS-EXCEPTION-COUNT.

           MOVE WS-PO-VENDOR-ID(WS-PO-IDX) TO VX-VENDOR-ID.
           MOVE "S"                        TO VX-EXCEPTION-CODE.
           MOVE WS-OUTSTANDING-QTY         TO VX-EXPECTED-QTY.
           PERFORM 6500-WRITE-VENDOR-EXCEPTION
               THRU 6500-EXIT.

           MOVE GR-QTY-RECEIVED   TO WS-MASK-QTY.
           MOVE WS-OUTSTANDING-QTY TO WS-MASK-QTY-2.


           ADD 1 TO WS-EXCEPTION-COUNT.

           MOVE WS-PO-VENDOR-ID(WS-PO-IDX) TO VX-VENDOR-ID.
           MOVE "O"                        TO VX-EXCEPTION-CODE.
           MOVE WS-OUTSTANDING-QTY         TO VX-EXPECTED-QTY.
           PERFORM 6500-WRITE-VENDOR-EXCEPTION
               THRU 6500-EXIT.

           MOVE GR-QTY-RECEIVED   TO WS-MASK-QTY.
           MOVE WS-OUTSTANDING-QTY TO WS-MASK-QTY-2.

       6400-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 6500-WRITE-VENDOR-EXCEPTION
      *> Appends the receipt on hand to VENDOR-EXCEPTIONS with the
      *> vendor, code and expected quantity the caller set.
      *>-----------------------------------------------------------------
       6500-WRITE-VENDOR-EXCEPTION.

           MOVE WS-RUN-DATE     TO VX-EXCEPTION-DATE.
           MOVE GR-PO-NUMBER    TO VX-PO-NUMBER.
           MOVE GR-ITEM-ID      TO VX-ITEM-ID.
           MOVE GR-QTY-RECEIVED TO VX-ACTUAL-QTY.
           MOVE ZERO            TO VX-AMOUNT.

           WRITE VX-VENDOR-EXCEPTION-RECORD.

       6500-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 7000-SWEEP-UNMATCHED
      *> A posting entry the master pass never matched names an item
           MOVE WS-PO-ORDER-DATE(WS-PO-IDX)   TO PO-ORDER-DATE.
           MOVE WS-PO-STATUS(WS-PO-IDX)       TO PO-STATUS.
           MOVE WS-PO-UNIT-COST(WS-PO-IDX)    TO PO-UNIT-COST.
           MOVE WS-PO-RECEIPT-DATE(WS-PO-IDX) TO PO-RECEIPT-DATE.

           WRITE PO-ORDER-RECORD.

           END-STRING.
           WRITE RX-REPORT-LINE.

           MOVE WS-COST-UPDATED-COUNT TO WS-MASK-COUNT.
           INITIALIZE RX-REPORT-LINE.
           STRING "ITEM COSTS AVERAGED:  " DELIMITED BY SIZE
                   WS-MASK-COUNT           DELIMITED BY SIZE
                   INTO RX-REPORT-LINE
           END-STRING.
           WRITE RX-REPORT-LINE.

           CLOSE ITEM-MASTER-FILE.
           CLOSE ITEM-MASTER-NEW-FILE.
           CLOSE ITEM-COST-FILE.
           CLOSE RECEIVING-EXCEPTIONS-FILE.
           CLOSE VENDOR-EXCEPTIONS-FILE.

      *> Written only once every NEW-master record is safely on
      *> file - a run that abends before here leaves no control
