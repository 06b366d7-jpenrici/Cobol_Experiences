      *>*****************************************************************
      *> Program:     Sales-Returns-Batch
      *> Author:      Pet Shop IT - Inventory Team
      *> Date-Written: 2026-10-14
      *> Purpose:     Posts the day's customer returns. Until now a
      *>              bag of feed brought back to the counter went
      *>              straight onto the shelf with no record, the
      *>              next physical count came in above expected and
      *>              Sales-Reconciliation booked the difference as
      *>              a MISCOUNT - phantom shrinkage. Each
      *>              SALES-RETURNS line is checked against the
      *>              ITEM-MASTER and valued at the unit price the
      *>              customer was actually charged (not today's
      *>              IM-UNIT-PRICE, which may have moved since);
      *>              the refund goes to SALES-REFUNDS for
      *>              Daily-Sales-Journal to net against the day's
      *>              sales. Resaleable units go back into
      *>              IM-STOCK-QTY through the usual old-master-in /
      *>              new-master-out pass, and a returned kit goes
      *>              back as its BOM-MASTER components, exploded
      *>              the same way Sales-Reconciliation's
      *>              1120-RELEASE-KIT-COMPONENT explodes a kit
      *>              sale. Damaged units are taken in and written
      *>              straight off to INVENTORY-ADJUSTMENTS as
      *>              DAMAGED. Writes ITEM-MASTER-CONTROL so
      *>              Master-File-Promotion installs the refreshed
      *>              master - it must be promoted before
      *>              Sales-Reconciliation runs, so the shelf count
      *>              is reconciled against stock that already
      *>              includes the returns.
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
           PROGRAM-ID. Sales-Returns-Batch.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           *> This swaps the function of comma and decimal point
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-MASTER-FILE
               ASSIGN TO "ITEM-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IM-ITEM-ID.

      *> The same live master, opened by key while the returns are
      *> checked and valued, and closed again before the posting
      *> pass reads it in sequence
           SELECT ITEM-LOOKUP-FILE
               ASSIGN TO "ITEM-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IL-ITEM-ID.

           SELECT ITEM-MASTER-NEW-FILE
               ASSIGN TO "ITEM-MASTER-NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IM-NEW-ITEM-ID.

           SELECT SALES-RETURNS-FILE
               ASSIGN TO "SALES-RETURNS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURNS-FILE-STATUS.

           SELECT BOM-FILE
               ASSIGN TO "BOM-MASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOM-FILE-STATUS.

           SELECT SALES-REFUNDS-FILE
               ASSIGN TO "SALES-REFUNDS"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RETURNS-REPORT-FILE
               ASSIGN TO "RETURNS-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ADJUSTMENT-FILE
               ASSIGN TO "INVENTORY-ADJUSTMENTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-FILE-STATUS.

           SELECT ITEM-CONTROL-FILE
               ASSIGN TO "ITEM-MASTER-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "RUN-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-MASTER-FILE.
           COPY ITEMREC.

       FD  ITEM-LOOKUP-FILE.
       01  IL-ITEM-RECORD.
           05  IL-ITEM-ID              PIC 9(05).
           05  IL-NAME                 PIC X(15).
           05  IL-DESCRIPTION          PIC X(35).
           05  IL-UNIT-PRICE           PIC 9(04)V99.
           05  IL-STOCK-QTY            PIC 9(03).
           05  IL-REORDER-LEVEL        PIC 9(03).
           05  IL-CURRENCY-CODE        PIC X(03).
           05  IL-ITEM-TYPE            PIC X(01).
               88  IL-ITEM-IS-KIT               VALUE "K".
           05  IL-ITEM-STATUS          PIC X(01).

       FD  ITEM-MASTER-NEW-FILE.
       01  IM-NEW-ITEM-RECORD.
           05  IM-NEW-ITEM-ID          PIC 9(05).
           05  IM-NEW-NAME             PIC X(15).
           05  IM-NEW-DESCRIPTION      PIC X(35).
           05  IM-NEW-UNIT-PRICE       PIC 9(04)V99.
           05  IM-NEW-STOCK-QTY        PIC 9(03).
           05  IM-NEW-REORDER-LEVEL    PIC 9(03).
           05  IM-NEW-CURRENCY-CODE    PIC X(03).
           05  IM-NEW-ITEM-TYPE        PIC X(01).
           05  IM-NEW-ITEM-STATUS      PIC X(01).

       *> One line per return taken at the counter: the item as it
       *> was sold, the units brought back, their condition and the
       *> unit price on the customer's receipt
       FD  SALES-RETURNS-FILE.
       01  RT-RETURN-RECORD.
           05  RT-ITEM-ID              PIC 9(05).
           05  RT-QTY-RETURNED         PIC 9(03).
           05  RT-CONDITION            PIC X(01).
               88  RT-RETURN-IS-RESALEABLE      VALUE "R".
               88  RT-RETURN-IS-DAMAGED         VALUE "D".
               88  RT-CONDITION-IS-VALID        VALUE "R" "D".
           05  RT-PRICE-CHARGED        PIC 9(04)V99.

       FD  BOM-FILE.
           COPY BOMREC.

       FD  SALES-REFUNDS-FILE.
           COPY REFUNDREC.

       FD  RETURNS-REPORT-FILE.
       01  RR-REPORT-LINE              PIC X(100).

       FD  ADJUSTMENT-FILE.
           COPY INVADJ.

       FD  ITEM-CONTROL-FILE.
           COPY CTLREC.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.

       *> RUN-CONTROL accumulates across runs, so the file may not
       *> exist yet the first time any batch is ever run
       01 WS-RUNCTL-FILE-STATUS PIC X(02).

       01 WS-RUN-CONTROL-NAME   PIC X(24)
                                VALUE "Sales-Returns-Batch".

       *> Working copy of the item master record being posted
       01 WS-ITEM-STRUCTURE.
           05 WS-ITEM-ID           PIC 9(05).
           05 WS-NAME               PIC X(15).
           05 WS-DESCRIPTION        PIC X(35).
           05 WS-UNIT-PRICE         PIC 9(04)V99.
           05 WS-STOCK-QTY          PIC 9(03).
           05 WS-REORDER-LEVEL      PIC 9(03).
           05 WS-CURRENCY-CODE      PIC X(03).
           05 WS-ITEM-TYPE          PIC X(01).
           05 WS-ITEM-STATUS        PIC X(01).

       *> End-of-file switches
       01 WS-SWITCHES.
           05 WS-EOF-SWITCH        PIC X(01)   VALUE "N".
               88 WS-END-OF-FILE               VALUE "Y".
           05 WS-RETURNS-EOF-SWITCH PIC X(01)  VALUE "N".
               88 WS-RETURNS-END-OF-FILE        VALUE "Y".
           05 WS-BOM-EOF-SWITCH    PIC X(01)   VALUE "N".
               88 WS-BOM-END-OF-FILE            VALUE "Y".

       01 WS-RETURNS-FILE-STATUS   PIC X(02).
       01 WS-BOM-FILE-STATUS       PIC X(02).

       *> INVENTORY-ADJUSTMENTS accumulates across runs for the
       *> monthly shrinkage report, so it may not exist yet either
       01 WS-ADJ-FILE-STATUS       PIC X(02).

       01 WS-RUN-DATE              PIC 9(08).

      *> Bill of materials, loaded once from BOM-MASTER the way
      *> Inventory-Example's 0500-LOAD-TABLES does, so a returned
      *> kit can be exploded into the components going back on the
      *> shelf.
       01 WS-BOM-TABLE.
           05 WS-BOM-ENTRY OCCURS 400 TIMES.
               10 WS-TBL-KIT-ID           PIC 9(05).
               10 WS-TBL-COMPONENT-ID     PIC 9(05).
               10 WS-TBL-COMPONENT-QTY    PIC 9(03).
       01 WS-BOM-COUNT             PIC 9(04) COMP   VALUE ZERO.

       01 WS-BOM-IDX               PIC 9(04) COMP.
       01 WS-KIT-LINES-FOUND       PIC 9(04) COMP.

      *>-----------------------------------------------------------------
      *> Units accepted back are accumulated here, one entry per
      *> item that physically went back - a kit's components, never
      *> the kit itself - with the resaleable and damaged units kept
      *> apart, so the master pass can pick each item's totals up
      *> with a table scan. The matched switch lets the sweep after
      *> the pass flag a component that is not on the master.
      *>-----------------------------------------------------------------
       01 WS-POST-TABLE.
           05 WS-POST-ENTRY OCCURS 200 TIMES.
               10 WS-POST-ITEM-ID      PIC 9(05).
               10 WS-POST-RESTOCK-QTY  PIC 9(05).
               10 WS-POST-DAMAGED-QTY  PIC 9(05).
               10 WS-POST-MATCHED      PIC X(01).
                   88 WS-POST-IS-MATCHED        VALUE "Y".
       01 WS-POST-COUNT            PIC 9(04) COMP   VALUE ZERO.

       01 WS-TBL-IDX               PIC 9(04) COMP.

       01 WS-LOOKUP-SWITCH         PIC X(01).
           88 WS-LOOKUP-FOUND                    VALUE "Y".

       *> The units being added to the posting table on hand
       01 WS-MOVE-ITEM-ID          PIC 9(05).
       01 WS-MOVE-UNITS            PIC 9(05).

       01 WS-REFUND-AMOUNT         PIC 9(07)V99.
       01 WS-REJECT-REASON         PIC X(30).

       *> Quantities going onto the adjustment record on hand
       01 WS-ADJ-OLD-QTY           PIC S9(05).
       01 WS-ADJ-NEW-QTY           PIC S9(05).

       *> Run totals - refunds kept apart by currency, the way every
       *> money total in the suite is
       01 WS-RETURN-TOTALS.
           05 WS-RETURN-COUNT       PIC 9(05)      VALUE ZERO.
           05 WS-ACCEPTED-COUNT     PIC 9(05)      VALUE ZERO.
           05 WS-REJECTED-COUNT     PIC 9(05)      VALUE ZERO.
           05 WS-EXCEPTION-COUNT    PIC 9(05)      VALUE ZERO.
           05 WS-RESTOCKED-UNITS    PIC 9(07)      VALUE ZERO.
           05 WS-DAMAGED-UNITS      PIC 9(07)      VALUE ZERO.
           05 WS-REFUND-BRL         PIC 9(11)V99   VALUE ZERO.
           05 WS-REFUND-USD         PIC 9(11)V99   VALUE ZERO.

       *> Control totals of the NEW master written this run, for
       *> Master-File-Promotion to verify against
       01 WS-NEW-RECORD-COUNT      PIC 9(07)      VALUE ZERO.
       01 WS-NEW-HASH-TOTAL        PIC 9(11)V99   VALUE ZERO.

       *> Editing masks and display fields, BRL-style separators
       *> flipped for USD amounts - see 4100-SWAP-SEPARATORS
       01 WS-DISPLAY-FIELDS.
           05 WS-MASK-QTY           PIC ZZZZ9.
           05 WS-MASK-PRICE         PIC Z.ZZ9,99.
           05 WS-MASK-TOTAL         PIC ZZZ.ZZZ.ZZ9,99.
           05 WS-AMOUNT-DISPLAY     PIC X(18).
           05 WS-MASK-COUNT         PIC ZZZZZZ9.

       01 WS-SWAP-FIELD            PIC X(14).
       01 WS-CONDITION-TEXT        PIC X(10).

       PROCEDURE DIVISION.

      *>-----------------------------------------------------------------
      *> 0000-MAIN-PROCEDURE
      *>-----------------------------------------------------------------
       0000-MAIN-PROCEDURE.

           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-PROCESS-ITEM
               THRU 2000-EXIT
               UNTIL WS-END-OF-FILE.

           PERFORM 7000-SWEEP-UNMATCHED
               THRU 7000-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           STOP RUN.

      *>-----------------------------------------------------------------
      *> 1000-INITIALIZE
      *> Loads the bill of materials, checks and values the day's
      *> returns against the master by key, then opens the master
      *> again in sequence for the posting pass itself.
      *>-----------------------------------------------------------------
       1000-INITIALIZE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM 8800-WRITE-RUN-START
               THRU 8800-EXIT.

      *> A store with no kits on file has no BOM-MASTER, and every
      *> return then goes back as keyed - nothing to explode
           OPEN INPUT BOM-FILE.
           IF WS-BOM-FILE-STATUS NOT = "35"
               PERFORM 1250-LOAD-BOM-ENTRY
                   THRU 1250-EXIT
                   UNTIL WS-BOM-END-OF-FILE
               CLOSE BOM-FILE
           END-IF.

           OPEN OUTPUT RETURNS-REPORT-FILE.
           OPEN OUTPUT SALES-REFUNDS-FILE.
           OPEN EXTEND ADJUSTMENT-FILE.
           IF WS-ADJ-FILE-STATUS = "35"
               OPEN OUTPUT ADJUSTMENT-FILE
           END-IF.

           MOVE "--- CUSTOMER RETURNS REPORT ---" TO RR-REPORT-LINE.
           WRITE RR-REPORT-LINE.

      *> No returns on file is a day nobody brought anything back -
      *> the master is still copied through so the stream's
      *> promotion step has a NEW file to install
           OPEN INPUT SALES-RETURNS-FILE.
           IF WS-RETURNS-FILE-STATUS NOT = "35"
               OPEN INPUT ITEM-LOOKUP-FILE
               PERFORM 1200-APPLY-RETURN
                   THRU 1200-EXIT
                   UNTIL WS-RETURNS-END-OF-FILE
               CLOSE ITEM-LOOKUP-FILE
               CLOSE SALES-RETURNS-FILE
           END-IF.

           CLOSE SALES-REFUNDS-FILE.

           MOVE SPACES TO RR-REPORT-LINE.
           WRITE RR-REPORT-LINE.

           OPEN INPUT  ITEM-MASTER-FILE.
           OPEN OUTPUT ITEM-MASTER-NEW-FILE.

           PERFORM 3000-READ-ITEM
               THRU 3000-EXIT.

       1000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 1200-APPLY-RETURN
      *> One SALES-RETURNS line. It must name an item on the master
      *> with a real quantity, condition and price charged - and a
      *> kit must still have the bill of materials its components
      *> go back through. A line that fails is reported and neither
      *> refunded nor restocked. An accepted line is refunded at the
      *> price charged in the item's own currency, and its units
      *> go onto the posting table: a kit's as its components.
      *>-----------------------------------------------------------------
       1200-APPLY-RETURN.

           READ SALES-RETURNS-FILE
               AT END
                   MOVE "Y" TO WS-RETURNS-EOF-SWITCH
                   GO TO 1200-EXIT
           END-READ.

           ADD 1 TO WS-RETURN-COUNT.

           PERFORM 1300-VALIDATE-RETURN
               THRU 1300-EXIT.

           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 6100-WRITE-REJECT-LINE
                   THRU 6100-EXIT
               GO TO 1200-EXIT
           END-IF.

           ADD 1 TO WS-ACCEPTED-COUNT.

           COMPUTE WS-REFUND-AMOUNT =
               RT-QTY-RETURNED * RT-PRICE-CHARGED.

           IF IL-CURRENCY-CODE = "USD"
               ADD WS-REFUND-AMOUNT TO WS-REFUND-USD
           ELSE
               ADD WS-REFUND-AMOUNT TO WS-REFUND-BRL
           END-IF.

           PERFORM 6500-WRITE-REFUND-RECORD
               THRU 6500-EXIT.

           PERFORM 6000-WRITE-RETURN-LINE
               THRU 6000-EXIT.

           IF IL-ITEM-IS-KIT
               PERFORM 1120-POST-KIT-COMPONENT
                   THRU 1120-EXIT
                   VARYING WS-BOM-IDX FROM 1 BY 1
                   UNTIL WS-BOM-IDX > WS-BOM-COUNT
           ELSE
               MOVE RT-ITEM-ID      TO WS-MOVE-ITEM-ID
               MOVE RT-QTY-RETURNED TO WS-MOVE-UNITS
               PERFORM 1400-ADD-POSTING
                   THRU 1400-EXIT
           END-IF.

       1200-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 1120-POST-KIT-COMPONENT
      *> One BOM-MASTER table entry; skipped unless it belongs to
      *> the kit being returned. The kit goes back on the shelf as
      *> its components, BM-COMPONENT-QTY times the kits returned,
      *> the mirror of 1120-RELEASE-KIT-COMPONENT in
      *> Sales-Reconciliation.
      *>-----------------------------------------------------------------
       1120-POST-KIT-COMPONENT.

           IF WS-TBL-KIT-ID(WS-BOM-IDX) NOT = RT-ITEM-ID
               GO TO 1120-EXIT
           END-IF.

           MOVE WS-TBL-COMPONENT-ID(WS-BOM-IDX) TO WS-MOVE-ITEM-ID.
           COMPUTE WS-MOVE-UNITS =
               RT-QTY-RETURNED * WS-TBL-COMPONENT-QTY(WS-BOM-IDX).

           PERFORM 1400-ADD-POSTING
               THRU 1400-EXIT.

       1120-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 1250-LOAD-BOM-ENTRY
      *> WS-BOM-TABLE holds one entry per BOM-MASTER line, so it must
      *> be able to hold the whole bill of materials - if BOM-MASTER
      *> ever outgrows the table, the run stops here with a clear
      *> message instead of silently leaving kit components
      *> unposted past the table boundary.
      *>-----------------------------------------------------------------
       1250-LOAD-BOM-ENTRY.

           READ BOM-FILE
               AT END
                   MOVE "Y" TO WS-BOM-EOF-SWITCH
                   GO TO 1250-EXIT
           END-READ.

           IF WS-BOM-COUNT NOT < 400
               DISPLAY "*** ABEND: BOM-MASTER EXCEEDS " ,
                       "400 LINES - WS-BOM-TABLE IS FULL ***"
               DISPLAY "INCREASE WS-BOM-TABLE OCCURS AND RECOMPILE."
               STOP RUN
           END-IF.

           ADD 1 TO WS-BOM-COUNT.
           MOVE BM-KIT-ITEM-ID       TO WS-TBL-KIT-ID(WS-BOM-COUNT).
           MOVE BM-COMPONENT-ITEM-ID
               TO WS-TBL-COMPONENT-ID(WS-BOM-COUNT).
           MOVE BM-COMPONENT-QTY
               TO WS-TBL-COMPONENT-QTY(WS-BOM-COUNT).

       1250-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 1300-VALIDATE-RETURN
      *> Leaves WS-REJECT-REASON at spaces for a good return, and
      *> the item's master record in IL-ITEM-RECORD.
      *>-----------------------------------------------------------------
       1300-VALIDATE-RETURN.

           MOVE SPACES TO WS-REJECT-REASON.

           IF RT-QTY-RETURNED NOT NUMERIC
            OR RT-QTY-RETURNED = ZERO
               MOVE "NO QUANTITY RETURNED" TO WS-REJECT-REASON
               GO TO 1300-EXIT
           END-IF.

           IF NOT RT-CONDITION-IS-VALID
               MOVE "INVALID CONDITION CODE" TO WS-REJECT-REASON
               GO TO 1300-EXIT
           END-IF.

           IF RT-PRICE-CHARGED NOT NUMERIC
            OR RT-PRICE-CHARGED = ZERO
               MOVE "NO PRICE CHARGED" TO WS-REJECT-REASON
               GO TO 1300-EXIT
           END-IF.

           MOVE RT-ITEM-ID TO IL-ITEM-ID.
           READ ITEM-LOOKUP-FILE
               INVALID KEY
                   MOVE "ITEM NOT ON MASTER" TO WS-REJECT-REASON
                   GO TO 1300-EXIT
           END-READ.

           IF NOT IL-ITEM-IS-KIT
               GO TO 1300-EXIT
           END-IF.

           MOVE ZERO TO WS-KIT-LINES-FOUND.
           PERFORM 1310-COUNT-KIT-LINE
               THRU 1310-EXIT
               VARYING WS-BOM-IDX FROM 1 BY 1
               UNTIL WS-BOM-IDX > WS-BOM-COUNT.

           IF WS-KIT-LINES-FOUND = ZERO
               MOVE "KIT HAS NO BOM LINES" TO WS-REJECT-REASON
           END-IF.

       1300-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 1310-COUNT-KIT-LINE
      *>-----------------------------------------------------------------
       1310-COUNT-KIT-LINE.

           IF WS-TBL-KIT-ID(WS-BOM-IDX) = RT-ITEM-ID
               ADD 1 TO WS-KIT-LINES-FOUND
           END-IF.

       1310-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 1400-ADD-POSTING
      *> Adds WS-MOVE-UNITS of WS-MOVE-ITEM-ID to the posting table
      *> on the side the return's condition says, starting an
      *> entry on the item's first return today.
      *>-----------------------------------------------------------------
       1400-ADD-POSTING.

           MOVE "N" TO WS-LOOKUP-SWITCH.

           PERFORM 1410-SCAN-POST-ENTRY
               THRU 1410-EXIT
               VARYING WS-TBL-IDX FROM 1 BY 1
               UNTIL WS-TBL-IDX > WS-POST-COUNT
                  OR WS-LOOKUP-FOUND.

      *> The VARYING leaves the index one past the matching entry
           IF WS-LOOKUP-FOUND
               SUBTRACT 1 FROM WS-TBL-IDX
           ELSE
               IF WS-POST-COUNT NOT < 200
                   DISPLAY "*** ABEND: SALES-RETURNS EXCEEDS 200 "
                           "DISTINCT ITEMS - WS-POST-TABLE IS FULL ***"
                   DISPLAY "INCREASE WS-POST-TABLE OCCURS AND "
                           "RECOMPILE."
                   STOP RUN
               END-IF
               ADD 1 TO WS-POST-COUNT
               MOVE WS-POST-COUNT   TO WS-TBL-IDX
               MOVE WS-MOVE-ITEM-ID TO WS-POST-ITEM-ID(WS-TBL-IDX)
               MOVE ZERO            TO WS-POST-RESTOCK-QTY(WS-TBL-IDX)
               MOVE ZERO            TO WS-POST-DAMAGED-QTY(WS-TBL-IDX)
               MOVE "N"             TO WS-POST-MATCHED(WS-TBL-IDX)
           END-IF.

           IF RT-RETURN-IS-DAMAGED
               ADD WS-MOVE-UNITS TO WS-POST-DAMAGED-QTY(WS-TBL-IDX)
           ELSE
               ADD WS-MOVE-UNITS TO WS-POST-RESTOCK-QTY(WS-TBL-IDX)
           END-IF.

       1400-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 1410-SCAN-POST-ENTRY
      *>-----------------------------------------------------------------
       1410-SCAN-POST-ENTRY.

           IF WS-POST-ITEM-ID(WS-TBL-IDX) = WS-MOVE-ITEM-ID
               MOVE "Y" TO WS-LOOKUP-SWITCH
           END-IF.

       1410-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 2000-PROCESS-ITEM
      *>-----------------------------------------------------------------
       2000-PROCESS-ITEM.

           PERFORM 4000-POST-RETURNS
               THRU 4000-EXIT.

           PERFORM 5000-WRITE-NEW-MASTER
               THRU 5000-EXIT.

           PERFORM 3000-READ-ITEM
               THRU 3000-EXIT.

       2000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 3000-READ-ITEM
      *>-----------------------------------------------------------------
       3000-READ-ITEM.

           READ ITEM-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
                   GO TO 3000-EXIT
           END-READ.

           MOVE IM-ITEM-ID       TO WS-ITEM-ID.
           MOVE IM-NAME          TO WS-NAME.
           MOVE IM-DESCRIPTION   TO WS-DESCRIPTION.
           MOVE IM-UNIT-PRICE    TO WS-UNIT-PRICE.
           MOVE IM-STOCK-QTY     TO WS-STOCK-QTY.
           MOVE IM-REORDER-LEVEL TO WS-REORDER-LEVEL.
           MOVE IM-CURRENCY-CODE TO WS-CURRENCY-CODE.
           MOVE IM-ITEM-TYPE     TO WS-ITEM-TYPE.
           MOVE IM-ITEM-STATUS   TO WS-ITEM-STATUS.

       3000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 4000-POST-RETURNS
      *> Puts the item's resaleable units back into stock on hand.
      *> IM-STOCK-QTY only holds three digits, so a posting that
      *> would run past 999 is capped there and flagged, as
      *> Goods-Receipt-Batch caps a receipt. Damaged units came in
      *> and went straight out again: one DAMAGED adjustment from
      *> the stock as it would have stood down to the stock as it
      *> stands, so the write-off is valued like any other loss.
      *>-----------------------------------------------------------------
       4000-POST-RETURNS.

           PERFORM 4100-LOOKUP-POSTING
               THRU 4100-EXIT.

           IF NOT WS-LOOKUP-FOUND
               GO TO 4000-EXIT
           END-IF.

           MOVE "Y" TO WS-POST-MATCHED(WS-TBL-IDX).

           ADD WS-POST-RESTOCK-QTY(WS-TBL-IDX) TO WS-RESTOCKED-UNITS.
           ADD WS-POST-DAMAGED-QTY(WS-TBL-IDX) TO WS-DAMAGED-UNITS.

           COMPUTE WS-STOCK-QTY = WS-STOCK-QTY +
                   WS-POST-RESTOCK-QTY(WS-TBL-IDX)
               ON SIZE ERROR
                   MOVE 999 TO WS-STOCK-QTY
                   PERFORM 6400-WRITE-CAPPED-LINE
                       THRU 6400-EXIT
           END-COMPUTE.

           IF WS-POST-DAMAGED-QTY(WS-TBL-IDX) > ZERO
               COMPUTE WS-ADJ-OLD-QTY = WS-STOCK-QTY +
                       WS-POST-DAMAGED-QTY(WS-TBL-IDX)
               MOVE WS-STOCK-QTY TO WS-ADJ-NEW-QTY
               PERFORM 6600-WRITE-ADJUSTMENT-RECORD
                   THRU 6600-EXIT
           END-IF.

       4000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 4100-LOOKUP-POSTING
      *> Leaves WS-TBL-IDX on the matching entry for 4000 to use.
      *>-----------------------------------------------------------------
       4100-LOOKUP-POSTING.

           MOVE "N" TO WS-LOOKUP-SWITCH.

           PERFORM 4110-SCAN-POSTING
               THRU 4110-EXIT
               VARYING WS-TBL-IDX FROM 1 BY 1
               UNTIL WS-TBL-IDX > WS-POST-COUNT
                  OR WS-LOOKUP-FOUND.

           IF WS-LOOKUP-FOUND
               SUBTRACT 1 FROM WS-TBL-IDX
           END-IF.

       4100-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 4110-SCAN-POSTING
      *>-----------------------------------------------------------------
       4110-SCAN-POSTING.

           IF WS-POST-ITEM-ID(WS-TBL-IDX) = WS-ITEM-ID
               MOVE "Y" TO WS-LOOKUP-SWITCH
           END-IF.

       4110-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 4200-SWAP-SEPARATORS
      *> SPECIAL-NAMES above sets DECIMAL-POINT IS COMMA for the
      *> whole program, so every edited mask prints the BRL way.
      *> USD amounts are flipped back the same way Inventory-Example
      *> does it.
      *>-----------------------------------------------------------------
       4200-SWAP-SEPARATORS.

           INSPECT WS-SWAP-FIELD REPLACING ALL "," BY "#".
           INSPECT WS-SWAP-FIELD REPLACING ALL "." BY ",".
           INSPECT WS-SWAP-FIELD REPLACING ALL "#" BY ".".

       4200-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 5000-WRITE-NEW-MASTER
      *>-----------------------------------------------------------------
       5000-WRITE-NEW-MASTER.

           MOVE WS-ITEM-ID       TO IM-NEW-ITEM-ID.
           MOVE WS-NAME          TO IM-NEW-NAME.
           MOVE WS-DESCRIPTION   TO IM-NEW-DESCRIPTION.
           MOVE WS-UNIT-PRICE    TO IM-NEW-UNIT-PRICE.
           MOVE WS-STOCK-QTY     TO IM-NEW-STOCK-QTY.
           MOVE WS-REORDER-LEVEL TO IM-NEW-REORDER-LEVEL.
           MOVE WS-CURRENCY-CODE TO IM-NEW-CURRENCY-CODE.
           MOVE WS-ITEM-TYPE     TO IM-NEW-ITEM-TYPE.
           MOVE WS-ITEM-STATUS   TO IM-NEW-ITEM-STATUS.

           WRITE IM-NEW-ITEM-RECORD.

           ADD 1 TO WS-NEW-RECORD-COUNT.
           ADD WS-STOCK-QTY TO WS-NEW-HASH-TOTAL.

       5000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 6000-WRITE-RETURN-LINE
      *> One line per accepted return: what came back, in what
      *> condition, at what price and the refund paid out.
      *>-----------------------------------------------------------------
       6000-WRITE-RETURN-LINE.

           IF RT-RETURN-IS-DAMAGED
               MOVE "DAMAGED"    TO WS-CONDITION-TEXT
           ELSE
               MOVE "RESALEABLE" TO WS-CONDITION-TEXT
           END-IF.

           MOVE RT-QTY-RETURNED  TO WS-MASK-QTY.
           MOVE WS-REFUND-AMOUNT TO WS-MASK-TOTAL.

           INITIALIZE WS-AMOUNT-DISPLAY.
           IF IL-CURRENCY-CODE = "USD"
               MOVE WS-MASK-TOTAL TO WS-SWAP-FIELD
               PERFORM 4200-SWAP-SEPARATORS THRU 4200-EXIT
               STRING "US$ " FUNCTION TRIM(WS-SWAP-FIELD)
                       DELIMITED BY SIZE
                       INTO WS-AMOUNT-DISPLAY
               END-STRING
           ELSE
               STRING "R$ "  FUNCTION TRIM(WS-MASK-TOTAL)
                       DELIMITED BY SIZE
                       INTO WS-AMOUNT-DISPLAY
               END-STRING
           END-IF.

           INITIALIZE RR-REPORT-LINE.
           STRING RT-ITEM-ID            DELIMITED BY SIZE
                   "  "                 DELIMITED BY SIZE
                   IL-NAME              DELIMITED BY SIZE
                   " QTY:"              DELIMITED BY SIZE
                   WS-MASK-QTY          DELIMITED BY SIZE
                   " "                  DELIMITED BY SIZE
                   WS-CONDITION-TEXT    DELIMITED BY SIZE
                   " REFUND:"           DELIMITED BY SIZE
                   WS-AMOUNT-DISPLAY    DELIMITED BY SIZE
                   INTO RR-REPORT-LINE
           END-STRING.
           WRITE RR-REPORT-LINE.

       6000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 6100-WRITE-REJECT-LINE
      *>-----------------------------------------------------------------
       6100-WRITE-REJECT-LINE.

           ADD 1 TO WS-REJECTED-COUNT.

           MOVE RT-QTY-RETURNED TO WS-MASK-QTY.

           INITIALIZE RR-REPORT-LINE.
           STRING RT-ITEM-ID            DELIMITED BY SIZE
                   " QTY:"              DELIMITED BY SIZE
                   WS-MASK-QTY          DELIMITED BY SIZE
                   " COND:"             DELIMITED BY SIZE
                   RT-CONDITION         DELIMITED BY SIZE
                   "  ** REJECTED: "    DELIMITED BY SIZE
                   WS-REJECT-REASON     DELIMITED BY SIZE
                   " - NOT REFUNDED **" DELIMITED BY SIZE
                   INTO RR-REPORT-LINE
           END-STRING.
           WRITE RR-REPORT-LINE.

       6100-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 6400-WRITE-CAPPED-LINE
      *>-----------------------------------------------------------------
       6400-WRITE-CAPPED-LINE.

           ADD 1 TO WS-EXCEPTION-COUNT.

           INITIALIZE RR-REPORT-LINE.
           STRING "ITEM "               DELIMITED BY SIZE
                   WS-ITEM-ID           DELIMITED BY SIZE
                   " "                  DELIMITED BY SIZE
                   WS-NAME              DELIMITED BY SIZE
                   "  ** STOCK CAPPED AT 999 - RETURNS OVERFLOWED "
                                        DELIMITED BY SIZE
                   "THE STOCK FIELD **" DELIMITED BY SIZE
                   INTO RR-REPORT-LINE
           END-STRING.
           WRITE RR-REPORT-LINE.

       6400-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 6500-WRITE-REFUND-RECORD
      *>-----------------------------------------------------------------
       6500-WRITE-REFUND-RECORD.

           MOVE WS-RUN-DATE      TO RF-REFUND-DATE.
           MOVE RT-ITEM-ID       TO RF-ITEM-ID.
           MOVE RT-QTY-RETURNED  TO RF-QTY-RETURNED.
           MOVE RT-CONDITION     TO RF-CONDITION.
           MOVE RT-PRICE-CHARGED TO RF-PRICE-CHARGED.
           MOVE WS-REFUND-AMOUNT TO RF-REFUND-AMOUNT.

           IF IL-CURRENCY-CODE = "USD"
               MOVE "USD" TO RF-CURRENCY-CODE
           ELSE
               MOVE "BRL" TO RF-CURRENCY-CODE
           END-IF.

           WRITE RF-REFUND-RECORD.

       6500-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 6600-WRITE-ADJUSTMENT-RECORD
      *> One DAMAGED adjustment audit record for the item on hand,
      *> from the WS-ADJ- fields the caller set.
      *>-----------------------------------------------------------------
       6600-WRITE-ADJUSTMENT-RECORD.

           MOVE WS-ITEM-ID     TO IA-ITEM-ID.
           MOVE WS-RUN-DATE    TO IA-RUN-DATE.
           MOVE WS-ADJ-OLD-QTY TO IA-OLD-QTY.
           MOVE WS-ADJ-NEW-QTY TO IA-NEW-QTY.
           MOVE "DAMAGED   "   TO IA-REASON-CODE.

           WRITE IA-ADJUSTMENT-RECORD.

       6600-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 7000-SWEEP-UNMATCHED
      *> A posting entry the master pass never matched is a kit
      *> component that is not on ITEM-MASTER - the customer has
      *> been refunded, but the units went nowhere, so they go on
      *> the report instead of disappearing.
      *>-----------------------------------------------------------------
       7000-SWEEP-UNMATCHED.

           PERFORM 7100-CHECK-UNMATCHED
               THRU 7100-EXIT
               VARYING WS-TBL-IDX FROM 1 BY 1
               UNTIL WS-TBL-IDX > WS-POST-COUNT.

       7000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 7100-CHECK-UNMATCHED
      *>-----------------------------------------------------------------
       7100-CHECK-UNMATCHED.

           IF WS-POST-IS-MATCHED(WS-TBL-IDX)
               GO TO 7100-EXIT
           END-IF.

           ADD 1 TO WS-EXCEPTION-COUNT.

           COMPUTE WS-MASK-QTY = WS-POST-RESTOCK-QTY(WS-TBL-IDX) +
                   WS-POST-DAMAGED-QTY(WS-TBL-IDX).

           INITIALIZE RR-REPORT-LINE.
           STRING "ITEM "               DELIMITED BY SIZE
                   WS-POST-ITEM-ID(WS-TBL-IDX) DELIMITED BY SIZE
                   " QTY:"              DELIMITED BY SIZE
                   WS-MASK-QTY          DELIMITED BY SIZE
                   "  ** KIT COMPONENT NOT ON MASTER - NOT "
                                        DELIMITED BY SIZE
                   "RESTOCKED **"       DELIMITED BY SIZE
                   INTO RR-REPORT-LINE
           END-STRING.
           WRITE RR-REPORT-LINE.

       7100-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 9000-TERMINATE
      *> Prints the run's control totals, closes everything down
      *> and writes the control record.
      *>-----------------------------------------------------------------
       9000-TERMINATE.

           MOVE SPACES TO RR-REPORT-LINE.
           WRITE RR-REPORT-LINE.

           MOVE WS-RETURN-COUNT TO WS-MASK-COUNT.
           INITIALIZE RR-REPORT-LINE.
           STRING "RETURN LINES READ:     " DELIMITED BY SIZE
                   WS-MASK-COUNT            DELIMITED BY SIZE
                   INTO RR-REPORT-LINE
           END-STRING.
           WRITE RR-REPORT-LINE.

           MOVE WS-ACCEPTED-COUNT TO WS-MASK-COUNT.
           INITIALIZE RR-REPORT-LINE.
           STRING "RETURN LINES REFUNDED: " DELIMITED BY SIZE
                   WS-MASK-COUNT            DELIMITED BY SIZE
                   INTO RR-REPORT-LINE
           END-STRING.
           WRITE RR-REPORT-LINE.

           MOVE WS-REJECTED-COUNT TO WS-MASK-COUNT.
           INITIALIZE RR-REPORT-LINE.
           STRING "RETURN LINES REJECTED: " DELIMITED BY SIZE
                   WS-MASK-COUNT            DELIMITED BY SIZE
                   INTO RR-REPORT-LINE
           END-STRING.
           WRITE RR-REPORT-LINE.

           MOVE WS-RESTOCKED-UNITS TO WS-MASK-COUNT.
           INITIALIZE RR-REPORT-LINE.
           STRING "UNITS RESTOCKED:       " DELIMITED BY SIZE
                   WS-MASK-COUNT            DELIMITED BY SIZE
                   INTO RR-REPORT-LINE
           END-STRING.
           WRITE RR-REPORT-LINE.

           MOVE WS-DAMAGED-UNITS TO WS-MASK-COUNT.
           INITIALIZE RR-REPORT-LINE.
           STRING "UNITS WRITTEN OFF:     " DELIMITED BY SIZE
                   WS-MASK-COUNT            DELIMITED BY SIZE
                   INTO RR-REPORT-LINE
           END-STRING.
           WRITE RR-REPORT-LINE.

           MOVE WS-EXCEPTION-COUNT TO WS-MASK-COUNT.
           INITIALIZE RR-REPORT-LINE.
           STRING "EXCEPTIONS FLAGGED:    " DELIMITED BY SIZE
                   WS-MASK-COUNT            DELIMITED BY SIZE
                   INTO RR-REPORT-LINE
           END-STRING.
           WRITE RR-REPORT-LINE.

           MOVE WS-REFUND-BRL TO WS-MASK-TOTAL.
           INITIALIZE RR-REPORT-LINE.
           STRING "REFUNDS (BRL): R$ "  DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MASK-TOTAL) DELIMITED BY SIZE
                   INTO RR-REPORT-LINE
           END-STRING.
           WRITE RR-REPORT-LINE.

           MOVE WS-REFUND-USD TO WS-MASK-TOTAL.
           MOVE WS-MASK-TOTAL TO WS-SWAP-FIELD.
           PERFORM 4200-SWAP-SEPARATORS THRU 4200-EXIT.
           INITIALIZE RR-REPORT-LINE.
           STRING "REFUNDS (USD): US$ " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SWAP-FIELD) DELIMITED BY SIZE
                   INTO RR-REPORT-LINE
           END-STRING.
           WRITE RR-REPORT-LINE.

           CLOSE ITEM-MASTER-FILE.
           CLOSE ITEM-MASTER-NEW-FILE.
           CLOSE RETURNS-REPORT-FILE.
           CLOSE ADJUSTMENT-FILE.

      *> Written only once every NEW-master record is safely on
      *> file - a run that abends before here leaves no control
      *> totals, and Master-File-Promotion will refuse to promote
           OPEN OUTPUT ITEM-CONTROL-FILE.
           MOVE WS-RUN-DATE         TO CT-RUN-DATE.
           MOVE WS-NEW-RECORD-COUNT TO CT-RECORD-COUNT.
           MOVE WS-NEW-HASH-TOTAL   TO CT-HASH-TOTAL.
           WRITE CT-CONTROL-RECORD.
           CLOSE ITEM-CONTROL-FILE.

           PERFORM 8900-WRITE-RUN-END
               THRU 8900-EXIT.

       9000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 8800-WRITE-RUN-START
      *>-----------------------------------------------------------------
       8800-WRITE-RUN-START.

           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RUNCTL-FILE-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.

           MOVE WS-RUN-CONTROL-NAME TO RL-PROGRAM-NAME.
           MOVE "START"             TO RL-ENTRY-TYPE.
           MOVE WS-RUN-DATE         TO RL-RUN-DATE.
           MOVE ZERO                TO RL-RECORD-COUNT.
           MOVE ZERO                TO RL-HASH-TOTAL.
           MOVE ZERO                TO RL-HASH-TOTAL-2.
           MOVE SPACES              TO RL-NOTE.
           WRITE RL-RUN-CONTROL-RECORD.

           CLOSE RUN-CONTROL-FILE.

       8800-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 8900-WRITE-RUN-END
      *> The END record carries the run's controls: items written,
      *> the stock hash total and the return lines refunded.
      *>-----------------------------------------------------------------
       8900-WRITE-RUN-END.

           OPEN EXTEND RUN-CONTROL-FILE.

           MOVE WS-RUN-CONTROL-NAME TO RL-PROGRAM-NAME.
           MOVE "END  "             TO RL-ENTRY-TYPE.
           MOVE WS-RUN-DATE         TO RL-RUN-DATE.
           MOVE WS-NEW-RECORD-COUNT TO RL-RECORD-COUNT.
           MOVE WS-NEW-HASH-TOTAL   TO RL-HASH-TOTAL.
           MOVE WS-ACCEPTED-COUNT   TO RL-HASH-TOTAL-2.
           MOVE SPACES              TO RL-NOTE.
           WRITE RL-RUN-CONTROL-RECORD.

           CLOSE RUN-CONTROL-FILE.

       8900-EXIT.
           EXIT.
