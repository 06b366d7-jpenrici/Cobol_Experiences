      *>*****************************************************************
      *> Program:     Gross-Margin-Report
      *> Author:      Pet Shop IT - Inventory Team
      *> Date-Written: 2026-10-14
      *> Purpose:     End-of-day gross margin report - what we
      *>              actually earn on what we sell, not just what
      *>              it sold for. The day's SALES-TRANSACTIONS are
      *>              aggregated per item the way Daily-Sales-Journal
      *>              does, valued at IM-UNIT-PRICE (kits priced
      *>              from BOM-MASTER less the kit discount), and
      *>              costed at the moving weighted average cost
      *>              Goods-Receipt-Batch keeps on ITEM-COST (kits
      *>              costed as the sum of their components' costs
      *>              times the component quantities). Each item
      *>              line shows units, revenue, cost of goods sold,
      *>              margin and margin %, and an item sold below
      *>              cost is flagged. An item with no cost on file
      *>              is listed but left out of the margin totals,
      *>              which are printed per currency for the day and
      *>              for the month to date. One summary record per
      *>              day is appended to DAILY-MARGIN-SUMMARY, which
      *>              is what the month-to-date totals are built
      *>              from; when a day was run more than once, its
      *>              last record is the one counted.
      *> Tect Stack:  GnuCOBOL
      *>*****************************************************************

       IDENTIFICATION DIVISION.
           PROGRAM-ID. Gross-Margin-Report.

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
               ACCESS MODE IS RANDOM
               RECORD KEY IS IM-ITEM-ID.

           SELECT SALES-TRANSACTIONS-FILE
               ASSIGN TO "SALES-TRANSACTIONS"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BOM-FILE
               ASSIGN TO "BOM-MASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOM-FILE-STATUS.

      *> Kept by Goods-Receipt-Batch - no file yet means no item
      *> has had a costed receipt
           SELECT ITEM-COST-FILE
               ASSIGN TO "ITEM-COST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COST-FILE-STATUS.

           SELECT GROSS-MARGIN-FILE
               ASSIGN TO "GROSS-MARGIN-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MARGIN-SUMMARY-FILE
               ASSIGN TO "DAILY-MARGIN-SUMMARY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-FILE-STATUS.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "RUN-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-MASTER-FILE.
           COPY ITEMREC.

       FD  SALES-TRANSACTIONS-FILE.
       01  ST-SALES-RECORD.
           05  ST-ITEM-ID              PIC 9(05).
           05  ST-QTY-SOLD             PIC 9(03).

       FD  BOM-FILE.
           COPY BOMREC.

       FD  ITEM-COST-FILE.
           COPY ITEMCOST.

       FD  GROSS-MARGIN-FILE.
       01  GM-REPORT-LINE              PIC X(150).

       *> One record per day, appended, so the month-to-date margin
       *> can be totalled straight off this file
       FD  MARGIN-SUMMARY-FILE.
           COPY MARGINSUM.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.

       *> RUN-CONTROL accumulates across runs, so the file may not
       *> exist yet the first time any batch is ever run
       01 WS-RUNCTL-FILE-STATUS PIC X(02).

       01 WS-RUN-CONTROL-NAME   PIC X(24)
                                VALUE "Gross-Margin-Report".

       *> End-of-file switches
       01 WS-SWITCHES.
           05 WS-SALES-EOF-SWITCH  PIC X(01)   VALUE "N".
               88 WS-SALES-END-OF-FILE          VALUE "Y".
           05 WS-BOM-EOF-SWITCH    PIC X(01)   VALUE "N".
               88 WS-BOM-END-OF-FILE            VALUE "Y".
           05 WS-COST-EOF-SWITCH   PIC X(01)   VALUE "N".
               88 WS-COST-END-OF-FILE           VALUE "Y".
           05 WS-SUMMARY-EOF-SWITCH PIC X(01)  VALUE "N".
               88 WS-SUMMARY-END-OF-FILE        VALUE "Y".

       01 WS-BOM-FILE-STATUS       PIC X(02).
       01 WS-COST-FILE-STATUS      PIC X(02).
       01 WS-SUMMARY-FILE-STATUS   PIC X(02).

       01 WS-RUN-DATE              PIC 9(08).

       01 WS-BOM-TABLE.
           05 WS-BOM-ENTRY OCCURS 400 TIMES.
               10 WS-TBL-KIT-ID           PIC 9(05).
               10 WS-TBL-COMPONENT-ID     PIC 9(05).
               10 WS-TBL-COMPONENT-QTY    PIC 9(03).
               10 WS-TBL-DISCOUNT-PCT     PIC 9(02)V99.
       01 WS-BOM-COUNT             PIC 9(04) COMP   VALUE ZERO.

      *>-----------------------------------------------------------------
      *> Sales transactions aggregated one entry per item, summed
      *> across every transaction line, as in Daily-Sales-Journal.
      *>-----------------------------------------------------------------
       01 WS-SALES-TABLE.
           05 WS-SALES-ENTRY OCCURS 200 TIMES.
               10 WS-SALES-ITEM-ID     PIC 9(05).
               10 WS-SALES-QTY         PIC 9(05).
       01 WS-SALES-COUNT           PIC 9(04) COMP   VALUE ZERO.

      *>-----------------------------------------------------------------
      *> ITEM-COST loaded whole - one entry per costed item.
      *>-----------------------------------------------------------------
       01 WS-COST-TABLE.
           05 WS-COST-ENTRY OCCURS 500 TIMES.
               10 WS-COST-ITEM-ID      PIC 9(05).
               10 WS-COST-AVERAGE      PIC 9(04)V9(04).
       01 WS-COST-COUNT            PIC 9(04) COMP   VALUE ZERO.

       01 WS-TBL-IDX               PIC 9(04) COMP.
       01 WS-JRN-IDX               PIC 9(04) COMP.
       01 WS-BOM-IDX               PIC 9(04) COMP.

       01 WS-LOOKUP-SWITCH         PIC X(01).
           88 WS-LOOKUP-FOUND                    VALUE "Y".

       *> Looked-up catalog figures for the sales line being costed
       01 WS-LINE-ITEM.
           05 WS-LINE-NAME          PIC X(15).
           05 WS-LINE-PRICE         PIC 9(04)V99.
           05 WS-LINE-CURRENCY      PIC X(03).
               88 WS-LINE-IS-USD                VALUE "USD".
           05 WS-LINE-TYPE          PIC X(01).
               88 WS-LINE-IS-KIT                VALUE "K".
           05 WS-LINE-UNIT-COST     PIC 9(06)V9(04).
           05 WS-LINE-COST-SW       PIC X(01).
               88 WS-LINE-IS-COSTED             VALUE "Y".

       01 WS-LINE-REVENUE          PIC 9(09)V99.
       01 WS-LINE-COGS             PIC 9(09)V99.
       01 WS-LINE-MARGIN           PIC S9(09)V99.
       01 WS-LINE-MARGIN-PCT       PIC S9(05)V99.

       *> Kit pricing work fields, as in Daily-Sales-Journal
       01 WS-KIT-SUM               PIC 9(07)V99.
       01 WS-KIT-DISCOUNT-PCT      PIC 9(02)V99.
       01 WS-KIT-DISCOUNT-AMT      PIC 9(07)V99.
       01 WS-COMPONENT-LOOKUP-PRICE PIC 9(04)V99.
       01 WS-COMPONENT-FOUND-SW    PIC X(01).
           88 WS-COMPONENT-FOUND                 VALUE "Y".

       *> Cost lookup work fields - the item or component to find,
       *> and its average cost when it is on ITEM-COST
       01 WS-COST-LOOKUP-ID        PIC 9(05).
       01 WS-FOUND-COST            PIC 9(04)V9(04).

       *> Day and month-to-date totals, kept apart by currency -
       *> BRL and USD can't be summed into one figure without it
       *> meaning nothing. Only costed lines are in these.
       01 WS-MARGIN-TOTALS.
           05 WS-DAY-REVENUE-BRL    PIC 9(11)V99   VALUE ZERO.
           05 WS-DAY-COGS-BRL       PIC 9(11)V99   VALUE ZERO.
           05 WS-DAY-REVENUE-USD    PIC 9(11)V99   VALUE ZERO.
           05 WS-DAY-COGS-USD       PIC 9(11)V99   VALUE ZERO.
           05 WS-MTD-REVENUE-BRL    PIC 9(11)V99   VALUE ZERO.
           05 WS-MTD-COGS-BRL       PIC 9(11)V99   VALUE ZERO.
           05 WS-MTD-REVENUE-USD    PIC 9(11)V99   VALUE ZERO.
           05 WS-MTD-COGS-USD       PIC 9(11)V99   VALUE ZERO.
           05 WS-MTD-BELOW-COST     PIC 9(07)      VALUE ZERO.

      *>-----------------------------------------------------------------
      *> One slot per calendar day of the month, filled from
      *> DAILY-MARGIN-SUMMARY before the month to date is summed. A
      *> rerun appends a second record for its day, so each record
      *> overwrites its day's slot - the last run of a day is the
      *> one that counts, and no day is counted twice.
      *>-----------------------------------------------------------------
       01 WS-MTD-DAY-TABLE.
           05 WS-MD-ENTRY OCCURS 31 TIMES.
               10 WS-MD-PRESENT-SW     PIC X(01).
                   88 WS-MD-DAY-PRESENT         VALUE "Y".
               10 WS-MD-REVENUE-BRL    PIC 9(11)V99.
               10 WS-MD-COGS-BRL       PIC 9(11)V99.
               10 WS-MD-REVENUE-USD    PIC 9(11)V99.
               10 WS-MD-COGS-USD       PIC 9(11)V99.
               10 WS-MD-BELOW-COST     PIC 9(05).

       01 WS-MD-IDX                PIC 9(04) COMP.
       01 WS-MD-DAY-NUMBER         PIC 9(02).

       01 WS-LINE-COUNTS.
           05 WS-TOTAL-UNITS        PIC 9(07)      VALUE ZERO.
           05 WS-BELOW-COST-COUNT   PIC 9(05)      VALUE ZERO.
           05 WS-UNCOSTED-COUNT     PIC 9(05)      VALUE ZERO.
           05 WS-UNCOSTED-UNITS     PIC 9(07)      VALUE ZERO.

       *> One totals line's figures, filled in before 8500 prints it
       01 WS-TOTAL-LINE.
           05 WS-TOTAL-LABEL        PIC X(16).
           05 WS-TOTAL-CURRENCY     PIC X(03).
           05 WS-TOTAL-REVENUE      PIC 9(11)V99.
           05 WS-TOTAL-COGS         PIC 9(11)V99.
           05 WS-TOTAL-MARGIN       PIC S9(11)V99.
           05 WS-TOTAL-MARGIN-PCT   PIC S9(05)V99.

       *> Amount to be edited by 4200-FORMAT-AMOUNT and the result
       01 WS-FORMAT-AMOUNT         PIC S9(11)V99.
       01 WS-FORMAT-CURRENCY       PIC X(03).
       01 WS-FORMAT-DISPLAY        PIC X(20).

       *> Editing masks and display fields, BRL-style separators
       *> flipped for USD amounts - see 4100-SWAP-SEPARATORS
       01 WS-DISPLAY-FIELDS.
           05 WS-MASK-QTY           PIC ZZZZ9.
           05 WS-MASK-AMOUNT        PIC -ZZZ.ZZZ.ZZ9,99.
           05 WS-MASK-PCT           PIC -ZZZZ9,99.
           05 WS-MASK-UNITS         PIC ZZZZZZ9.
           05 WS-REVENUE-DISPLAY    PIC X(20).
           05 WS-COGS-DISPLAY       PIC X(20).
           05 WS-MARGIN-DISPLAY     PIC X(20).
           05 WS-FLAG-TEXT          PIC X(20).

       01 WS-SWAP-FIELD            PIC X(16).

       PROCEDURE DIVISION.

      *>-----------------------------------------------------------------
      *> 0000-MAIN-PROCEDURE
      *>-----------------------------------------------------------------
       0000-MAIN-PROCEDURE.

           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-MARGIN-LINE
               THRU 2000-EXIT
               VARYING WS-JRN-IDX FROM 1 BY 1
               UNTIL WS-JRN-IDX > WS-SALES-COUNT.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           STOP RUN.

      *>-----------------------------------------------------------------
      *> 1000-INITIALIZE
      *> Loads the bill of materials, the item costs, the day's
      *> aggregated sales and the month's earlier margin figures,
      *> then opens the report.
      *>-----------------------------------------------------------------
       1000-INITIALIZE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM 8800-WRITE-RUN-START
               THRU 8800-EXIT.

      *> The indexed master stays open for the whole run - sales
      *> lines and kit components are read off it by key
           OPEN INPUT ITEM-MASTER-FILE.

           OPEN INPUT BOM-FILE.
           IF WS-BOM-FILE-STATUS NOT = "35"
               PERFORM 1200-LOAD-BOM-ENTRY
                   THRU 1200-EXIT
                   UNTIL WS-BOM-END-OF-FILE
               CLOSE BOM-FILE
           END-IF.

           OPEN INPUT ITEM-COST-FILE.
           IF WS-COST-FILE-STATUS NOT = "35"
               PERFORM 1400-LOAD-ITEM-COST
                   THRU 1400-EXIT
                   UNTIL WS-COST-END-OF-FILE
               CLOSE ITEM-COST-FILE
           END-IF.

           OPEN INPUT SALES-TRANSACTIONS-FILE.

           PERFORM 1300-LOAD-SALES-ENTRY
               THRU 1300-EXIT
               UNTIL WS-SALES-END-OF-FILE.

           CLOSE SALES-TRANSACTIONS-FILE.

           INITIALIZE WS-MTD-DAY-TABLE.

           OPEN INPUT MARGIN-SUMMARY-FILE.
           IF WS-SUMMARY-FILE-STATUS NOT = "35"
               PERFORM 1500-ADD-MONTH-TO-DATE
                   THRU 1500-EXIT
                   UNTIL WS-SUMMARY-END-OF-FILE
               CLOSE MARGIN-SUMMARY-FILE
           END-IF.

           PERFORM 1550-SUM-MONTH-DAY
               THRU 1550-EXIT
               VARYING WS-MD-IDX FROM 1 BY 1
               UNTIL WS-MD-IDX > 31.

           OPEN OUTPUT GROSS-MARGIN-FILE.

           MOVE "--- DAILY GROSS MARGIN REPORT ---" TO GM-REPORT-LINE.
           WRITE GM-REPORT-LINE.

       1000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 1200-LOAD-BOM-ENTRY
      *>-----------------------------------------------------------------
       1200-LOAD-BOM-ENTRY.

           READ BOM-FILE
               AT END
                   MOVE "Y" TO WS-BOM-EOF-SWITCH
                   GO TO 1200-EXIT
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
           MOVE BM-DISCOUNT-PERCENT
               TO WS-TBL-DISCOUNT-PCT(WS-BOM-COUNT).

       1200-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 1300-LOAD-SALES-ENTRY
      *>-----------------------------------------------------------------
       1300-LOAD-SALES-ENTRY.

           READ SALES-TRANSACTIONS-FILE
               AT END
                   MOVE "Y" TO WS-SALES-EOF-SWITCH
                   GO TO 1300-EXIT
           END-READ.

           PERFORM 1310-ACCUMULATE-SALE
               THRU 1310-EXIT.

       1300-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 1310-ACCUMULATE-SALE
      *>-----------------------------------------------------------------
       1310-ACCUMULATE-SALE.

           MOVE "N" TO WS-LOOKUP-SWITCH.

           PERFORM 1320-SCAN-SALES-ENTRY
               THRU 1320-EXIT
               VARYING WS-TBL-IDX FROM 1 BY 1
               UNTIL WS-TBL-IDX > WS-SALES-COUNT
                  OR WS-LOOKUP-FOUND.

           IF NOT WS-LOOKUP-FOUND
               IF WS-SALES-COUNT NOT < 200
                   DISPLAY "*** ABEND: SALES-TRANSACTIONS EXCEEDS " ,
                           "200 DISTINCT ITEMS - WS-SALES-TABLE IS "
                           "FULL ***"
                   DISPLAY "INCREASE WS-SALES-TABLE OCCURS AND "
                           "RECOMPILE."
                   STOP RUN
               END-IF
               ADD 1 TO WS-SALES-COUNT
               MOVE ST-ITEM-ID  TO WS-SALES-ITEM-ID(WS-SALES-COUNT)
               MOVE ST-QTY-SOLD TO WS-SALES-QTY(WS-SALES-COUNT)
           END-IF.

       1310-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 1320-SCAN-SALES-ENTRY
      *>-----------------------------------------------------------------
       1320-SCAN-SALES-ENTRY.

           IF WS-SALES-ITEM-ID(WS-TBL-IDX) = ST-ITEM-ID
               ADD ST-QTY-SOLD TO WS-SALES-QTY(WS-TBL-IDX)
               MOVE "Y" TO WS-LOOKUP-SWITCH
           END-IF.

       1320-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 1400-LOAD-ITEM-COST
      *> WS-COST-TABLE holds one entry per costed item, so it must
      *> be able to hold the whole ITEM-COST file - if the file ever
      *> outgrows the table, the run stops here with a clear message
      *> instead of writing past the table's last entry.
      *>-----------------------------------------------------------------
       1400-LOAD-ITEM-COST.

           READ ITEM-COST-FILE
               AT END
                   MOVE "Y" TO WS-COST-EOF-SWITCH
                   GO TO 1400-EXIT
           END-READ.

           IF WS-COST-COUNT NOT < 500
               DISPLAY "*** ABEND: ITEM-COST EXCEEDS 500 ITEMS - "
                       "WS-COST-TABLE IS FULL ***"
               DISPLAY "INCREASE WS-COST-TABLE OCCURS AND RECOMPILE."
               STOP RUN
           END-IF.

           ADD 1 TO WS-COST-COUNT.
           MOVE IC-ITEM-ID      TO WS-COST-ITEM-ID(WS-COST-COUNT).
           MOVE IC-AVERAGE-COST TO WS-COST-AVERAGE(WS-COST-COUNT).

       1400-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 1500-ADD-MONTH-TO-DATE
      *> One DAILY-MARGIN-SUMMARY record; the month's earlier days
      *> go into their day's slot, a later record for the same day
      *> replacing an earlier one. A record for today itself is
      *> left out - it is a rerun, and today's figures are added
      *> from this run instead.
      *>-----------------------------------------------------------------
       1500-ADD-MONTH-TO-DATE.

           READ MARGIN-SUMMARY-FILE
               AT END
                   MOVE "Y" TO WS-SUMMARY-EOF-SWITCH
                   GO TO 1500-EXIT
           END-READ.

           IF MG-SALES-DATE(1:6) NOT = WS-RUN-DATE(1:6)
            OR MG-SALES-DATE NOT < WS-RUN-DATE
               GO TO 1500-EXIT
           END-IF.

           MOVE MG-SALES-DATE(7:2) TO WS-MD-DAY-NUMBER.
           IF WS-MD-DAY-NUMBER < 1
            OR WS-MD-DAY-NUMBER > 31
               GO TO 1500-EXIT
           END-IF.

           MOVE "Y"            TO WS-MD-PRESENT-SW(WS-MD-DAY-NUMBER).
           MOVE MG-REVENUE-BRL TO WS-MD-REVENUE-BRL(WS-MD-DAY-NUMBER).
           MOVE MG-COGS-BRL    TO WS-MD-COGS-BRL(WS-MD-DAY-NUMBER).
           MOVE MG-REVENUE-USD TO WS-MD-REVENUE-USD(WS-MD-DAY-NUMBER).
           MOVE MG-COGS-USD    TO WS-MD-COGS-USD(WS-MD-DAY-NUMBER).
           MOVE MG-BELOW-COST-COUNT
               TO WS-MD-BELOW-COST(WS-MD-DAY-NUMBER).

       1500-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 1550-SUM-MONTH-DAY
      *> Adds one day's slot into the month-to-date totals.
      *>-----------------------------------------------------------------
       1550-SUM-MONTH-DAY.

           IF NOT WS-MD-DAY-PRESENT(WS-MD-IDX)
               GO TO 1550-EXIT
           END-IF.

           ADD WS-MD-REVENUE-BRL(WS-MD-IDX) TO WS-MTD-REVENUE-BRL.
           ADD WS-MD-COGS-BRL(WS-MD-IDX)    TO WS-MTD-COGS-BRL.
           ADD WS-MD-REVENUE-USD(WS-MD-IDX) TO WS-MTD-REVENUE-USD.
           ADD WS-MD-COGS-USD(WS-MD-IDX)    TO WS-MTD-COGS-USD.
           ADD WS-MD-BELOW-COST(WS-MD-IDX)  TO WS-MTD-BELOW-COST.

       1550-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 2000-MARGIN-LINE
      *> Prices and costs one aggregated sales line and prints it.
      *> An item not on the master cannot be valued and an item
      *> with no cost cannot be margined; both are listed instead
      *> of silently skipped, and neither goes into the totals.
      *>-----------------------------------------------------------------
       2000-MARGIN-LINE.

           PERFORM 3000-LOOKUP-ITEM
               THRU 3000-EXIT.

           IF NOT WS-LOOKUP-FOUND
               PERFORM 6000-WRITE-UNKNOWN-LINE
                   THRU 6000-EXIT
               GO TO 2000-EXIT
           END-IF.

           IF WS-LINE-IS-KIT
               PERFORM 5800-PRICE-KIT
                   THRU 5800-EXIT
               PERFORM 5900-COST-KIT
                   THRU 5900-EXIT
           ELSE
               MOVE WS-SALES-ITEM-ID(WS-JRN-IDX) TO WS-COST-LOOKUP-ID
               PERFORM 3100-LOOKUP-COST
                   THRU 3100-EXIT
               MOVE WS-FOUND-COST TO WS-LINE-UNIT-COST
               MOVE WS-LOOKUP-SWITCH TO WS-LINE-COST-SW
           END-IF.

           ADD WS-SALES-QTY(WS-JRN-IDX) TO WS-TOTAL-UNITS.

           COMPUTE WS-LINE-REVENUE =
               WS-LINE-PRICE * WS-SALES-QTY(WS-JRN-IDX).

           IF NOT WS-LINE-IS-COSTED
               PERFORM 6100-WRITE-UNCOSTED-LINE
                   THRU 6100-EXIT
               GO TO 2000-EXIT
           END-IF.

           COMPUTE WS-LINE-COGS ROUNDED =
               WS-LINE-UNIT-COST * WS-SALES-QTY(WS-JRN-IDX).

           COMPUTE WS-LINE-MARGIN = WS-LINE-REVENUE - WS-LINE-COGS.

           IF WS-LINE-REVENUE > ZERO
               COMPUTE WS-LINE-MARGIN-PCT ROUNDED =
                   WS-LINE-MARGIN * 100 / WS-LINE-REVENUE
                   ON SIZE ERROR
                       MOVE -99999,99 TO WS-LINE-MARGIN-PCT
               END-COMPUTE
           ELSE
               MOVE ZERO TO WS-LINE-MARGIN-PCT
           END-IF.

           IF WS-LINE-MARGIN < ZERO
               ADD 1 TO WS-BELOW-COST-COUNT
               MOVE "** BELOW COST **" TO WS-FLAG-TEXT
           ELSE
               MOVE SPACES TO WS-FLAG-TEXT
           END-IF.

           IF WS-LINE-IS-USD
               ADD WS-LINE-REVENUE TO WS-DAY-REVENUE-USD
               ADD WS-LINE-COGS    TO WS-DAY-COGS-USD
           ELSE
               ADD WS-LINE-REVENUE TO WS-DAY-REVENUE-BRL
               ADD WS-LINE-COGS    TO WS-DAY-COGS-BRL
           END-IF.

           PERFORM 5000-WRITE-MARGIN-LINE
               THRU 5000-EXIT.

       2000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 3000-LOOKUP-ITEM
      *> Reads the sales line's item straight off the indexed
      *> master by key.
      *>-----------------------------------------------------------------
       3000-LOOKUP-ITEM.

           MOVE "N" TO WS-LOOKUP-SWITCH.

           MOVE WS-SALES-ITEM-ID(WS-JRN-IDX) TO IM-ITEM-ID.

           READ ITEM-MASTER-FILE
               INVALID KEY
                   GO TO 3000-EXIT
           END-READ.

           MOVE IM-NAME          TO WS-LINE-NAME.
           MOVE IM-UNIT-PRICE    TO WS-LINE-PRICE.
           MOVE IM-CURRENCY-CODE TO WS-LINE-CURRENCY.
           MOVE IM-ITEM-TYPE     TO WS-LINE-TYPE.
           MOVE "Y" TO WS-LOOKUP-SWITCH.

       3000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 3100-LOOKUP-COST
      *> Average cost of WS-COST-LOOKUP-ID off WS-COST-TABLE. Leaves
      *> WS-LOOKUP-SWITCH "N" and a zero cost for an item that has
      *> never had a costed receipt.
      *>-----------------------------------------------------------------
       3100-LOOKUP-COST.

           MOVE "N"  TO WS-LOOKUP-SWITCH.
           MOVE ZERO TO WS-FOUND-COST.

           PERFORM 3110-SCAN-COST
               THRU 3110-EXIT
               VARYING WS-TBL-IDX FROM 1 BY 1
               UNTIL WS-TBL-IDX > WS-COST-COUNT
                  OR WS-LOOKUP-FOUND.

       3100-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 3110-SCAN-COST
      *>-----------------------------------------------------------------
       3110-SCAN-COST.

           IF WS-COST-ITEM-ID(WS-TBL-IDX) = WS-COST-LOOKUP-ID
               MOVE WS-COST-AVERAGE(WS-TBL-IDX) TO WS-FOUND-COST
               MOVE "Y" TO WS-LOOKUP-SWITCH
           END-IF.

       3110-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 4100-SWAP-SEPARATORS
      *> SPECIAL-NAMES above sets DECIMAL-POINT IS COMMA for the
      *> whole program, so every edited mask prints the BRL way.
      *> USD amounts are flipped back the same way Inventory-Example
      *> does it.
      *>-----------------------------------------------------------------
       4100-SWAP-SEPARATORS.

           INSPECT WS-SWAP-FIELD REPLACING ALL "," BY "#".
           INSPECT WS-SWAP-FIELD REPLACING ALL "." BY ",".
           INSPECT WS-SWAP-FIELD REPLACING ALL "#" BY ".".

       4100-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 4200-FORMAT-AMOUNT
      *> Edits WS-FORMAT-AMOUNT into WS-FORMAT-DISPLAY with the
      *> currency sign of WS-FORMAT-CURRENCY in front of it.
      *>-----------------------------------------------------------------
       4200-FORMAT-AMOUNT.

           MOVE WS-FORMAT-AMOUNT TO WS-MASK-AMOUNT.

           INITIALIZE WS-FORMAT-DISPLAY.

           IF WS-FORMAT-CURRENCY = "USD"
               MOVE WS-MASK-AMOUNT TO WS-SWAP-FIELD
               PERFORM 4100-SWAP-SEPARATORS THRU 4100-EXIT
               STRING "US$ " FUNCTION TRIM(WS-SWAP-FIELD)
                       DELIMITED BY SIZE
                       INTO WS-FORMAT-DISPLAY
               END-STRING
           ELSE
               STRING "R$ "  FUNCTION TRIM(WS-MASK-AMOUNT)
                       DELIMITED BY SIZE
                       INTO WS-FORMAT-DISPLAY
               END-STRING
           END-IF.

       4200-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 5000-WRITE-MARGIN-LINE
      *>-----------------------------------------------------------------
       5000-WRITE-MARGIN-LINE.

           MOVE WS-LINE-CURRENCY TO WS-FORMAT-CURRENCY.

           MOVE WS-LINE-REVENUE TO WS-FORMAT-AMOUNT.
           PERFORM 4200-FORMAT-AMOUNT THRU 4200-EXIT.
           MOVE WS-FORMAT-DISPLAY TO WS-REVENUE-DISPLAY.

           MOVE WS-LINE-COGS TO WS-FORMAT-AMOUNT.
           PERFORM 4200-FORMAT-AMOUNT THRU 4200-EXIT.
           MOVE WS-FORMAT-DISPLAY TO WS-COGS-DISPLAY.

           MOVE WS-LINE-MARGIN TO WS-FORMAT-AMOUNT.
           PERFORM 4200-FORMAT-AMOUNT THRU 4200-EXIT.
           MOVE WS-FORMAT-DISPLAY TO WS-MARGIN-DISPLAY.

           MOVE WS-SALES-QTY(WS-JRN-IDX) TO WS-MASK-QTY.
           MOVE WS-LINE-MARGIN-PCT       TO WS-MASK-PCT.

           INITIALIZE GM-REPORT-LINE.
           STRING WS-SALES-ITEM-ID(WS-JRN-IDX) DELIMITED BY SIZE
                   "  "                 DELIMITED BY SIZE
                   WS-LINE-NAME         DELIMITED BY SIZE
                   " QTY:"              DELIMITED BY SIZE
                   WS-MASK-QTY          DELIMITED BY SIZE
                   " REVENUE:"          DELIMITED BY SIZE
                   WS-REVENUE-DISPLAY   DELIMITED BY SIZE
                   " COGS:"             DELIMITED BY SIZE
                   WS-COGS-DISPLAY      DELIMITED BY SIZE
                   " MARGIN:"           DELIMITED BY SIZE
                   WS-MARGIN-DISPLAY    DELIMITED BY SIZE
                   WS-MASK-PCT          DELIMITED BY SIZE
                   "% "                 DELIMITED BY SIZE
                   WS-FLAG-TEXT         DELIMITED BY SIZE
                   INTO GM-REPORT-LINE
           END-STRING.

           WRITE GM-REPORT-LINE.

       5000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 5800-PRICE-KIT
      *> Computes the kit's selling price as the sum of its
      *> components' prices times their quantities, less the kit's
      *> discount percentage - the same arithmetic as Daily-Sales-
      *> Journal's 5800-PRICE-KIT.
      *>-----------------------------------------------------------------
       5800-PRICE-KIT.

           MOVE ZERO TO WS-KIT-SUM.
           MOVE ZERO TO WS-KIT-DISCOUNT-PCT.

           PERFORM 5810-ACCUMULATE-COMPONENT
               THRU 5810-EXIT
               VARYING WS-BOM-IDX FROM 1 BY 1
               UNTIL WS-BOM-IDX > WS-BOM-COUNT.

           COMPUTE WS-KIT-DISCOUNT-AMT ROUNDED =
               WS-KIT-SUM * WS-KIT-DISCOUNT-PCT / 100.

           COMPUTE WS-LINE-PRICE = WS-KIT-SUM - WS-KIT-DISCOUNT-AMT.

       5800-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 5810-ACCUMULATE-COMPONENT
      *>-----------------------------------------------------------------
       5810-ACCUMULATE-COMPONENT.

           IF WS-TBL-KIT-ID(WS-BOM-IDX) NOT =
                   WS-SALES-ITEM-ID(WS-JRN-IDX)
               GO TO 5810-EXIT
           END-IF.

           MOVE WS-TBL-DISCOUNT-PCT(WS-BOM-IDX) TO WS-KIT-DISCOUNT-PCT.

           PERFORM 5820-LOOKUP-COMPONENT-PRICE
               THRU 5820-EXIT.

           IF WS-COMPONENT-FOUND
               COMPUTE WS-KIT-SUM = WS-KIT-SUM +
                   (WS-COMPONENT-LOOKUP-PRICE *
                       WS-TBL-COMPONENT-QTY(WS-BOM-IDX))
           END-IF.

       5810-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 5820-LOOKUP-COMPONENT-PRICE
      *> Reads the component item straight off the indexed master
      *> by key. A component with no master record prices at zero.
      *>-----------------------------------------------------------------
       5820-LOOKUP-COMPONENT-PRICE.

           MOVE "N" TO WS-COMPONENT-FOUND-SW.
           MOVE ZERO TO WS-COMPONENT-LOOKUP-PRICE.

           MOVE WS-TBL-COMPONENT-ID(WS-BOM-IDX) TO IM-ITEM-ID.

           READ ITEM-MASTER-FILE
               INVALID KEY
                   GO TO 5820-EXIT
           END-READ.

           MOVE IM-UNIT-PRICE TO WS-COMPONENT-LOOKUP-PRICE.
           MOVE "Y" TO WS-COMPONENT-FOUND-SW.

       5820-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 5900-COST-KIT
      *> A kit costs what its components cost: each component's
      *> average cost times its BOM quantity, summed. The kit
      *> discount is a selling decision and does not touch the cost.
      *> If any component has no cost on file the kit cannot be
      *> costed either, and a kit with no BOM lines has nothing to
      *> cost at all.
      *>-----------------------------------------------------------------
       5900-COST-KIT.

           MOVE ZERO TO WS-LINE-UNIT-COST.
           MOVE "N"  TO WS-LINE-COST-SW.
           MOVE "N"  TO WS-COMPONENT-FOUND-SW.

           PERFORM 5910-COST-COMPONENT
               THRU 5910-EXIT
               VARYING WS-BOM-IDX FROM 1 BY 1
               UNTIL WS-BOM-IDX > WS-BOM-COUNT.

      *> WS-COMPONENT-FOUND says at least one BOM line was seen;
      *> WS-LINE-COST-SW "X" says one of them had no cost
           IF WS-COMPONENT-FOUND
            AND WS-LINE-COST-SW NOT = "X"
               MOVE "Y" TO WS-LINE-COST-SW
           ELSE
               MOVE "N" TO WS-LINE-COST-SW
           END-IF.

       5900-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 5910-COST-COMPONENT
      *>-----------------------------------------------------------------
       5910-COST-COMPONENT.

           IF WS-TBL-KIT-ID(WS-BOM-IDX) NOT =
                   WS-SALES-ITEM-ID(WS-JRN-IDX)
               GO TO 5910-EXIT
           END-IF.

           MOVE "Y" TO WS-COMPONENT-FOUND-SW.

           MOVE WS-TBL-COMPONENT-ID(WS-BOM-IDX) TO WS-COST-LOOKUP-ID.
           PERFORM 3100-LOOKUP-COST
               THRU 3100-EXIT.

           IF NOT WS-LOOKUP-FOUND
               MOVE "X" TO WS-LINE-COST-SW
               GO TO 5910-EXIT
           END-IF.

           COMPUTE WS-LINE-UNIT-COST = WS-LINE-UNIT-COST +
               (WS-FOUND-COST * WS-TBL-COMPONENT-QTY(WS-BOM-IDX)).

       5910-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 6000-WRITE-UNKNOWN-LINE
      *>-----------------------------------------------------------------
       6000-WRITE-UNKNOWN-LINE.

           MOVE WS-SALES-QTY(WS-JRN-IDX) TO WS-MASK-QTY.

           INITIALIZE GM-REPORT-LINE.
           STRING WS-SALES-ITEM-ID(WS-JRN-IDX) DELIMITED BY SIZE
                   " QTY:"              DELIMITED BY SIZE
                   WS-MASK-QTY          DELIMITED BY SIZE
                   "  ** ITEM NOT ON MASTER - NOT VALUED **"
                                        DELIMITED BY SIZE
                   INTO GM-REPORT-LINE
           END-STRING.
           WRITE GM-REPORT-LINE.

       6000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 6100-WRITE-UNCOSTED-LINE
      *> An item - or a kit component - that has never had a
      *> costed receipt. Its revenue is shown so the line can be
      *> found, but it stays out of the margin totals: costing it
      *> at zero would report its whole price as margin.
      *>-----------------------------------------------------------------
       6100-WRITE-UNCOSTED-LINE.

           ADD 1 TO WS-UNCOSTED-COUNT.
           ADD WS-SALES-QTY(WS-JRN-IDX) TO WS-UNCOSTED-UNITS.

           MOVE WS-LINE-CURRENCY TO WS-FORMAT-CURRENCY.
           MOVE WS-LINE-REVENUE  TO WS-FORMAT-AMOUNT.
           PERFORM 4200-FORMAT-AMOUNT THRU 4200-EXIT.

           MOVE WS-SALES-QTY(WS-JRN-IDX) TO WS-MASK-QTY.

           INITIALIZE GM-REPORT-LINE.
           STRING WS-SALES-ITEM-ID(WS-JRN-IDX) DELIMITED BY SIZE
                   "  "                 DELIMITED BY SIZE
                   WS-LINE-NAME         DELIMITED BY SIZE
                   " QTY:"              DELIMITED BY SIZE
                   WS-MASK-QTY          DELIMITED BY SIZE
                   " REVENUE:"          DELIMITED BY SIZE
                   WS-FORMAT-DISPLAY    DELIMITED BY SIZE
                   "  ** NO COST ON FILE - NOT MARGINED **"
                                        DELIMITED BY SIZE
                   INTO GM-REPORT-LINE
           END-STRING.
           WRITE GM-REPORT-LINE.

       6100-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 8500-WRITE-TOTAL-LINE
      *> Prints one totals line from WS-TOTAL-LINE: revenue, cost
      *> of goods sold, margin and margin % for one currency.
      *>-----------------------------------------------------------------
       8500-WRITE-TOTAL-LINE.

           COMPUTE WS-TOTAL-MARGIN = WS-TOTAL-REVENUE - WS-TOTAL-COGS.

           IF WS-TOTAL-REVENUE > ZERO
               COMPUTE WS-TOTAL-MARGIN-PCT ROUNDED =
                   WS-TOTAL-MARGIN * 100 / WS-TOTAL-REVENUE
                   ON SIZE ERROR
                       MOVE -99999,99 TO WS-TOTAL-MARGIN-PCT
               END-COMPUTE
           ELSE
               MOVE ZERO TO WS-TOTAL-MARGIN-PCT
           END-IF.

           MOVE WS-TOTAL-CURRENCY TO WS-FORMAT-CURRENCY.

           MOVE WS-TOTAL-REVENUE TO WS-FORMAT-AMOUNT.
           PERFORM 4200-FORMAT-AMOUNT THRU 4200-EXIT.
           MOVE WS-FORMAT-DISPLAY TO WS-REVENUE-DISPLAY.

           MOVE WS-TOTAL-COGS TO WS-FORMAT-AMOUNT.
           PERFORM 4200-FORMAT-AMOUNT THRU 4200-EXIT.
           MOVE WS-FORMAT-DISPLAY TO WS-COGS-DISPLAY.

           MOVE WS-TOTAL-MARGIN TO WS-FORMAT-AMOUNT.
           PERFORM 4200-FORMAT-AMOUNT THRU 4200-EXIT.
           MOVE WS-FORMAT-DISPLAY TO WS-MARGIN-DISPLAY.

           MOVE WS-TOTAL-MARGIN-PCT TO WS-MASK-PCT.

           INITIALIZE GM-REPORT-LINE.
           STRING WS-TOTAL-LABEL       DELIMITED BY SIZE
                   "("                  DELIMITED BY SIZE
                   WS-TOTAL-CURRENCY    DELIMITED BY SIZE
                   ") REVENUE:"         DELIMITED BY SIZE
                   WS-REVENUE-DISPLAY   DELIMITED BY SIZE
                   " COGS:"             DELIMITED BY SIZE
                   WS-COGS-DISPLAY      DELIMITED BY SIZE
                   " MARGIN:"           DELIMITED BY SIZE
                   WS-MARGIN-DISPLAY    DELIMITED BY SIZE
                   WS-MASK-PCT          DELIMITED BY SIZE
                   "%"                  DELIMITED BY SIZE
                   INTO GM-REPORT-LINE
           END-STRING.
           WRITE GM-REPORT-LINE.

       8500-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 9000-TERMINATE
      *> Prints the day and month-to-date margin per currency and
      *> the line counts, then appends the day's summary record.
      *>-----------------------------------------------------------------
       9000-TERMINATE.

           ADD WS-DAY-REVENUE-BRL  TO WS-MTD-REVENUE-BRL.
           ADD WS-DAY-COGS-BRL     TO WS-MTD-COGS-BRL.
           ADD WS-DAY-REVENUE-USD  TO WS-MTD-REVENUE-USD.
           ADD WS-DAY-COGS-USD     TO WS-MTD-COGS-USD.
           ADD WS-BELOW-COST-COUNT TO WS-MTD-BELOW-COST.

           MOVE SPACES TO GM-REPORT-LINE.
           WRITE GM-REPORT-LINE.

           MOVE "DAY MARGIN      "  TO WS-TOTAL-LABEL.
           MOVE "BRL"               TO WS-TOTAL-CURRENCY.
           MOVE WS-DAY-REVENUE-BRL  TO WS-TOTAL-REVENUE.
           MOVE WS-DAY-COGS-BRL     TO WS-TOTAL-COGS.
           PERFORM 8500-WRITE-TOTAL-LINE THRU 8500-EXIT.

           MOVE "USD"               TO WS-TOTAL-CURRENCY.
           MOVE WS-DAY-REVENUE-USD  TO WS-TOTAL-REVENUE.
           MOVE WS-DAY-COGS-USD     TO WS-TOTAL-COGS.
           PERFORM 8500-WRITE-TOTAL-LINE THRU 8500-EXIT.

           MOVE "MONTH TO DATE   "  TO WS-TOTAL-LABEL.
           MOVE "BRL"               TO WS-TOTAL-CURRENCY.
           MOVE WS-MTD-REVENUE-BRL  TO WS-TOTAL-REVENUE.
           MOVE WS-MTD-COGS-BRL     TO WS-TOTAL-COGS.
           PERFORM 8500-WRITE-TOTAL-LINE THRU 8500-EXIT.

           MOVE "USD"               TO WS-TOTAL-CURRENCY.
           MOVE WS-MTD-REVENUE-USD  TO WS-TOTAL-REVENUE.
           MOVE WS-MTD-COGS-USD     TO WS-TOTAL-COGS.
           PERFORM 8500-WRITE-TOTAL-LINE THRU 8500-EXIT.

           MOVE SPACES TO GM-REPORT-LINE.
           WRITE GM-REPORT-LINE.

           MOVE WS-TOTAL-UNITS TO WS-MASK-UNITS.
           INITIALIZE GM-REPORT-LINE.
           STRING "DAY TOTAL UNITS:           " DELIMITED BY SIZE
                   WS-MASK-UNITS                DELIMITED BY SIZE
                   INTO GM-REPORT-LINE
           END-STRING.
           WRITE GM-REPORT-LINE.

           MOVE WS-BELOW-COST-COUNT TO WS-MASK-UNITS.
           INITIALIZE GM-REPORT-LINE.
           STRING "ITEMS SOLD BELOW COST:     " DELIMITED BY SIZE
                   WS-MASK-UNITS                DELIMITED BY SIZE
                   INTO GM-REPORT-LINE
           END-STRING.
           WRITE GM-REPORT-LINE.

           MOVE WS-MTD-BELOW-COST TO WS-MASK-UNITS.
           INITIALIZE GM-REPORT-LINE.
           STRING "  MONTH TO DATE:           " DELIMITED BY SIZE
                   WS-MASK-UNITS                DELIMITED BY SIZE
                   INTO GM-REPORT-LINE
           END-STRING.
           WRITE GM-REPORT-LINE.

           MOVE WS-UNCOSTED-COUNT TO WS-MASK-UNITS.
           INITIALIZE GM-REPORT-LINE.
           STRING "ITEMS WITH NO COST:        " DELIMITED BY SIZE
                   WS-MASK-UNITS                DELIMITED BY SIZE
                   INTO GM-REPORT-LINE
           END-STRING.
           WRITE GM-REPORT-LINE.

           MOVE WS-UNCOSTED-UNITS TO WS-MASK-UNITS.
           INITIALIZE GM-REPORT-LINE.
           STRING "UNITS NOT IN MARGIN TOTALS:" DELIMITED BY SIZE
                   WS-MASK-UNITS                DELIMITED BY SIZE
                   INTO GM-REPORT-LINE
           END-STRING.
           WRITE GM-REPORT-LINE.

           CLOSE GROSS-MARGIN-FILE.
           CLOSE ITEM-MASTER-FILE.

      *> DAILY-MARGIN-SUMMARY accumulates across runs, so the file
      *> may not exist yet the first time this program is ever run
           OPEN EXTEND MARGIN-SUMMARY-FILE.
           IF WS-SUMMARY-FILE-STATUS = "35"
               OPEN OUTPUT MARGIN-SUMMARY-FILE
           END-IF.

           MOVE WS-RUN-DATE         TO MG-SALES-DATE.
           MOVE WS-DAY-REVENUE-BRL  TO MG-REVENUE-BRL.
           MOVE WS-DAY-COGS-BRL     TO MG-COGS-BRL.
           MOVE WS-DAY-REVENUE-USD  TO MG-REVENUE-USD.
           MOVE WS-DAY-COGS-USD     TO MG-COGS-USD.
           MOVE WS-BELOW-COST-COUNT TO MG-BELOW-COST-COUNT.
           WRITE MG-SUMMARY-RECORD.

           CLOSE MARGIN-SUMMARY-FILE.

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
      *> The END record carries the run's controls: units sold
      *> today and the day's cost of goods sold per currency.
      *>-----------------------------------------------------------------
       8900-WRITE-RUN-END.

           OPEN EXTEND RUN-CONTROL-FILE.

           MOVE WS-RUN-CONTROL-NAME TO RL-PROGRAM-NAME.
           MOVE "END  "             TO RL-ENTRY-TYPE.
           MOVE WS-RUN-DATE         TO RL-RUN-DATE.
           MOVE WS-TOTAL-UNITS      TO RL-RECORD-COUNT.
           MOVE WS-DAY-COGS-BRL     TO RL-HASH-TOTAL.
           MOVE WS-DAY-COGS-USD     TO RL-HASH-TOTAL-2.
           MOVE SPACES              TO RL-NOTE.
           WRITE RL-RUN-CONTROL-RECORD.

           CLOSE RUN-CONTROL-FILE.

       8900-EXIT.
           EXIT.
