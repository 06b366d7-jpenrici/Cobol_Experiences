      *> Purpose:     Monthly shrinkage valuation. Reads the
      *>              INVENTORY-ADJUSTMENTS audit file that
      *>              Sales-Reconciliation writes its discrepancy
      *>              and oversold write-offs to (and
      *>              Sales-Returns-Batch its DAMAGED write-offs of
      *>              returned stock), keeps the records
      *>              for the report month (YYYYMM off the command
      *>              line, defaulting to the current month), values
      *>              each item's net adjusted units at the indexed
      *>              flags scrolling past. A count that came up
      *>              OVER the expected figure shows as a negative
      *>              (a gain) rather than being hidden.
      *>              With COST after the month on the command line
      *>              (e.g. "202610 COST") the losses are valued at
      *>              the moving weighted average cost off ITEM-COST
      *>              instead - what the lost stock cost us rather
      *>              than what it would have sold for.
      *> Tect Stack:  GnuCOBOL
      *>
      *> Modification History
      *> ---------------------
      *> 2026-10-14  PS-INV  Optional valuation at cost: COST on
      *>                     the command line values each item's
      *>                     loss at its ITEM-COST average cost;
      *>                     an item with no cost on file is
      *>                     flagged and left out of the totals.
      *>*****************************************************************

       IDENTIFICATION DIVISION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS IM-ITEM-ID.

      *> Read only for a run valued at cost
           SELECT ITEM-COST-FILE
               ASSIGN TO "ITEM-COST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COST-FILE-STATUS.

           SELECT SHRINKAGE-REPORT-FILE
               ASSIGN TO "SHRINKAGE-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  ITEM-MASTER-FILE.
           COPY ITEMREC.

       FD  ITEM-COST-FILE.
           COPY ITEMCOST.

       FD  SHRINKAGE-REPORT-FILE.
       01  SK-REPORT-LINE           PIC X(100).

       01 WS-SWITCHES.
           05 WS-ADJ-EOF-SWITCH    PIC X(01)   VALUE "N".
               88 WS-ADJ-END-OF-FILE           VALUE "Y".
           05 WS-COST-EOF-SWITCH   PIC X(01)   VALUE "N".
               88 WS-COST-END-OF-FILE          VALUE "Y".

       01 WS-ADJ-FILE-STATUS       PIC X(02).
       01 WS-COST-FILE-STATUS      PIC X(02).

       01 WS-RUN-DATE              PIC 9(08).
       01 WS-COMMAND-LINE          PIC X(20).
       *> Accrual month the report covers, YYYYMM
       01 WS-REPORT-MONTH          PIC X(06).

       *> What the losses are valued at - retail unless the command
       *> line asks for cost
       01 WS-VALUATION-BASIS       PIC X(06)   VALUE "RETAIL".
           88 WS-VALUE-AT-COST                  VALUE "COST  ".

      *>-----------------------------------------------------------------
      *> ITEM-COST loaded whole for a run valued at cost - one entry
      *> per costed item.
      *>-----------------------------------------------------------------
       01 WS-COST-TABLE.
           05 WS-COST-ENTRY OCCURS 500 TIMES.
               10 WS-COST-ITEM-ID      PIC 9(05).
               10 WS-COST-AVERAGE      PIC 9(04)V9(04).
       01 WS-COST-COUNT            PIC 9(04) COMP   VALUE ZERO.

       01 WS-FOUND-COST            PIC 9(04)V9(04).

      *>-----------------------------------------------------------------
      *> Net adjusted units accumulated per item across the report
      *> month - one entry per item, summed the way the sales

       01 WS-UNITS-LOST            PIC S9(07).
       01 WS-LINE-VALUE            PIC S9(09)V99.
       01 WS-UNCOSTED-COUNT        PIC 9(05)       VALUE ZERO.

       *> Month totals, kept apart by currency - BRL and USD losses
       *> can't be summed into one figure without it meaning nothing
           05 WS-MASK-VALUE         PIC -ZZZ.ZZZ.ZZ9,99.
           05 WS-VALUE-DISPLAY      PIC X(20).
           05 WS-MASK-TOTAL         PIC -ZZZ.ZZZ.ZZ9,99.
           05 WS-MASK-COUNT         PIC ZZZZ9.

       01 WS-SWAP-FIELD            PIC X(16).

           ELSE
               MOVE WS-RUN-DATE(1:6) TO WS-REPORT-MONTH
           END-IF.
           IF WS-COMMAND-LINE(8:4) = "COST"
               MOVE "COST" TO WS-VALUATION-BASIS
           END-IF.

           IF WS-VALUE-AT-COST
               OPEN INPUT ITEM-COST-FILE
               IF WS-COST-FILE-STATUS NOT = "35"
                   PERFORM 1200-LOAD-ITEM-COST
                       THRU 1200-EXIT
                       UNTIL WS-COST-END-OF-FILE
                   CLOSE ITEM-COST-FILE
               END-IF
           END-IF.

           OPEN INPUT ADJUSTMENT-FILE.
           IF WS-ADJ-FILE-STATUS = "35"
           INITIALIZE SK-REPORT-LINE.
           STRING "--- SHRINKAGE REPORT FOR MONTH " DELIMITED BY SIZE
                   WS-REPORT-MONTH                  DELIMITED BY SIZE
                   " AT "                           DELIMITED BY SIZE
                   WS-VALUATION-BASIS               DELIMITED BY SPACE
                   " ---"                           DELIMITED BY SIZE
                   INTO SK-REPORT-LINE
           END-STRING.
       1110-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 1200-LOAD-ITEM-COST
      *> WS-COST-TABLE holds one entry per costed item, so it must
      *> be able to hold the whole ITEM-COST file - if the file ever
      *> outgrows the table, the run stops here with a clear message
      *> instead of writing past the table's last entry.
      *>-----------------------------------------------------------------
       1200-LOAD-ITEM-COST.

           READ ITEM-COST-FILE
               AT END
                   MOVE "Y" TO WS-COST-EOF-SWITCH
                   GO TO 1200-EXIT
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

       1200-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 2000-VALUE-SHRINKAGE
      *> Values one item's net adjusted units at the master's unit
      *> price - or, on a run valued at cost, at the item's average
      *> cost - and prints its line. An adjusted item that has since
      *> left the master, or has no cost on file, cannot be valued,
      *> so it is flagged instead of silently skipped.
      *>-----------------------------------------------------------------
       2000-VALUE-SHRINKAGE.

                   GO TO 2000-EXIT
           END-READ.

           IF WS-VALUE-AT-COST
               PERFORM 3000-LOOKUP-COST
                   THRU 3000-EXIT
               IF NOT WS-LOOKUP-FOUND
                   PERFORM 6100-WRITE-UNCOSTED-LINE
                       THRU 6100-EXIT
                   GO TO 2000-EXIT
               END-IF
               COMPUTE WS-LINE-VALUE ROUNDED =
                   WS-SHR-UNITS(WS-RPT-IDX) * WS-FOUND-COST
           ELSE
               COMPUTE WS-LINE-VALUE =
                   WS-SHR-UNITS(WS-RPT-IDX) * IM-UNIT-PRICE
           END-IF.

           IF IM-CURRENCY-CODE = "USD"
               ADD WS-LINE-VALUE TO WS-SHRINKAGE-USD
       2000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 3000-LOOKUP-COST
      *> Average cost of the item being valued off WS-COST-TABLE.
      *>-----------------------------------------------------------------
       3000-LOOKUP-COST.

           MOVE "N"  TO WS-LOOKUP-SWITCH.
           MOVE ZERO TO WS-FOUND-COST.

           PERFORM 3100-SCAN-COST
               THRU 3100-EXIT
               VARYING WS-TBL-IDX FROM 1 BY 1
               UNTIL WS-TBL-IDX > WS-COST-COUNT
                  OR WS-LOOKUP-FOUND.

       3000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 3100-SCAN-COST
      *>-----------------------------------------------------------------
       3100-SCAN-COST.

           IF WS-COST-ITEM-ID(WS-TBL-IDX) = WS-SHR-ITEM-ID(WS-RPT-IDX)
               MOVE WS-COST-AVERAGE(WS-TBL-IDX) TO WS-FOUND-COST
               MOVE "Y" TO WS-LOOKUP-SWITCH
           END-IF.

       3100-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 4100-SWAP-SEPARATORS
      *> SPECIAL-NAMES above sets DECIMAL-POINT IS COMMA, so the
       6000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 6100-WRITE-UNCOSTED-LINE
      *> An item that has never had a costed receipt - valuing its
      *> loss at zero would understate the month, so it is listed
      *> and counted instead.
      *>-----------------------------------------------------------------
       6100-WRITE-UNCOSTED-LINE.

           ADD 1 TO WS-UNCOSTED-COUNT.

           MOVE WS-SHR-UNITS(WS-RPT-IDX) TO WS-MASK-UNITS.

           INITIALIZE SK-REPORT-LINE.
           STRING WS-SHR-ITEM-ID(WS-RPT-IDX) DELIMITED BY SIZE
                   "  "                 DELIMITED BY SIZE
                   IM-NAME              DELIMITED BY SIZE
                   " UNITS:"            DELIMITED BY SIZE
                   WS-MASK-UNITS        DELIMITED BY SIZE
                   "  ** NO COST ON FILE - NOT VALUED **"
                                        DELIMITED BY SIZE
                   INTO SK-REPORT-LINE
           END-STRING.
           WRITE SK-REPORT-LINE.

       6100-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 9000-TERMINATE
      *> Prints the month's loss per currency and closes down.
           END-STRING.
           WRITE SK-REPORT-LINE.

           IF WS-VALUE-AT-COST
               MOVE WS-UNCOSTED-COUNT TO WS-MASK-COUNT
               INITIALIZE SK-REPORT-LINE
               STRING "ITEMS NOT VALUED - NO COST: " DELIMITED BY SIZE
                       WS-MASK-COUNT    DELIMITED BY SIZE
                       INTO SK-REPORT-LINE
               END-STRING
               WRITE SK-REPORT-LINE
           END-IF.

           CLOSE ITEM-MASTER-FILE.
           CLOSE SHRINKAGE-REPORT-FILE.

