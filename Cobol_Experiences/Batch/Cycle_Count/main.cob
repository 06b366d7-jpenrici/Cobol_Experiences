      *>*****************************************************************
      *> Program:     Cycle-Count-Scheduler
      *> Author:      Pet Shop IT - Inventory Team
      *> Date-Written: 2026-10-14
      *> Purpose:     Decides which shelves the floor staff count
      *>              tomorrow. Every stocked item (kits are not on
      *>              a shelf of their own and are never counted) is
      *>              ranked by sales value into ABC classes - A the
      *>              items making up the first 80% of the value, B
      *>              the next 15%, C the rest and anything that has
      *>              not sold. BRL and USD items are ranked apart,
      *>              each against its own currency's total. The
      *>              value is taken from the day's SALES-TRANSACTIONS
      *>              (DAILY-SALES-SUMMARY only holds the day's
      *>              totals) at IM-UNIT-PRICE, a kit's sale counted
      *>              against its components, and kept per item on
      *>              CYCLE-COUNT-CONTROL for the quarter to date and
      *>              the quarter before it.
      *>              A items are counted weekly, B monthly and C
      *>              quarterly. Each class's items are spread evenly
      *>              over its cycle: every day the class's share
      *>              (its item count over the cycle's days, rounded
      *>              up) is taken, longest uncounted first, plus
      *>              any item already past its due date. An item
      *>              written off as OVERSOLD or MISCOUNT on
      *>              INVENTORY-ADJUSTMENTS since the last run is put
      *>              on the sheet for a recount whatever its class.
      *>              The last-counted date comes from the STOCK-
      *>              COUNT file handed in today - a line with a
      *>              quantity filled in counts as counted.
      *>              Tomorrow's sheet is printed on CYCLE-COUNT-SHEET
      *>              and written as the new STOCK-COUNT, one line
      *>              per item with the quantity left blank for the
      *>              staff to fill in; a line still blank when it
      *>              comes back is read by Sales-Reconciliation as
      *>              no count. This runs after Sales-Reconciliation
      *>              in the night stream - it replaces STOCK-COUNT,
      *>              so today's count must have been reconciled
      *>              first.
      *> Tect Stack:  GnuCOBOL
      *>*****************************************************************

       IDENTIFICATION DIVISION.
           PROGRAM-ID. Cycle-Count-Scheduler.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-MASTER-FILE
               ASSIGN TO "ITEM-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IM-ITEM-ID.

      *> Kept by this program - no file yet means no item has been
      *> classed or counted
           SELECT CYCLE-CONTROL-FILE
               ASSIGN TO "CYCLE-COUNT-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT SALES-TRANSACTIONS-FILE
               ASSIGN TO "SALES-TRANSACTIONS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALES-FILE-STATUS.

           SELECT BOM-FILE
               ASSIGN TO "BOM-MASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOM-FILE-STATUS.

           SELECT STOCK-COUNT-FILE
               ASSIGN TO "STOCK-COUNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COUNT-FILE-STATUS.

           SELECT ADJUSTMENT-FILE
               ASSIGN TO "INVENTORY-ADJUSTMENTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-FILE-STATUS.

           SELECT SORTED-RANK-FILE
               ASSIGN TO "CYCLE-RANK-SORTED"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RANK-SORT-FILE
               ASSIGN TO "CYCLE-RANK-WORK".

           SELECT SORTED-SCHEDULE-FILE
               ASSIGN TO "CYCLE-SCHEDULE-SORTED"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SCHEDULE-SORT-FILE
               ASSIGN TO "CYCLE-SCHEDULE-WORK".

           SELECT COUNT-SHEET-FILE
               ASSIGN TO "CYCLE-COUNT-SHEET"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "RUN-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-MASTER-FILE.
           COPY ITEMREC.

       FD  CYCLE-CONTROL-FILE.
           COPY CYCLEREC.

       FD  SALES-TRANSACTIONS-FILE.
       01  ST-SALES-RECORD.
           05  ST-ITEM-ID              PIC 9(05).
           05  ST-QTY-SOLD             PIC 9(03).

       FD  BOM-FILE.
           COPY BOMREC.

       *> Read as the count handed in today, then written back as
       *> tomorrow's skeleton with the quantity left blank
       FD  STOCK-COUNT-FILE.
       01  SC-COUNT-RECORD.
           05  SC-ITEM-ID              PIC 9(05).
           05  SC-COUNTED-QTY          PIC 9(03).
           05  SC-COUNTED-QTY-X        REDEFINES SC-COUNTED-QTY
                                       PIC X(03).

       FD  ADJUSTMENT-FILE.
           COPY INVADJ.

       *> Stocked items in ranking order - currency, then sales
       *> value high to low
       FD  SORTED-RANK-FILE.
       01  SR-RANK-RECORD.
           05  SR-CURRENCY             PIC X(03).
           05  SR-SALES-VALUE          PIC 9(10)V99.
           05  SR-ITEM-ID              PIC 9(05).
           05  SR-ITEM-IDX             PIC 9(04).

       SD  RANK-SORT-FILE.
       01  RK-SORT-RECORD.
           05  RK-CURRENCY             PIC X(03).
           05  RK-SALES-VALUE          PIC 9(10)V99.
           05  RK-ITEM-ID              PIC 9(05).
           05  RK-ITEM-IDX             PIC 9(04).

       *> Stocked items in picking order - class, then longest
       *> uncounted first
       FD  SORTED-SCHEDULE-FILE.
       01  SS-SCHEDULE-RECORD.
           05  SS-ABC-CLASS            PIC X(01).
           05  SS-LAST-COUNT-DATE      PIC 9(08).
           05  SS-ITEM-ID              PIC 9(05).
           05  SS-ITEM-IDX             PIC 9(04).

       SD  SCHEDULE-SORT-FILE.
       01  SQ-SORT-RECORD.
           05  SQ-ABC-CLASS            PIC X(01).
           05  SQ-LAST-COUNT-DATE      PIC 9(08).
           05  SQ-ITEM-ID              PIC 9(05).
           05  SQ-ITEM-IDX             PIC 9(04).

       FD  COUNT-SHEET-FILE.
       01  CS-REPORT-LINE              PIC X(100).

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.

       *> RUN-CONTROL accumulates across runs, so the file may not
       *> exist yet the first time any batch is ever run
       01 WS-RUNCTL-FILE-STATUS PIC X(02).

       01 WS-RUN-CONTROL-NAME   PIC X(24)
                                VALUE "Cycle-Count-Scheduler".

       *> End-of-file switches
       01 WS-SWITCHES.
           05 WS-ITEM-EOF-SWITCH   PIC X(01)   VALUE "N".
               88 WS-ITEM-END-OF-FILE           VALUE "Y".
           05 WS-CONTROL-EOF-SWITCH PIC X(01)  VALUE "N".
               88 WS-CONTROL-END-OF-FILE        VALUE "Y".
           05 WS-SALES-EOF-SWITCH  PIC X(01)   VALUE "N".
               88 WS-SALES-END-OF-FILE          VALUE "Y".
           05 WS-BOM-EOF-SWITCH    PIC X(01)   VALUE "N".
               88 WS-BOM-END-OF-FILE            VALUE "Y".
           05 WS-COUNT-EOF-SWITCH  PIC X(01)   VALUE "N".
               88 WS-COUNT-END-OF-FILE          VALUE "Y".
           05 WS-ADJ-EOF-SWITCH    PIC X(01)   VALUE "N".
               88 WS-ADJ-END-OF-FILE            VALUE "Y".
           05 WS-RANK-EOF-SWITCH   PIC X(01)   VALUE "N".
               88 WS-RANK-END-OF-FILE           VALUE "Y".
           05 WS-SCHED-EOF-SWITCH  PIC X(01)   VALUE "N".
               88 WS-SCHED-END-OF-FILE          VALUE "Y".

       01 WS-CONTROL-FILE-STATUS   PIC X(02).
       01 WS-SALES-FILE-STATUS     PIC X(02).
       01 WS-BOM-FILE-STATUS       PIC X(02).
       01 WS-COUNT-FILE-STATUS     PIC X(02).
       01 WS-ADJ-FILE-STATUS       PIC X(02).

       01 WS-RUN-DATE              PIC 9(08).
       01 WS-RUN-DATE-PARTS        REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR           PIC 9(04).
           05 WS-RUN-MONTH          PIC 9(02).
           05 WS-RUN-DAY            PIC 9(02).

       *> The sheet is for the next day's count
       01 WS-COUNT-DATE            PIC 9(08).
       01 WS-COUNT-DATE-INT        PIC 9(07).

       *> Quarters as YYYYQ - the one this run falls in and the one
       *> before it
       01 WS-RUN-QUARTER-NO        PIC 9(01).
       01 WS-RUN-QUARTER           PIC 9(05).
       01 WS-PRIOR-QUARTER         PIC 9(05).

       *> The last day this program ran before today, from the
       *> control file; adjustments after it are new to this run
       01 WS-PRIOR-RUN-DATE        PIC 9(08)      VALUE ZERO.

      *>-----------------------------------------------------------------
      *> Class cut-offs (cumulative % of the currency's sales value
      *> reached before the item) and count cycles in days.
      *>-----------------------------------------------------------------
       01 WS-CLASS-RULES.
           05 WS-CLASS-A-CUTOFF     PIC 9(03)V99   VALUE 80.
           05 WS-CLASS-B-CUTOFF     PIC 9(03)V99   VALUE 95.
           05 WS-CYCLE-DAYS-A       PIC 9(03)      VALUE 7.
           05 WS-CYCLE-DAYS-B       PIC 9(03)      VALUE 30.
           05 WS-CYCLE-DAYS-C       PIC 9(03)      VALUE 91.

       01 WS-BOM-TABLE.
           05 WS-BOM-ENTRY OCCURS 400 TIMES.
               10 WS-TBL-KIT-ID           PIC 9(05).
               10 WS-TBL-COMPONENT-ID     PIC 9(05).
               10 WS-TBL-COMPONENT-QTY    PIC 9(03).
       01 WS-BOM-COUNT             PIC 9(04) COMP   VALUE ZERO.

      *>-----------------------------------------------------------------
      *> ITEM-MASTER loaded whole, in item order, with each item's
      *> CYCLE-COUNT-CONTROL figures laid over it. WS-ITM-SHEET-SW
      *> says whether - and why - the item is on tomorrow's sheet.
      *>-----------------------------------------------------------------
       01 WS-ITEM-TABLE.
           05 WS-ITEM-ENTRY OCCURS 500 TIMES.
               10 WS-ITM-ID             PIC 9(05).
               10 WS-ITM-NAME           PIC X(15).
               10 WS-ITM-PRICE          PIC 9(04)V99.
               10 WS-ITM-CURRENCY       PIC X(03).
               10 WS-ITM-TYPE           PIC X(01).
                   88 WS-ITM-IS-KIT                VALUE "K".
               10 WS-ITM-CLASS          PIC X(01).
               10 WS-ITM-LAST-COUNT     PIC 9(08).
               10 WS-ITM-QUARTER        PIC 9(05).
               10 WS-ITM-SALES-CURRENT  PIC 9(09)V99.
               10 WS-ITM-SALES-PRIOR    PIC 9(09)V99.
               10 WS-ITM-SALES-DATE     PIC 9(08).
               10 WS-ITM-SHEET-SW       PIC X(01).
                   88 WS-ITM-NOT-ON-SHEET          VALUE " ".
                   88 WS-ITM-ON-CYCLE              VALUE "S".
                   88 WS-ITM-OVERDUE               VALUE "O".
                   88 WS-ITM-RECOUNT               VALUE "R".
       01 WS-ITEM-COUNT            PIC 9(04) COMP   VALUE ZERO.

       01 WS-TBL-IDX               PIC 9(04) COMP.
       01 WS-BOM-IDX               PIC 9(04) COMP.
       01 WS-FOUND-IDX             PIC 9(04) COMP.

       01 WS-LOOKUP-SWITCH         PIC X(01).
           88 WS-LOOKUP-FOUND                    VALUE "Y".

       *> Item to find in WS-ITEM-TABLE by 3000-FIND-ITEM
       01 WS-FIND-ITEM-ID          PIC 9(05).

       01 WS-SALE-UNITS            PIC 9(07).
       01 WS-SALE-VALUE            PIC 9(09)V99.

       *> Each currency's total sales value over all stocked items,
       *> and the running total reached so far in the ranking pass
       01 WS-RANK-FIELDS.
           05 WS-RANK-TOTAL-BRL     PIC 9(11)V99   VALUE ZERO.
           05 WS-RANK-TOTAL-USD     PIC 9(11)V99   VALUE ZERO.
           05 WS-RANK-TOTAL         PIC 9(11)V99.
           05 WS-RANK-CUMULATIVE    PIC 9(11)V99.
           05 WS-RANK-CUM-PCT       PIC 9(03)V99.
           05 WS-RANK-CURRENCY      PIC X(03)      VALUE SPACES.
           05 WS-RANK-VALUE         PIC 9(10)V99.
           05 WS-NEW-CLASS          PIC X(01).

       *> The class being picked in the scheduling pass, its daily
       *> share and how much of it has been taken
       01 WS-PICK-FIELDS.
           05 WS-PICK-CLASS         PIC X(01)      VALUE SPACES.
           05 WS-PICK-CYCLE-DAYS    PIC 9(03).
           05 WS-PICK-QUOTA         PIC 9(05).
           05 WS-PICK-TAKEN         PIC 9(05).
           05 WS-PICK-DUE-INT       PIC 9(07).

       01 WS-QUOTA-WORK.
           05 WS-QUOTA-CLASS-COUNT  PIC 9(05).
           05 WS-QUOTA-CYCLE-DAYS   PIC 9(03).
           05 WS-QUOTA-RESULT       PIC 9(05).
           05 WS-QUOTA-REMAINDER    PIC 9(03).

       01 WS-RUN-COUNTS.
           05 WS-CLASS-COUNT-A      PIC 9(05)      VALUE ZERO.
           05 WS-CLASS-COUNT-B      PIC 9(05)      VALUE ZERO.
           05 WS-CLASS-COUNT-C      PIC 9(05)      VALUE ZERO.
           05 WS-QUOTA-A            PIC 9(05)      VALUE ZERO.
           05 WS-QUOTA-B            PIC 9(05)      VALUE ZERO.
           05 WS-QUOTA-C            PIC 9(05)      VALUE ZERO.
           05 WS-SHEET-COUNT-A      PIC 9(05)      VALUE ZERO.
           05 WS-SHEET-COUNT-B      PIC 9(05)      VALUE ZERO.
           05 WS-SHEET-COUNT-C      PIC 9(05)      VALUE ZERO.
           05 WS-RECLASSED-COUNT    PIC 9(05)      VALUE ZERO.
           05 WS-KIT-COUNT          PIC 9(05)      VALUE ZERO.
           05 WS-SALES-LINES        PIC 9(07)      VALUE ZERO.
           05 WS-SALES-UNKNOWN      PIC 9(07)      VALUE ZERO.
           05 WS-COUNTS-APPLIED     PIC 9(05)      VALUE ZERO.
           05 WS-COUNTS-BLANK       PIC 9(05)      VALUE ZERO.
           05 WS-OVERDUE-COUNT      PIC 9(05)      VALUE ZERO.
           05 WS-RECOUNT-COUNT      PIC 9(05)      VALUE ZERO.
           05 WS-SHEET-LINES        PIC 9(05)      VALUE ZERO.

       *> Editing masks and display fields for the count sheet
       01 WS-DISPLAY-FIELDS.
           05 WS-MASK-COUNT         PIC ZZZZ9.
           05 WS-DATE-WORK          PIC 9(08).
           05 WS-DATE-DISPLAY       PIC X(10).
           05 WS-REASON-TEXT        PIC X(09).
           05 WS-LABEL-TEXT         PIC X(32).

       PROCEDURE DIVISION.

      *>-----------------------------------------------------------------
      *> 0000-MAIN-PROCEDURE
      *>-----------------------------------------------------------------
       0000-MAIN-PROCEDURE.

           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-APPLY-SALES
               THRU 2000-EXIT.

           PERFORM 2500-APPLY-COUNTS
               THRU 2500-EXIT.

           PERFORM 2700-APPLY-ADJUSTMENTS
               THRU 2700-EXIT.

           PERFORM 4000-CLASSIFY-ITEMS
               THRU 4000-EXIT.

           PERFORM 5000-SCHEDULE-COUNTS
               THRU 5000-EXIT.

           PERFORM 6000-WRITE-OUTPUTS
               THRU 6000-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           STOP RUN.

      *>-----------------------------------------------------------------
      *> 1000-INITIALIZE
      *> Works out the count date and the quarter, then loads the
      *> bill of materials, the item master and the control file.
      *>-----------------------------------------------------------------
       1000-INITIALIZE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           COMPUTE WS-COUNT-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + 1.
           COMPUTE WS-COUNT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-COUNT-DATE-INT).

           COMPUTE WS-RUN-QUARTER-NO = (WS-RUN-MONTH + 2) / 3.
           COMPUTE WS-RUN-QUARTER =
               WS-RUN-YEAR * 10 + WS-RUN-QUARTER-NO.
           IF WS-RUN-QUARTER-NO = 1
               COMPUTE WS-PRIOR-QUARTER =
                   (WS-RUN-YEAR - 1) * 10 + 4
           ELSE
               COMPUTE WS-PRIOR-QUARTER = WS-RUN-QUARTER - 1
           END-IF.

           PERFORM 8800-WRITE-RUN-START
               THRU 8800-EXIT.

      *> A store with no kits on file has no BOM-MASTER, and every
      *> sale then stands against the item as keyed
           OPEN INPUT BOM-FILE.
           IF WS-BOM-FILE-STATUS NOT = "35"
               PERFORM 1300-LOAD-BOM-ENTRY
                   THRU 1300-EXIT
                   UNTIL WS-BOM-END-OF-FILE
               CLOSE BOM-FILE
           END-IF.

           OPEN INPUT ITEM-MASTER-FILE.

           PERFORM 1100-LOAD-ITEM
               THRU 1100-EXIT
               UNTIL WS-ITEM-END-OF-FILE.

           CLOSE ITEM-MASTER-FILE.

           OPEN INPUT CYCLE-CONTROL-FILE.
           IF WS-CONTROL-FILE-STATUS NOT = "35"
               PERFORM 1200-LOAD-CONTROL
                   THRU 1200-EXIT
                   UNTIL WS-CONTROL-END-OF-FILE
               CLOSE CYCLE-CONTROL-FILE
           END-IF.

      *> The first run has no earlier run to go back to - only
      *> adjustments made today are new to it
           IF WS-PRIOR-RUN-DATE = ZERO
               COMPUTE WS-PRIOR-RUN-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1)
           END-IF.

       1000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 1100-LOAD-ITEM
      *> WS-ITEM-TABLE holds one entry per ITEM-MASTER record, so it
      *> must be able to hold the whole master - if the master ever
      *> outgrows the table, the run stops here with a clear message
      *> instead of leaving items off the schedule. An item with no
      *> control record yet starts unclassed and never counted.
      *>-----------------------------------------------------------------
       1100-LOAD-ITEM.

           READ ITEM-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-ITEM-EOF-SWITCH
                   GO TO 1100-EXIT
           END-READ.

           IF WS-ITEM-COUNT NOT < 500
               DISPLAY "*** ABEND: ITEM-MASTER EXCEEDS 500 ITEMS - "
                       "WS-ITEM-TABLE IS FULL ***"
               DISPLAY "INCREASE WS-ITEM-TABLE OCCURS AND RECOMPILE."
               STOP RUN
           END-IF.

           ADD 1 TO WS-ITEM-COUNT.
           MOVE IM-ITEM-ID       TO WS-ITM-ID(WS-ITEM-COUNT).
           MOVE IM-NAME          TO WS-ITM-NAME(WS-ITEM-COUNT).
           MOVE IM-UNIT-PRICE    TO WS-ITM-PRICE(WS-ITEM-COUNT).
           MOVE IM-CURRENCY-CODE TO WS-ITM-CURRENCY(WS-ITEM-COUNT).
           MOVE IM-ITEM-TYPE     TO WS-ITM-TYPE(WS-ITEM-COUNT).
           MOVE SPACES           TO WS-ITM-CLASS(WS-ITEM-COUNT).
           MOVE ZERO             TO WS-ITM-LAST-COUNT(WS-ITEM-COUNT).
           MOVE WS-RUN-QUARTER   TO WS-ITM-QUARTER(WS-ITEM-COUNT).
           MOVE ZERO          TO WS-ITM-SALES-CURRENT(WS-ITEM-COUNT).
           MOVE ZERO          TO WS-ITM-SALES-PRIOR(WS-ITEM-COUNT).
           MOVE ZERO             TO WS-ITM-SALES-DATE(WS-ITEM-COUNT).
           MOVE SPACES           TO WS-ITM-SHEET-SW(WS-ITEM-COUNT).

           IF WS-ITM-IS-KIT(WS-ITEM-COUNT)
               ADD 1 TO WS-KIT-COUNT
           END-IF.

       1100-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 1200-LOAD-CONTROL
      *> One CYCLE-COUNT-CONTROL record laid over its item. A record
      *> for an item no longer on the master is dropped - it is not
      *> written back. When a new quarter has started since the
      *> record was written its quarter-to-date figure becomes the
      *> prior quarter's, or is dropped if the item has not been
      *> through a run for a whole quarter.
      *>-----------------------------------------------------------------
       1200-LOAD-CONTROL.

           READ CYCLE-CONTROL-FILE
               AT END
                   MOVE "Y" TO WS-CONTROL-EOF-SWITCH
                   GO TO 1200-EXIT
           END-READ.

           IF CC-LAST-SALES-DATE < WS-RUN-DATE
            AND CC-LAST-SALES-DATE > WS-PRIOR-RUN-DATE
               MOVE CC-LAST-SALES-DATE TO WS-PRIOR-RUN-DATE
           END-IF.

           MOVE CC-ITEM-ID TO WS-FIND-ITEM-ID.
           PERFORM 3000-FIND-ITEM
               THRU 3000-EXIT.

           IF NOT WS-LOOKUP-FOUND
               GO TO 1200-EXIT
           END-IF.

           MOVE CC-ABC-CLASS       TO WS-ITM-CLASS(WS-FOUND-IDX).
           MOVE CC-LAST-COUNT-DATE TO WS-ITM-LAST-COUNT(WS-FOUND-IDX).
           MOVE CC-LAST-SALES-DATE TO WS-ITM-SALES-DATE(WS-FOUND-IDX).

           IF CC-SALES-QUARTER = WS-RUN-QUARTER
               MOVE CC-SALES-CURRENT
                   TO WS-ITM-SALES-CURRENT(WS-FOUND-IDX)
               MOVE CC-SALES-PRIOR
                   TO WS-ITM-SALES-PRIOR(WS-FOUND-IDX)
           ELSE
               IF CC-SALES-QUARTER = WS-PRIOR-QUARTER
                   MOVE CC-SALES-CURRENT
                       TO WS-ITM-SALES-PRIOR(WS-FOUND-IDX)
               END-IF
           END-IF.

       1200-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 1300-LOAD-BOM-ENTRY
      *> WS-BOM-TABLE holds one entry per BOM-MASTER line, so it must
      *> be able to hold the whole bill of materials - if BOM-MASTER
      *> ever outgrows the table, the run stops here with a clear
      *> message instead of silently leaving kit sales unvalued
      *> against their components.
      *>-----------------------------------------------------------------
       1300-LOAD-BOM-ENTRY.

           READ BOM-FILE
               AT END
                   MOVE "Y" TO WS-BOM-EOF-SWITCH
                   GO TO 1300-EXIT
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

       1300-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 2000-APPLY-SALES
      *> Adds the day's sales value into each item's quarter-to-date
      *> figure. A day with no SALES-TRANSACTIONS file adds nothing.
      *>-----------------------------------------------------------------
       2000-APPLY-SALES.

           OPEN INPUT SALES-TRANSACTIONS-FILE.
           IF WS-SALES-FILE-STATUS = "35"
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2100-APPLY-ONE-SALE
               THRU 2100-EXIT
               UNTIL WS-SALES-END-OF-FILE.

           CLOSE SALES-TRANSACTIONS-FILE.

       2000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 2100-APPLY-ONE-SALE
      *> A sold item takes its own units at its own price; a sold
      *> kit's value goes to its components, each at the component's
      *> price times the units the kit took off its shelf, the way
      *> Sales-Reconciliation takes the stock down. Kits do not nest.
      *>-----------------------------------------------------------------
       2100-APPLY-ONE-SALE.

           READ SALES-TRANSACTIONS-FILE
               AT END
                   MOVE "Y" TO WS-SALES-EOF-SWITCH
                   GO TO 2100-EXIT
           END-READ.

           ADD 1 TO WS-SALES-LINES.

           MOVE ST-ITEM-ID TO WS-FIND-ITEM-ID.
           PERFORM 3000-FIND-ITEM
               THRU 3000-EXIT.

           IF NOT WS-LOOKUP-FOUND
               ADD 1 TO WS-SALES-UNKNOWN
               GO TO 2100-EXIT
           END-IF.

           IF WS-ITM-IS-KIT(WS-FOUND-IDX)
               PERFORM 2110-APPLY-KIT-COMPONENT
                   THRU 2110-EXIT
                   VARYING WS-BOM-IDX FROM 1 BY 1
                   UNTIL WS-BOM-IDX > WS-BOM-COUNT
           ELSE
               MOVE ST-QTY-SOLD TO WS-SALE-UNITS
               PERFORM 2200-ADD-SALE-VALUE
                   THRU 2200-EXIT
           END-IF.

       2100-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 2110-APPLY-KIT-COMPONENT
      *> One BOM-MASTER table entry; skipped unless it belongs to
      *> the kit whose sale is being applied.
      *>-----------------------------------------------------------------
       2110-APPLY-KIT-COMPONENT.

           IF WS-TBL-KIT-ID(WS-BOM-IDX) NOT = ST-ITEM-ID
               GO TO 2110-EXIT
           END-IF.

           MOVE WS-TBL-COMPONENT-ID(WS-BOM-IDX) TO WS-FIND-ITEM-ID.
           PERFORM 3000-FIND-ITEM
               THRU 3000-EXIT.

           IF NOT WS-LOOKUP-FOUND
               GO TO 2110-EXIT
           END-IF.

           COMPUTE WS-SALE-UNITS =
               ST-QTY-SOLD * WS-TBL-COMPONENT-QTY(WS-BOM-IDX).

           PERFORM 2200-ADD-SALE-VALUE
               THRU 2200-EXIT.

       2110-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 2200-ADD-SALE-VALUE
      *> WS-SALE-UNITS of the item at WS-FOUND-IDX, valued at its
      *> price. An item whose control record already carries today's
      *> sales is on a rerun and is left as it is.
      *>-----------------------------------------------------------------
       2200-ADD-SALE-VALUE.

           IF WS-ITM-SALES-DATE(WS-FOUND-IDX) NOT < WS-RUN-DATE
               GO TO 2200-EXIT
           END-IF.

           COMPUTE WS-SALE-VALUE =
               WS-SALE-UNITS * WS-ITM-PRICE(WS-FOUND-IDX).

           ADD WS-SALE-VALUE TO WS-ITM-SALES-CURRENT(WS-FOUND-IDX).

       2200-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 2500-APPLY-COUNTS
      *> Today's STOCK-COUNT, already reconciled: every item with a
      *> quantity filled in was counted today. A day with no count
      *> file - or a rerun, when the file is already tomorrow's
      *> blank skeleton - changes no dates.
      *>-----------------------------------------------------------------
       2500-APPLY-COUNTS.

           OPEN INPUT STOCK-COUNT-FILE.
           IF WS-COUNT-FILE-STATUS = "35"
               GO TO 2500-EXIT
           END-IF.

           PERFORM 2510-APPLY-ONE-COUNT
               THRU 2510-EXIT
               UNTIL WS-COUNT-END-OF-FILE.

           CLOSE STOCK-COUNT-FILE.

       2500-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 2510-APPLY-ONE-COUNT
      *>-----------------------------------------------------------------
       2510-APPLY-ONE-COUNT.

           READ STOCK-COUNT-FILE
               AT END
                   MOVE "Y" TO WS-COUNT-EOF-SWITCH
                   GO TO 2510-EXIT
           END-READ.

           IF SC-COUNTED-QTY NOT NUMERIC
               ADD 1 TO WS-COUNTS-BLANK
               GO TO 2510-EXIT
           END-IF.

           MOVE SC-ITEM-ID TO WS-FIND-ITEM-ID.
           PERFORM 3000-FIND-ITEM
               THRU 3000-EXIT.

           IF WS-LOOKUP-FOUND
               MOVE WS-RUN-DATE TO WS-ITM-LAST-COUNT(WS-FOUND-IDX)
               ADD 1 TO WS-COUNTS-APPLIED
           END-IF.

       2510-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 2700-APPLY-ADJUSTMENTS
      *> Every OVERSOLD or MISCOUNT write-off since the last run puts
      *> its item on tomorrow's sheet for a recount - the shelf was
      *> either miscounted or the sales were miskeyed, and a second
      *> count tells which. DAMAGED write-offs come from returns and
      *> say nothing about the shelf.
      *>-----------------------------------------------------------------
       2700-APPLY-ADJUSTMENTS.

           OPEN INPUT ADJUSTMENT-FILE.
           IF WS-ADJ-FILE-STATUS = "35"
               GO TO 2700-EXIT
           END-IF.

           PERFORM 2710-APPLY-ONE-ADJUSTMENT
               THRU 2710-EXIT
               UNTIL WS-ADJ-END-OF-FILE.

           CLOSE ADJUSTMENT-FILE.

       2700-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 2710-APPLY-ONE-ADJUSTMENT
      *>-----------------------------------------------------------------
       2710-APPLY-ONE-ADJUSTMENT.

           READ ADJUSTMENT-FILE
               AT END
                   MOVE "Y" TO WS-ADJ-EOF-SWITCH
                   GO TO 2710-EXIT
           END-READ.

           IF IA-RUN-DATE NOT > WS-PRIOR-RUN-DATE
            OR IA-RUN-DATE > WS-RUN-DATE
               GO TO 2710-EXIT
           END-IF.

           IF IA-REASON-CODE NOT = "OVERSOLD  "
            AND IA-REASON-CODE NOT = "MISCOUNT  "
               GO TO 2710-EXIT
           END-IF.

           MOVE IA-ITEM-ID TO WS-FIND-ITEM-ID.
           PERFORM 3000-FIND-ITEM
               THRU 3000-EXIT.

           IF NOT WS-LOOKUP-FOUND
               GO TO 2710-EXIT
           END-IF.

           IF WS-ITM-IS-KIT(WS-FOUND-IDX)
            OR WS-ITM-RECOUNT(WS-FOUND-IDX)
               GO TO 2710-EXIT
           END-IF.

           MOVE "R" TO WS-ITM-SHEET-SW(WS-FOUND-IDX).
           ADD 1 TO WS-RECOUNT-COUNT.

       2710-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 3000-FIND-ITEM
      *> Finds WS-FIND-ITEM-ID in WS-ITEM-TABLE and leaves its entry
      *> number in WS-FOUND-IDX.
      *>-----------------------------------------------------------------
       3000-FIND-ITEM.

           MOVE "N" TO WS-LOOKUP-SWITCH.

           PERFORM 3010-SCAN-ITEM
               THRU 3010-EXIT
               VARYING WS-TBL-IDX FROM 1 BY 1
               UNTIL WS-TBL-IDX > WS-ITEM-COUNT
                  OR WS-LOOKUP-FOUND.

           IF WS-LOOKUP-FOUND
               SUBTRACT 1 FROM WS-TBL-IDX GIVING WS-FOUND-IDX
           END-IF.

       3000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 3010-SCAN-ITEM
      *>-----------------------------------------------------------------
       3010-SCAN-ITEM.

           IF WS-ITM-ID(WS-TBL-IDX) = WS-FIND-ITEM-ID
               MOVE "Y" TO WS-LOOKUP-SWITCH
           END-IF.

       3010-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 4000-CLASSIFY-ITEMS
      *> Ranks the stocked items by sales value - the quarter to
      *> date plus the quarter before - within each currency, and
      *> walks the ranking down assigning A, B and C.
      *>-----------------------------------------------------------------
       4000-CLASSIFY-ITEMS.

           SORT RANK-SORT-FILE
               ON ASCENDING KEY RK-CURRENCY
               ON DESCENDING KEY RK-SALES-VALUE
               ON ASCENDING KEY RK-ITEM-ID
               INPUT PROCEDURE IS 4100-RELEASE-RANK
                   THRU 4100-EXIT
               GIVING SORTED-RANK-FILE.

           OPEN INPUT SORTED-RANK-FILE.

           PERFORM 4200-CLASSIFY-ONE-ITEM
               THRU 4200-EXIT
               UNTIL WS-RANK-END-OF-FILE.

           CLOSE SORTED-RANK-FILE.

       4000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 4100-RELEASE-RANK
      *> Feeds every stocked item to the ranking sort and totals the
      *> sales value per currency. Anything not priced in USD ranks
      *> with the BRL items, as it prices everywhere else.
      *>-----------------------------------------------------------------
       4100-RELEASE-RANK.

           PERFORM 4110-RELEASE-ONE-ITEM
               THRU 4110-EXIT
               VARYING WS-TBL-IDX FROM 1 BY 1
               UNTIL WS-TBL-IDX > WS-ITEM-COUNT.

       4100-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 4110-RELEASE-ONE-ITEM
      *>-----------------------------------------------------------------
       4110-RELEASE-ONE-ITEM.

           IF WS-ITM-IS-KIT(WS-TBL-IDX)
               GO TO 4110-EXIT
           END-IF.

           COMPUTE RK-SALES-VALUE = WS-ITM-SALES-CURRENT(WS-TBL-IDX)
                                  + WS-ITM-SALES-PRIOR(WS-TBL-IDX).

           IF WS-ITM-CURRENCY(WS-TBL-IDX) = "USD"
               MOVE "USD" TO RK-CURRENCY
               ADD RK-SALES-VALUE TO WS-RANK-TOTAL-USD
           ELSE
               MOVE "BRL" TO RK-CURRENCY
               ADD RK-SALES-VALUE TO WS-RANK-TOTAL-BRL
           END-IF.

           MOVE WS-ITM-ID(WS-TBL-IDX) TO RK-ITEM-ID.
           MOVE WS-TBL-IDX            TO RK-ITEM-IDX.
           RELEASE RK-SORT-RECORD.

       4110-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 4200-CLASSIFY-ONE-ITEM
      *> The item's class follows from the share of its currency's
      *> sales value already reached by the items ranked above it:
      *> under 80% is A, under 95% is B, the rest are C - so the top
      *> seller is always an A. An item that has not sold in the
      *> two quarters is a C whatever the ranking.
      *>-----------------------------------------------------------------
       4200-CLASSIFY-ONE-ITEM.

           READ SORTED-RANK-FILE
               AT END
                   MOVE "Y" TO WS-RANK-EOF-SWITCH
                   GO TO 4200-EXIT
           END-READ.

           IF SR-CURRENCY NOT = WS-RANK-CURRENCY
               MOVE SR-CURRENCY TO WS-RANK-CURRENCY
               MOVE ZERO        TO WS-RANK-CUMULATIVE
               IF SR-CURRENCY = "USD"
                   MOVE WS-RANK-TOTAL-USD TO WS-RANK-TOTAL
               ELSE
                   MOVE WS-RANK-TOTAL-BRL TO WS-RANK-TOTAL
               END-IF
           END-IF.

           MOVE SR-SALES-VALUE TO WS-RANK-VALUE.

           IF WS-RANK-VALUE = ZERO
               MOVE "C" TO WS-NEW-CLASS
           ELSE
               COMPUTE WS-RANK-CUM-PCT =
                   WS-RANK-CUMULATIVE * 100 / WS-RANK-TOTAL
               IF WS-RANK-CUM-PCT < WS-CLASS-A-CUTOFF
                   MOVE "A" TO WS-NEW-CLASS
               ELSE
                   IF WS-RANK-CUM-PCT < WS-CLASS-B-CUTOFF
                       MOVE "B" TO WS-NEW-CLASS
                   ELSE
                       MOVE "C" TO WS-NEW-CLASS
                   END-IF
               END-IF
           END-IF.

           ADD WS-RANK-VALUE TO WS-RANK-CUMULATIVE.

           IF WS-ITM-CLASS(SR-ITEM-IDX) NOT = WS-NEW-CLASS
               ADD 1 TO WS-RECLASSED-COUNT
               MOVE WS-NEW-CLASS TO WS-ITM-CLASS(SR-ITEM-IDX)
           END-IF.

           EVALUATE WS-NEW-CLASS
               WHEN "A"
                   ADD 1 TO WS-CLASS-COUNT-A
               WHEN "B"
                   ADD 1 TO WS-CLASS-COUNT-B
               WHEN OTHER
                   ADD 1 TO WS-CLASS-COUNT-C
           END-EVALUATE.

       4200-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 5000-SCHEDULE-COUNTS
      *> Works out each class's daily share, then picks the items:
      *> the stocked items not already down for a recount, sorted by
      *> class and longest uncounted first (never counted before
      *> everything else).
      *>-----------------------------------------------------------------
       5000-SCHEDULE-COUNTS.

           MOVE WS-CLASS-COUNT-A TO WS-QUOTA-CLASS-COUNT.
           MOVE WS-CYCLE-DAYS-A  TO WS-QUOTA-CYCLE-DAYS.
           PERFORM 5100-COMPUTE-QUOTA THRU 5100-EXIT.
           MOVE WS-QUOTA-RESULT  TO WS-QUOTA-A.

           MOVE WS-CLASS-COUNT-B TO WS-QUOTA-CLASS-COUNT.
           MOVE WS-CYCLE-DAYS-B  TO WS-QUOTA-CYCLE-DAYS.
           PERFORM 5100-COMPUTE-QUOTA THRU 5100-EXIT.
           MOVE WS-QUOTA-RESULT  TO WS-QUOTA-B.

           MOVE WS-CLASS-COUNT-C TO WS-QUOTA-CLASS-COUNT.
           MOVE WS-CYCLE-DAYS-C  TO WS-QUOTA-CYCLE-DAYS.
           PERFORM 5100-COMPUTE-QUOTA THRU 5100-EXIT.
           MOVE WS-QUOTA-RESULT  TO WS-QUOTA-C.

           SORT SCHEDULE-SORT-FILE
               ON ASCENDING KEY SQ-ABC-CLASS
                                SQ-LAST-COUNT-DATE
                                SQ-ITEM-ID
               INPUT PROCEDURE IS 5200-RELEASE-SCHEDULE
                   THRU 5200-EXIT
               GIVING SORTED-SCHEDULE-FILE.

           OPEN INPUT SORTED-SCHEDULE-FILE.

           PERFORM 5300-PICK-ONE-ITEM
               THRU 5300-EXIT
               UNTIL WS-SCHED-END-OF-FILE.

           CLOSE SORTED-SCHEDULE-FILE.

       5000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 5100-COMPUTE-QUOTA
      *> A class's daily share: its item count over its cycle's
      *> days, rounded up, so the whole class is counted inside the
      *> cycle.
      *>-----------------------------------------------------------------
       5100-COMPUTE-QUOTA.

           DIVIDE WS-QUOTA-CLASS-COUNT BY WS-QUOTA-CYCLE-DAYS
               GIVING WS-QUOTA-RESULT
               REMAINDER WS-QUOTA-REMAINDER.

           IF WS-QUOTA-REMAINDER > ZERO
               ADD 1 TO WS-QUOTA-RESULT
           END-IF.

       5100-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 5200-RELEASE-SCHEDULE
      *>-----------------------------------------------------------------
       5200-RELEASE-SCHEDULE.

           PERFORM 5210-RELEASE-ONE-ITEM
               THRU 5210-EXIT
               VARYING WS-TBL-IDX FROM 1 BY 1
               UNTIL WS-TBL-IDX > WS-ITEM-COUNT.

       5200-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 5210-RELEASE-ONE-ITEM
      *>-----------------------------------------------------------------
       5210-RELEASE-ONE-ITEM.

           IF WS-ITM-IS-KIT(WS-TBL-IDX)
            OR WS-ITM-RECOUNT(WS-TBL-IDX)
               GO TO 5210-EXIT
           END-IF.

           MOVE WS-ITM-CLASS(WS-TBL-IDX)      TO SQ-ABC-CLASS.
           MOVE WS-ITM-LAST-COUNT(WS-TBL-IDX) TO SQ-LAST-COUNT-DATE.
           MOVE WS-ITM-ID(WS-TBL-IDX)         TO SQ-ITEM-ID.
           MOVE WS-TBL-IDX                    TO SQ-ITEM-IDX.
           RELEASE SQ-SORT-RECORD.

       5210-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 5300-PICK-ONE-ITEM
      *> The first items of each class, up to the class's daily
      *> share, go on the sheet as its cycle count. Past the share,
      *> an item already past its due date - last counted longer ago
      *> than the class's cycle, as after it has moved up a class -
      *> goes on as overdue, so no item waits on the share to get
      *> round to it.
      *>-----------------------------------------------------------------
       5300-PICK-ONE-ITEM.

           READ SORTED-SCHEDULE-FILE
               AT END
                   MOVE "Y" TO WS-SCHED-EOF-SWITCH
                   GO TO 5300-EXIT
           END-READ.

           IF SS-ABC-CLASS NOT = WS-PICK-CLASS
               MOVE SS-ABC-CLASS TO WS-PICK-CLASS
               MOVE ZERO         TO WS-PICK-TAKEN
               EVALUATE SS-ABC-CLASS
                   WHEN "A"
                       MOVE WS-QUOTA-A      TO WS-PICK-QUOTA
                       MOVE WS-CYCLE-DAYS-A TO WS-PICK-CYCLE-DAYS
                   WHEN "B"
                       MOVE WS-QUOTA-B      TO WS-PICK-QUOTA
                       MOVE WS-CYCLE-DAYS-B TO WS-PICK-CYCLE-DAYS
                   WHEN OTHER
                       MOVE WS-QUOTA-C      TO WS-PICK-QUOTA
                       MOVE WS-CYCLE-DAYS-C TO WS-PICK-CYCLE-DAYS
               END-EVALUATE
           END-IF.

           IF WS-PICK-TAKEN < WS-PICK-QUOTA
               ADD 1 TO WS-PICK-TAKEN
               MOVE "S" TO WS-ITM-SHEET-SW(SS-ITEM-IDX)
               GO TO 5300-EXIT
           END-IF.

           IF SS-LAST-COUNT-DATE = ZERO
               GO TO 5300-EXIT
           END-IF.

           COMPUTE WS-PICK-DUE-INT =
               FUNCTION INTEGER-OF-DATE(SS-LAST-COUNT-DATE)
               + WS-PICK-CYCLE-DAYS.

           IF WS-PICK-DUE-INT < WS-COUNT-DATE-INT
               MOVE "O" TO WS-ITM-SHEET-SW(SS-ITEM-IDX)
               ADD 1 TO WS-OVERDUE-COUNT
           END-IF.

       5300-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 6000-WRITE-OUTPUTS
      *> Rewrites CYCLE-COUNT-CONTROL in item order and writes the
      *> count sheet and tomorrow's STOCK-COUNT skeleton.
      *>-----------------------------------------------------------------
       6000-WRITE-OUTPUTS.

           OPEN OUTPUT CYCLE-CONTROL-FILE.
           OPEN OUTPUT COUNT-SHEET-FILE.
           OPEN OUTPUT STOCK-COUNT-FILE.

           MOVE "--- DAILY CYCLE COUNT SHEET ---" TO CS-REPORT-LINE.
           WRITE CS-REPORT-LINE.

           MOVE WS-COUNT-DATE TO WS-DATE-WORK.
           PERFORM 6300-FORMAT-DATE THRU 6300-EXIT.

           INITIALIZE CS-REPORT-LINE.
           STRING "COUNT DATE: "       DELIMITED BY SIZE
                   WS-DATE-DISPLAY      DELIMITED BY SIZE
                   INTO CS-REPORT-LINE
           END-STRING.
           WRITE CS-REPORT-LINE.

           MOVE SPACES TO CS-REPORT-LINE.
           WRITE CS-REPORT-LINE.

           INITIALIZE CS-REPORT-LINE.
           STRING "ITEM   NAME            "    DELIMITED BY SIZE
                   "CLASS LAST COUNTED  REASON    COUNTED"
                                            DELIMITED BY SIZE
                   INTO CS-REPORT-LINE
           END-STRING.
           WRITE CS-REPORT-LINE.

           PERFORM 6100-WRITE-ONE-ITEM
               THRU 6100-EXIT
               VARYING WS-TBL-IDX FROM 1 BY 1
               UNTIL WS-TBL-IDX > WS-ITEM-COUNT.

       6000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 6100-WRITE-ONE-ITEM
      *> Kits carry no control record - they are never classed or
      *> counted.
      *>-----------------------------------------------------------------
       6100-WRITE-ONE-ITEM.

           IF WS-ITM-IS-KIT(WS-TBL-IDX)
               GO TO 6100-EXIT
           END-IF.

           MOVE WS-ITM-ID(WS-TBL-IDX)         TO CC-ITEM-ID.
           MOVE WS-ITM-CLASS(WS-TBL-IDX)      TO CC-ABC-CLASS.
           MOVE WS-ITM-LAST-COUNT(WS-TBL-IDX) TO CC-LAST-COUNT-DATE.
           MOVE WS-RUN-QUARTER                TO CC-SALES-QUARTER.
           MOVE WS-ITM-SALES-CURRENT(WS-TBL-IDX) TO CC-SALES-CURRENT.
           MOVE WS-ITM-SALES-PRIOR(WS-TBL-IDX)   TO CC-SALES-PRIOR.
           MOVE WS-RUN-DATE                   TO CC-LAST-SALES-DATE.
           WRITE CC-CONTROL-RECORD.

           IF WS-ITM-NOT-ON-SHEET(WS-TBL-IDX)
               GO TO 6100-EXIT
           END-IF.

           PERFORM 6200-WRITE-SHEET-LINE
               THRU 6200-EXIT.

           MOVE WS-ITM-ID(WS-TBL-IDX) TO SC-ITEM-ID.
           MOVE SPACES                TO SC-COUNTED-QTY-X.
           WRITE SC-COUNT-RECORD.

       6100-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 6200-WRITE-SHEET-LINE
      *>-----------------------------------------------------------------
       6200-WRITE-SHEET-LINE.

           ADD 1 TO WS-SHEET-LINES.

           EVALUATE WS-ITM-CLASS(WS-TBL-IDX)
               WHEN "A"
                   ADD 1 TO WS-SHEET-COUNT-A
               WHEN "B"
                   ADD 1 TO WS-SHEET-COUNT-B
               WHEN OTHER
                   ADD 1 TO WS-SHEET-COUNT-C
           END-EVALUATE.

           EVALUATE TRUE
               WHEN WS-ITM-RECOUNT(WS-TBL-IDX)
                   MOVE "RECOUNT  " TO WS-REASON-TEXT
               WHEN WS-ITM-OVERDUE(WS-TBL-IDX)
                   MOVE "OVERDUE  " TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE "CYCLE    " TO WS-REASON-TEXT
           END-EVALUATE.

           IF WS-ITM-LAST-COUNT(WS-TBL-IDX) = ZERO
               MOVE "NEVER     " TO WS-DATE-DISPLAY
           ELSE
               MOVE WS-ITM-LAST-COUNT(WS-TBL-IDX) TO WS-DATE-WORK
               PERFORM 6300-FORMAT-DATE THRU 6300-EXIT
           END-IF.

           INITIALIZE CS-REPORT-LINE.
           STRING WS-ITM-ID(WS-TBL-IDX)    DELIMITED BY SIZE
                   "  "                     DELIMITED BY SIZE
                   WS-ITM-NAME(WS-TBL-IDX)  DELIMITED BY SIZE
                   "   "                    DELIMITED BY SIZE
                   WS-ITM-CLASS(WS-TBL-IDX) DELIMITED BY SIZE
                   "    "                   DELIMITED BY SIZE
                   WS-DATE-DISPLAY          DELIMITED BY SIZE
                   "   "                    DELIMITED BY SIZE
                   WS-REASON-TEXT           DELIMITED BY SIZE
                   " _______"               DELIMITED BY SIZE
                   INTO CS-REPORT-LINE
           END-STRING.
           WRITE CS-REPORT-LINE.

       6200-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 6300-FORMAT-DATE
      *> Edits the YYYYMMDD date in WS-DATE-WORK into WS-DATE-DISPLAY
      *> as YYYY-MM-DD.
      *>-----------------------------------------------------------------
       6300-FORMAT-DATE.

           INITIALIZE WS-DATE-DISPLAY.
           STRING WS-DATE-WORK(1:4)    DELIMITED BY SIZE
                   "-"                  DELIMITED BY SIZE
                   WS-DATE-WORK(5:2)    DELIMITED BY SIZE
                   "-"                  DELIMITED BY SIZE
                   WS-DATE-WORK(7:2)    DELIMITED BY SIZE
                   INTO WS-DATE-DISPLAY
           END-STRING.

       6300-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 8500-WRITE-COUNT-LINE
      *> One totals line: WS-LABEL-TEXT and the count in
      *> WS-MASK-COUNT.
      *>-----------------------------------------------------------------
       8500-WRITE-COUNT-LINE.

           INITIALIZE CS-REPORT-LINE.
           STRING WS-LABEL-TEXT        DELIMITED BY SIZE
                   WS-MASK-COUNT        DELIMITED BY SIZE
                   INTO CS-REPORT-LINE
           END-STRING.
           WRITE CS-REPORT-LINE.

       8500-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 9000-TERMINATE
      *> Prints the class sizes, each class's daily share and what
      *> went on the sheet, then closes up.
      *>-----------------------------------------------------------------
       9000-TERMINATE.

           MOVE SPACES TO CS-REPORT-LINE.
           WRITE CS-REPORT-LINE.

           MOVE "CLASS A ITEMS:                  " TO WS-LABEL-TEXT.
           MOVE WS-CLASS-COUNT-A TO WS-MASK-COUNT.
           PERFORM 8500-WRITE-COUNT-LINE THRU 8500-EXIT.

           MOVE "  DAILY SHARE (WEEKLY CYCLE):   " TO WS-LABEL-TEXT.
           MOVE WS-QUOTA-A TO WS-MASK-COUNT.
           PERFORM 8500-WRITE-COUNT-LINE THRU 8500-EXIT.

           MOVE "  ON SHEET:                     " TO WS-LABEL-TEXT.
           MOVE WS-SHEET-COUNT-A TO WS-MASK-COUNT.
           PERFORM 8500-WRITE-COUNT-LINE THRU 8500-EXIT.

           MOVE "CLASS B ITEMS:                  " TO WS-LABEL-TEXT.
           MOVE WS-CLASS-COUNT-B TO WS-MASK-COUNT.
           PERFORM 8500-WRITE-COUNT-LINE THRU 8500-EXIT.

           MOVE "  DAILY SHARE (MONTHLY CYCLE):  " TO WS-LABEL-TEXT.
           MOVE WS-QUOTA-B TO WS-MASK-COUNT.
           PERFORM 8500-WRITE-COUNT-LINE THRU 8500-EXIT.

           MOVE "  ON SHEET:                     " TO WS-LABEL-TEXT.
           MOVE WS-SHEET-COUNT-B TO WS-MASK-COUNT.
           PERFORM 8500-WRITE-COUNT-LINE THRU 8500-EXIT.

           MOVE "CLASS C ITEMS:                  " TO WS-LABEL-TEXT.
           MOVE WS-CLASS-COUNT-C TO WS-MASK-COUNT.
           PERFORM 8500-WRITE-COUNT-LINE THRU 8500-EXIT.

           MOVE "  DAILY SHARE (QUARTERLY CYCLE):" TO WS-LABEL-TEXT.
           MOVE WS-QUOTA-C TO WS-MASK-COUNT.
           PERFORM 8500-WRITE-COUNT-LINE THRU 8500-EXIT.

           MOVE "  ON SHEET:                     " TO WS-LABEL-TEXT.
           MOVE WS-SHEET-COUNT-C TO WS-MASK-COUNT.
           PERFORM 8500-WRITE-COUNT-LINE THRU 8500-EXIT.

           MOVE SPACES TO CS-REPORT-LINE.
           WRITE CS-REPORT-LINE.

           MOVE "RECOUNTS (OVERSOLD/MISCOUNT):   " TO WS-LABEL-TEXT.
           MOVE WS-RECOUNT-COUNT TO WS-MASK-COUNT.
           PERFORM 8500-WRITE-COUNT-LINE THRU 8500-EXIT.

           MOVE "OVERDUE PAST DAILY SHARE:       " TO WS-LABEL-TEXT.
           MOVE WS-OVERDUE-COUNT TO WS-MASK-COUNT.
           PERFORM 8500-WRITE-COUNT-LINE THRU 8500-EXIT.

           MOVE "TOTAL ITEMS ON SHEET:           " TO WS-LABEL-TEXT.
           MOVE WS-SHEET-LINES TO WS-MASK-COUNT.
           PERFORM 8500-WRITE-COUNT-LINE THRU 8500-EXIT.

           MOVE "ITEMS COUNTED TODAY:            " TO WS-LABEL-TEXT.
           MOVE WS-COUNTS-APPLIED TO WS-MASK-COUNT.
           PERFORM 8500-WRITE-COUNT-LINE THRU 8500-EXIT.

           MOVE "COUNT LINES LEFT BLANK:         " TO WS-LABEL-TEXT.
           MOVE WS-COUNTS-BLANK TO WS-MASK-COUNT.
           PERFORM 8500-WRITE-COUNT-LINE THRU 8500-EXIT.

           MOVE "ITEMS CLASSED NEW OR CHANGED:   " TO WS-LABEL-TEXT.
           MOVE WS-RECLASSED-COUNT TO WS-MASK-COUNT.
           PERFORM 8500-WRITE-COUNT-LINE THRU 8500-EXIT.

           MOVE "KITS NOT COUNTED:               " TO WS-LABEL-TEXT.
           MOVE WS-KIT-COUNT TO WS-MASK-COUNT.
           PERFORM 8500-WRITE-COUNT-LINE THRU 8500-EXIT.

           MOVE "SALES LINES - ITEM NOT ON FILE: " TO WS-LABEL-TEXT.
           MOVE WS-SALES-UNKNOWN TO WS-MASK-COUNT.
           PERFORM 8500-WRITE-COUNT-LINE THRU 8500-EXIT.

           CLOSE CYCLE-CONTROL-FILE.
           CLOSE COUNT-SHEET-FILE.
           CLOSE STOCK-COUNT-FILE.

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
      *> The END record carries the run's controls: items put on
      *> tomorrow's sheet, items counted today, and recounts.
      *>-----------------------------------------------------------------
       8900-WRITE-RUN-END.

           OPEN EXTEND RUN-CONTROL-FILE.

           MOVE WS-RUN-CONTROL-NAME TO RL-PROGRAM-NAME.
           MOVE "END  "             TO RL-ENTRY-TYPE.
           MOVE WS-RUN-DATE         TO RL-RUN-DATE.
           MOVE WS-SHEET-LINES      TO RL-RECORD-COUNT.
           MOVE WS-COUNTS-APPLIED   TO RL-HASH-TOTAL.
           MOVE WS-RECOUNT-COUNT    TO RL-HASH-TOTAL-2.
           MOVE SPACES              TO RL-NOTE.
           WRITE RL-RUN-CONTROL-RECORD.

           CLOSE RUN-CONTROL-FILE.

       8900-EXIT.
           EXIT.
