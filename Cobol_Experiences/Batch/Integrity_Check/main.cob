      *>*****************************************************************
      *> Program:     Integrity-Check-Report
      *> Author:      Pet Shop IT - Operations
      *> Date-Written: 2026-10-14
      *> Purpose:     Weekly cross-file integrity check of the master
      *>              and reference files. Each batch only validates
      *>              what it happens to touch, so a link broken
      *>              between two files shows up much later as an
      *>              abend or a silent zero (a kit priced short
      *>              because a component is not on ITEM-MASTER).
      *>              This reads ITEM-MASTER, BOM-MASTER,
      *>              SUPPLIER-MASTER, PURCHASE-ORDERS, CUSTOMER-
      *>              MASTER and SUSPENSE-FILE and lists every break
      *>              on INTEGRITY-REPORT, each marked SEVERE (it
      *>              will corrupt tonight's figures) or WARNING (it
      *>              needs fixing but does no damage on its own):
      *>                - BOM components and kits not on ITEM-MASTER
      *>                - "K" items with no BOM lines, BOM kits not
      *>                  typed "K"
      *>                - self-referencing and circular kits, and
      *>                  kits nested inside kits (kits do not nest)
      *>                - SUPPLIER-MASTER rows for unknown items or
      *>                  with a zero SU-UNIT-COST
      *>                - active items below IM-REORDER-LEVEL
      *>                  with no supplier at all
      *>                - open PO lines for items no longer on file
      *>                - suspense records whose account number has
      *>                  since been added to CUSTOMER-MASTER
      *>              A summary gives the count for every check.
      *>              Run ahead of the nightly stream: the END record
      *>              on RUN-CONTROL carries RL-NOTE "HOLD" when any
      *>              SEVERE break was found and "CLEAN" when none
      *>              was, so a JOB-SCHEDULE step that matches on
      *>              "CLEAN" holds the stream until the breaks are
      *>              fixed and the check is run again.
      *> Tect Stack:  GnuCOBOL
      *>
      *> Modification History
      *> ---------------------
      *> 2026-10-15  PS-OPS  A discontinued item is never reordered,
      *>                     so it is no longer reported as below
      *>                     its reorder level with no supplier.
      *>*****************************************************************

       IDENTIFICATION DIVISION.
           PROGRAM-ID. Integrity-Check-Report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-MASTER-FILE
               ASSIGN TO "ITEM-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IM-ITEM-ID.

           SELECT BOM-FILE
               ASSIGN TO "BOM-MASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOM-FILE-STATUS.

           SELECT SUPPLIER-MASTER-FILE
               ASSIGN TO "SUPPLIER-MASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPLIER-FILE-STATUS.

           SELECT PURCHASE-ORDERS-FILE
               ASSIGN TO "PURCHASE-ORDERS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-FILE-STATUS.

           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "CUSTOMER-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-ACCOUNT-NUMBER
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT SUSPENSE-FILE
               ASSIGN TO "SUSPENSE-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.

           SELECT INTEGRITY-REPORT-FILE
               ASSIGN TO "INTEGRITY-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "RUN-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-MASTER-FILE.
           COPY ITEMREC.

       FD  BOM-FILE.
           COPY BOMREC.

       FD  SUPPLIER-MASTER-FILE.
           COPY SUPPREC.

       FD  PURCHASE-ORDERS-FILE.
           COPY POREC.

       FD  CUSTOMER-MASTER-FILE.
           COPY PERSONREC.

       FD  SUSPENSE-FILE.
           COPY SUSPREC.

       FD  INTEGRITY-REPORT-FILE.
       01  IR-REPORT-LINE              PIC X(100).

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.

       *> RUN-CONTROL accumulates across runs, so the file may not
       *> exist yet the first time any batch is ever run
       01 WS-RUNCTL-FILE-STATUS PIC X(02).

       01 WS-RUN-CONTROL-NAME   PIC X(24)
                                VALUE "Integrity-Check-Report".

       *> End-of-file switches
       01 WS-SWITCHES.
           05 WS-ITEM-EOF-SWITCH   PIC X(01)   VALUE "N".
               88 WS-ITEM-END-OF-FILE           VALUE "Y".
           05 WS-BOM-EOF-SWITCH    PIC X(01)   VALUE "N".
               88 WS-BOM-END-OF-FILE            VALUE "Y".
           05 WS-SUPPLIER-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-SUPPLIER-END-OF-FILE       VALUE "Y".
           05 WS-PO-EOF-SWITCH     PIC X(01)   VALUE "N".
               88 WS-PO-END-OF-FILE             VALUE "Y".
           05 WS-SUSPENSE-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-SUSPENSE-END-OF-FILE       VALUE "Y".

       01 WS-BOM-FILE-STATUS       PIC X(02).
       01 WS-SUPPLIER-FILE-STATUS  PIC X(02).
       01 WS-PO-FILE-STATUS        PIC X(02).
       01 WS-MASTER-FILE-STATUS    PIC X(02).
       01 WS-SUSPENSE-FILE-STATUS  PIC X(02).

       01 WS-RUN-DATE              PIC 9(08).

      *>-----------------------------------------------------------------
      *> ITEM-MASTER loaded whole, with a note of whether each item
      *> has BOM lines as a kit and a supplier on file.
      *>-----------------------------------------------------------------
       01 WS-ITEM-TABLE.
           05 WS-ITEM-ENTRY OCCURS 500 TIMES.
               10 WS-ITM-ID             PIC 9(05).
               10 WS-ITM-TYPE           PIC X(01).
                   88 WS-ITM-IS-KIT                VALUE "K".
               10 WS-ITM-STOCK-QTY      PIC 9(03).
               10 WS-ITM-REORDER-LEVEL  PIC 9(03).
               10 WS-ITM-STATUS         PIC X(01).
                   88 WS-ITM-IS-DISCONTINUED       VALUE "D".
               10 WS-ITM-BOM-SW         PIC X(01).
                   88 WS-ITM-HAS-BOM               VALUE "Y".
               10 WS-ITM-SUPPLIER-SW    PIC X(01).
                   88 WS-ITM-HAS-SUPPLIER          VALUE "Y".
       01 WS-ITEM-COUNT            PIC 9(04) COMP   VALUE ZERO.

       01 WS-BOM-TABLE.
           05 WS-BOM-ENTRY OCCURS 400 TIMES.
               10 WS-TBL-KIT-ID           PIC 9(05).
               10 WS-TBL-COMPONENT-ID     PIC 9(05).
       01 WS-BOM-COUNT             PIC 9(04) COMP   VALUE ZERO.

       *> Each kit on BOM-MASTER once, however many lines it has
       01 WS-KIT-TABLE.
           05 WS-KIT-ENTRY OCCURS 400 TIMES.
               10 WS-KIT-ID               PIC 9(05).
               10 WS-KIT-SELF-SW          PIC X(01).
                   88 WS-KIT-IS-SELF                VALUE "Y".
       01 WS-KIT-COUNT             PIC 9(04) COMP   VALUE ZERO.

      *>-----------------------------------------------------------------
      *> Every item reachable from the kit being walked by 2400-
      *> CHECK-CIRCULAR - its components, their components, and so
      *> on - each held once.
      *>-----------------------------------------------------------------
       01 WS-REACH-TABLE.
           05 WS-REACH-ID OCCURS 400 TIMES  PIC 9(05).
       01 WS-REACH-COUNT           PIC 9(04) COMP.
       01 WS-REACH-IDX             PIC 9(04) COMP.
       01 WS-REACH-FROM-ID         PIC 9(05).
       01 WS-CIRCULAR-SW           PIC X(01).
           88 WS-CIRCULAR-FOUND                  VALUE "Y".

       01 WS-TBL-IDX               PIC 9(04) COMP.
       01 WS-BOM-IDX               PIC 9(04) COMP.
       01 WS-KIT-IDX               PIC 9(04) COMP.
       01 WS-SCAN-IDX              PIC 9(04) COMP.
       01 WS-FOUND-IDX             PIC 9(04) COMP.

       01 WS-LOOKUP-SWITCH         PIC X(01).
           88 WS-LOOKUP-FOUND                    VALUE "Y".

       *> Item or kit to find by 3000-FIND-ITEM / 3100-FIND-KIT
       01 WS-FIND-ITEM-ID          PIC 9(05).

      *>-----------------------------------------------------------------
      *> One count per check, in the order the summary prints them.
      *>-----------------------------------------------------------------
       01 WS-CHECK-COUNTS.
           05 WS-CNT-COMPONENT-MISSING PIC 9(05)   VALUE ZERO.
           05 WS-CNT-KIT-MISSING       PIC 9(05)   VALUE ZERO.
           05 WS-CNT-KIT-NO-BOM        PIC 9(05)   VALUE ZERO.
           05 WS-CNT-KIT-NOT-TYPED     PIC 9(05)   VALUE ZERO.
           05 WS-CNT-KIT-SELF          PIC 9(05)   VALUE ZERO.
           05 WS-CNT-KIT-CIRCULAR      PIC 9(05)   VALUE ZERO.
           05 WS-CNT-KIT-NESTED        PIC 9(05)   VALUE ZERO.
           05 WS-CNT-SUPPLIER-UNKNOWN  PIC 9(05)   VALUE ZERO.
           05 WS-CNT-SUPPLIER-NO-COST  PIC 9(05)   VALUE ZERO.
           05 WS-CNT-REORDER-NO-SUPP   PIC 9(05)   VALUE ZERO.
           05 WS-CNT-PO-ITEM-MISSING   PIC 9(05)   VALUE ZERO.
           05 WS-CNT-SUSPENSE-ON-FILE  PIC 9(05)   VALUE ZERO.

       01 WS-SEVERITY-COUNTS.
           05 WS-SEVERE-COUNT       PIC 9(07)      VALUE ZERO.
           05 WS-WARNING-COUNT      PIC 9(07)      VALUE ZERO.

       *> Records read from each file, for the summary
       01 WS-READ-COUNTS.
           05 WS-SUPPLIER-READ      PIC 9(07)      VALUE ZERO.
           05 WS-PO-OPEN-READ       PIC 9(07)      VALUE ZERO.
           05 WS-SUSPENSE-READ      PIC 9(07)      VALUE ZERO.

       *> The finding to be printed by 7000-WRITE-FINDING
       01 WS-FINDING.
           05 WS-FINDING-SEVERITY   PIC X(01).
               88 WS-FINDING-IS-SEVERE          VALUE "S".
           05 WS-FINDING-FILE       PIC X(10).
           05 WS-FINDING-TEXT       PIC X(70).

       *> One summary line's label and count, for 8500-WRITE-
       *> SUMMARY-LINE
       01 WS-SUMMARY-SEVERITY      PIC X(07).
       01 WS-SUMMARY-LABEL         PIC X(50).
       01 WS-SUMMARY-COUNT         PIC 9(07).

       01 WS-DISPLAY-FIELDS.
           05 WS-MASK-COUNT         PIC Z,ZZZ,ZZ9.
           05 WS-MASK-QTY           PIC ZZ9.
           05 WS-MASK-LEVEL         PIC ZZ9.
           05 WS-SEVERITY-TEXT      PIC X(07).

       PROCEDURE DIVISION.

      *>-----------------------------------------------------------------
      *> 0000-MAIN-PROCEDURE
      *>-----------------------------------------------------------------
       0000-MAIN-PROCEDURE.

           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-CHECK-BOM
               THRU 2000-EXIT.

           PERFORM 4000-CHECK-SUPPLIERS
               THRU 4000-EXIT.

           PERFORM 5000-CHECK-PURCHASE-ORDERS
               THRU 5000-EXIT.

           PERFORM 6000-CHECK-SUSPENSE
               THRU 6000-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           STOP RUN.

      *>-----------------------------------------------------------------
      *> 1000-INITIALIZE
      *> Loads the item master and the bill of materials, then
      *> opens the report.
      *>-----------------------------------------------------------------
       1000-INITIALIZE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM 8800-WRITE-RUN-START
               THRU 8800-EXIT.

           OPEN OUTPUT INTEGRITY-REPORT-FILE.

           MOVE "--- REFERENTIAL INTEGRITY REPORT ---"
               TO IR-REPORT-LINE.
           WRITE IR-REPORT-LINE.

           MOVE SPACES TO IR-REPORT-LINE.
           WRITE IR-REPORT-LINE.

           OPEN INPUT ITEM-MASTER-FILE.

           PERFORM 1100-LOAD-ITEM
               THRU 1100-EXIT
               UNTIL WS-ITEM-END-OF-FILE.

           CLOSE ITEM-MASTER-FILE.

           OPEN INPUT BOM-FILE.
           IF WS-BOM-FILE-STATUS = "35"
               MOVE "BOM-MASTER" TO WS-FINDING-FILE
               PERFORM 7100-WRITE-NOT-PRESENT
                   THRU 7100-EXIT
           ELSE
               PERFORM 1200-LOAD-BOM-ENTRY
                   THRU 1200-EXIT
                   UNTIL WS-BOM-END-OF-FILE
               CLOSE BOM-FILE
           END-IF.

       1000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 1100-LOAD-ITEM
      *> WS-ITEM-TABLE holds one entry per ITEM-MASTER record, so it
      *> must be able to hold the whole master - if the master ever
      *> outgrows the table, the run stops here with a clear message
      *> instead of reporting good links as broken.
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
           MOVE IM-ITEM-TYPE     TO WS-ITM-TYPE(WS-ITEM-COUNT).
           MOVE IM-STOCK-QTY     TO WS-ITM-STOCK-QTY(WS-ITEM-COUNT).
           MOVE IM-REORDER-LEVEL TO WS-ITM-REORDER-LEVEL(WS-ITEM-COUNT).
           MOVE IM-ITEM-STATUS   TO WS-ITM-STATUS(WS-ITEM-COUNT).
           MOVE "N"              TO WS-ITM-BOM-SW(WS-ITEM-COUNT).
           MOVE "N"              TO WS-ITM-SUPPLIER-SW(WS-ITEM-COUNT).

       1100-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 1200-LOAD-BOM-ENTRY
      *> WS-BOM-TABLE holds one entry per BOM-MASTER line, so it must
      *> be able to hold the whole bill of materials - if BOM-MASTER
      *> ever outgrows the table, the run stops here with a clear
      *> message. The kit is noted once on WS-KIT-TABLE.
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

           MOVE BM-KIT-ITEM-ID TO WS-FIND-ITEM-ID.
           PERFORM 3100-FIND-KIT
               THRU 3100-EXIT.

           IF NOT WS-LOOKUP-FOUND
               ADD 1 TO WS-KIT-COUNT
               MOVE BM-KIT-ITEM-ID TO WS-KIT-ID(WS-KIT-COUNT)
               MOVE "N"            TO WS-KIT-SELF-SW(WS-KIT-COUNT)
           END-IF.

       1200-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 2000-CHECK-BOM
      *> Every BOM line, then every kit, then every item typed "K".
      *>-----------------------------------------------------------------
       2000-CHECK-BOM.

           PERFORM 2100-CHECK-BOM-LINE
               THRU 2100-EXIT
               VARYING WS-BOM-IDX FROM 1 BY 1
               UNTIL WS-BOM-IDX > WS-BOM-COUNT.

           PERFORM 2200-CHECK-KIT
               THRU 2200-EXIT
               VARYING WS-KIT-IDX FROM 1 BY 1
               UNTIL WS-KIT-IDX > WS-KIT-COUNT.

           PERFORM 2300-CHECK-KIT-ITEM
               THRU 2300-EXIT
               VARYING WS-TBL-IDX FROM 1 BY 1
               UNTIL WS-TBL-IDX > WS-ITEM-COUNT.

       2000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 2100-CHECK-BOM-LINE
      *> A component that is not on the master prices at zero in
      *> every kit pricing paragraph and is never taken off a shelf.
      *> A kit naming itself as a component is a self-referencing
      *> kit; a component that is itself a kit is a nested kit,
      *> which nothing here explodes past one level.
      *>-----------------------------------------------------------------
       2100-CHECK-BOM-LINE.

           MOVE "BOM-MASTER" TO WS-FINDING-FILE.

           IF WS-TBL-COMPONENT-ID(WS-BOM-IDX) =
                   WS-TBL-KIT-ID(WS-BOM-IDX)
               ADD 1 TO WS-CNT-KIT-SELF
               MOVE WS-TBL-KIT-ID(WS-BOM-IDX) TO WS-FIND-ITEM-ID
               PERFORM 3100-FIND-KIT
                   THRU 3100-EXIT
               MOVE "Y" TO WS-KIT-SELF-SW(WS-FOUND-IDX)
               MOVE "S" TO WS-FINDING-SEVERITY
               INITIALIZE WS-FINDING-TEXT
               STRING "KIT "                    DELIMITED BY SIZE
                       WS-TBL-KIT-ID(WS-BOM-IDX) DELIMITED BY SIZE
                       " LISTS ITSELF AS A COMPONENT - SELF-"
                                                DELIMITED BY SIZE
                       "REFERENCING KIT"        DELIMITED BY SIZE
                       INTO WS-FINDING-TEXT
               END-STRING
               PERFORM 7000-WRITE-FINDING
                   THRU 7000-EXIT
               GO TO 2100-EXIT
           END-IF.

           MOVE WS-TBL-COMPONENT-ID(WS-BOM-IDX) TO WS-FIND-ITEM-ID.
           PERFORM 3000-FIND-ITEM
               THRU 3000-EXIT.

           IF NOT WS-LOOKUP-FOUND
               ADD 1 TO WS-CNT-COMPONENT-MISSING
               MOVE "S" TO WS-FINDING-SEVERITY
               INITIALIZE WS-FINDING-TEXT
               STRING "KIT "                    DELIMITED BY SIZE
                       WS-TBL-KIT-ID(WS-BOM-IDX) DELIMITED BY SIZE
                       " COMPONENT "            DELIMITED BY SIZE
                       WS-TBL-COMPONENT-ID(WS-BOM-IDX)
                                                DELIMITED BY SIZE
                       " IS NOT ON ITEM-MASTER" DELIMITED BY SIZE
                       INTO WS-FINDING-TEXT
               END-STRING
               PERFORM 7000-WRITE-FINDING
                   THRU 7000-EXIT
           END-IF.

           PERFORM 3100-FIND-KIT
               THRU 3100-EXIT.

           IF WS-LOOKUP-FOUND
               ADD 1 TO WS-CNT-KIT-NESTED
               MOVE "W" TO WS-FINDING-SEVERITY
               INITIALIZE WS-FINDING-TEXT
               STRING "KIT "                    DELIMITED BY SIZE
                       WS-TBL-KIT-ID(WS-BOM-IDX) DELIMITED BY SIZE
                       " COMPONENT "            DELIMITED BY SIZE
                       WS-TBL-COMPONENT-ID(WS-BOM-IDX)
                                                DELIMITED BY SIZE
                       " IS ITSELF A KIT - KITS DO NOT NEST"
                                                DELIMITED BY SIZE
                       INTO WS-FINDING-TEXT
               END-STRING
               PERFORM 7000-WRITE-FINDING
                   THRU 7000-EXIT
           END-IF.

       2100-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 2200-CHECK-KIT
      *> One kit on BOM-MASTER. A kit not on the master can never
      *> be sold, so its lines are only dead wood. A kit on the
      *> master not typed "K" is priced as a plain item, yet Sales-
      *> Reconciliation still explodes its sales through the BOM -
      *> the stock moves twice. A kit that reaches itself through
      *> its components is circular.
      *>-----------------------------------------------------------------
       2200-CHECK-KIT.

           MOVE "BOM-MASTER" TO WS-FINDING-FILE.

           MOVE WS-KIT-ID(WS-KIT-IDX) TO WS-FIND-ITEM-ID.
           PERFORM 3000-FIND-ITEM
               THRU 3000-EXIT.

           IF NOT WS-LOOKUP-FOUND
               ADD 1 TO WS-CNT-KIT-MISSING
               MOVE "W" TO WS-FINDING-SEVERITY
               INITIALIZE WS-FINDING-TEXT
               STRING "KIT "                    DELIMITED BY SIZE
                       WS-KIT-ID(WS-KIT-IDX)    DELIMITED BY SIZE
                       " HAS BOM LINES BUT IS NOT ON ITEM-MASTER"
                                                DELIMITED BY SIZE
                       INTO WS-FINDING-TEXT
               END-STRING
               PERFORM 7000-WRITE-FINDING
                   THRU 7000-EXIT
           ELSE
               MOVE "Y" TO WS-ITM-BOM-SW(WS-FOUND-IDX)
               IF NOT WS-ITM-IS-KIT(WS-FOUND-IDX)
                   ADD 1 TO WS-CNT-KIT-NOT-TYPED
                   MOVE "S" TO WS-FINDING-SEVERITY
                   INITIALIZE WS-FINDING-TEXT
                   STRING "ITEM "               DELIMITED BY SIZE
                           WS-KIT-ID(WS-KIT-IDX) DELIMITED BY SIZE
                           " HAS BOM LINES BUT IS TYPED """
                                                DELIMITED BY SIZE
                           WS-ITM-TYPE(WS-FOUND-IDX)
                                                DELIMITED BY SIZE
                           """, NOT ""K"""      DELIMITED BY SIZE
                           INTO WS-FINDING-TEXT
                   END-STRING
                   PERFORM 7000-WRITE-FINDING
                       THRU 7000-EXIT
               END-IF
           END-IF.

           IF WS-KIT-IS-SELF(WS-KIT-IDX)
               GO TO 2200-EXIT
           END-IF.

           PERFORM 2400-CHECK-CIRCULAR
               THRU 2400-EXIT.

           IF WS-CIRCULAR-FOUND
               ADD 1 TO WS-CNT-KIT-CIRCULAR
               MOVE "S" TO WS-FINDING-SEVERITY
               INITIALIZE WS-FINDING-TEXT
               STRING "KIT "                    DELIMITED BY SIZE
                       WS-KIT-ID(WS-KIT-IDX)    DELIMITED BY SIZE
                       " IS CIRCULAR - IT REACHES ITSELF THROUGH "
                                                DELIMITED BY SIZE
                       "ITS COMPONENTS"         DELIMITED BY SIZE
                       INTO WS-FINDING-TEXT
               END-STRING
               PERFORM 7000-WRITE-FINDING
                   THRU 7000-EXIT
           END-IF.

       2200-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 2300-CHECK-KIT-ITEM
      *> An item typed "K" with no BOM lines sells at a price of
      *> zero and moves no stock.
      *>-----------------------------------------------------------------
       2300-CHECK-KIT-ITEM.

           IF NOT WS-ITM-IS-KIT(WS-TBL-IDX)
            OR WS-ITM-HAS-BOM(WS-TBL-IDX)
               GO TO 2300-EXIT
           END-IF.

           ADD 1 TO WS-CNT-KIT-NO-BOM.
           MOVE "ITEM-MSTR " TO WS-FINDING-FILE.
           MOVE "S" TO WS-FINDING-SEVERITY.
           INITIALIZE WS-FINDING-TEXT.
           STRING "ITEM "                       DELIMITED BY SIZE
                   WS-ITM-ID(WS-TBL-IDX)        DELIMITED BY SIZE
                   " IS TYPED ""K"" BUT HAS NO BOM LINES"
                                                DELIMITED BY SIZE
                   INTO WS-FINDING-TEXT
           END-STRING.
           PERFORM 7000-WRITE-FINDING
               THRU 7000-EXIT.

       2300-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 2400-CHECK-CIRCULAR
      *> Walks down from the kit at WS-KIT-IDX: its components go on
      *> WS-REACH-TABLE, then the components of every entry that is
      *> itself a kit, each item once. Reaching the kit again is a
      *> circle. The table grows while it is being walked - the
      *> UNTIL is tested against the count as it stands.
      *>-----------------------------------------------------------------
       2400-CHECK-CIRCULAR.

           MOVE "N"  TO WS-CIRCULAR-SW.
           MOVE ZERO TO WS-REACH-COUNT.

           MOVE WS-KIT-ID(WS-KIT-IDX) TO WS-REACH-FROM-ID.
           PERFORM 2420-ADD-COMPONENT
               THRU 2420-EXIT
               VARYING WS-BOM-IDX FROM 1 BY 1
               UNTIL WS-BOM-IDX > WS-BOM-COUNT.

           PERFORM 2410-WALK-REACHED-ITEM
               THRU 2410-EXIT
               VARYING WS-REACH-IDX FROM 1 BY 1
               UNTIL WS-REACH-IDX > WS-REACH-COUNT
                  OR WS-CIRCULAR-FOUND.

       2400-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 2410-WALK-REACHED-ITEM
      *>-----------------------------------------------------------------
       2410-WALK-REACHED-ITEM.

           IF WS-REACH-ID(WS-REACH-IDX) = WS-KIT-ID(WS-KIT-IDX)
               MOVE "Y" TO WS-CIRCULAR-SW
               GO TO 2410-EXIT
           END-IF.

           MOVE WS-REACH-ID(WS-REACH-IDX) TO WS-REACH-FROM-ID.
           PERFORM 2420-ADD-COMPONENT
               THRU 2420-EXIT
               VARYING WS-BOM-IDX FROM 1 BY 1
               UNTIL WS-BOM-IDX > WS-BOM-COUNT.

       2410-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 2420-ADD-COMPONENT
      *> One BOM line; if it belongs to WS-REACH-FROM-ID its
      *> component goes on WS-REACH-TABLE unless already there.
      *> The table holds no more items than BOM-MASTER has lines.
      *>-----------------------------------------------------------------
       2420-ADD-COMPONENT.

           IF WS-TBL-KIT-ID(WS-BOM-IDX) NOT = WS-REACH-FROM-ID
               GO TO 2420-EXIT
           END-IF.

           MOVE "N" TO WS-LOOKUP-SWITCH.

           PERFORM 2430-SCAN-REACHED
               THRU 2430-EXIT
               VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-REACH-COUNT
                  OR WS-LOOKUP-FOUND.

           IF NOT WS-LOOKUP-FOUND
               ADD 1 TO WS-REACH-COUNT
               MOVE WS-TBL-COMPONENT-ID(WS-BOM-IDX)
                   TO WS-REACH-ID(WS-REACH-COUNT)
           END-IF.

       2420-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 2430-SCAN-REACHED
      *>-----------------------------------------------------------------
       2430-SCAN-REACHED.

           IF WS-REACH-ID(WS-SCAN-IDX) =
                   WS-TBL-COMPONENT-ID(WS-BOM-IDX)
               MOVE "Y" TO WS-LOOKUP-SWITCH
           END-IF.

       2430-EXIT.
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
               VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-ITEM-COUNT
                  OR WS-LOOKUP-FOUND.

           IF WS-LOOKUP-FOUND
               SUBTRACT 1 FROM WS-SCAN-IDX GIVING WS-FOUND-IDX
           END-IF.

       3000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 3010-SCAN-ITEM
      *>-----------------------------------------------------------------
       3010-SCAN-ITEM.

           IF WS-ITM-ID(WS-SCAN-IDX) = WS-FIND-ITEM-ID
               MOVE "Y" TO WS-LOOKUP-SWITCH
           END-IF.

       3010-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 3100-FIND-KIT
      *> Finds WS-FIND-ITEM-ID in WS-KIT-TABLE and leaves its entry
      *> number in WS-FOUND-IDX.
      *>-----------------------------------------------------------------
       3100-FIND-KIT.

           MOVE "N" TO WS-LOOKUP-SWITCH.

           PERFORM 3110-SCAN-KIT
               THRU 3110-EXIT
               VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-KIT-COUNT
                  OR WS-LOOKUP-FOUND.

           IF WS-LOOKUP-FOUND
               SUBTRACT 1 FROM WS-SCAN-IDX GIVING WS-FOUND-IDX
           END-IF.

       3100-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 3110-SCAN-KIT
      *>-----------------------------------------------------------------
       3110-SCAN-KIT.

           IF WS-KIT-ID(WS-SCAN-IDX) = WS-FIND-ITEM-ID
               MOVE "Y" TO WS-LOOKUP-SWITCH
           END-IF.

       3110-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 4000-CHECK-SUPPLIERS
      *> Every SUPPLIER-MASTER row, then every item that Purchase-
      *> Order-Generation would reorder - stock below its reorder
      *> level - but that has no supplier row to order from.
      *>-----------------------------------------------------------------
       4000-CHECK-SUPPLIERS.

           OPEN INPUT SUPPLIER-MASTER-FILE.
           IF WS-SUPPLIER-FILE-STATUS = "35"
               MOVE "SUPPLIER  " TO WS-FINDING-FILE
               PERFORM 7100-WRITE-NOT-PRESENT
                   THRU 7100-EXIT
           ELSE
               PERFORM 4100-CHECK-SUPPLIER-ROW
                   THRU 4100-EXIT
                   UNTIL WS-SUPPLIER-END-OF-FILE
               CLOSE SUPPLIER-MASTER-FILE
           END-IF.

           PERFORM 4200-CHECK-REORDER-ITEM
               THRU 4200-EXIT
               VARYING WS-TBL-IDX FROM 1 BY 1
               UNTIL WS-TBL-IDX > WS-ITEM-COUNT.

       4000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 4100-CHECK-SUPPLIER-ROW
      *> A supplier row still in the pre-cost layout reads a cost of
      *> spaces, which orders at zero just the same.
      *>-----------------------------------------------------------------
       4100-CHECK-SUPPLIER-ROW.

           READ SUPPLIER-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-SUPPLIER-EOF-SWITCH
                   GO TO 4100-EXIT
           END-READ.

           ADD 1 TO WS-SUPPLIER-READ.
           MOVE "SUPPLIER  " TO WS-FINDING-FILE.

           MOVE SU-ITEM-ID TO WS-FIND-ITEM-ID.
           PERFORM 3000-FIND-ITEM
               THRU 3000-EXIT.

           IF WS-LOOKUP-FOUND
               MOVE "Y" TO WS-ITM-SUPPLIER-SW(WS-FOUND-IDX)
           ELSE
               ADD 1 TO WS-CNT-SUPPLIER-UNKNOWN
               MOVE "W" TO WS-FINDING-SEVERITY
               INITIALIZE WS-FINDING-TEXT
               STRING "VENDOR "                 DELIMITED BY SIZE
                       SU-VENDOR-ID             DELIMITED BY SIZE
                       " SUPPLIES ITEM "        DELIMITED BY SIZE
                       SU-ITEM-ID               DELIMITED BY SIZE
                       " - ITEM IS NOT ON ITEM-MASTER"
                                                DELIMITED BY SIZE
                       INTO WS-FINDING-TEXT
               END-STRING
               PERFORM 7000-WRITE-FINDING
                   THRU 7000-EXIT
           END-IF.

           IF SU-UNIT-COST NOT NUMERIC
            OR SU-UNIT-COST = ZERO
               ADD 1 TO WS-CNT-SUPPLIER-NO-COST
               MOVE "W" TO WS-FINDING-SEVERITY
               INITIALIZE WS-FINDING-TEXT
               STRING "VENDOR "                 DELIMITED BY SIZE
                       SU-VENDOR-ID             DELIMITED BY SIZE
                       " ITEM "                 DELIMITED BY SIZE
                       SU-ITEM-ID               DELIMITED BY SIZE
                       " HAS NO UNIT COST - ORDERS AT ZERO"
                                                DELIMITED BY SIZE
                       INTO WS-FINDING-TEXT
               END-STRING
               PERFORM 7000-WRITE-FINDING
                   THRU 7000-EXIT
           END-IF.

       4100-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 4200-CHECK-REORDER-ITEM
      *>-----------------------------------------------------------------
       4200-CHECK-REORDER-ITEM.

           IF WS-ITM-STOCK-QTY(WS-TBL-IDX) NOT <
                   WS-ITM-REORDER-LEVEL(WS-TBL-IDX)
            OR WS-ITM-HAS-SUPPLIER(WS-TBL-IDX)
            OR WS-ITM-IS-DISCONTINUED(WS-TBL-IDX)
               GO TO 4200-EXIT
           END-IF.

           ADD 1 TO WS-CNT-REORDER-NO-SUPP.

           MOVE WS-ITM-STOCK-QTY(WS-TBL-IDX)     TO WS-MASK-QTY.
           MOVE WS-ITM-REORDER-LEVEL(WS-TBL-IDX) TO WS-MASK-LEVEL.

           MOVE "ITEM-MSTR " TO WS-FINDING-FILE.
           MOVE "W" TO WS-FINDING-SEVERITY.
           INITIALIZE WS-FINDING-TEXT.
           STRING "ITEM "                       DELIMITED BY SIZE
                   WS-ITM-ID(WS-TBL-IDX)        DELIMITED BY SIZE
                   " STOCK "                    DELIMITED BY SIZE
                   WS-MASK-QTY                  DELIMITED BY SIZE
                   " BELOW REORDER LEVEL "      DELIMITED BY SIZE
                   WS-MASK-LEVEL                DELIMITED BY SIZE
                   " - NO SUPPLIER ON FILE"     DELIMITED BY SIZE
                   INTO WS-FINDING-TEXT
           END-STRING.
           PERFORM 7000-WRITE-FINDING
               THRU 7000-EXIT.

       4200-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 5000-CHECK-PURCHASE-ORDERS
      *> An open PO line for an item no longer on file: when the
      *> goods arrive Goods-Receipt-Batch cannot post them, and the
      *> stock never reaches the shelf on the books.
      *>-----------------------------------------------------------------
       5000-CHECK-PURCHASE-ORDERS.

           OPEN INPUT PURCHASE-ORDERS-FILE.
           IF WS-PO-FILE-STATUS = "35"
               MOVE "PURCH-ORDS" TO WS-FINDING-FILE
               PERFORM 7100-WRITE-NOT-PRESENT
                   THRU 7100-EXIT
               GO TO 5000-EXIT
           END-IF.

           PERFORM 5100-CHECK-PO-LINE
               THRU 5100-EXIT
               UNTIL WS-PO-END-OF-FILE.

           CLOSE PURCHASE-ORDERS-FILE.

       5000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 5100-CHECK-PO-LINE
      *>-----------------------------------------------------------------
       5100-CHECK-PO-LINE.

           READ PURCHASE-ORDERS-FILE
               AT END
                   MOVE "Y" TO WS-PO-EOF-SWITCH
                   GO TO 5100-EXIT
           END-READ.

           IF NOT PO-STATUS-IS-OPEN
               GO TO 5100-EXIT
           END-IF.

           ADD 1 TO WS-PO-OPEN-READ.

           MOVE PO-ITEM-ID TO WS-FIND-ITEM-ID.
           PERFORM 3000-FIND-ITEM
               THRU 3000-EXIT.

           IF WS-LOOKUP-FOUND
               GO TO 5100-EXIT
           END-IF.

           ADD 1 TO WS-CNT-PO-ITEM-MISSING.
           MOVE "PURCH-ORDS" TO WS-FINDING-FILE.
           MOVE "S" TO WS-FINDING-SEVERITY.
           INITIALIZE WS-FINDING-TEXT.
           STRING "OPEN PO "                    DELIMITED BY SIZE
                   PO-NUMBER                    DELIMITED BY SIZE
                   " VENDOR "                   DELIMITED BY SIZE
                   PO-VENDOR-ID                 DELIMITED BY SIZE
                   " ITEM "                     DELIMITED BY SIZE
                   PO-ITEM-ID                   DELIMITED BY SIZE
                   " - ITEM IS NOT ON ITEM-MASTER"
                                                DELIMITED BY SIZE
                   INTO WS-FINDING-TEXT
           END-STRING.
           PERFORM 7000-WRITE-FINDING
               THRU 7000-EXIT.

       5100-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 6000-CHECK-SUSPENSE
      *> A suspense record whose account number has since been
      *> added to the master: repairing and resubmitting it as it
      *> stands would replace the live account in place. A record
      *> suspended with no account number at all is matched on name
      *> by Suspense-Repair and is left alone here.
      *>-----------------------------------------------------------------
       6000-CHECK-SUSPENSE.

           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-FILE-STATUS = "35"
               MOVE "SUSPENSE  " TO WS-FINDING-FILE
               PERFORM 7100-WRITE-NOT-PRESENT
                   THRU 7100-EXIT
               GO TO 6000-EXIT
           END-IF.

      *> Without the master no suspense account can be looked up -
      *> reading on would report garbage, not findings
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-MASTER-FILE-STATUS = "35"
               MOVE "CUST-MSTR " TO WS-FINDING-FILE
               PERFORM 7100-WRITE-NOT-PRESENT
                   THRU 7100-EXIT
               CLOSE SUSPENSE-FILE
               GO TO 6000-EXIT
           END-IF.

           PERFORM 6100-CHECK-SUSPENSE-RECORD
               THRU 6100-EXIT
               UNTIL WS-SUSPENSE-END-OF-FILE.

           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE SUSPENSE-FILE.

       6000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 6100-CHECK-SUSPENSE-RECORD
      *>-----------------------------------------------------------------
       6100-CHECK-SUSPENSE-RECORD.

           READ SUSPENSE-FILE
               AT END
                   MOVE "Y" TO WS-SUSPENSE-EOF-SWITCH
                   GO TO 6100-EXIT
           END-READ.

           ADD 1 TO WS-SUSPENSE-READ.

           IF SP-ACCOUNT-NUMBER NOT NUMERIC
            OR SP-ACCOUNT-NUMBER = ZERO
               GO TO 6100-EXIT
           END-IF.

           MOVE SP-ACCOUNT-NUMBER TO PR-ACCOUNT-NUMBER.

           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   GO TO 6100-EXIT
           END-READ.

           ADD 1 TO WS-CNT-SUSPENSE-ON-FILE.
           MOVE "SUSPENSE  " TO WS-FINDING-FILE.
           MOVE "W" TO WS-FINDING-SEVERITY.
           INITIALIZE WS-FINDING-TEXT.
           STRING "ACCOUNT "                    DELIMITED BY SIZE
                   SP-ACCOUNT-NUMBER            DELIMITED BY SIZE
                   " ON SUSPENSE IS NOW ON MASTER AS "
                                                DELIMITED BY SIZE
                   PR-NAME                      DELIMITED BY SIZE
                   INTO WS-FINDING-TEXT
           END-STRING.
           PERFORM 7000-WRITE-FINDING
               THRU 7000-EXIT.

       6100-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 7000-WRITE-FINDING
      *> One break: severity, the file it was found on, and what is
      *> wrong, from the WS-FINDING fields the caller set.
      *>-----------------------------------------------------------------
       7000-WRITE-FINDING.

           IF WS-FINDING-IS-SEVERE
               ADD 1 TO WS-SEVERE-COUNT
               MOVE "SEVERE " TO WS-SEVERITY-TEXT
           ELSE
               ADD 1 TO WS-WARNING-COUNT
               MOVE "WARNING" TO WS-SEVERITY-TEXT
           END-IF.

           INITIALIZE IR-REPORT-LINE.
           STRING WS-SEVERITY-TEXT     DELIMITED BY SIZE
                   "  "                 DELIMITED BY SIZE
                   WS-FINDING-FILE      DELIMITED BY SIZE
                   "  "                 DELIMITED BY SIZE
                   WS-FINDING-TEXT      DELIMITED BY SIZE
                   INTO IR-REPORT-LINE
           END-STRING.
           WRITE IR-REPORT-LINE.

       7000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 7100-WRITE-NOT-PRESENT
      *> A reference file that is not there at all: nothing on it
      *> can be checked, and that is said rather than passed over.
      *>-----------------------------------------------------------------
       7100-WRITE-NOT-PRESENT.

           INITIALIZE IR-REPORT-LINE.
           STRING "NOTE     "          DELIMITED BY SIZE
                   WS-FINDING-FILE      DELIMITED BY SIZE
                   "  FILE NOT PRESENT - NOT CHECKED"
                                        DELIMITED BY SIZE
                   INTO IR-REPORT-LINE
           END-STRING.
           WRITE IR-REPORT-LINE.

       7100-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 8500-WRITE-SUMMARY-LINE
      *> One check's count, from WS-SUMMARY-SEVERITY, WS-SUMMARY-
      *> LABEL and WS-SUMMARY-COUNT.
      *>-----------------------------------------------------------------
       8500-WRITE-SUMMARY-LINE.

           MOVE WS-SUMMARY-COUNT TO WS-MASK-COUNT.

           INITIALIZE IR-REPORT-LINE.
           STRING WS-SUMMARY-SEVERITY  DELIMITED BY SIZE
                   "  "                 DELIMITED BY SIZE
                   WS-SUMMARY-LABEL     DELIMITED BY SIZE
                   WS-MASK-COUNT        DELIMITED BY SIZE
                   INTO IR-REPORT-LINE
           END-STRING.
           WRITE IR-REPORT-LINE.

       8500-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 9000-TERMINATE
      *> Prints the count per check and per severity, and what the
      *> operator should do with tonight's stream.
      *>-----------------------------------------------------------------
       9000-TERMINATE.

           MOVE SPACES TO IR-REPORT-LINE.
           WRITE IR-REPORT-LINE.

           MOVE "--- SUMMARY ---" TO IR-REPORT-LINE.
           WRITE IR-REPORT-LINE.

           MOVE "SEVERE " TO WS-SUMMARY-SEVERITY.

           MOVE "BOM COMPONENTS NOT ON ITEM-MASTER" TO WS-SUMMARY-LABEL.
           MOVE WS-CNT-COMPONENT-MISSING TO WS-SUMMARY-COUNT.
           PERFORM 8500-WRITE-SUMMARY-LINE THRU 8500-EXIT.

           MOVE "ITEMS TYPED K WITH NO BOM LINES" TO WS-SUMMARY-LABEL.
           MOVE WS-CNT-KIT-NO-BOM TO WS-SUMMARY-COUNT.
           PERFORM 8500-WRITE-SUMMARY-LINE THRU 8500-EXIT.

           MOVE "BOM KITS NOT TYPED K" TO WS-SUMMARY-LABEL.
           MOVE WS-CNT-KIT-NOT-TYPED TO WS-SUMMARY-COUNT.
           PERFORM 8500-WRITE-SUMMARY-LINE THRU 8500-EXIT.

           MOVE "SELF-REFERENCING KIT LINES" TO WS-SUMMARY-LABEL.
           MOVE WS-CNT-KIT-SELF TO WS-SUMMARY-COUNT.
           PERFORM 8500-WRITE-SUMMARY-LINE THRU 8500-EXIT.

           MOVE "CIRCULAR KITS" TO WS-SUMMARY-LABEL.
           MOVE WS-CNT-KIT-CIRCULAR TO WS-SUMMARY-COUNT.
           PERFORM 8500-WRITE-SUMMARY-LINE THRU 8500-EXIT.

           MOVE "OPEN PO LINES FOR ITEMS NOT ON ITEM-MASTER"
               TO WS-SUMMARY-LABEL.
           MOVE WS-CNT-PO-ITEM-MISSING TO WS-SUMMARY-COUNT.
           PERFORM 8500-WRITE-SUMMARY-LINE THRU 8500-EXIT.

           MOVE "WARNING" TO WS-SUMMARY-SEVERITY.

           MOVE "BOM KITS NOT ON ITEM-MASTER" TO WS-SUMMARY-LABEL.
           MOVE WS-CNT-KIT-MISSING TO WS-SUMMARY-COUNT.
           PERFORM 8500-WRITE-SUMMARY-LINE THRU 8500-EXIT.

           MOVE "KIT COMPONENTS THAT ARE THEMSELVES KITS"
               TO WS-SUMMARY-LABEL.
           MOVE WS-CNT-KIT-NESTED TO WS-SUMMARY-COUNT.
           PERFORM 8500-WRITE-SUMMARY-LINE THRU 8500-EXIT.

           MOVE "SUPPLIER ROWS FOR ITEMS NOT ON ITEM-MASTER"
               TO WS-SUMMARY-LABEL.
           MOVE WS-CNT-SUPPLIER-UNKNOWN TO WS-SUMMARY-COUNT.
           PERFORM 8500-WRITE-SUMMARY-LINE THRU 8500-EXIT.

           MOVE "SUPPLIER ROWS WITH ZERO UNIT COST" TO WS-SUMMARY-LABEL.
           MOVE WS-CNT-SUPPLIER-NO-COST TO WS-SUMMARY-COUNT.
           PERFORM 8500-WRITE-SUMMARY-LINE THRU 8500-EXIT.

           MOVE "ITEMS BELOW REORDER LEVEL WITH NO SUPPLIER"
               TO WS-SUMMARY-LABEL.
           MOVE WS-CNT-REORDER-NO-SUPP TO WS-SUMMARY-COUNT.
           PERFORM 8500-WRITE-SUMMARY-LINE THRU 8500-EXIT.

           MOVE "SUSPENSE ACCOUNTS NOW ON CUSTOMER-MASTER"
               TO WS-SUMMARY-LABEL.
           MOVE WS-CNT-SUSPENSE-ON-FILE TO WS-SUMMARY-COUNT.
           PERFORM 8500-WRITE-SUMMARY-LINE THRU 8500-EXIT.

           MOVE SPACES TO IR-REPORT-LINE.
           WRITE IR-REPORT-LINE.

           MOVE SPACES TO WS-SUMMARY-SEVERITY.

           MOVE "ITEMS ON ITEM-MASTER" TO WS-SUMMARY-LABEL.
           MOVE WS-ITEM-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8500-WRITE-SUMMARY-LINE THRU 8500-EXIT.

           MOVE "BOM LINES" TO WS-SUMMARY-LABEL.
           MOVE WS-BOM-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8500-WRITE-SUMMARY-LINE THRU 8500-EXIT.

           MOVE "SUPPLIER ROWS" TO WS-SUMMARY-LABEL.
           MOVE WS-SUPPLIER-READ TO WS-SUMMARY-COUNT.
           PERFORM 8500-WRITE-SUMMARY-LINE THRU 8500-EXIT.

           MOVE "OPEN PO LINES" TO WS-SUMMARY-LABEL.
           MOVE WS-PO-OPEN-READ TO WS-SUMMARY-COUNT.
           PERFORM 8500-WRITE-SUMMARY-LINE THRU 8500-EXIT.

           MOVE "SUSPENSE RECORDS" TO WS-SUMMARY-LABEL.
           MOVE WS-SUSPENSE-READ TO WS-SUMMARY-COUNT.
           PERFORM 8500-WRITE-SUMMARY-LINE THRU 8500-EXIT.

           MOVE SPACES TO IR-REPORT-LINE.
           WRITE IR-REPORT-LINE.

           MOVE "TOTAL SEVERE BREAKS" TO WS-SUMMARY-LABEL.
           MOVE WS-SEVERE-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8500-WRITE-SUMMARY-LINE THRU 8500-EXIT.

           MOVE "TOTAL WARNINGS" TO WS-SUMMARY-LABEL.
           MOVE WS-WARNING-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8500-WRITE-SUMMARY-LINE THRU 8500-EXIT.

           MOVE SPACES TO IR-REPORT-LINE.
           WRITE IR-REPORT-LINE.

           IF WS-SEVERE-COUNT > ZERO
               MOVE "*** SEVERE BREAKS - HOLD THE NIGHTLY STREAM ***"
                   TO IR-REPORT-LINE
           ELSE
               MOVE "NO SEVERE BREAKS - NIGHTLY STREAM MAY RUN"
                   TO IR-REPORT-LINE
           END-IF.
           WRITE IR-REPORT-LINE.

           CLOSE INTEGRITY-REPORT-FILE.

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
      *> The END record carries the severe and warning counts, and
      *> RL-NOTE "HOLD" or "CLEAN" for the JOB-SCHEDULE step to
      *> match on.
      *>-----------------------------------------------------------------
       8900-WRITE-RUN-END.

           OPEN EXTEND RUN-CONTROL-FILE.

           MOVE WS-RUN-CONTROL-NAME TO RL-PROGRAM-NAME.
           MOVE "END  "             TO RL-ENTRY-TYPE.
           MOVE WS-RUN-DATE         TO RL-RUN-DATE.
           MOVE WS-ITEM-COUNT       TO RL-RECORD-COUNT.
           MOVE WS-SEVERE-COUNT     TO RL-HASH-TOTAL.
           MOVE WS-WARNING-COUNT    TO RL-HASH-TOTAL-2.
           IF WS-SEVERE-COUNT > ZERO
               MOVE "HOLD"          TO RL-NOTE
           ELSE
               MOVE "CLEAN"         TO RL-NOTE
           END-IF.
           WRITE RL-RUN-CONTROL-RECORD.

           CLOSE RUN-CONTROL-FILE.

       8900-EXIT.
           EXIT.
