      *>*****************************************************************
      *> Program:     Vendor-Scorecard-Report
      *> Author:      Pet Shop IT - Inventory Team
      *> Date-Written: 2026-10-15
      *> Purpose:     Monthly vendor performance scorecard, so a
      *>              vendor who keeps shipping short or late shows
      *>              up in figures instead of in stories from the
      *>              dock. For the month on the command line
      *>              (YYYYMM, defaulting to this month) it scores
      *>              every SU-VENDOR-ID with activity in the month:
      *>              - lead time, average and worst, in days from
      *>                PO-ORDER-DATE to the PO-RECEIPT-DATE Goods-
      *>                Receipt-Batch closed the line on, over the
      *>                PURCHASE-ORDERS lines closed in the month;
      *>              - fill rate, the quantity received on those
      *>                lines against the quantity ordered;
      *>              - short, over and no-PO deliveries received in
      *>                the month, off the VENDOR-EXCEPTIONS ledger;
      *>              - invoice lines Invoice-Matching-Batch disputed
      *>                for price or quantity, count and value, off
      *>                the same ledger, against the vendor's invoice
      *>                lines dated in the month on OPEN-PAYABLES -
      *>                the share not disputed is the vendor's price
      *>                accuracy.
      *>              Vendors are ranked on a score out of 100 - half
      *>              fill rate, 30% lead time, 20% price accuracy -
      *>              and any vendor under a target is flagged. The
      *>              targets ride on the command line after the
      *>              month: fill rate % in columns 8-10 (default
      *>              95), lead time days in 12-14 (default 14),
      *>              price accuracy % in 16-18 (default 95).
      *>              Over-delivery does not lift a fill rate above
      *>              100 in the score, and a measure with nothing
      *>              to measure this month counts as on target.
      *>              The measured lead time is then fed back into
      *>              reorder points: for each stocked, active item
      *>              closed on a PO line in the month, the suggested
      *>              IM-REORDER-LEVEL is the item's average daily
      *>              sale times its average lead time, rounded up -
      *>              enough stock to last while the next order is
      *>              on its way. Daily sales come from CYCLE-COUNT-
      *>              CONTROL, the only per-item sales history kept:
      *>              its quarter to date and prior quarter sales
      *>              value at IM-UNIT-PRICE, turned back into units
      *>              and spread over the days they cover. Every
      *>              suggested change is written to REORDER-LEVEL-
      *>              SUGGESTIONS as an Item-Maintenance-Batch change
      *>              transaction, for purchasing to review and feed
      *>              in as ITEM-MAINTENANCE - nothing here touches
      *>              the master itself.
      *> Tect Stack:  GnuCOBOL
      *>*****************************************************************

       IDENTIFICATION DIVISION.
           PROGRAM-ID. Vendor-Scorecard-Report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PURCHASE-ORDERS-FILE
               ASSIGN TO "PURCHASE-ORDERS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-FILE-STATUS.

           SELECT VENDOR-EXCEPTIONS-FILE
               ASSIGN TO "VENDOR-EXCEPTIONS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VX-FILE-STATUS.

           SELECT OPEN-PAYABLES-FILE
               ASSIGN TO "OPEN-PAYABLES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-FILE-STATUS.

           SELECT SUPPLIER-MASTER-FILE
               ASSIGN TO "SUPPLIER-MASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPP-FILE-STATUS.

           SELECT ITEM-MASTER-FILE
               ASSIGN TO "ITEM-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IM-ITEM-ID.

      *> Kept by Cycle-Count-Scheduler - no file yet means no sales
      *> history, and no reorder level can be suggested
           SELECT CYCLE-CONTROL-FILE
               ASSIGN TO "CYCLE-COUNT-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT SORTED-SCORE-FILE
               ASSIGN TO "VENDOR-SCORE-SORTED"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SCORE-SORT-FILE
               ASSIGN TO "VENDOR-SCORE-WORK".

           SELECT SCORECARD-FILE
               ASSIGN TO "VENDOR-SCORECARD"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUGGESTIONS-FILE
               ASSIGN TO "REORDER-LEVEL-SUGGESTIONS"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PURCHASE-ORDERS-FILE.
           COPY POREC.

       FD  VENDOR-EXCEPTIONS-FILE.
           COPY VENDEXC.

       FD  OPEN-PAYABLES-FILE.
           COPY APREC.

       FD  SUPPLIER-MASTER-FILE.
           COPY SUPPREC.

       FD  ITEM-MASTER-FILE.
           COPY ITEMREC.

       FD  CYCLE-CONTROL-FILE.
           COPY CYCLEREC.

       *> Scored vendors in ranking order - best score first
       FD  SORTED-SCORE-FILE.
       01  SS-SCORE-RECORD.
           05  SS-SCORE                PIC 9(03)V9.
           05  SS-VENDOR-ID            PIC 9(04).
           05  SS-VENDOR-IDX           PIC 9(04).

       SD  SCORE-SORT-FILE.
       01  SK-SORT-RECORD.
           05  SK-SCORE                PIC 9(03)V9.
           05  SK-VENDOR-ID            PIC 9(04).
           05  SK-VENDOR-IDX           PIC 9(04).

       FD  SCORECARD-FILE.
       01  VS-REPORT-LINE              PIC X(132).

       *> Laid out as an ITEM-MAINTENANCE change transaction - only
       *> the reorder level filled in, every other field blank so
       *> Item-Maintenance-Batch leaves it unchanged
       FD  SUGGESTIONS-FILE.
       01  RS-SUGGESTION-RECORD.
           05  RS-ACTION-CODE          PIC X(01).
           05  RS-ITEM-ID              PIC 9(05).
           05  RS-NAME                 PIC X(15).
           05  RS-DESCRIPTION          PIC X(35).
           05  RS-UNIT-PRICE-X         PIC X(06).
           05  RS-REORDER-LEVEL        PIC 9(03).
           05  RS-CURRENCY-CODE        PIC X(03).
           05  RS-ITEM-TYPE            PIC X(01).

       WORKING-STORAGE SECTION.

       *> End-of-file switches
       01 WS-SWITCHES.
           05 WS-PO-EOF-SWITCH     PIC X(01)   VALUE "N".
               88 WS-PO-END-OF-FILE             VALUE "Y".
           05 WS-VX-EOF-SWITCH     PIC X(01)   VALUE "N".
               88 WS-VX-END-OF-FILE             VALUE "Y".
           05 WS-AP-EOF-SWITCH     PIC X(01)   VALUE "N".
               88 WS-AP-END-OF-FILE             VALUE "Y".
           05 WS-SUPP-EOF-SWITCH   PIC X(01)   VALUE "N".
               88 WS-SUPP-END-OF-FILE           VALUE "Y".
           05 WS-ITEM-EOF-SWITCH   PIC X(01)   VALUE "N".
               88 WS-ITEM-END-OF-FILE           VALUE "Y".
           05 WS-CONTROL-EOF-SWITCH PIC X(01)  VALUE "N".
               88 WS-CONTROL-END-OF-FILE        VALUE "Y".
           05 WS-SCORE-EOF-SWITCH  PIC X(01)   VALUE "N".
               88 WS-SCORE-END-OF-FILE          VALUE "Y".

       01 WS-PO-FILE-STATUS        PIC X(02).
       01 WS-VX-FILE-STATUS        PIC X(02).
       01 WS-AP-FILE-STATUS        PIC X(02).
       01 WS-SUPP-FILE-STATUS      PIC X(02).
       01 WS-CONTROL-FILE-STATUS   PIC X(02).

       01 WS-RUN-DATE              PIC 9(08).
       01 WS-COMMAND-LINE          PIC X(20).

       *> The month being scored, YYYYMM
       01 WS-REPORT-MONTH          PIC X(06).

      *>-----------------------------------------------------------------
      *> Targets a vendor is flagged against, and the weights the
      *> score is built from (they add up to 1).
      *>-----------------------------------------------------------------
       01 WS-TARGETS.
           05 WS-TARGET-FILL-PCT    PIC 9(03)      VALUE 95.
           05 WS-TARGET-LEAD-DAYS   PIC 9(03)      VALUE 14.
           05 WS-TARGET-ACCURACY    PIC 9(03)      VALUE 95.
           05 WS-WEIGHT-FILL        PIC 9V99       VALUE 0.50.
           05 WS-WEIGHT-LEAD        PIC 9V99       VALUE 0.30.
           05 WS-WEIGHT-ACCURACY    PIC 9V99       VALUE 0.20.

      *>-----------------------------------------------------------------
      *> Vendor names off SUPPLIER-MASTER, one entry per distinct
      *> vendor, the way Invoice-Matching-Batch loads them.
      *>-----------------------------------------------------------------
       01 WS-VENDOR-NAME-TABLE.
           05 WS-VN-ENTRY OCCURS 50 TIMES.
               10 WS-VN-VENDOR-ID      PIC 9(04).
               10 WS-VN-VENDOR-NAME    PIC X(20).
       01 WS-VN-COUNT              PIC 9(04) COMP   VALUE ZERO.

      *>-----------------------------------------------------------------
      *> The month's figures accumulated per vendor, one entry per
      *> vendor with any activity in the month, and the measures
      *> worked out from them before ranking. The lead time figures
      *> cover only the closed lines whose order date is known.
      *>-----------------------------------------------------------------
       01 WS-SCORE-TABLE.
           05 WS-SC-ENTRY OCCURS 50 TIMES.
               10 WS-SC-VENDOR-ID      PIC 9(04).
               10 WS-SC-VENDOR-NAME    PIC X(20).
               10 WS-SC-LINES-CLOSED   PIC 9(05).
               10 WS-SC-ORDERED-QTY    PIC 9(07).
               10 WS-SC-RECEIVED-QTY   PIC 9(07).
               10 WS-SC-LEAD-LINES     PIC 9(05).
               10 WS-SC-LEAD-DAYS      PIC 9(07).
               10 WS-SC-WORST-LEAD     PIC 9(04).
               10 WS-SC-SHORT-COUNT    PIC 9(05).
               10 WS-SC-OVER-COUNT     PIC 9(05).
               10 WS-SC-NO-PO-COUNT    PIC 9(05).
               10 WS-SC-INVOICE-LINES  PIC 9(05).
               10 WS-SC-DISPUTE-COUNT  PIC 9(05).
               10 WS-SC-DISPUTE-VALUE  PIC 9(09)V99.
               10 WS-SC-AVG-LEAD       PIC 9(04)V9.
               10 WS-SC-FILL-PCT       PIC 9(03)V9.
               10 WS-SC-ACCURACY-PCT   PIC 9(03)V9.
               10 WS-SC-SCORE          PIC 9(03)V9.
               10 WS-SC-FLAG-FILL      PIC X(05).
               10 WS-SC-FLAG-LEAD      PIC X(05).
               10 WS-SC-FLAG-PRICE     PIC X(05).
       01 WS-SC-COUNT              PIC 9(04) COMP   VALUE ZERO.

      *>-----------------------------------------------------------------
      *> Lead time per item over the month's closed lines, for the
      *> reorder level suggestions.
      *>-----------------------------------------------------------------
       01 WS-ITEM-LEAD-TABLE.
           05 WS-IL-ENTRY OCCURS 500 TIMES.
               10 WS-IL-ITEM-ID        PIC 9(05).
               10 WS-IL-LEAD-LINES     PIC 9(05).
               10 WS-IL-LEAD-DAYS      PIC 9(07).
       01 WS-IL-COUNT              PIC 9(04) COMP   VALUE ZERO.

      *>-----------------------------------------------------------------
      *> CYCLE-COUNT-CONTROL sales history, one entry per item.
      *>-----------------------------------------------------------------
       01 WS-SALES-HISTORY-TABLE.
           05 WS-SH-ENTRY OCCURS 500 TIMES.
               10 WS-SH-ITEM-ID        PIC 9(05).
               10 WS-SH-QUARTER        PIC 9(05).
               10 WS-SH-SALES-CURRENT  PIC 9(09)V99.
               10 WS-SH-SALES-PRIOR    PIC 9(09)V99.
               10 WS-SH-SALES-DATE     PIC 9(08).
       01 WS-SH-COUNT              PIC 9(04) COMP   VALUE ZERO.

       01 WS-TBL-IDX               PIC 9(04) COMP.
       01 WS-SC-IDX                PIC 9(04) COMP.
       01 WS-IL-IDX                PIC 9(04) COMP.
       01 WS-SH-IDX                PIC 9(04) COMP.

       01 WS-LOOKUP-SWITCH         PIC X(01).
           88 WS-LOOKUP-FOUND                    VALUE "Y".

       01 WS-FOUND-VENDOR-NAME     PIC X(20).
       01 WS-LOOKUP-VENDOR-ID      PIC 9(04).

       *> Lead time of the PO line on hand; the switch says whether
       *> its order date allowed one to be worked out
       01 WS-LINE-LEAD-DAYS        PIC S9(07).
       01 WS-LINE-LEAD-SW          PIC X(01).
           88 WS-LINE-HAS-LEAD                   VALUE "Y".

       *> Score components, each out of 100
       01 WS-SCORE-WORK.
           05 WS-FILL-POINTS        PIC 9(03)V9.
           05 WS-LEAD-POINTS        PIC 9(03)V9.
           05 WS-ACCURACY-POINTS    PIC 9(03)V9.
           05 WS-UNDISPUTED-LINES   PIC 9(05).

      *>-----------------------------------------------------------------
      *> Reorder level working fields for the item on hand: the
      *> days its sales history covers, its average daily sale and
      *> lead time, and the level they come to.
      *>-----------------------------------------------------------------
       01 WS-REORDER-WORK.
           05 WS-HIST-SW            PIC X(01).
               88 WS-ITEM-HAS-HISTORY           VALUE "Y".
           05 WS-HIST-YEAR          PIC 9(04).
           05 WS-HIST-QUARTER-NO    PIC 9(01).
           05 WS-HIST-START-DATE    PIC 9(08).
           05 WS-HIST-DAYS          PIC S9(07).
           05 WS-DAILY-USAGE        PIC 9(05)V9(04).
           05 WS-ITEM-AVG-LEAD      PIC 9(04)V9.
           05 WS-REORDER-CALC       PIC 9(07)V9(04).
           05 WS-SUGGESTED-LEVEL    PIC 9(03).
           05 WS-SUGGEST-ACTION     PIC X(09).

       *> Run totals for the report footers
       01 WS-RUN-COUNTS.
           05 WS-VENDORS-BELOW      PIC 9(05)      VALUE ZERO.
           05 WS-UNDATED-LINES      PIC 9(05)      VALUE ZERO.
           05 WS-UNKNOWN-NO-PO      PIC 9(05)      VALUE ZERO.
           05 WS-ITEMS-REVIEWED     PIC 9(05)      VALUE ZERO.
           05 WS-ITEMS-NO-HISTORY   PIC 9(05)      VALUE ZERO.
           05 WS-SUGGESTIONS-WRITTEN PIC 9(05)     VALUE ZERO.
           05 WS-RANK               PIC 9(03)      VALUE ZERO.

       *> Editing masks and report columns
       01 WS-DISPLAY-FIELDS.
           05 WS-MASK-RANK          PIC ZZ9.
           05 WS-MASK-COUNT         PIC ZZZZ9.
           05 WS-MASK-LINES         PIC ZZZ9.
           05 WS-MASK-SHORT         PIC ZZZ9.
           05 WS-MASK-OVER          PIC ZZZ9.
           05 WS-MASK-NO-PO         PIC ZZZ9.
           05 WS-MASK-INVOICED      PIC ZZZ9.
           05 WS-MASK-DISPUTED      PIC ZZZ9.
           05 WS-MASK-WORST         PIC ZZZ9.
           05 WS-MASK-DAYS          PIC ZZZ9.9.
           05 WS-MASK-PCT           PIC ZZ9.9.
           05 WS-MASK-SCORE         PIC ZZ9.9.
           05 WS-MASK-USAGE         PIC ZZZZ9.99.
           05 WS-MASK-LEVEL         PIC ZZ9.
           05 WS-MASK-LEVEL-2       PIC ZZ9.
           05 WS-MASK-TARGET        PIC ZZ9.
           05 WS-FORMATTED-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99.
           05 WS-COL-AVG-LEAD       PIC X(06).
           05 WS-COL-WORST-LEAD     PIC X(04).
           05 WS-COL-FILL           PIC X(06).
           05 WS-COL-ACCURACY       PIC X(06).

       PROCEDURE DIVISION.

      *>-----------------------------------------------------------------
      *> 0000-MAIN-PROCEDURE
      *>-----------------------------------------------------------------
       0000-MAIN-PROCEDURE.

           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-SCORE-PO-LINE
               THRU 2000-EXIT
               UNTIL WS-PO-END-OF-FILE.

           PERFORM 2500-COUNT-EXCEPTION
               THRU 2500-EXIT
               UNTIL WS-VX-END-OF-FILE.

           PERFORM 2700-COUNT-INVOICE-LINE
               THRU 2700-EXIT
               UNTIL WS-AP-END-OF-FILE.

           PERFORM 4000-RANK-VENDORS
               THRU 4000-EXIT.

           PERFORM 5000-SUGGEST-REORDER-LEVELS
               THRU 5000-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           STOP RUN.

      *>-----------------------------------------------------------------
      *> 1000-INITIALIZE
      *> Works out the month and the targets, loads the vendor names
      *> and the sales history, then opens the three files the month
      *> is scored from and the report.
      *>-----------------------------------------------------------------
       1000-INITIALIZE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           IF WS-COMMAND-LINE(1:6) NOT = SPACES
            AND WS-COMMAND-LINE(1:6) IS NUMERIC
               MOVE WS-COMMAND-LINE(1:6) TO WS-REPORT-MONTH
           ELSE
               MOVE WS-RUN-DATE(1:6) TO WS-REPORT-MONTH
           END-IF.
           IF WS-COMMAND-LINE(8:3) IS NUMERIC
               MOVE WS-COMMAND-LINE(8:3) TO WS-TARGET-FILL-PCT
           END-IF.
           IF WS-COMMAND-LINE(12:3) IS NUMERIC
            AND WS-COMMAND-LINE(12:3) NOT = "000"
               MOVE WS-COMMAND-LINE(12:3) TO WS-TARGET-LEAD-DAYS
           END-IF.
           IF WS-COMMAND-LINE(16:3) IS NUMERIC
               MOVE WS-COMMAND-LINE(16:3) TO WS-TARGET-ACCURACY
           END-IF.

           OPEN INPUT SUPPLIER-MASTER-FILE.
           IF WS-SUPP-FILE-STATUS NOT = "35"
               PERFORM 1200-LOAD-VENDOR-NAME
                   THRU 1200-EXIT
                   UNTIL WS-SUPP-END-OF-FILE
               CLOSE SUPPLIER-MASTER-FILE
           END-IF.

           OPEN INPUT CYCLE-CONTROL-FILE.
           IF WS-CONTROL-FILE-STATUS NOT = "35"
               PERFORM 1300-LOAD-SALES-HISTORY
                   THRU 1300-EXIT
                   UNTIL WS-CONTROL-END-OF-FILE
               CLOSE CYCLE-CONTROL-FILE
           END-IF.

           OPEN INPUT PURCHASE-ORDERS-FILE.
           IF WS-PO-FILE-STATUS = "35"
               DISPLAY "*** NO PURCHASE-ORDERS ON FILE - NO LEAD "
                       "TIME OR FILL RATE TO SCORE ***"
               MOVE "Y" TO WS-PO-EOF-SWITCH
           END-IF.

           OPEN INPUT VENDOR-EXCEPTIONS-FILE.
           IF WS-VX-FILE-STATUS = "35"
               MOVE "Y" TO WS-VX-EOF-SWITCH
           END-IF.

           OPEN INPUT OPEN-PAYABLES-FILE.
           IF WS-AP-FILE-STATUS = "35"
               MOVE "Y" TO WS-AP-EOF-SWITCH
           END-IF.

           OPEN OUTPUT SCORECARD-FILE.
           OPEN OUTPUT SUGGESTIONS-FILE.

           INITIALIZE VS-REPORT-LINE.
           STRING "--- VENDOR SCORECARD FOR "  DELIMITED BY SIZE
                   WS-REPORT-MONTH(1:4)        DELIMITED BY SIZE
                   "/"                         DELIMITED BY SIZE
                   WS-REPORT-MONTH(5:2)        DELIMITED BY SIZE
                   " ---"                      DELIMITED BY SIZE
                   INTO VS-REPORT-LINE
           END-STRING.
           WRITE VS-REPORT-LINE.

           MOVE SPACES TO VS-REPORT-LINE.
           WRITE VS-REPORT-LINE.

           INITIALIZE VS-REPORT-LINE.
           STRING "RANK  VENDOR                   LINES"
                                        DELIMITED BY SIZE
                   " AVG LT WORST  FILL%"
                                        DELIMITED BY SIZE
                   " SHORT  OVER NO-PO INVCD DISPD"
                                        DELIMITED BY SIZE
                   "   DISPUTED AMT ACCUR% SCORE"
                                        DELIMITED BY SIZE
                   "  BELOW TARGET"     DELIMITED BY SIZE
                   INTO VS-REPORT-LINE
           END-STRING.
           WRITE VS-REPORT-LINE.

       1000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 1200-LOAD-VENDOR-NAME
      *> One SUPPLIER-MASTER record; the first name seen for a
      *> vendor wins.
      *>-----------------------------------------------------------------
       1200-LOAD-VENDOR-NAME.

           READ SUPPLIER-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-SUPP-EOF-SWITCH
                   GO TO 1200-EXIT
           END-READ.

           MOVE SU-VENDOR-ID TO WS-LOOKUP-VENDOR-ID.
           PERFORM 3500-LOOKUP-VENDOR-NAME
               THRU 3500-EXIT.

           IF NOT WS-LOOKUP-FOUND
               IF WS-VN-COUNT NOT < 50
                   DISPLAY "*** ABEND: SUPPLIER-MASTER NAMES MORE "
                           "THAN 50 VENDORS - WS-VENDOR-NAME-TABLE "
                           "IS FULL ***"
                   DISPLAY "INCREASE WS-VENDOR-NAME-TABLE OCCURS AND "
                           "RECOMPILE."
                   STOP RUN
               END-IF
               ADD 1 TO WS-VN-COUNT
               MOVE SU-VENDOR-ID   TO WS-VN-VENDOR-ID(WS-VN-COUNT)
               MOVE SU-VENDOR-NAME TO WS-VN-VENDOR-NAME(WS-VN-COUNT)
           END-IF.

       1200-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 1300-LOAD-SALES-HISTORY
      *> WS-SALES-HISTORY-TABLE holds one entry per CYCLE-COUNT-
      *> CONTROL record - if the file ever outgrows the table, the
      *> run stops here with a clear message.
      *>-----------------------------------------------------------------
       1300-LOAD-SALES-HISTORY.

           READ CYCLE-CONTROL-FILE
               AT END
                   MOVE "Y" TO WS-CONTROL-EOF-SWITCH
                   GO TO 1300-EXIT
           END-READ.

           IF WS-SH-COUNT NOT < 500
               DISPLAY "*** ABEND: CYCLE-COUNT-CONTROL EXCEEDS 500 "
                       "ITEMS - WS-SALES-HISTORY-TABLE IS FULL ***"
               DISPLAY "INCREASE WS-SALES-HISTORY-TABLE OCCURS AND "
                       "RECOMPILE."
               STOP RUN
           END-IF.

           ADD 1 TO WS-SH-COUNT.
           MOVE CC-ITEM-ID         TO WS-SH-ITEM-ID(WS-SH-COUNT).
           MOVE CC-SALES-QUARTER   TO WS-SH-QUARTER(WS-SH-COUNT).
           MOVE CC-SALES-CURRENT   TO WS-SH-SALES-CURRENT(WS-SH-COUNT).
           MOVE CC-SALES-PRIOR     TO WS-SH-SALES-PRIOR(WS-SH-COUNT).
           MOVE CC-LAST-SALES-DATE TO WS-SH-SALES-DATE(WS-SH-COUNT).

       1300-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 2000-SCORE-PO-LINE
      *> One PURCHASE-ORDERS line. Only a line Goods-Receipt-Batch
      *> closed in the month is scored; a closed line with no
      *> receipt date was closed before the date was kept and can
      *> be placed in no month at all, so it is only counted.
      *>-----------------------------------------------------------------
       2000-SCORE-PO-LINE.

           READ PURCHASE-ORDERS-FILE
               AT END
                   MOVE "Y" TO WS-PO-EOF-SWITCH
                   GO TO 2000-EXIT
           END-READ.

           IF NOT PO-STATUS-IS-CLOSED
               GO TO 2000-EXIT
           END-IF.

           IF PO-RECEIPT-DATE IS NOT NUMERIC
            OR PO-RECEIPT-DATE = ZERO
               ADD 1 TO WS-UNDATED-LINES
               GO TO 2000-EXIT
           END-IF.

           IF PO-RECEIPT-DATE(1:6) NOT = WS-REPORT-MONTH
               GO TO 2000-EXIT
           END-IF.

           MOVE PO-VENDOR-ID TO WS-LOOKUP-VENDOR-ID.
           PERFORM 3000-FIND-SCORE-ENTRY
               THRU 3000-EXIT.

           ADD 1               TO WS-SC-LINES-CLOSED(WS-SC-IDX).
           ADD PO-ORDER-QTY    TO WS-SC-ORDERED-QTY(WS-SC-IDX).
           ADD PO-RECEIVED-QTY TO WS-SC-RECEIVED-QTY(WS-SC-IDX).

      *> An order date after the receipt date is a keying error,
      *> not a delivery before it was asked for
           MOVE "N" TO WS-LINE-LEAD-SW.
           IF PO-ORDER-DATE IS NUMERIC
            AND PO-ORDER-DATE NOT = ZERO
            AND PO-ORDER-DATE NOT > PO-RECEIPT-DATE
               COMPUTE WS-LINE-LEAD-DAYS =
                   FUNCTION INTEGER-OF-DATE(PO-RECEIPT-DATE) -
                   FUNCTION INTEGER-OF-DATE(PO-ORDER-DATE)
               MOVE "Y" TO WS-LINE-LEAD-SW
           END-IF.

           IF NOT WS-LINE-HAS-LEAD
               GO TO 2000-EXIT
           END-IF.

           ADD 1 TO WS-SC-LEAD-LINES(WS-SC-IDX).
           ADD WS-LINE-LEAD-DAYS TO WS-SC-LEAD-DAYS(WS-SC-IDX).
           IF WS-LINE-LEAD-DAYS > WS-SC-WORST-LEAD(WS-SC-IDX)
               MOVE WS-LINE-LEAD-DAYS TO WS-SC-WORST-LEAD(WS-SC-IDX)
           END-IF.

           PERFORM 2100-ADD-ITEM-LEAD
               THRU 2100-EXIT.

       2000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 2100-ADD-ITEM-LEAD
      *> Adds the line's lead time to its item's entry, starting one
      *> on the item's first line in the month.
      *>-----------------------------------------------------------------
       2100-ADD-ITEM-LEAD.

           MOVE "N" TO WS-LOOKUP-SWITCH.

           PERFORM 2110-SCAN-ITEM-LEAD
               THRU 2110-EXIT
               VARYING WS-IL-IDX FROM 1 BY 1
               UNTIL WS-IL-IDX > WS-IL-COUNT
                  OR WS-LOOKUP-FOUND.

           IF WS-LOOKUP-FOUND
               GO TO 2100-EXIT
           END-IF.

           IF WS-IL-COUNT NOT < 500
               DISPLAY "*** ABEND: MONTH CLOSES PO LINES FOR MORE "
                       "THAN 500 ITEMS - WS-ITEM-LEAD-TABLE IS "
                       "FULL ***"
               DISPLAY "INCREASE WS-ITEM-LEAD-TABLE OCCURS AND "
                       "RECOMPILE."
               STOP RUN
           END-IF.

           ADD 1 TO WS-IL-COUNT.
           MOVE PO-ITEM-ID        TO WS-IL-ITEM-ID(WS-IL-COUNT).
           MOVE 1                 TO WS-IL-LEAD-LINES(WS-IL-COUNT).
           MOVE WS-LINE-LEAD-DAYS TO WS-IL-LEAD-DAYS(WS-IL-COUNT).

       2100-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 2110-SCAN-ITEM-LEAD
      *>-----------------------------------------------------------------
       2110-SCAN-ITEM-LEAD.

           IF WS-IL-ITEM-ID(WS-IL-IDX) = PO-ITEM-ID
               ADD 1 TO WS-IL-LEAD-LINES(WS-IL-IDX)
               ADD WS-LINE-LEAD-DAYS TO WS-IL-LEAD-DAYS(WS-IL-IDX)
               MOVE "Y" TO WS-LOOKUP-SWITCH
           END-IF.

       2110-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 2500-COUNT-EXCEPTION
      *> One VENDOR-EXCEPTIONS record dated in the month. A no-PO
      *> delivery quoting no order on the book has no vendor to go
      *> against and is only counted for the footer.
      *>-----------------------------------------------------------------
       2500-COUNT-EXCEPTION.

           READ VENDOR-EXCEPTIONS-FILE
               AT END
                   MOVE "Y" TO WS-VX-EOF-SWITCH
                   GO TO 2500-EXIT
           END-READ.

           IF VX-EXCEPTION-DATE(1:6) NOT = WS-REPORT-MONTH
               GO TO 2500-EXIT
           END-IF.

           IF VX-VENDOR-ID = ZERO
               ADD 1 TO WS-UNKNOWN-NO-PO
               GO TO 2500-EXIT
           END-IF.

           MOVE VX-VENDOR-ID TO WS-LOOKUP-VENDOR-ID.
           PERFORM 3000-FIND-SCORE-ENTRY
               THRU 3000-EXIT.

           EVALUATE TRUE
               WHEN VX-SHORT-DELIVERY
                   ADD 1 TO WS-SC-SHORT-COUNT(WS-SC-IDX)
               WHEN VX-OVER-DELIVERY
                   ADD 1 TO WS-SC-OVER-COUNT(WS-SC-IDX)
               WHEN VX-NO-PO-DELIVERY
                   ADD 1 TO WS-SC-NO-PO-COUNT(WS-SC-IDX)
               WHEN VX-PRICE-DISPUTE
                 OR VX-QUANTITY-DISPUTE
                   ADD 1 TO WS-SC-DISPUTE-COUNT(WS-SC-IDX)
                   ADD VX-AMOUNT TO WS-SC-DISPUTE-VALUE(WS-SC-IDX)
           END-EVALUATE.

       2500-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 2700-COUNT-INVOICE-LINE
      *> One OPEN-PAYABLES line invoiced in the month, whatever has
      *> become of it since - every line the vendor billed is one
      *> the vendor could have billed wrong.
      *>-----------------------------------------------------------------
       2700-COUNT-INVOICE-LINE.

           READ OPEN-PAYABLES-FILE
               AT END
                   MOVE "Y" TO WS-AP-EOF-SWITCH
                   GO TO 2700-EXIT
           END-READ.

           IF AP-INVOICE-DATE(1:6) NOT = WS-REPORT-MONTH
               GO TO 2700-EXIT
           END-IF.

           MOVE AP-VENDOR-ID TO WS-LOOKUP-VENDOR-ID.
           PERFORM 3000-FIND-SCORE-ENTRY
               THRU 3000-EXIT.

           ADD 1 TO WS-SC-INVOICE-LINES(WS-SC-IDX).

       2700-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 3000-FIND-SCORE-ENTRY
      *> Leaves WS-SC-IDX on WS-LOOKUP-VENDOR-ID's entry, starting
      *> one on the vendor's first activity in the month.
      *>-----------------------------------------------------------------
       3000-FIND-SCORE-ENTRY.

           MOVE "N" TO WS-LOOKUP-SWITCH.

           PERFORM 3100-SCAN-SCORE-ENTRY
               THRU 3100-EXIT
               VARYING WS-SC-IDX FROM 1 BY 1
               UNTIL WS-SC-IDX > WS-SC-COUNT
                  OR WS-LOOKUP-FOUND.

      *> The VARYING leaves the index one past the matching entry
           IF WS-LOOKUP-FOUND
               SUBTRACT 1 FROM WS-SC-IDX
               GO TO 3000-EXIT
           END-IF.

           IF WS-SC-COUNT NOT < 50
               DISPLAY "*** ABEND: MONTH HAS ACTIVITY FOR MORE THAN "
                       "50 VENDORS - WS-SCORE-TABLE IS FULL ***"
               DISPLAY "INCREASE WS-SCORE-TABLE OCCURS AND "
                       "RECOMPILE."
               STOP RUN
           END-IF.

           PERFORM 3500-LOOKUP-VENDOR-NAME
               THRU 3500-EXIT.

           ADD 1 TO WS-SC-COUNT.
           MOVE WS-SC-COUNT TO WS-SC-IDX.
           MOVE WS-LOOKUP-VENDOR-ID  TO WS-SC-VENDOR-ID(WS-SC-IDX).
           MOVE WS-FOUND-VENDOR-NAME TO WS-SC-VENDOR-NAME(WS-SC-IDX).
           MOVE ZERO TO WS-SC-LINES-CLOSED(WS-SC-IDX).
           MOVE ZERO TO WS-SC-ORDERED-QTY(WS-SC-IDX).
           MOVE ZERO TO WS-SC-RECEIVED-QTY(WS-SC-IDX).
           MOVE ZERO TO WS-SC-LEAD-LINES(WS-SC-IDX).
           MOVE ZERO TO WS-SC-LEAD-DAYS(WS-SC-IDX).
           MOVE ZERO TO WS-SC-WORST-LEAD(WS-SC-IDX).
           MOVE ZERO TO WS-SC-SHORT-COUNT(WS-SC-IDX).
           MOVE ZERO TO WS-SC-OVER-COUNT(WS-SC-IDX).
           MOVE ZERO TO WS-SC-NO-PO-COUNT(WS-SC-IDX).
           MOVE ZERO TO WS-SC-INVOICE-LINES(WS-SC-IDX).
           MOVE ZERO TO WS-SC-DISPUTE-COUNT(WS-SC-IDX).
           MOVE ZERO TO WS-SC-DISPUTE-VALUE(WS-SC-IDX).

       3000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 3100-SCAN-SCORE-ENTRY
      *>-----------------------------------------------------------------
       3100-SCAN-SCORE-ENTRY.

           IF WS-SC-VENDOR-ID(WS-SC-IDX) = WS-LOOKUP-VENDOR-ID
               MOVE "Y" TO WS-LOOKUP-SWITCH
           END-IF.

       3100-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 3500-LOOKUP-VENDOR-NAME
      *> Name of WS-LOOKUP-VENDOR-ID, spaces for a vendor not on
      *> SUPPLIER-MASTER.
      *>-----------------------------------------------------------------
       3500-LOOKUP-VENDOR-NAME.

           MOVE SPACES TO WS-FOUND-VENDOR-NAME.
           MOVE "N" TO WS-LOOKUP-SWITCH.

           PERFORM 3600-SCAN-FOR-NAME
               THRU 3600-EXIT
               VARYING WS-TBL-IDX FROM 1 BY 1
               UNTIL WS-TBL-IDX > WS-VN-COUNT
                  OR WS-LOOKUP-FOUND.

       3500-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 3600-SCAN-FOR-NAME
      *>-----------------------------------------------------------------
       3600-SCAN-FOR-NAME.

           IF WS-VN-VENDOR-ID(WS-TBL-IDX) = WS-LOOKUP-VENDOR-ID
               MOVE WS-VN-VENDOR-NAME(WS-TBL-IDX)
                   TO WS-FOUND-VENDOR-NAME
               MOVE "Y" TO WS-LOOKUP-SWITCH
           END-IF.

       3600-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 4000-RANK-VENDORS
      *> Works out every vendor's measures and score, sorts the
      *> vendors best score first and prints them in that order.
      *>-----------------------------------------------------------------
       4000-RANK-VENDORS.

           SORT SCORE-SORT-FILE
               ON DESCENDING KEY SK-SCORE
               ON ASCENDING KEY SK-VENDOR-ID
               INPUT PROCEDURE IS 4100-RELEASE-SCORES
                   THRU 4100-EXIT
               GIVING SORTED-SCORE-FILE.

           OPEN INPUT SORTED-SCORE-FILE.

           PERFORM 4300-WRITE-RANKED-LINE
               THRU 4300-EXIT
               UNTIL WS-SCORE-END-OF-FILE.

           CLOSE SORTED-SCORE-FILE.

       4000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 4100-RELEASE-SCORES
      *>-----------------------------------------------------------------
       4100-RELEASE-SCORES.

           PERFORM 4110-RELEASE-ONE-VENDOR
               THRU 4110-EXIT
               VARYING WS-SC-IDX FROM 1 BY 1
               UNTIL WS-SC-IDX > WS-SC-COUNT.

       4100-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 4110-RELEASE-ONE-VENDOR
      *>-----------------------------------------------------------------
       4110-RELEASE-ONE-VENDOR.

           PERFORM 4200-MEASURE-VENDOR
               THRU 4200-EXIT.

           MOVE WS-SC-SCORE(WS-SC-IDX)     TO SK-SCORE.
           MOVE WS-SC-VENDOR-ID(WS-SC-IDX) TO SK-VENDOR-ID.
           MOVE WS-SC-IDX                  TO SK-VENDOR-IDX.
           RELEASE SK-SORT-RECORD.

       4110-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 4200-MEASURE-VENDOR
      *> Fill rate, average lead time and price accuracy for the
      *> vendor at WS-SC-IDX, each turned into points out of 100
      *> and weighted into the score. A measure with nothing to go
      *> on this month - no lines closed, no order dates known, no
      *> invoices - scores full points and is never flagged. A
      *> fill rate too large to print (a tiny order swamped by an
      *> over-delivery) shows as 999.9.
      *>-----------------------------------------------------------------
       4200-MEASURE-VENDOR.

           MOVE SPACES TO WS-SC-FLAG-FILL(WS-SC-IDX).
           MOVE SPACES TO WS-SC-FLAG-LEAD(WS-SC-IDX).
           MOVE SPACES TO WS-SC-FLAG-PRICE(WS-SC-IDX).

           MOVE ZERO TO WS-SC-FILL-PCT(WS-SC-IDX).
           MOVE 100  TO WS-FILL-POINTS.
           IF WS-SC-ORDERED-QTY(WS-SC-IDX) > ZERO
               COMPUTE WS-SC-FILL-PCT(WS-SC-IDX) ROUNDED =
                   WS-SC-RECEIVED-QTY(WS-SC-IDX) * 100 /
                   WS-SC-ORDERED-QTY(WS-SC-IDX)
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-SC-FILL-PCT(WS-SC-IDX)
               END-COMPUTE
               IF WS-SC-FILL-PCT(WS-SC-IDX) < 100
                   MOVE WS-SC-FILL-PCT(WS-SC-IDX) TO WS-FILL-POINTS
               END-IF
               IF WS-SC-FILL-PCT(WS-SC-IDX) < WS-TARGET-FILL-PCT
                   MOVE "FILL" TO WS-SC-FLAG-FILL(WS-SC-IDX)
               END-IF
           END-IF.

           MOVE ZERO TO WS-SC-AVG-LEAD(WS-SC-IDX).
           MOVE 100  TO WS-LEAD-POINTS.
           IF WS-SC-LEAD-LINES(WS-SC-IDX) > ZERO
               COMPUTE WS-SC-AVG-LEAD(WS-SC-IDX) ROUNDED =
                   WS-SC-LEAD-DAYS(WS-SC-IDX) /
                   WS-SC-LEAD-LINES(WS-SC-IDX)
               IF WS-SC-AVG-LEAD(WS-SC-IDX) > WS-TARGET-LEAD-DAYS
                   COMPUTE WS-LEAD-POINTS ROUNDED =
                       WS-TARGET-LEAD-DAYS * 100 /
                       WS-SC-AVG-LEAD(WS-SC-IDX)
                   MOVE "LEAD" TO WS-SC-FLAG-LEAD(WS-SC-IDX)
               END-IF
           END-IF.

           MOVE ZERO TO WS-SC-ACCURACY-PCT(WS-SC-IDX).
           MOVE 100  TO WS-ACCURACY-POINTS.
           IF WS-SC-INVOICE-LINES(WS-SC-IDX) > ZERO
               IF WS-SC-DISPUTE-COUNT(WS-SC-IDX) NOT <
                  WS-SC-INVOICE-LINES(WS-SC-IDX)
                   MOVE ZERO TO WS-UNDISPUTED-LINES
               ELSE
                   COMPUTE WS-UNDISPUTED-LINES =
                       WS-SC-INVOICE-LINES(WS-SC-IDX) -
                       WS-SC-DISPUTE-COUNT(WS-SC-IDX)
               END-IF
               COMPUTE WS-SC-ACCURACY-PCT(WS-SC-IDX) ROUNDED =
                   WS-UNDISPUTED-LINES * 100 /
                   WS-SC-INVOICE-LINES(WS-SC-IDX)
               MOVE WS-SC-ACCURACY-PCT(WS-SC-IDX)
                   TO WS-ACCURACY-POINTS
               IF WS-SC-ACCURACY-PCT(WS-SC-IDX) < WS-TARGET-ACCURACY
                   MOVE "PRICE" TO WS-SC-FLAG-PRICE(WS-SC-IDX)
               END-IF
           END-IF.

           COMPUTE WS-SC-SCORE(WS-SC-IDX) ROUNDED =
               WS-FILL-POINTS     * WS-WEIGHT-FILL +
               WS-LEAD-POINTS     * WS-WEIGHT-LEAD +
               WS-ACCURACY-POINTS * WS-WEIGHT-ACCURACY.

       4200-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 4300-WRITE-RANKED-LINE
      *> One vendor's line, in score order. A measure with nothing
      *> behind it this month prints as N/A.
      *>-----------------------------------------------------------------
       4300-WRITE-RANKED-LINE.

           READ SORTED-SCORE-FILE
               AT END
                   MOVE "Y" TO WS-SCORE-EOF-SWITCH
                   GO TO 4300-EXIT
           END-READ.

           MOVE SS-VENDOR-IDX TO WS-SC-IDX.
           ADD 1 TO WS-RANK.

           MOVE "   N/A" TO WS-COL-AVG-LEAD.
           MOVE " N/A"   TO WS-COL-WORST-LEAD.
           IF WS-SC-LEAD-LINES(WS-SC-IDX) > ZERO
               MOVE WS-SC-AVG-LEAD(WS-SC-IDX)   TO WS-MASK-DAYS
               MOVE WS-MASK-DAYS                TO WS-COL-AVG-LEAD
               MOVE WS-SC-WORST-LEAD(WS-SC-IDX) TO WS-MASK-WORST
               MOVE WS-MASK-WORST               TO WS-COL-WORST-LEAD
           END-IF.

           MOVE "   N/A" TO WS-COL-FILL.
           IF WS-SC-ORDERED-QTY(WS-SC-IDX) > ZERO
               MOVE WS-SC-FILL-PCT(WS-SC-IDX) TO WS-MASK-PCT
               MOVE WS-MASK-PCT               TO WS-COL-FILL
           END-IF.

           MOVE "   N/A" TO WS-COL-ACCURACY.
           IF WS-SC-INVOICE-LINES(WS-SC-IDX) > ZERO
               MOVE WS-SC-ACCURACY-PCT(WS-SC-IDX) TO WS-MASK-PCT
               MOVE WS-MASK-PCT                   TO WS-COL-ACCURACY
           END-IF.

           IF WS-SC-FLAG-FILL(WS-SC-IDX) NOT = SPACES
            OR WS-SC-FLAG-LEAD(WS-SC-IDX) NOT = SPACES
            OR WS-SC-FLAG-PRICE(WS-SC-IDX) NOT = SPACES
               ADD 1 TO WS-VENDORS-BELOW
           END-IF.

           MOVE WS-RANK                        TO WS-MASK-RANK.
           MOVE WS-SC-LINES-CLOSED(WS-SC-IDX)  TO WS-MASK-LINES.
           MOVE WS-SC-SHORT-COUNT(WS-SC-IDX)   TO WS-MASK-SHORT.
           MOVE WS-SC-OVER-COUNT(WS-SC-IDX)    TO WS-MASK-OVER.
           MOVE WS-SC-NO-PO-COUNT(WS-SC-IDX)   TO WS-MASK-NO-PO.
           MOVE WS-SC-INVOICE-LINES(WS-SC-IDX) TO WS-MASK-INVOICED.
           MOVE WS-SC-DISPUTE-COUNT(WS-SC-IDX) TO WS-MASK-DISPUTED.
           MOVE WS-SC-DISPUTE-VALUE(WS-SC-IDX) TO WS-FORMATTED-AMOUNT.
           MOVE WS-SC-SCORE(WS-SC-IDX)         TO WS-MASK-SCORE.

           INITIALIZE VS-REPORT-LINE.
           STRING " "                  DELIMITED BY SIZE
                   WS-MASK-RANK         DELIMITED BY SIZE
                   "  "                 DELIMITED BY SIZE
                   WS-SC-VENDOR-ID(WS-SC-IDX)   DELIMITED BY SIZE
                   " "                  DELIMITED BY SIZE
                   WS-SC-VENDOR-NAME(WS-SC-IDX) DELIMITED BY SIZE
                   " "                  DELIMITED BY SIZE
                   WS-MASK-LINES        DELIMITED BY SIZE
                   " "                  DELIMITED BY SIZE
                   WS-COL-AVG-LEAD      DELIMITED BY SIZE
                   "  "                 DELIMITED BY SIZE
                   WS-COL-WORST-LEAD    DELIMITED BY SIZE
                   " "                  DELIMITED BY SIZE
                   WS-COL-FILL          DELIMITED BY SIZE
                   "  "                 DELIMITED BY SIZE
                   WS-MASK-SHORT        DELIMITED BY SIZE
                   "  "                 DELIMITED BY SIZE
                   WS-MASK-OVER         DELIMITED BY SIZE
                   "  "                 DELIMITED BY SIZE
                   WS-MASK-NO-PO        DELIMITED BY SIZE
                   "  "                 DELIMITED BY SIZE
                   WS-MASK-INVOICED     DELIMITED BY SIZE
                   "  "                 DELIMITED BY SIZE
                   WS-MASK-DISPUTED     DELIMITED BY SIZE
                   " "                  DELIMITED BY SIZE
                   WS-FORMATTED-AMOUNT  DELIMITED BY SIZE
                   " "                  DELIMITED BY SIZE
                   WS-COL-ACCURACY      DELIMITED BY SIZE
                   " "                  DELIMITED BY SIZE
                   WS-MASK-SCORE        DELIMITED BY SIZE
                   "  "                 DELIMITED BY SIZE
                   WS-SC-FLAG-FILL(WS-SC-IDX)   DELIMITED BY SIZE
                   WS-SC-FLAG-LEAD(WS-SC-IDX)   DELIMITED BY SIZE
                   WS-SC-FLAG-PRICE(WS-SC-IDX)  DELIMITED BY SIZE
                   INTO VS-REPORT-LINE
           END-STRING.
           WRITE VS-REPORT-LINE.

       4300-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 5000-SUGGEST-REORDER-LEVELS
      *> Walks ITEM-MASTER in item order suggesting a reorder level
      *> for each item whose lead time was measured this month.
      *>-----------------------------------------------------------------
       5000-SUGGEST-REORDER-LEVELS.

           MOVE SPACES TO VS-REPORT-LINE.
           WRITE VS-REPORT-LINE.

           MOVE "--- SUGGESTED REORDER LEVELS (AVERAGE DAILY SALE X "
               TO VS-REPORT-LINE.
           MOVE "AVERAGE LEAD TIME) ---" TO VS-REPORT-LINE(52:22).
           WRITE VS-REPORT-LINE.

           INITIALIZE VS-REPORT-LINE.
           STRING "ITEM  NAME             AVG LT  DAILY SALE"
                                        DELIMITED BY SIZE
                   "  CURRENT  SUGGESTED"
                                        DELIMITED BY SIZE
                   INTO VS-REPORT-LINE
           END-STRING.
           WRITE VS-REPORT-LINE.

           OPEN INPUT ITEM-MASTER-FILE.

           PERFORM 5100-SUGGEST-ONE-ITEM
               THRU 5100-EXIT
               UNTIL WS-ITEM-END-OF-FILE.

           CLOSE ITEM-MASTER-FILE.

       5000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 5100-SUGGEST-ONE-ITEM
      *> Kits are never ordered and a discontinued item never will
      *> be again, so neither gets a reorder level. An item with no
      *> sales history is listed but left as it is. A level too big
      *> for IM-REORDER-LEVEL is suggested as 999.
      *>-----------------------------------------------------------------
       5100-SUGGEST-ONE-ITEM.

           READ ITEM-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-ITEM-EOF-SWITCH
                   GO TO 5100-EXIT
           END-READ.

           IF IM-ITEM-TYPE = "K"
            OR IM-ITEM-IS-DISCONTINUED
               GO TO 5100-EXIT
           END-IF.

           PERFORM 5200-FIND-ITEM-LEAD
               THRU 5200-EXIT.

           IF NOT WS-LOOKUP-FOUND
               GO TO 5100-EXIT
           END-IF.

           ADD 1 TO WS-ITEMS-REVIEWED.

           COMPUTE WS-ITEM-AVG-LEAD ROUNDED =
               WS-IL-LEAD-DAYS(WS-IL-IDX) /
               WS-IL-LEAD-LINES(WS-IL-IDX).

           PERFORM 5300-WORK-OUT-USAGE
               THRU 5300-EXIT.

           MOVE WS-ITEM-AVG-LEAD TO WS-MASK-DAYS.
           MOVE IM-REORDER-LEVEL TO WS-MASK-LEVEL.

           IF NOT WS-ITEM-HAS-HISTORY
               ADD 1 TO WS-ITEMS-NO-HISTORY
               INITIALIZE VS-REPORT-LINE
               STRING IM-ITEM-ID           DELIMITED BY SIZE
                       " "                  DELIMITED BY SIZE
                       IM-NAME              DELIMITED BY SIZE
                       "  "                 DELIMITED BY SIZE
                       WS-MASK-DAYS         DELIMITED BY SIZE
                       "         N/A      "  DELIMITED BY SIZE
                       WS-MASK-LEVEL        DELIMITED BY SIZE
                       "        N/A  NO SALES HISTORY - LEFT AS IS"
                                            DELIMITED BY SIZE
                       INTO VS-REPORT-LINE
               END-STRING
               WRITE VS-REPORT-LINE
               GO TO 5100-EXIT
           END-IF.

           COMPUTE WS-REORDER-CALC =
               WS-DAILY-USAGE * WS-ITEM-AVG-LEAD.

           IF WS-REORDER-CALC > 999
               MOVE 999 TO WS-SUGGESTED-LEVEL
           ELSE
               MOVE WS-REORDER-CALC TO WS-SUGGESTED-LEVEL
               IF WS-SUGGESTED-LEVEL < WS-REORDER-CALC
                   ADD 1 TO WS-SUGGESTED-LEVEL
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-SUGGESTED-LEVEL > IM-REORDER-LEVEL
                   MOVE "RAISE"     TO WS-SUGGEST-ACTION
               WHEN WS-SUGGESTED-LEVEL < IM-REORDER-LEVEL
                   MOVE "LOWER"     TO WS-SUGGEST-ACTION
               WHEN OTHER
                   MOVE "NO CHANGE" TO WS-SUGGEST-ACTION
           END-EVALUATE.

           IF WS-SUGGESTED-LEVEL NOT = IM-REORDER-LEVEL
               PERFORM 5500-WRITE-SUGGESTION
                   THRU 5500-EXIT
           END-IF.

           MOVE WS-DAILY-USAGE     TO WS-MASK-USAGE.
           MOVE WS-SUGGESTED-LEVEL TO WS-MASK-LEVEL-2.

           INITIALIZE VS-REPORT-LINE.
           STRING IM-ITEM-ID           DELIMITED BY SIZE
                   " "                  DELIMITED BY SIZE
                   IM-NAME              DELIMITED BY SIZE
                   "  "                 DELIMITED BY SIZE
                   WS-MASK-DAYS         DELIMITED BY SIZE
                   "    "               DELIMITED BY SIZE
                   WS-MASK-USAGE        DELIMITED BY SIZE
                   "      "             DELIMITED BY SIZE
                   WS-MASK-LEVEL        DELIMITED BY SIZE
                   "        "           DELIMITED BY SIZE
                   WS-MASK-LEVEL-2      DELIMITED BY SIZE
                   "  "                 DELIMITED BY SIZE
                   WS-SUGGEST-ACTION    DELIMITED BY SIZE
                   INTO VS-REPORT-LINE
           END-STRING.
           WRITE VS-REPORT-LINE.

       5100-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 5200-FIND-ITEM-LEAD
      *> Leaves WS-IL-IDX on the master item's lead time entry.
      *>-----------------------------------------------------------------
       5200-FIND-ITEM-LEAD.

           MOVE "N" TO WS-LOOKUP-SWITCH.

           PERFORM 5210-SCAN-ITEM-LEAD
               THRU 5210-EXIT
               VARYING WS-IL-IDX FROM 1 BY 1
               UNTIL WS-IL-IDX > WS-IL-COUNT
                  OR WS-LOOKUP-FOUND.

           IF WS-LOOKUP-FOUND
               SUBTRACT 1 FROM WS-IL-IDX
           END-IF.

       5200-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 5210-SCAN-ITEM-LEAD
      *>-----------------------------------------------------------------
       5210-SCAN-ITEM-LEAD.

           IF WS-IL-ITEM-ID(WS-IL-IDX) = IM-ITEM-ID
               MOVE "Y" TO WS-LOOKUP-SWITCH
           END-IF.

       5210-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 5300-WORK-OUT-USAGE
      *> Average units sold a day. CYCLE-COUNT-CONTROL keeps the
      *> quarter to date's sales value (quarter CC-SALES-QUARTER, up
      *> to its last sales date) and the whole quarter before it;
      *> the value over IM-UNIT-PRICE is units, over the days from
      *> the start of the earliest quarter with sales on file to the
      *> last sales date. No control record, no price or no days
      *> covered means no history to go on.
      *>-----------------------------------------------------------------
       5300-WORK-OUT-USAGE.

           MOVE "N"  TO WS-HIST-SW.
           MOVE ZERO TO WS-DAILY-USAGE.

           IF IM-UNIT-PRICE = ZERO
               GO TO 5300-EXIT
           END-IF.

           MOVE "N" TO WS-LOOKUP-SWITCH.

           PERFORM 5310-SCAN-SALES-HISTORY
               THRU 5310-EXIT
               VARYING WS-SH-IDX FROM 1 BY 1
               UNTIL WS-SH-IDX > WS-SH-COUNT
                  OR WS-LOOKUP-FOUND.

           IF NOT WS-LOOKUP-FOUND
               GO TO 5300-EXIT
           END-IF.

           SUBTRACT 1 FROM WS-SH-IDX.

           IF WS-SH-SALES-DATE(WS-SH-IDX) IS NOT NUMERIC
            OR WS-SH-SALES-DATE(WS-SH-IDX) = ZERO
            OR WS-SH-QUARTER(WS-SH-IDX) IS NOT NUMERIC
               GO TO 5300-EXIT
           END-IF.

           DIVIDE WS-SH-QUARTER(WS-SH-IDX) BY 10
               GIVING WS-HIST-YEAR
               REMAINDER WS-HIST-QUARTER-NO.

           IF WS-HIST-QUARTER-NO < 1
            OR WS-HIST-QUARTER-NO > 4
               GO TO 5300-EXIT
           END-IF.

      *> A prior quarter with sales on file widens the span back to
      *> that quarter's first day
           IF WS-SH-SALES-PRIOR(WS-SH-IDX) > ZERO
               IF WS-HIST-QUARTER-NO = 1
                   SUBTRACT 1 FROM WS-HIST-YEAR
                   MOVE 4 TO WS-HIST-QUARTER-NO
               ELSE
                   SUBTRACT 1 FROM WS-HIST-QUARTER-NO
               END-IF
           END-IF.

           COMPUTE WS-HIST-START-DATE =
               WS-HIST-YEAR * 10000 +
               ((WS-HIST-QUARTER-NO - 1) * 3 + 1) * 100 + 1.

           COMPUTE WS-HIST-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-SH-SALES-DATE(WS-SH-IDX)) -
               FUNCTION INTEGER-OF-DATE(WS-HIST-START-DATE) + 1.

           IF WS-HIST-DAYS < 1
               GO TO 5300-EXIT
           END-IF.

           COMPUTE WS-DAILY-USAGE ROUNDED =
               (WS-SH-SALES-CURRENT(WS-SH-IDX) +
                WS-SH-SALES-PRIOR(WS-SH-IDX)) /
               IM-UNIT-PRICE / WS-HIST-DAYS.

           MOVE "Y" TO WS-HIST-SW.

       5300-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 5310-SCAN-SALES-HISTORY
      *>-----------------------------------------------------------------
       5310-SCAN-SALES-HISTORY.

           IF WS-SH-ITEM-ID(WS-SH-IDX) = IM-ITEM-ID
               MOVE "Y" TO WS-LOOKUP-SWITCH
           END-IF.

       5310-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 5500-WRITE-SUGGESTION
      *>-----------------------------------------------------------------
       5500-WRITE-SUGGESTION.

           MOVE SPACES             TO RS-SUGGESTION-RECORD.
           MOVE "C"                TO RS-ACTION-CODE.
           MOVE IM-ITEM-ID         TO RS-ITEM-ID.
           MOVE WS-SUGGESTED-LEVEL TO RS-REORDER-LEVEL.

           WRITE RS-SUGGESTION-RECORD.

           ADD 1 TO WS-SUGGESTIONS-WRITTEN.

       5500-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 9000-TERMINATE
      *>-----------------------------------------------------------------
       9000-TERMINATE.

           MOVE SPACES TO VS-REPORT-LINE.
           WRITE VS-REPORT-LINE.

           MOVE WS-SC-COUNT TO WS-MASK-COUNT.
           INITIALIZE VS-REPORT-LINE.
           STRING "VENDORS SCORED:                   "
                                        DELIMITED BY SIZE
                   WS-MASK-COUNT        DELIMITED BY SIZE
                   INTO VS-REPORT-LINE
           END-STRING.
           WRITE VS-REPORT-LINE.

           MOVE WS-VENDORS-BELOW TO WS-MASK-COUNT.
           INITIALIZE VS-REPORT-LINE.
           STRING "VENDORS BELOW TARGET:             "
                                        DELIMITED BY SIZE
                   WS-MASK-COUNT        DELIMITED BY SIZE
                   INTO VS-REPORT-LINE
           END-STRING.
           WRITE VS-REPORT-LINE.

           MOVE WS-TARGET-FILL-PCT TO WS-MASK-TARGET.
           INITIALIZE VS-REPORT-LINE.
           STRING "TARGETS: FILL RATE "  DELIMITED BY SIZE
                   WS-MASK-TARGET       DELIMITED BY SIZE
                   "%, AVERAGE LEAD TIME" DELIMITED BY SIZE
                   INTO VS-REPORT-LINE
           END-STRING.
           MOVE WS-TARGET-LEAD-DAYS TO WS-MASK-TARGET.
           MOVE WS-MASK-TARGET      TO VS-REPORT-LINE(44:3).
           MOVE " DAYS, PRICE ACCURACY" TO VS-REPORT-LINE(47:21).
           MOVE WS-TARGET-ACCURACY  TO WS-MASK-TARGET.
           MOVE WS-MASK-TARGET      TO VS-REPORT-LINE(69:3).
           MOVE "%"                 TO VS-REPORT-LINE(72:1).
           WRITE VS-REPORT-LINE.

           MOVE WS-UNKNOWN-NO-PO TO WS-MASK-COUNT.
           INITIALIZE VS-REPORT-LINE.
           STRING "NO-PO DELIVERIES ON NO KNOWN PO:  "
                                        DELIMITED BY SIZE
                   WS-MASK-COUNT        DELIMITED BY SIZE
                   " (NO VENDOR TO SCORE)" DELIMITED BY SIZE
                   INTO VS-REPORT-LINE
           END-STRING.
           WRITE VS-REPORT-LINE.

           MOVE WS-UNDATED-LINES TO WS-MASK-COUNT.
           INITIALIZE VS-REPORT-LINE.
           STRING "CLOSED PO LINES WITH NO RECEIPT DATE: "
                                        DELIMITED BY SIZE
                   WS-MASK-COUNT        DELIMITED BY SIZE
                   " (NOT SCORED)"      DELIMITED BY SIZE
                   INTO VS-REPORT-LINE
           END-STRING.
           WRITE VS-REPORT-LINE.

           MOVE WS-ITEMS-REVIEWED TO WS-MASK-COUNT.
           INITIALIZE VS-REPORT-LINE.
           STRING "ITEMS WITH A MEASURED LEAD TIME:  "
                                        DELIMITED BY SIZE
                   WS-MASK-COUNT        DELIMITED BY SIZE
                   INTO VS-REPORT-LINE
           END-STRING.
           WRITE VS-REPORT-LINE.

           MOVE WS-ITEMS-NO-HISTORY TO WS-MASK-COUNT.
           INITIALIZE VS-REPORT-LINE.
           STRING "ITEMS WITH NO SALES HISTORY:      "
                                        DELIMITED BY SIZE
                   WS-MASK-COUNT        DELIMITED BY SIZE
                   INTO VS-REPORT-LINE
           END-STRING.
           WRITE VS-REPORT-LINE.

           MOVE WS-SUGGESTIONS-WRITTEN TO WS-MASK-COUNT.
           INITIALIZE VS-REPORT-LINE.
           STRING "REORDER LEVEL CHANGES SUGGESTED:  "
                                        DELIMITED BY SIZE
                   WS-MASK-COUNT        DELIMITED BY SIZE
                   " (SEE REORDER-LEVEL-SUGGESTIONS)"
                                        DELIMITED BY SIZE
                   INTO VS-REPORT-LINE
           END-STRING.
           WRITE VS-REPORT-LINE.

      *> Status still "35" means the file never opened
           IF WS-PO-FILE-STATUS NOT = "35"
               CLOSE PURCHASE-ORDERS-FILE
           END-IF.
           IF WS-VX-FILE-STATUS NOT = "35"
               CLOSE VENDOR-EXCEPTIONS-FILE
           END-IF.
           IF WS-AP-FILE-STATUS NOT = "35"
               CLOSE OPEN-PAYABLES-FILE
           END-IF.
           CLOSE SCORECARD-FILE.
           CLOSE SUGGESTIONS-FILE.

       9000-EXIT.
           EXIT.
