      *>*****************************************************************
      *> Program:     Daily-GL-Interface
      *> Author:      Pet Shop IT - Accounts Team
      *> Date-Written: 2026-10-14
      *> Purpose:     End-of-day general ledger interface - the one
      *>              balanced double-entry journal the accountant
      *>              loads into the GL instead of rekeying the
      *>              teller proof, interest and maintenance posting
      *>              lists, the sales journal, the goods receipts
      *>              and the shrinkage report by hand. Collects the
      *>              day's money movements from the files the
      *>              posting batches already leave behind:
      *>              AUDIT-TRAIL records dated today, summarised by
      *>              AT-REASON-CODE (DEPOSIT, WITHDRAWAL, INTEREST,
      *>              SVCCHARGE, CORRECTION, CLOSEOUT); today's
      *>              DAILY-SALES-SUMMARY revenue, and the customer
      *>              refunds on the same record under source
      *>              REFUNDS; today's
      *>              GOODS-RECEIPTS valued at the PO-UNIT-COST of
      *>              the PURCHASE-ORDERS line Goods-Receipt-Batch
      *>              posted them against; and today's
      *>              INVENTORY-ADJUSTMENTS valued at IM-UNIT-PRICE
      *>              the way Monthly-Shrinkage-Report values them
      *>              (returns written off as DAMAGED included).
      *>              Each source and currency is summarised into
      *>              one debit and one credit line through the
      *>              GL-CHART-OF-ACCOUNTS parameter file and written
      *>              to GL-POSTINGS (GLPOST), BRL and USD kept
      *>              apart. The batch is proved before release:
      *>              debits must equal credits in each currency and
      *>              every source with activity must have a chart
      *>              entry. A batch that fails the proof is refused
      *>              - GL-POSTINGS is left empty so yesterday's file
      *>              can never be loaded a second time in its place
      *>              - and no END record is written, so
      *>              Job-Stream-Driver holds the stream until the
      *>              accountant has looked at the GL-PROOF report.
      *>              Customer accounts carry no currency code and
      *>              are all kept in BRL.
      *> Tect Stack:  GnuCOBOL
      *>*****************************************************************

       IDENTIFICATION DIVISION.
           PROGRAM-ID. Daily-GL-Interface.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           *> This swaps the function of comma and decimal point
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHART-OF-ACCOUNTS-FILE
               ASSIGN TO "GL-CHART-OF-ACCOUNTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHART-FILE-STATUS.

           SELECT AUDIT-TRAIL-FILE
               ASSIGN TO "AUDIT-TRAIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT SALES-SUMMARY-FILE
               ASSIGN TO "DAILY-SALES-SUMMARY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-FILE-STATUS.

           SELECT PURCHASE-ORDERS-FILE
               ASSIGN TO "PURCHASE-ORDERS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-FILE-STATUS.

           SELECT GOODS-RECEIPTS-FILE
               ASSIGN TO "GOODS-RECEIPTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCPT-FILE-STATUS.

           SELECT ADJUSTMENT-FILE
               ASSIGN TO "INVENTORY-ADJUSTMENTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-FILE-STATUS.

           SELECT ITEM-MASTER-FILE
               ASSIGN TO "ITEM-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IM-ITEM-ID.

           SELECT GL-POSTINGS-FILE
               ASSIGN TO "GL-POSTINGS"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-PROOF-FILE
               ASSIGN TO "GL-PROOF"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "RUN-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       *> One record per posting source: the ledger accounts its
       *> movement is debited and credited to in its normal
       *> direction - set up by the accountant, not compiled in
       FD  CHART-OF-ACCOUNTS-FILE.
       01  CA-CHART-RECORD.
           05  CA-SOURCE-CODE          PIC X(10).
           05  CA-DEBIT-ACCOUNT        PIC X(10).
           05  CA-CREDIT-ACCOUNT       PIC X(10).
           05  CA-DESCRIPTION          PIC X(30).

       FD  AUDIT-TRAIL-FILE.
           COPY AUDITREC.

       *> Same record Daily-Sales-Journal appends, one per day
       FD  SALES-SUMMARY-FILE.
           COPY SALESUM.

       FD  PURCHASE-ORDERS-FILE.
           COPY POREC.

       FD  GOODS-RECEIPTS-FILE.
       01  GR-RECEIPT-RECORD.
           05  GR-PO-NUMBER            PIC 9(06).
           05  GR-ITEM-ID              PIC 9(05).
           05  GR-QTY-RECEIVED         PIC 9(05).

       FD  ADJUSTMENT-FILE.
           COPY INVADJ.

       FD  ITEM-MASTER-FILE.
           COPY ITEMREC.

       FD  GL-POSTINGS-FILE.
           COPY GLPOST.

       FD  GL-PROOF-FILE.
       01  GP-REPORT-LINE              PIC X(100).

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.

       *> RUN-CONTROL accumulates across runs, so the file may not
       *> exist yet the first time any batch is ever run
       01 WS-RUNCTL-FILE-STATUS PIC X(02).

       01 WS-RUN-CONTROL-NAME   PIC X(24)
                                VALUE "Daily-GL-Interface".

       *> End-of-file switches
       01 WS-SWITCHES.
           05 WS-CHART-EOF-SWITCH  PIC X(01)   VALUE "N".
               88 WS-CHART-END-OF-FILE          VALUE "Y".
           05 WS-AUDIT-EOF-SWITCH  PIC X(01)   VALUE "N".
               88 WS-AUDIT-END-OF-FILE          VALUE "Y".
           05 WS-SUMMARY-EOF-SWITCH PIC X(01)  VALUE "N".
               88 WS-SUMMARY-END-OF-FILE        VALUE "Y".
           05 WS-PO-EOF-SWITCH     PIC X(01)   VALUE "N".
               88 WS-PO-END-OF-FILE             VALUE "Y".
           05 WS-RCPT-EOF-SWITCH   PIC X(01)   VALUE "N".
               88 WS-RCPT-END-OF-FILE           VALUE "Y".
           05 WS-ADJ-EOF-SWITCH    PIC X(01)   VALUE "N".
               88 WS-ADJ-END-OF-FILE            VALUE "Y".
           05 WS-BATCH-SWITCH      PIC X(01)   VALUE "Y".
               88 WS-BATCH-IS-RELEASED          VALUE "Y".
               88 WS-BATCH-IS-REFUSED           VALUE "N".

       01 WS-FILE-STATUSES.
           05 WS-CHART-FILE-STATUS     PIC X(02).
           05 WS-AUDIT-FILE-STATUS     PIC X(02).
           05 WS-SUMMARY-FILE-STATUS   PIC X(02).
           05 WS-PO-FILE-STATUS        PIC X(02).
           05 WS-RCPT-FILE-STATUS      PIC X(02).
           05 WS-ADJ-FILE-STATUS       PIC X(02).

       01 WS-RUN-DATE              PIC 9(08).

      *>-----------------------------------------------------------------
      *> The chart of accounts, loaded once. A source with no entry
      *> here cannot be posted, and a day with activity on such a
      *> source is refused rather than posted one-legged.
      *>-----------------------------------------------------------------
       01 WS-CHART-TABLE.
           05 WS-CHART-ENTRY OCCURS 50 TIMES.
               10 WS-CHT-SOURCE-CODE   PIC X(10).
               10 WS-CHT-DEBIT-ACCOUNT PIC X(10).
               10 WS-CHT-CREDIT-ACCOUNT PIC X(10).
               10 WS-CHT-DESCRIPTION   PIC X(30).
       01 WS-CHART-COUNT           PIC 9(04) COMP   VALUE ZERO.

      *>-----------------------------------------------------------------
      *> The day's movement summarised one entry per source and
      *> currency. The amount is signed in the source's normal
      *> direction - a deposit raises a balance, a withdrawal
      *> lowers one, a MISCOUNT loses stock - so a net figure that
      *> comes out negative (a downward CORRECTION, a count that
      *> came up over) is posted with its two sides swapped.
      *>-----------------------------------------------------------------
       01 WS-JOURNAL-TABLE.
           05 WS-JRN-ENTRY OCCURS 40 TIMES.
               10 WS-JRN-SOURCE-CODE   PIC X(10).
               10 WS-JRN-CURRENCY      PIC X(03).
               10 WS-JRN-AMOUNT        PIC S9(11)V99.
               10 WS-JRN-RECORD-COUNT  PIC 9(07).
       01 WS-JOURNAL-COUNT         PIC 9(04) COMP   VALUE ZERO.

      *>-----------------------------------------------------------------
      *> The GL lines built from the journal, held here until the
      *> batch has been proved - nothing reaches GL-POSTINGS unless
      *> the whole batch balances.
      *>-----------------------------------------------------------------
       01 WS-POSTING-TABLE.
           05 WS-PST-ENTRY OCCURS 80 TIMES.
               10 WS-PST-ACCOUNT-CODE  PIC X(10).
               10 WS-PST-CURRENCY      PIC X(03).
               10 WS-PST-DEBIT-CREDIT  PIC X(01).
               10 WS-PST-AMOUNT        PIC 9(11)V99.
               10 WS-PST-SOURCE-CODE   PIC X(10).
               10 WS-PST-DESCRIPTION   PIC X(30).
       01 WS-POSTING-COUNT         PIC 9(04) COMP   VALUE ZERO.

      *>-----------------------------------------------------------------
      *> The purchase order book, loaded the way Goods-Receipt-Batch
      *> loads it, so each of today's receipts can be valued at the
      *> cost agreed on the line it was posted against. A line
      *> whose receipt has been valued is marked taken, so a second
      *> delivery against it - which Goods-Receipt-Batch rejected -
      *> cannot be valued on it again.
      *>-----------------------------------------------------------------
       01 WS-PO-TABLE.
           05 WS-PO-ENTRY OCCURS 400 TIMES.
               10 WS-PO-NUMBER         PIC 9(06).
               10 WS-PO-ITEM-ID        PIC 9(05).
               10 WS-PO-UNIT-COST      PIC 9(04)V99.
               10 WS-PO-STATUS         PIC X(01).
                   88 WS-PO-LINE-IS-CLOSED      VALUE "C".
                   88 WS-PO-LINE-IS-TAKEN       VALUE "T".
               10 WS-PO-RECEIPT-DATE   PIC 9(08).
       01 WS-PO-COUNT              PIC 9(04) COMP   VALUE ZERO.

       01 WS-TBL-IDX               PIC 9(04) COMP.
       01 WS-JRN-IDX               PIC 9(04) COMP.
       01 WS-PST-IDX               PIC 9(04) COMP.
       01 WS-PO-IDX                PIC 9(04) COMP.
       01 WS-CHT-IDX               PIC 9(04) COMP.

       01 WS-LOOKUP-SWITCH         PIC X(01).
           88 WS-LOOKUP-FOUND                    VALUE "Y".

       *> The movement being added to the journal on hand
       01 WS-MOVE-SOURCE-CODE      PIC X(10).
           *> Reason codes whose normal direction lowers the
           *> customer's balance
           88 WS-SOURCE-LOWERS-BALANCE          VALUE "WITHDRAWAL"
                                                      "SVCCHARGE "
                                                      "CLOSEOUT  ".
       01 WS-MOVE-CURRENCY         PIC X(03).
       01 WS-MOVE-AMOUNT           PIC S9(11)V99.

       01 WS-UNITS-MOVED           PIC S9(07).

       *> Sides of the GL pair for the journal entry on hand, in the
       *> direction its net amount actually moved
       01 WS-PAIR-DEBIT-ACCOUNT    PIC X(10).
       01 WS-PAIR-CREDIT-ACCOUNT   PIC X(10).
       01 WS-PAIR-AMOUNT           PIC 9(11)V99.
       01 WS-PAIR-DESCRIPTION      PIC X(30).

       *> The proof - kept apart by currency, the way every money
       *> total in the suite is
       01 WS-PROOF-TOTALS.
           05 WS-DEBIT-BRL          PIC 9(11)V99   VALUE ZERO.
           05 WS-CREDIT-BRL         PIC 9(11)V99   VALUE ZERO.
           05 WS-DEBIT-USD          PIC 9(11)V99   VALUE ZERO.
           05 WS-CREDIT-USD         PIC 9(11)V99   VALUE ZERO.

       01 WS-RUN-COUNTS.
           05 WS-AUDIT-COUNT        PIC 9(07)      VALUE ZERO.
           05 WS-SUMMARY-COUNT      PIC 9(07)      VALUE ZERO.
           05 WS-RECEIPT-COUNT      PIC 9(07)      VALUE ZERO.
           05 WS-ADJUSTMENT-COUNT   PIC 9(07)      VALUE ZERO.
           05 WS-EXCEPTION-COUNT    PIC 9(07)      VALUE ZERO.
           05 WS-UNMAPPED-COUNT     PIC 9(07)      VALUE ZERO.
           05 WS-LINES-WRITTEN      PIC 9(07)      VALUE ZERO.

       01 WS-REFUSAL-REASON        PIC X(45)      VALUE SPACES.

       *> Editing masks and display fields, BRL-style separators
       *> flipped for USD amounts - see 4900-SWAP-SEPARATORS
       01 WS-DISPLAY-FIELDS.
           05 WS-MASK-AMOUNT        PIC ZZZ.ZZZ.ZZ9,99.
           05 WS-MASK-AMOUNT-2      PIC ZZZ.ZZZ.ZZ9,99.
           05 WS-AMOUNT-DISPLAY     PIC X(20).
           05 WS-AMOUNT-DISPLAY-2   PIC X(20).
           05 WS-MASK-QTY           PIC ZZZZ9.
           05 WS-MASK-COUNT         PIC ZZZZZZ9.

       01 WS-SWAP-FIELD            PIC X(16).
       01 WS-DISPLAY-CURRENCY      PIC X(03).

       PROCEDURE DIVISION.

      *>-----------------------------------------------------------------
      *> 0000-MAIN-PROCEDURE
      *>-----------------------------------------------------------------
       0000-MAIN-PROCEDURE.

           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-COLLECT-AUDIT-TRAIL
               THRU 2000-EXIT.

           PERFORM 3000-COLLECT-SALES-SUMMARY
               THRU 3000-EXIT.

           PERFORM 4000-COLLECT-RECEIPTS
               THRU 4000-EXIT.

           PERFORM 5000-COLLECT-ADJUSTMENTS
               THRU 5000-EXIT.

           PERFORM 6500-BUILD-POSTING-PAIR
               THRU 6500-EXIT
               VARYING WS-JRN-IDX FROM 1 BY 1
               UNTIL WS-JRN-IDX > WS-JOURNAL-COUNT.

           PERFORM 7000-PROVE-BATCH
               THRU 7000-EXIT.

           PERFORM 7500-RELEASE-BATCH
               THRU 7500-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           STOP RUN.

      *>-----------------------------------------------------------------
      *> 1000-INITIALIZE
      *> Loads the chart of accounts and opens the proof report and
      *> the item master the stock movements are valued off.
      *>-----------------------------------------------------------------
       1000-INITIALIZE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM 8800-WRITE-RUN-START
               THRU 8800-EXIT.

           PERFORM 1100-LOAD-CHART
               THRU 1100-EXIT.

           OPEN INPUT  ITEM-MASTER-FILE.
           OPEN OUTPUT GL-PROOF-FILE.

           INITIALIZE GP-REPORT-LINE.
           STRING "--- GL INTERFACE PROOF " DELIMITED BY SIZE
                   WS-RUN-DATE          DELIMITED BY SIZE
                   " ---"               DELIMITED BY SIZE
                   INTO GP-REPORT-LINE
           END-STRING.
           WRITE GP-REPORT-LINE.

       1000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 1100-LOAD-CHART
      *> No chart of accounts stops the run - posting the day to
      *> guessed ledger accounts is exactly what the parameter file
      *> exists to prevent.
      *>-----------------------------------------------------------------
       1100-LOAD-CHART.

           OPEN INPUT CHART-OF-ACCOUNTS-FILE.
           IF WS-CHART-FILE-STATUS = "35"
               DISPLAY "*** ABEND: NO GL-CHART-OF-ACCOUNTS ON FILE - "
                       "SET UP THE LEDGER ACCOUNTS FIRST ***"
               STOP RUN
           END-IF.

           PERFORM 1110-LOAD-CHART-ENTRY
               THRU 1110-EXIT
               UNTIL WS-CHART-END-OF-FILE.

           CLOSE CHART-OF-ACCOUNTS-FILE.

           IF WS-CHART-COUNT = ZERO
               DISPLAY "*** ABEND: GL-CHART-OF-ACCOUNTS IS EMPTY - "
                       "SET UP THE LEDGER ACCOUNTS FIRST ***"
               STOP RUN
           END-IF.

       1100-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 1110-LOAD-CHART-ENTRY
      *> WS-CHART-TABLE holds one entry per chart record; outgrowing
      *> it stops the run with a clear message instead of writing
      *> past the table's last entry.
      *>-----------------------------------------------------------------
       1110-LOAD-CHART-ENTRY.

           READ CHART-OF-ACCOUNTS-FILE
               AT END
                   MOVE "Y" TO WS-CHART-EOF-SWITCH
                   GO TO 1110-EXIT
           END-READ.

           IF WS-CHART-COUNT NOT < 50
               DISPLAY "*** ABEND: GL-CHART-OF-ACCOUNTS EXCEEDS 50 "
                       "SOURCES - WS-CHART-TABLE IS FULL ***"
               DISPLAY "INCREASE WS-CHART-TABLE OCCURS AND RECOMPILE."
               STOP RUN
           END-IF.

           ADD 1 TO WS-CHART-COUNT.
           MOVE CA-SOURCE-CODE    TO WS-CHT-SOURCE-CODE(WS-CHART-COUNT).
           MOVE CA-DEBIT-ACCOUNT
               TO WS-CHT-DEBIT-ACCOUNT(WS-CHART-COUNT).
           MOVE CA-CREDIT-ACCOUNT
               TO WS-CHT-CREDIT-ACCOUNT(WS-CHART-COUNT).
           MOVE CA-DESCRIPTION    TO WS-CHT-DESCRIPTION(WS-CHART-COUNT).

       1110-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 2000-COLLECT-AUDIT-TRAIL
      *> Today's AUDIT-TRAIL records, one journal entry per reason
      *> code. A day with no audit trail on file simply has no
      *> customer movement to post.
      *>-----------------------------------------------------------------
       2000-COLLECT-AUDIT-TRAIL.

           OPEN INPUT AUDIT-TRAIL-FILE.
           IF WS-AUDIT-FILE-STATUS = "35"
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2100-COLLECT-AUDIT-RECORD
               THRU 2100-EXIT
               UNTIL WS-AUDIT-END-OF-FILE.

           CLOSE AUDIT-TRAIL-FILE.

       2000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 2100-COLLECT-AUDIT-RECORD
      *> The audit record carries the balance before and after, so
      *> the movement is the difference - taken in the reason
      *> code's normal direction (a withdrawal or a service charge
      *> is a positive amount that lowers the balance).
      *>-----------------------------------------------------------------
       2100-COLLECT-AUDIT-RECORD.

           READ AUDIT-TRAIL-FILE
               AT END
                   MOVE "Y" TO WS-AUDIT-EOF-SWITCH
                   GO TO 2100-EXIT
           END-READ.

           IF AT-RUN-DATE NOT = WS-RUN-DATE
               GO TO 2100-EXIT
           END-IF.

           ADD 1 TO WS-AUDIT-COUNT.

           MOVE AT-REASON-CODE TO WS-MOVE-SOURCE-CODE.
           MOVE "BRL"          TO WS-MOVE-CURRENCY.

           IF WS-SOURCE-LOWERS-BALANCE
               COMPUTE WS-MOVE-AMOUNT =
                   AT-OLD-BALANCE - AT-NEW-BALANCE
           ELSE
               COMPUTE WS-MOVE-AMOUNT =
                   AT-NEW-BALANCE - AT-OLD-BALANCE
           END-IF.

           PERFORM 6000-ADD-TO-JOURNAL
               THRU 6000-EXIT.

       2100-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 3000-COLLECT-SALES-SUMMARY
      *> Today's DAILY-SALES-SUMMARY revenue, one journal entry per
      *> currency. Every record for the day is taken, the same way
      *> Month-End-Sales-Report accumulates a journal rerun rather
      *> than dropping it.
      *>-----------------------------------------------------------------
       3000-COLLECT-SALES-SUMMARY.

           OPEN INPUT SALES-SUMMARY-FILE.
           IF WS-SUMMARY-FILE-STATUS = "35"
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3100-COLLECT-SUMMARY-RECORD
               THRU 3100-EXIT
               UNTIL WS-SUMMARY-END-OF-FILE.

           CLOSE SALES-SUMMARY-FILE.

       3000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 3100-COLLECT-SUMMARY-RECORD
      *>-----------------------------------------------------------------
       3100-COLLECT-SUMMARY-RECORD.

           READ SALES-SUMMARY-FILE
               AT END
                   MOVE "Y" TO WS-SUMMARY-EOF-SWITCH
                   GO TO 3100-EXIT
           END-READ.

           IF DS-SALES-DATE NOT = WS-RUN-DATE
               GO TO 3100-EXIT
           END-IF.

           ADD 1 TO WS-SUMMARY-COUNT.

           MOVE "SALES     "   TO WS-MOVE-SOURCE-CODE.

           MOVE "BRL"          TO WS-MOVE-CURRENCY.
           MOVE DS-REVENUE-BRL TO WS-MOVE-AMOUNT.
           PERFORM 6000-ADD-TO-JOURNAL
               THRU 6000-EXIT.

           MOVE "USD"          TO WS-MOVE-CURRENCY.
           MOVE DS-REVENUE-USD TO WS-MOVE-AMOUNT.
           PERFORM 6000-ADD-TO-JOURNAL
               THRU 6000-EXIT.

      *> Refunds are posted against sales as their own source, at
      *> the price the customer was charged. A summary record
      *> written before the journal carried returns has spaces
      *> there, and is a day with no refunds.
           MOVE "REFUNDS   "   TO WS-MOVE-SOURCE-CODE.

           IF DS-REFUND-BRL IS NUMERIC
               MOVE "BRL"          TO WS-MOVE-CURRENCY
               MOVE DS-REFUND-BRL  TO WS-MOVE-AMOUNT
               PERFORM 6000-ADD-TO-JOURNAL
                   THRU 6000-EXIT
           END-IF.

           IF DS-REFUND-USD IS NUMERIC
               MOVE "USD"          TO WS-MOVE-CURRENCY
               MOVE DS-REFUND-USD  TO WS-MOVE-AMOUNT
               PERFORM 6000-ADD-TO-JOURNAL
                   THRU 6000-EXIT
           END-IF.

       3100-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 4000-COLLECT-RECEIPTS
      *> Today's GOODS-RECEIPTS, valued at the cost agreed on the PO
      *> line each was posted against. The book is loaded first; a
      *> day with no receipts file had no deliveries.
      *>-----------------------------------------------------------------
       4000-COLLECT-RECEIPTS.

           OPEN INPUT PURCHASE-ORDERS-FILE.
           IF WS-PO-FILE-STATUS NOT = "35"
               PERFORM 4100-LOAD-PO-ENTRY
                   THRU 4100-EXIT
                   UNTIL WS-PO-END-OF-FILE
               CLOSE PURCHASE-ORDERS-FILE
           END-IF.

           OPEN INPUT GOODS-RECEIPTS-FILE.
           IF WS-RCPT-FILE-STATUS = "35"
               GO TO 4000-EXIT
           END-IF.

           PERFORM 4200-COLLECT-RECEIPT
               THRU 4200-EXIT
               UNTIL WS-RCPT-END-OF-FILE.

           CLOSE GOODS-RECEIPTS-FILE.

       4000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 4100-LOAD-PO-ENTRY
      *> WS-PO-TABLE holds one entry per PURCHASE-ORDERS line, so it
      *> must be able to hold the whole order book - if the book
      *> ever outgrows the table, the run stops here with a clear
      *> message instead of writing past the table's last entry.
      *>-----------------------------------------------------------------
       4100-LOAD-PO-ENTRY.

           READ PURCHASE-ORDERS-FILE
               AT END
                   MOVE "Y" TO WS-PO-EOF-SWITCH
                   GO TO 4100-EXIT
           END-READ.

           IF WS-PO-COUNT NOT < 400
               DISPLAY "*** ABEND: PURCHASE-ORDERS EXCEEDS 400 "
                       "LINES - WS-PO-TABLE IS FULL ***"
               DISPLAY "INCREASE WS-PO-TABLE OCCURS AND RECOMPILE."
               STOP RUN
           END-IF.

           ADD 1 TO WS-PO-COUNT.
           MOVE PO-NUMBER  TO WS-PO-NUMBER(WS-PO-COUNT).
           MOVE PO-ITEM-ID TO WS-PO-ITEM-ID(WS-PO-COUNT).

      *> A line still in the pre-cost layout reads back with spaces
      *> in the cost - carried as zero, never garbage
           IF PO-UNIT-COST IS NUMERIC
               MOVE PO-UNIT-COST TO WS-PO-UNIT-COST(WS-PO-COUNT)
           ELSE
               MOVE ZERO TO WS-PO-UNIT-COST(WS-PO-COUNT)
           END-IF.

           MOVE PO-STATUS TO WS-PO-STATUS(WS-PO-COUNT).

      *> Likewise a line written before the receipt date was kept
           IF PO-RECEIPT-DATE IS NUMERIC
               MOVE PO-RECEIPT-DATE TO WS-PO-RECEIPT-DATE(WS-PO-COUNT)
           ELSE
               MOVE ZERO TO WS-PO-RECEIPT-DATE(WS-PO-COUNT)
           END-IF.

       4100-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 4200-COLLECT-RECEIPT
      *> A receipt Goods-Receipt-Batch did not post - no open PO
      *> line, or an item not on the master - never reached stock, so
      *> it is left out of the ledger and listed on the proof report
      *> beside the receiving exceptions it already appeared on.
      *>-----------------------------------------------------------------
       4200-COLLECT-RECEIPT.

           READ GOODS-RECEIPTS-FILE
               AT END
                   MOVE "Y" TO WS-RCPT-EOF-SWITCH
                   GO TO 4200-EXIT
           END-READ.

           PERFORM 4300-FIND-PO-LINE
               THRU 4300-EXIT.

           IF NOT WS-LOOKUP-FOUND
               PERFORM 6800-WRITE-RECEIPT-EXCEPTION
                   THRU 6800-EXIT
               GO TO 4200-EXIT
           END-IF.

           MOVE GR-ITEM-ID TO IM-ITEM-ID.
           READ ITEM-MASTER-FILE
               INVALID KEY
                   PERFORM 6800-WRITE-RECEIPT-EXCEPTION
                       THRU 6800-EXIT
                   GO TO 4200-EXIT
           END-READ.

           MOVE "T" TO WS-PO-STATUS(WS-PO-IDX).
           ADD 1 TO WS-RECEIPT-COUNT.

           MOVE "RECEIPT   " TO WS-MOVE-SOURCE-CODE.
           IF IM-CURRENCY-CODE = "USD"
               MOVE "USD" TO WS-MOVE-CURRENCY
           ELSE
               MOVE "BRL" TO WS-MOVE-CURRENCY
           END-IF.

           COMPUTE WS-MOVE-AMOUNT =
               GR-QTY-RECEIVED * WS-PO-UNIT-COST(WS-PO-IDX).

           PERFORM 6000-ADD-TO-JOURNAL
               THRU 6000-EXIT.

       4200-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 4300-FIND-PO-LINE
      *> Matched on PO number and item, the same key Goods-Receipt-
      *> Batch matches deliveries on. Only a line that posting
      *> closed today, and whose receipt is not yet valued, can be
      *> the one the delivery was posted against - a delivery on a
      *> line closed on an earlier day was rejected. Leaves the
      *> index in WS-PO-IDX.
      *>-----------------------------------------------------------------
       4300-FIND-PO-LINE.

           MOVE "N" TO WS-LOOKUP-SWITCH.

           PERFORM 4310-SCAN-PO-LINE
               THRU 4310-EXIT
               VARYING WS-PO-IDX FROM 1 BY 1
               UNTIL WS-PO-IDX > WS-PO-COUNT
                  OR WS-LOOKUP-FOUND.

      *> The VARYING leaves the index one past the matching entry
           IF WS-LOOKUP-FOUND
               SUBTRACT 1 FROM WS-PO-IDX
           END-IF.

       4300-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 4310-SCAN-PO-LINE
      *>-----------------------------------------------------------------
       4310-SCAN-PO-LINE.

           IF WS-PO-NUMBER(WS-PO-IDX) = GR-PO-NUMBER
            AND WS-PO-ITEM-ID(WS-PO-IDX) = GR-ITEM-ID
            AND WS-PO-LINE-IS-CLOSED(WS-PO-IDX)
            AND WS-PO-RECEIPT-DATE(WS-PO-IDX) = WS-RUN-DATE
               MOVE "Y" TO WS-LOOKUP-SWITCH
           END-IF.

       4310-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 4900-SWAP-SEPARATORS
      *> SPECIAL-NAMES above sets DECIMAL-POINT IS COMMA, so the
      *> masks print the BRL way; USD amounts are flipped back the
      *> same way Inventory-Example does it.
      *>-----------------------------------------------------------------
       4900-SWAP-SEPARATORS.

           INSPECT WS-SWAP-FIELD REPLACING ALL "," BY "#".
           INSPECT WS-SWAP-FIELD REPLACING ALL "." BY ",".
           INSPECT WS-SWAP-FIELD REPLACING ALL "#" BY ".".

       4900-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 5000-COLLECT-ADJUSTMENTS
      *> Today's INVENTORY-ADJUSTMENTS, one journal entry per reason
      *> code and currency.
      *>-----------------------------------------------------------------
       5000-COLLECT-ADJUSTMENTS.

           OPEN INPUT ADJUSTMENT-FILE.
           IF WS-ADJ-FILE-STATUS = "35"
               GO TO 5000-EXIT
           END-IF.

           PERFORM 5100-COLLECT-ADJUSTMENT
               THRU 5100-EXIT
               UNTIL WS-ADJ-END-OF-FILE.

           CLOSE ADJUSTMENT-FILE.

       5000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 5100-COLLECT-ADJUSTMENT
      *> Units lost is old quantity minus new, valued at the
      *> master's unit price exactly as Monthly-Shrinkage-Report
      *> values it - so the ledger and the shrinkage report agree -
      *> and a count that came up over nets against the losses. An
      *> adjusted item no longer on the master cannot be valued and
      *> is listed instead of silently skipped.
      *>-----------------------------------------------------------------
       5100-COLLECT-ADJUSTMENT.

           READ ADJUSTMENT-FILE
               AT END
                   MOVE "Y" TO WS-ADJ-EOF-SWITCH
                   GO TO 5100-EXIT
           END-READ.

           IF IA-RUN-DATE NOT = WS-RUN-DATE
               GO TO 5100-EXIT
           END-IF.

           COMPUTE WS-UNITS-MOVED = IA-OLD-QTY - IA-NEW-QTY.

           MOVE IA-ITEM-ID TO IM-ITEM-ID.
           READ ITEM-MASTER-FILE
               INVALID KEY
                   PERFORM 6900-WRITE-ADJUSTMENT-EXCEPTION
                       THRU 6900-EXIT
                   GO TO 5100-EXIT
           END-READ.

           ADD 1 TO WS-ADJUSTMENT-COUNT.

           MOVE IA-REASON-CODE TO WS-MOVE-SOURCE-CODE.
           IF IM-CURRENCY-CODE = "USD"
               MOVE "USD" TO WS-MOVE-CURRENCY
           ELSE
               MOVE "BRL" TO WS-MOVE-CURRENCY
           END-IF.

           COMPUTE WS-MOVE-AMOUNT = WS-UNITS-MOVED * IM-UNIT-PRICE.

           PERFORM 6000-ADD-TO-JOURNAL
               THRU 6000-EXIT.

       5100-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 6000-ADD-TO-JOURNAL
      *> Adds the movement on hand to its source and currency's
      *> journal entry, starting the entry on its first movement.
      *> WS-JOURNAL-TABLE outgrowing its OCCURS stops the run with a
      *> clear message instead of writing past the last entry.
      *>-----------------------------------------------------------------
       6000-ADD-TO-JOURNAL.

           MOVE "N" TO WS-LOOKUP-SWITCH.

           PERFORM 6010-SCAN-JOURNAL-ENTRY
               THRU 6010-EXIT
               VARYING WS-TBL-IDX FROM 1 BY 1
               UNTIL WS-TBL-IDX > WS-JOURNAL-COUNT
                  OR WS-LOOKUP-FOUND.

           IF NOT WS-LOOKUP-FOUND
               IF WS-JOURNAL-COUNT NOT < 40
                   DISPLAY "*** ABEND: DAY HAS MORE THAN 40 SOURCE "
                           "AND CURRENCY PAIRS - WS-JOURNAL-TABLE IS "
                           "FULL ***"
                   DISPLAY "INCREASE WS-JOURNAL-TABLE OCCURS AND "
                           "RECOMPILE."
                   STOP RUN
               END-IF
               ADD 1 TO WS-JOURNAL-COUNT
               MOVE WS-MOVE-SOURCE-CODE
                   TO WS-JRN-SOURCE-CODE(WS-JOURNAL-COUNT)
               MOVE WS-MOVE-CURRENCY
                   TO WS-JRN-CURRENCY(WS-JOURNAL-COUNT)
               MOVE WS-MOVE-AMOUNT
                   TO WS-JRN-AMOUNT(WS-JOURNAL-COUNT)
               MOVE 1 TO WS-JRN-RECORD-COUNT(WS-JOURNAL-COUNT)
           END-IF.

       6000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 6010-SCAN-JOURNAL-ENTRY
      *>-----------------------------------------------------------------
       6010-SCAN-JOURNAL-ENTRY.

           IF WS-JRN-SOURCE-CODE(WS-TBL-IDX) = WS-MOVE-SOURCE-CODE
            AND WS-JRN-CURRENCY(WS-TBL-IDX) = WS-MOVE-CURRENCY
               ADD WS-MOVE-AMOUNT TO WS-JRN-AMOUNT(WS-TBL-IDX)
               ADD 1 TO WS-JRN-RECORD-COUNT(WS-TBL-IDX)
               MOVE "Y" TO WS-LOOKUP-SWITCH
           END-IF.

       6010-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 6500-BUILD-POSTING-PAIR
      *> One journal entry becomes one debit and one credit line on
      *> the ledger accounts its chart entry names. A net figure of
      *> zero posts nothing; a negative one posts with its sides
      *> swapped. A source the chart does not carry cannot be
      *> posted at all, and the batch will be refused.
      *>-----------------------------------------------------------------
       6500-BUILD-POSTING-PAIR.

           IF WS-JRN-AMOUNT(WS-JRN-IDX) = ZERO
               GO TO 6500-EXIT
           END-IF.

           PERFORM 6600-LOOKUP-CHART
               THRU 6600-EXIT.

           IF NOT WS-LOOKUP-FOUND
               ADD 1 TO WS-UNMAPPED-COUNT
               PERFORM 6950-WRITE-UNMAPPED-LINE
                   THRU 6950-EXIT
               GO TO 6500-EXIT
           END-IF.

           MOVE WS-CHT-DESCRIPTION(WS-CHT-IDX) TO WS-PAIR-DESCRIPTION.

           IF WS-JRN-AMOUNT(WS-JRN-IDX) > ZERO
               MOVE WS-CHT-DEBIT-ACCOUNT(WS-CHT-IDX)
                   TO WS-PAIR-DEBIT-ACCOUNT
               MOVE WS-CHT-CREDIT-ACCOUNT(WS-CHT-IDX)
                   TO WS-PAIR-CREDIT-ACCOUNT
               MOVE WS-JRN-AMOUNT(WS-JRN-IDX) TO WS-PAIR-AMOUNT
           ELSE
               MOVE WS-CHT-CREDIT-ACCOUNT(WS-CHT-IDX)
                   TO WS-PAIR-DEBIT-ACCOUNT
               MOVE WS-CHT-DEBIT-ACCOUNT(WS-CHT-IDX)
                   TO WS-PAIR-CREDIT-ACCOUNT
               COMPUTE WS-PAIR-AMOUNT =
                   0 - WS-JRN-AMOUNT(WS-JRN-IDX)
           END-IF.

           IF WS-POSTING-COUNT NOT < 79
               DISPLAY "*** ABEND: DAY HAS MORE THAN 80 GL LINES - "
                       "WS-POSTING-TABLE IS FULL ***"
               DISPLAY "INCREASE WS-POSTING-TABLE OCCURS AND "
                       "RECOMPILE."
               STOP RUN
           END-IF.

           ADD 1 TO WS-POSTING-COUNT.
           MOVE WS-PAIR-DEBIT-ACCOUNT
               TO WS-PST-ACCOUNT-CODE(WS-POSTING-COUNT).
           MOVE "D" TO WS-PST-DEBIT-CREDIT(WS-POSTING-COUNT).
           PERFORM 6700-FILL-POSTING-LINE
               THRU 6700-EXIT.

           ADD 1 TO WS-POSTING-COUNT.
           MOVE WS-PAIR-CREDIT-ACCOUNT
               TO WS-PST-ACCOUNT-CODE(WS-POSTING-COUNT).
           MOVE "C" TO WS-PST-DEBIT-CREDIT(WS-POSTING-COUNT).
           PERFORM 6700-FILL-POSTING-LINE
               THRU 6700-EXIT.

           PERFORM 6750-WRITE-JOURNAL-LINE
               THRU 6750-EXIT.

       6500-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 6600-LOOKUP-CHART
      *> A chart entry with either ledger account left blank is no
      *> better than none - it would post one leg only. Leaves the
      *> index in WS-CHT-IDX.
      *>-----------------------------------------------------------------
       6600-LOOKUP-CHART.

           MOVE "N" TO WS-LOOKUP-SWITCH.

           PERFORM 6610-SCAN-CHART-ENTRY
               THRU 6610-EXIT
               VARYING WS-CHT-IDX FROM 1 BY 1
               UNTIL WS-CHT-IDX > WS-CHART-COUNT
                  OR WS-LOOKUP-FOUND.

           IF WS-LOOKUP-FOUND
               SUBTRACT 1 FROM WS-CHT-IDX
               IF WS-CHT-DEBIT-ACCOUNT(WS-CHT-IDX) = SPACES
                OR WS-CHT-CREDIT-ACCOUNT(WS-CHT-IDX) = SPACES
                   MOVE "N" TO WS-LOOKUP-SWITCH
               END-IF
           END-IF.

       6600-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 6610-SCAN-CHART-ENTRY
      *>-----------------------------------------------------------------
       6610-SCAN-CHART-ENTRY.

           IF WS-CHT-SOURCE-CODE(WS-CHT-IDX) =
                   WS-JRN-SOURCE-CODE(WS-JRN-IDX)
               MOVE "Y" TO WS-LOOKUP-SWITCH
           END-IF.

       6610-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 6700-FILL-POSTING-LINE
      *> The fields both sides of a pair share, and the side's
      *> amount into the proof totals for its currency.
      *>-----------------------------------------------------------------
       6700-FILL-POSTING-LINE.

           MOVE WS-JRN-CURRENCY(WS-JRN-IDX)
               TO WS-PST-CURRENCY(WS-POSTING-COUNT).
           MOVE WS-PAIR-AMOUNT   TO WS-PST-AMOUNT(WS-POSTING-COUNT).
           MOVE WS-JRN-SOURCE-CODE(WS-JRN-IDX)
               TO WS-PST-SOURCE-CODE(WS-POSTING-COUNT).
           MOVE WS-PAIR-DESCRIPTION
               TO WS-PST-DESCRIPTION(WS-POSTING-COUNT).

       6700-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 6750-WRITE-JOURNAL-LINE
      *> One proof report line per pair: source, currency, the two
      *> accounts and the amount.
      *>-----------------------------------------------------------------
       6750-WRITE-JOURNAL-LINE.

           MOVE WS-JRN-CURRENCY(WS-JRN-IDX) TO WS-DISPLAY-CURRENCY.
           MOVE WS-PAIR-AMOUNT TO WS-MASK-AMOUNT.
           PERFORM 7900-FORMAT-AMOUNT
               THRU 7900-EXIT.

           MOVE WS-JRN-RECORD-COUNT(WS-JRN-IDX) TO WS-MASK-COUNT.

           INITIALIZE GP-REPORT-LINE.
           STRING WS-JRN-SOURCE-CODE(WS-JRN-IDX) DELIMITED BY SIZE
                   " "                  DELIMITED BY SIZE
                   WS-JRN-CURRENCY(WS-JRN-IDX) DELIMITED BY SIZE
                   " RECS:"             DELIMITED BY SIZE
                   WS-MASK-COUNT        DELIMITED BY SIZE
                   " DR "               DELIMITED BY SIZE
                   WS-PAIR-DEBIT-ACCOUNT DELIMITED BY SIZE
                   " CR "               DELIMITED BY SIZE
                   WS-PAIR-CREDIT-ACCOUNT DELIMITED BY SIZE
                   " "                  DELIMITED BY SIZE
                   WS-AMOUNT-DISPLAY    DELIMITED BY SIZE
                   INTO GP-REPORT-LINE
           END-STRING.
           WRITE GP-REPORT-LINE.

       6750-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 6800-WRITE-RECEIPT-EXCEPTION
      *>-----------------------------------------------------------------
       6800-WRITE-RECEIPT-EXCEPTION.

           ADD 1 TO WS-EXCEPTION-COUNT.

           MOVE GR-QTY-RECEIVED TO WS-MASK-QTY.

           INITIALIZE GP-REPORT-LINE.
           STRING "RECEIPT PO "         DELIMITED BY SIZE
                   GR-PO-NUMBER         DELIMITED BY SIZE
                   " ITEM "             DELIMITED BY SIZE
                   GR-ITEM-ID           DELIMITED BY SIZE
                   " QTY:"              DELIMITED BY SIZE
                   WS-MASK-QTY          DELIMITED BY SIZE
                   "  ** NOT POSTED TO STOCK - NOT IN GL **"
                                        DELIMITED BY SIZE
                   INTO GP-REPORT-LINE
           END-STRING.
           WRITE GP-REPORT-LINE.

       6800-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 6900-WRITE-ADJUSTMENT-EXCEPTION
      *>-----------------------------------------------------------------
       6900-WRITE-ADJUSTMENT-EXCEPTION.

           ADD 1 TO WS-EXCEPTION-COUNT.

           INITIALIZE GP-REPORT-LINE.
           STRING "ADJUSTMENT ITEM "    DELIMITED BY SIZE
                   IA-ITEM-ID           DELIMITED BY SIZE
                   " "                  DELIMITED BY SIZE
                   IA-REASON-CODE       DELIMITED BY SIZE
                   "  ** ITEM NO LONGER ON MASTER - NOT VALUED **"
                                        DELIMITED BY SIZE
                   INTO GP-REPORT-LINE
           END-STRING.
           WRITE GP-REPORT-LINE.

       6900-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 6950-WRITE-UNMAPPED-LINE
      *>-----------------------------------------------------------------
       6950-WRITE-UNMAPPED-LINE.

           INITIALIZE GP-REPORT-LINE.
           STRING WS-JRN-SOURCE-CODE(WS-JRN-IDX) DELIMITED BY SIZE
                   " "                  DELIMITED BY SIZE
                   WS-JRN-CURRENCY(WS-JRN-IDX) DELIMITED BY SIZE
                   "  ** NO CHART OF ACCOUNTS ENTRY - CANNOT POST **"
                                        DELIMITED BY SIZE
                   INTO GP-REPORT-LINE
           END-STRING.
           WRITE GP-REPORT-LINE.

       6950-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 7000-PROVE-BATCH
      *> Re-adds every line built for release, side by side per
      *> currency. Debits must equal credits in BRL and in USD, and
      *> every source with activity must have reached the ledger -
      *> otherwise the batch is refused.
      *>-----------------------------------------------------------------
       7000-PROVE-BATCH.

           PERFORM 7100-ADD-LINE-TO-PROOF
               THRU 7100-EXIT
               VARYING WS-PST-IDX FROM 1 BY 1
               UNTIL WS-PST-IDX > WS-POSTING-COUNT.

           MOVE SPACES TO GP-REPORT-LINE.
           WRITE GP-REPORT-LINE.

           MOVE "BRL"         TO WS-DISPLAY-CURRENCY.
           MOVE WS-DEBIT-BRL  TO WS-MASK-AMOUNT.
           MOVE WS-CREDIT-BRL TO WS-MASK-AMOUNT-2.
           PERFORM 7200-WRITE-PROOF-LINE
               THRU 7200-EXIT.

           MOVE "USD"         TO WS-DISPLAY-CURRENCY.
           MOVE WS-DEBIT-USD  TO WS-MASK-AMOUNT.
           MOVE WS-CREDIT-USD TO WS-MASK-AMOUNT-2.
           PERFORM 7200-WRITE-PROOF-LINE
               THRU 7200-EXIT.

           IF WS-DEBIT-BRL NOT = WS-CREDIT-BRL
               MOVE "N" TO WS-BATCH-SWITCH
               MOVE "BRL DEBITS DO NOT EQUAL BRL CREDITS"
                   TO WS-REFUSAL-REASON
           END-IF.

           IF WS-DEBIT-USD NOT = WS-CREDIT-USD
               MOVE "N" TO WS-BATCH-SWITCH
               MOVE "USD DEBITS DO NOT EQUAL USD CREDITS"
                   TO WS-REFUSAL-REASON
           END-IF.

           IF WS-UNMAPPED-COUNT > ZERO
               MOVE "N" TO WS-BATCH-SWITCH
               MOVE "SOURCE WITH NO CHART OF ACCOUNTS ENTRY"
                   TO WS-REFUSAL-REASON
           END-IF.

       7000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 7100-ADD-LINE-TO-PROOF
      *>-----------------------------------------------------------------
       7100-ADD-LINE-TO-PROOF.

           IF WS-PST-CURRENCY(WS-PST-IDX) = "USD"
               IF WS-PST-DEBIT-CREDIT(WS-PST-IDX) = "D"
                   ADD WS-PST-AMOUNT(WS-PST-IDX) TO WS-DEBIT-USD
               ELSE
                   ADD WS-PST-AMOUNT(WS-PST-IDX) TO WS-CREDIT-USD
               END-IF
           ELSE
               IF WS-PST-DEBIT-CREDIT(WS-PST-IDX) = "D"
                   ADD WS-PST-AMOUNT(WS-PST-IDX) TO WS-DEBIT-BRL
               ELSE
                   ADD WS-PST-AMOUNT(WS-PST-IDX) TO WS-CREDIT-BRL
               END-IF
           END-IF.

       7100-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 7200-WRITE-PROOF-LINE
      *> Debit and credit totals for one currency, already moved to
      *> the two masks.
      *>-----------------------------------------------------------------
       7200-WRITE-PROOF-LINE.

           PERFORM 7900-FORMAT-AMOUNT
               THRU 7900-EXIT.

           MOVE WS-AMOUNT-DISPLAY TO WS-AMOUNT-DISPLAY-2.
           MOVE WS-MASK-AMOUNT-2  TO WS-MASK-AMOUNT.
           PERFORM 7900-FORMAT-AMOUNT
               THRU 7900-EXIT.

           INITIALIZE GP-REPORT-LINE.
           STRING "PROOF "              DELIMITED BY SIZE
                   WS-DISPLAY-CURRENCY  DELIMITED BY SIZE
                   "  DEBITS:"          DELIMITED BY SIZE
                   WS-AMOUNT-DISPLAY-2  DELIMITED BY SIZE
                   " CREDITS:"          DELIMITED BY SIZE
                   WS-AMOUNT-DISPLAY    DELIMITED BY SIZE
                   INTO GP-REPORT-LINE
           END-STRING.
           WRITE GP-REPORT-LINE.

       7200-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 7500-RELEASE-BATCH
      *> GL-POSTINGS is always rewritten: with the proved lines when
      *> the batch balances, empty when it is refused, so the file
      *> the ledger loads can never be a previous day's batch.
      *>-----------------------------------------------------------------
       7500-RELEASE-BATCH.

           OPEN OUTPUT GL-POSTINGS-FILE.

           IF WS-BATCH-IS-RELEASED
               PERFORM 7600-WRITE-POSTING
                   THRU 7600-EXIT
                   VARYING WS-PST-IDX FROM 1 BY 1
                   UNTIL WS-PST-IDX > WS-POSTING-COUNT
           END-IF.

           CLOSE GL-POSTINGS-FILE.

       7500-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 7600-WRITE-POSTING
      *>-----------------------------------------------------------------
       7600-WRITE-POSTING.

           ADD 1 TO WS-LINES-WRITTEN.

           MOVE WS-RUN-DATE                    TO GL-POSTING-DATE.
           MOVE WS-LINES-WRITTEN               TO GL-LINE-NUMBER.
           MOVE WS-PST-ACCOUNT-CODE(WS-PST-IDX) TO GL-ACCOUNT-CODE.
           MOVE WS-PST-CURRENCY(WS-PST-IDX)    TO GL-CURRENCY-CODE.
           MOVE WS-PST-DEBIT-CREDIT(WS-PST-IDX) TO GL-DEBIT-CREDIT.
           MOVE WS-PST-AMOUNT(WS-PST-IDX)      TO GL-AMOUNT.
           MOVE WS-PST-SOURCE-CODE(WS-PST-IDX) TO GL-SOURCE-CODE.
           MOVE WS-PST-DESCRIPTION(WS-PST-IDX) TO GL-DESCRIPTION.

           WRITE GL-POSTING-RECORD.

       7600-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 7900-FORMAT-AMOUNT
      *> Edits the amount already in WS-MASK-AMOUNT into
      *> WS-AMOUNT-DISPLAY in WS-DISPLAY-CURRENCY.
      *>-----------------------------------------------------------------
       7900-FORMAT-AMOUNT.

           INITIALIZE WS-AMOUNT-DISPLAY.

           IF WS-DISPLAY-CURRENCY = "USD"
               MOVE WS-MASK-AMOUNT TO WS-SWAP-FIELD
               PERFORM 4900-SWAP-SEPARATORS THRU 4900-EXIT
               STRING "US$ " FUNCTION TRIM(WS-SWAP-FIELD)
                       DELIMITED BY SIZE
                       INTO WS-AMOUNT-DISPLAY
               END-STRING
           ELSE
               STRING "R$ "  FUNCTION TRIM(WS-MASK-AMOUNT)
                       DELIMITED BY SIZE
                       INTO WS-AMOUNT-DISPLAY
               END-STRING
           END-IF.

       7900-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 9000-TERMINATE
      *> Prints the run counts and the release verdict. A refused
      *> batch writes no END record, so the job stream stops here.
      *>-----------------------------------------------------------------
       9000-TERMINATE.

           MOVE SPACES TO GP-REPORT-LINE.
           WRITE GP-REPORT-LINE.

           MOVE WS-AUDIT-COUNT TO WS-MASK-COUNT.
           INITIALIZE GP-REPORT-LINE.
           STRING "AUDIT RECORDS:       " DELIMITED BY SIZE
                   WS-MASK-COUNT        DELIMITED BY SIZE
                   INTO GP-REPORT-LINE
           END-STRING.
           WRITE GP-REPORT-LINE.

           MOVE WS-SUMMARY-COUNT TO WS-MASK-COUNT.
           INITIALIZE GP-REPORT-LINE.
           STRING "SALES SUMMARIES:     " DELIMITED BY SIZE
                   WS-MASK-COUNT        DELIMITED BY SIZE
                   INTO GP-REPORT-LINE
           END-STRING.
           WRITE GP-REPORT-LINE.

           MOVE WS-RECEIPT-COUNT TO WS-MASK-COUNT.
           INITIALIZE GP-REPORT-LINE.
           STRING "RECEIPTS VALUED:     " DELIMITED BY SIZE
                   WS-MASK-COUNT        DELIMITED BY SIZE
                   INTO GP-REPORT-LINE
           END-STRING.
           WRITE GP-REPORT-LINE.

           MOVE WS-ADJUSTMENT-COUNT TO WS-MASK-COUNT.
           INITIALIZE GP-REPORT-LINE.
           STRING "ADJUSTMENTS VALUED:  " DELIMITED BY SIZE
                   WS-MASK-COUNT        DELIMITED BY SIZE
                   INTO GP-REPORT-LINE
           END-STRING.
           WRITE GP-REPORT-LINE.

           MOVE WS-EXCEPTION-COUNT TO WS-MASK-COUNT.
           INITIALIZE GP-REPORT-LINE.
           STRING "LEFT OUT (SEE ABOVE):" DELIMITED BY SIZE
                   WS-MASK-COUNT        DELIMITED BY SIZE
                   INTO GP-REPORT-LINE
           END-STRING.
           WRITE GP-REPORT-LINE.

           MOVE WS-LINES-WRITTEN TO WS-MASK-COUNT.
           INITIALIZE GP-REPORT-LINE.
           STRING "GL LINES RELEASED:   " DELIMITED BY SIZE
                   WS-MASK-COUNT        DELIMITED BY SIZE
                   INTO GP-REPORT-LINE
           END-STRING.
           WRITE GP-REPORT-LINE.

           INITIALIZE GP-REPORT-LINE.
           IF WS-BATCH-IS-RELEASED
               MOVE "BATCH BALANCED - RELEASED TO GL-POSTINGS"
                   TO GP-REPORT-LINE
           ELSE
               STRING "** BATCH REFUSED - NOT RELEASED: "
                                        DELIMITED BY SIZE
                       WS-REFUSAL-REASON DELIMITED BY SIZE
                       " **"            DELIMITED BY SIZE
                       INTO GP-REPORT-LINE
               END-STRING
           END-IF.
           WRITE GP-REPORT-LINE.

           CLOSE ITEM-MASTER-FILE.
           CLOSE GL-PROOF-FILE.

           IF WS-BATCH-IS-REFUSED
               DISPLAY "*** GL BATCH REFUSED: " WS-REFUSAL-REASON
                       " ***"
               DISPLAY "*** SEE GL-PROOF - NO END RECORD WRITTEN ***"
               GO TO 9000-EXIT
           END-IF.

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
      *> The END record carries the run's controls: GL lines
      *> released and the proved debit total per currency.
      *>-----------------------------------------------------------------
       8900-WRITE-RUN-END.

           OPEN EXTEND RUN-CONTROL-FILE.

           MOVE WS-RUN-CONTROL-NAME TO RL-PROGRAM-NAME.
           MOVE "END  "             TO RL-ENTRY-TYPE.
           MOVE WS-RUN-DATE         TO RL-RUN-DATE.
           MOVE WS-LINES-WRITTEN    TO RL-RECORD-COUNT.
           MOVE WS-DEBIT-BRL        TO RL-HASH-TOTAL.
           MOVE WS-DEBIT-USD        TO RL-HASH-TOTAL-2.
           MOVE SPACES              TO RL-NOTE.
           WRITE RL-RUN-CONTROL-RECORD.

           CLOSE RUN-CONTROL-FILE.

       8900-EXIT.
           EXIT.
