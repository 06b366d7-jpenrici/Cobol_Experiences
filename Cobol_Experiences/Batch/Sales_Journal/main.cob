      *>              machine-readable summary record per day is
      *>              appended to DAILY-SALES-SUMMARY so the figures
      *>              can be accumulated into month-to-date totals.
      *>              The day's customer refunds, written to
      *>              SALES-REFUNDS by Sales-Returns-Batch at the
      *>              price the customer was charged, are listed in
      *>              a returns section and netted against revenue,
      *>              so the day totals and the summary record show
      *>              net sales.
      *> Tect Stack:  GnuCOBOL
      *>
      *> Modification History
      *> ---------------------
      *> 2026-10-14  PS-INV  Customer returns: lists the day's
      *>                     SALES-REFUNDS, prints refunds and net
      *>                     sales per currency and carries the
      *>                     returned units and refunds on the
      *>                     DAILY-SALES-SUMMARY record (now the
      *>                     SALESUM copybook).
      *> 2026-09-01  PS-OPS  Writes START/END records to the
      *>                     RUN-CONTROL ledger so the nightly
      *>                     job-stream driver can confirm the run
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOM-FILE-STATUS.

      *> Written by Sales-Returns-Batch earlier in the stream - no
      *> file is a day with no returns
           SELECT SALES-REFUNDS-FILE
               ASSIGN TO "SALES-REFUNDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFUNDS-FILE-STATUS.

           SELECT SALES-JOURNAL-FILE
               ASSIGN TO "SALES-JOURNAL"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  BOM-FILE.
           COPY BOMREC.

       FD  SALES-REFUNDS-FILE.
           COPY REFUNDREC.

       FD  SALES-JOURNAL-FILE.
       01  SJ-REPORT-LINE              PIC X(100).

       *> One record per day, appended, so a month-to-date job can
       *> total the month straight off this file
       FD  SALES-SUMMARY-FILE.
           COPY SALESUM.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
               88 WS-SALES-END-OF-FILE          VALUE "Y".
           05 WS-BOM-EOF-SWITCH    PIC X(01)   VALUE "N".
               88 WS-BOM-END-OF-FILE            VALUE "Y".
           05 WS-REFUNDS-EOF-SWITCH PIC X(01)  VALUE "N".
               88 WS-REFUNDS-END-OF-FILE        VALUE "Y".

       01 WS-BOM-FILE-STATUS       PIC X(02).
       01 WS-REFUNDS-FILE-STATUS   PIC X(02).
       01 WS-SUMMARY-FILE-STATUS   PIC X(02).

       01 WS-RUN-DATE              PIC 9(08).
       01 WS-REVENUE-USD           PIC 9(11)V99   VALUE ZERO.
       01 WS-TOTAL-UNITS           PIC 9(07)      VALUE ZERO.

       *> The day's refunds, and revenue net of them - signed, since
       *> a quiet day with a big return can net below zero
       01 WS-REFUND-BRL            PIC 9(11)V99   VALUE ZERO.
       01 WS-REFUND-USD            PIC 9(11)V99   VALUE ZERO.
       01 WS-RETURN-UNITS          PIC 9(07)      VALUE ZERO.
       01 WS-NET-BRL               PIC S9(11)V99  VALUE ZERO.
       01 WS-NET-USD               PIC S9(11)V99  VALUE ZERO.

       01 WS-REFUND-NAME           PIC X(15).
       01 WS-CONDITION-TEXT        PIC X(10).

       *> Editing masks and display fields, BRL-style separators
       *> flipped for USD amounts - see 4100-SWAP-SEPARATORS
       01 WS-DISPLAY-FIELDS.
           05 WS-MASK-TOTAL         PIC ZZZ.ZZZ.ZZ9,99.
           05 WS-TOTAL-DISPLAY      PIC X(18).
           05 WS-MASK-UNITS         PIC ZZZZZZ9.
           05 WS-MASK-NET           PIC -ZZZ.ZZZ.ZZ9,99.

       01 WS-SWAP-FIELD            PIC X(16).

       PROCEDURE DIVISION.

               VARYING WS-JRN-IDX FROM 1 BY 1
               UNTIL WS-JRN-IDX > WS-SALES-COUNT.

           PERFORM 7000-JOURNAL-RETURNS
               THRU 7000-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.


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
       6000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 7000-JOURNAL-RETURNS
      *> Lists the day's refunds under the sales lines. SALES-REFUNDS
      *> is rewritten by every Sales-Returns-Batch run, but only
      *> refunds dated today are taken, so a returns run left over
      *> from an earlier day is never netted twice.
      *>-----------------------------------------------------------------
       7000-JOURNAL-RETURNS.

           OPEN INPUT SALES-REFUNDS-FILE.
           IF WS-REFUNDS-FILE-STATUS = "35"
               GO TO 7000-EXIT
           END-IF.

           MOVE SPACES TO SJ-REPORT-LINE.
           WRITE SJ-REPORT-LINE.
           MOVE "--- CUSTOMER RETURNS ---" TO SJ-REPORT-LINE.
           WRITE SJ-REPORT-LINE.

           PERFORM 7100-JOURNAL-REFUND
               THRU 7100-EXIT
               UNTIL WS-REFUNDS-END-OF-FILE.

           CLOSE SALES-REFUNDS-FILE.

       7000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 7100-JOURNAL-REFUND
      *> One refund line, named off the indexed master by key. The
      *> refund was already valued at the price charged, so it is
      *> printed and totalled as it stands.
      *>-----------------------------------------------------------------
       7100-JOURNAL-REFUND.

           READ SALES-REFUNDS-FILE
               AT END
                   MOVE "Y" TO WS-REFUNDS-EOF-SWITCH
                   GO TO 7100-EXIT
           END-READ.

           IF RF-REFUND-DATE NOT = WS-RUN-DATE
               GO TO 7100-EXIT
           END-IF.

           MOVE RF-ITEM-ID TO IM-ITEM-ID.
           READ ITEM-MASTER-FILE
               INVALID KEY
                   MOVE "** NOT ON FILE" TO WS-REFUND-NAME
               NOT INVALID KEY
                   MOVE IM-NAME TO WS-REFUND-NAME
           END-READ.

           IF RF-RETURN-IS-DAMAGED
               MOVE "DAMAGED"    TO WS-CONDITION-TEXT
           ELSE
               MOVE "RESALEABLE" TO WS-CONDITION-TEXT
           END-IF.

           ADD RF-QTY-RETURNED TO WS-RETURN-UNITS.

           MOVE RF-QTY-RETURNED  TO WS-MASK-QTY.
           MOVE RF-REFUND-AMOUNT TO WS-MASK-TOTAL.

           INITIALIZE WS-TOTAL-DISPLAY.
           IF RF-CURRENCY-CODE = "USD"
               ADD RF-REFUND-AMOUNT TO WS-REFUND-USD
               MOVE WS-MASK-TOTAL TO WS-SWAP-FIELD
               PERFORM 4100-SWAP-SEPARATORS THRU 4100-EXIT
               STRING "US$ " FUNCTION TRIM(WS-SWAP-FIELD)
                       DELIMITED BY SIZE
                       INTO WS-TOTAL-DISPLAY
               END-STRING
           ELSE
               ADD RF-REFUND-AMOUNT TO WS-REFUND-BRL
               STRING "R$ "  FUNCTION TRIM(WS-MASK-TOTAL)
                       DELIMITED BY SIZE
                       INTO WS-TOTAL-DISPLAY
               END-STRING
           END-IF.

           INITIALIZE SJ-REPORT-LINE.
           STRING RF-ITEM-ID            DELIMITED BY SIZE
                   "  "                 DELIMITED BY SIZE
                   WS-REFUND-NAME       DELIMITED BY SIZE
                   " QTY:"              DELIMITED BY SIZE
                   WS-MASK-QTY          DELIMITED BY SIZE
                   " "                  DELIMITED BY SIZE
                   WS-CONDITION-TEXT    DELIMITED BY SIZE
                   " REFUND:"           DELIMITED BY SIZE
                   WS-TOTAL-DISPLAY     DELIMITED BY SIZE
                   INTO SJ-REPORT-LINE
           END-STRING.
           WRITE SJ-REPORT-LINE.

       7100-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 9000-TERMINATE
      *> Prints the per-currency totals - revenue, refunds and net
      *> sales - and the day grand total line, then appends the
      *> day's machine-readable summary record.
      *>-----------------------------------------------------------------
       9000-TERMINATE.

           END-STRING.
           WRITE SJ-REPORT-LINE.

           MOVE SPACES TO SJ-REPORT-LINE.
           WRITE SJ-REPORT-LINE.

           MOVE WS-REFUND-BRL TO WS-MASK-TOTAL.
           INITIALIZE SJ-REPORT-LINE.
           STRING "DAY REFUNDS (BRL): R$ " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MASK-TOTAL) DELIMITED BY SIZE
                   INTO SJ-REPORT-LINE
           END-STRING.
           WRITE SJ-REPORT-LINE.

           MOVE WS-REFUND-USD TO WS-MASK-TOTAL.
           MOVE WS-MASK-TOTAL TO WS-SWAP-FIELD.
           PERFORM 4100-SWAP-SEPARATORS THRU 4100-EXIT.
           INITIALIZE SJ-REPORT-LINE.
           STRING "DAY REFUNDS (USD): US$ " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SWAP-FIELD) DELIMITED BY SIZE
                   INTO SJ-REPORT-LINE
           END-STRING.
           WRITE SJ-REPORT-LINE.

           MOVE WS-RETURN-UNITS TO WS-MASK-UNITS.
           INITIALIZE SJ-REPORT-LINE.
           STRING "DAY RETURNED UNITS:" DELIMITED BY SIZE
                   WS-MASK-UNITS        DELIMITED BY SIZE
                   INTO SJ-REPORT-LINE
           END-STRING.
           WRITE SJ-REPORT-LINE.

           COMPUTE WS-NET-BRL = WS-REVENUE-BRL - WS-REFUND-BRL.
           COMPUTE WS-NET-USD = WS-REVENUE-USD - WS-REFUND-USD.

           MOVE WS-NET-BRL TO WS-MASK-NET.
           INITIALIZE SJ-REPORT-LINE.
           STRING "NET SALES (BRL):   R$ " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MASK-NET) DELIMITED BY SIZE
                   INTO SJ-REPORT-LINE
           END-STRING.
           WRITE SJ-REPORT-LINE.

           MOVE WS-NET-USD TO WS-MASK-NET.
           MOVE WS-MASK-NET TO WS-SWAP-FIELD.
           PERFORM 4100-SWAP-SEPARATORS THRU 4100-EXIT.
           INITIALIZE SJ-REPORT-LINE.
           STRING "NET SALES (USD):   US$ " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SWAP-FIELD) DELIMITED BY SIZE
                   INTO SJ-REPORT-LINE
           END-STRING.
           WRITE SJ-REPORT-LINE.

           CLOSE SALES-JOURNAL-FILE.
           CLOSE ITEM-MASTER-FILE.

           MOVE WS-TOTAL-UNITS TO DS-TOTAL-UNITS.
           MOVE WS-REVENUE-BRL TO DS-REVENUE-BRL.
           MOVE WS-REVENUE-USD TO DS-REVENUE-USD.
           MOVE WS-RETURN-UNITS TO DS-RETURN-UNITS.
           MOVE WS-REFUND-BRL  TO DS-REFUND-BRL.
           MOVE WS-REFUND-USD  TO DS-REFUND-USD.
           WRITE DS-SUMMARY-RECORD.

           CLOSE SALES-SUMMARY-FILE.
