      *>              prior month on the same file, and flags every
      *>              calendar day with no summary record so a day
      *>              the journal never ran is noticed instead of
      *>              silently shrinking the month. Every figure is
      *>              net of customer returns - the units and
      *>              refunds the journal carries on each summary
      *>              record are taken off that day's sales - and
      *>              the month's refunds are shown on their own
      *>              under the grand total.
      *> Tect Stack:  GnuCOBOL
      *>
      *> Modification History
      *> ---------------------
      *> 2026-10-14  PS-INV  Reports net sales: returned units and
      *>                     refunds on DAILY-SALES-SUMMARY (now the
      *>                     SALESUM copybook) are netted into the
      *>                     day, week, month and prior-month
      *>                     figures, and month refunds are listed.
      *>*****************************************************************

       IDENTIFICATION DIVISION.

       *> Same record Daily-Sales-Journal appends, one per day
       FD  SALES-SUMMARY-FILE.
           COPY SALESUM.

       FD  MONTH-END-REPORT-FILE.
       01  ME-REPORT-LINE              PIC X(100).
       01 WS-LEAP-REMAINDER        PIC 9(04).
       01 WS-LEAP-QUOTIENT         PIC 9(04).

       *> The summary record's day netted of its returns - signed,
       *> since a day of big returns can net below zero
       01 WS-NET-FIGURES.
           05 WS-NET-UNITS         PIC S9(07).
           05 WS-NET-BRL           PIC S9(11)V99.
           05 WS-NET-USD           PIC S9(11)V99.

      *>-----------------------------------------------------------------
      *> One slot per calendar day of the report month. The journal
      *> appends exactly one summary record per day it runs, so a
           05 WS-DAY-ENTRY OCCURS 31 TIMES.
               10 WS-DAY-PRESENT-SW    PIC X(01).
                   88 WS-DAY-PRESENT            VALUE "Y".
               10 WS-DAY-UNITS         PIC S9(07).
               10 WS-DAY-BRL           PIC S9(11)V99.
               10 WS-DAY-USD           PIC S9(11)V99.

       01 WS-DAY-IDX               PIC 9(04) COMP.
       01 WS-DAY-NUMBER            PIC 9(02).

       *> Week running subtotals, reset after each subtotal line
       01 WS-WEEK-TOTALS.
           05 WS-WEEK-UNITS        PIC S9(09)      VALUE ZERO.
           05 WS-WEEK-BRL          PIC S9(11)V99   VALUE ZERO.
           05 WS-WEEK-USD          PIC S9(11)V99   VALUE ZERO.

       *> Month totals, kept apart by currency - BRL and USD revenue
       *> can't be summed into one figure without it meaning nothing
       01 WS-MONTH-TOTALS.
           05 WS-MONTH-UNITS       PIC S9(09)      VALUE ZERO.
           05 WS-MONTH-BRL         PIC S9(11)V99   VALUE ZERO.
           05 WS-MONTH-USD         PIC S9(11)V99   VALUE ZERO.

       *> What the month's net figures already have taken off them
       01 WS-MONTH-RETURNS.
           05 WS-MONTH-RETURN-UNITS PIC 9(09)      VALUE ZERO.
           05 WS-MONTH-REFUND-BRL  PIC 9(11)V99    VALUE ZERO.
           05 WS-MONTH-REFUND-USD  PIC 9(11)V99    VALUE ZERO.

       01 WS-PRIOR-TOTALS.
           05 WS-PRIOR-UNITS       PIC S9(09)      VALUE ZERO.
           05 WS-PRIOR-BRL         PIC S9(11)V99   VALUE ZERO.
           05 WS-PRIOR-USD         PIC S9(11)V99   VALUE ZERO.

       01 WS-CHANGE-AMOUNT         PIC S9(12)V99.

       *> Editing masks and display fields, BRL-style separators
       *> flipped for USD amounts - see 4100-SWAP-SEPARATORS
       01 WS-DISPLAY-FIELDS.
           05 WS-MASK-UNITS         PIC -ZZZZZZZZ9.
           05 WS-MASK-AMOUNT        PIC -ZZZ.ZZZ.ZZ9,99.
           05 WS-MASK-AMOUNT-2      PIC -ZZZ.ZZZ.ZZ9,99.
           05 WS-MASK-CHANGE        PIC -ZZZ.ZZZ.ZZ9,99.
           05 WS-BRL-DISPLAY        PIC X(20).
           05 WS-USD-DISPLAY        PIC X(20).

      *>-----------------------------------------------------------------
      *> 1100-LOAD-SUMMARY-RECORD
      *> One DAILY-SALES-SUMMARY record, netted of its returns;
      *> kept in the day table if it belongs to the report month,
      *> accumulated into the prior-month totals if it belongs to
      *> the month before, and skipped otherwise. A record written
      *> before the journal carried returns has spaces where the
      *> return figures now sit, and counts as a day with none.
      *>-----------------------------------------------------------------
       1100-LOAD-SUMMARY-RECORD.

                   GO TO 1100-EXIT
           END-READ.

           IF DS-RETURN-UNITS NOT NUMERIC
               MOVE ZERO TO DS-RETURN-UNITS
           END-IF.
           IF DS-REFUND-BRL NOT NUMERIC
               MOVE ZERO TO DS-REFUND-BRL
           END-IF.
           IF DS-REFUND-USD NOT NUMERIC
               MOVE ZERO TO DS-REFUND-USD
           END-IF.

           COMPUTE WS-NET-UNITS = DS-TOTAL-UNITS - DS-RETURN-UNITS.
           COMPUTE WS-NET-BRL   = DS-REVENUE-BRL - DS-REFUND-BRL.
           COMPUTE WS-NET-USD   = DS-REVENUE-USD - DS-REFUND-USD.

           IF DS-SALES-DATE(1:6) = WS-PRIOR-MONTH
               ADD WS-NET-UNITS    TO WS-PRIOR-UNITS
               ADD WS-NET-BRL      TO WS-PRIOR-BRL
               ADD WS-NET-USD      TO WS-PRIOR-USD
               GO TO 1100-EXIT
           END-IF.

           END-IF.

           MOVE "Y" TO WS-DAY-PRESENT-SW(WS-DAY-NUMBER).
           ADD WS-NET-UNITS TO WS-DAY-UNITS(WS-DAY-NUMBER).
           ADD WS-NET-BRL   TO WS-DAY-BRL(WS-DAY-NUMBER).
           ADD WS-NET-USD   TO WS-DAY-USD(WS-DAY-NUMBER).

           ADD DS-RETURN-UNITS TO WS-MONTH-RETURN-UNITS.
           ADD DS-REFUND-BRL   TO WS-MONTH-REFUND-BRL.
           ADD DS-REFUND-USD   TO WS-MONTH-REFUND-USD.

       1100-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 9000-TERMINATE
      *> Prints the month grand total per currency, the returns
      *> it is net of, the count of days the journal never ran,
      *> the prior-month comparison,
      *> and closes down.
      *>-----------------------------------------------------------------
       9000-TERMINATE.
           END-STRING.
           WRITE ME-REPORT-LINE.

           MOVE WS-MONTH-RETURN-UNITS TO WS-MASK-UNITS.
           MOVE WS-MONTH-REFUND-BRL   TO WS-MASK-AMOUNT.
           MOVE WS-MONTH-REFUND-USD   TO WS-MASK-AMOUNT-2.
           PERFORM 4500-FORMAT-AMOUNT-PAIR
               THRU 4500-EXIT.

           INITIALIZE ME-REPORT-LINE.
           STRING "  NET OF RETURNS     UNITS:" DELIMITED BY SIZE
                   WS-MASK-UNITS        DELIMITED BY SIZE
                   " BRL:"              DELIMITED BY SIZE
                   WS-BRL-DISPLAY       DELIMITED BY SIZE
                   " USD:"              DELIMITED BY SIZE
                   WS-USD-DISPLAY       DELIMITED BY SIZE
                   INTO ME-REPORT-LINE
           END-STRING.
           WRITE ME-REPORT-LINE.

           MOVE WS-MISSING-DAY-COUNT TO WS-MASK-DAY-COUNT.
           INITIALIZE ME-REPORT-LINE.
           IF WS-MISSING-DAY-COUNT = ZERO
