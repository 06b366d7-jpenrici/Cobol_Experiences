      *>*****************************************************************
      *> Copybook:    MARGINSUM.CPY
      *> Purpose:     Fixed-width record layout for the
      *>              DAILY-MARGIN-SUMMARY file. Gross-Margin-Report
      *>              appends one of these per day it runs: the
      *>              day's costed revenue and cost of goods sold
      *>              per currency, so the month-to-date margin can
      *>              be totalled straight off this file the way
      *>              DAILY-SALES-SUMMARY totals the month's sales.
      *>              Only sales lines with a known cost are in
      *>              these figures - revenue here will not agree
      *>              with DAILY-SALES-SUMMARY on a day an uncosted
      *>              item sold. BRL and USD are never summed
      *>              together.
      *>              A rerun of a day appends a second record for
      *>              it rather than replacing the first, so a
      *>              reader must take the last record for each
      *>              date and ignore any earlier one.
      *> Tect Stack:  GnuCOBOL
      *>*****************************************************************

       01  MG-SUMMARY-RECORD.
           05  MG-SALES-DATE           PIC 9(08).
           05  MG-REVENUE-BRL          PIC 9(11)V99.
           05  MG-COGS-BRL             PIC 9(11)V99.
           05  MG-REVENUE-USD          PIC 9(11)V99.
           05  MG-COGS-USD             PIC 9(11)V99.
           05  MG-BELOW-COST-COUNT     PIC 9(05).
