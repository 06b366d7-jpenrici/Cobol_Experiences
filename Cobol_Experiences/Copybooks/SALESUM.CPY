      *>*****************************************************************
      *> Copybook:    SALESUM.CPY
      *> Purpose:     Fixed-width record layout for the
      *>              DAILY-SALES-SUMMARY file. Daily-Sales-Journal
      *>              appends one of these per day it runs: the
      *>              day's units sold and gross revenue per
      *>              currency, and the units returned and refunds
      *>              paid per currency that Sales-Returns-Batch
      *>              valued at the price charged. Net sales are the
      *>              revenue less the refunds, currency by currency
      *>              - BRL and USD are never summed together.
      *>              CUTOVER NOTE: records written before the
      *>              return figures were introduced are 41 bytes
      *>              and read back with spaces in them; readers
      *>              must treat non-numeric return figures as zero.
      *>              The return figures sit after DS-REVENUE-USD
      *>              so every pre-cutover field keeps its byte
      *>              position.
      *> Tect Stack:  GnuCOBOL
      *>*****************************************************************

       01  DS-SUMMARY-RECORD.
           05  DS-SALES-DATE           PIC 9(08).
           05  DS-TOTAL-UNITS          PIC 9(07).
           05  DS-REVENUE-BRL          PIC 9(11)V99.
           05  DS-REVENUE-USD          PIC 9(11)V99.
           05  DS-RETURN-UNITS         PIC 9(07).
           05  DS-REFUND-BRL           PIC 9(11)V99.
           05  DS-REFUND-USD           PIC 9(11)V99.
