      *>*****************************************************************
      *> Copybook:    GLPOST.CPY
      *> Purpose:     Fixed-width record layout for the GL-POSTINGS
      *>              file, the day's double-entry journal that
      *>              Daily-GL-Interface hands to the general ledger
      *>              in place of the accountant rekeying our
      *>              printouts. One record per journal line: the
      *>              ledger account from the chart of accounts,
      *>              the currency the line is kept in, the debit
      *>              or credit side, the amount (always positive -
      *>              the side says which way it moves) and the
      *>              source it was summarised from. BRL and USD
      *>              lines are never netted against each other;
      *>              the file is only ever released with debits
      *>              equal to credits in each currency.
      *> Tect Stack:  GnuCOBOL
      *>*****************************************************************

       01  GL-POSTING-RECORD.
           05  GL-POSTING-DATE     PIC 9(08).
           05  GL-LINE-NUMBER      PIC 9(05).
           05  GL-ACCOUNT-CODE     PIC X(10).
           05  GL-CURRENCY-CODE    PIC X(03).
           05  GL-DEBIT-CREDIT     PIC X(01).
               88  GL-LINE-IS-DEBIT         VALUE "D".
               88  GL-LINE-IS-CREDIT        VALUE "C".
           05  GL-AMOUNT           PIC 9(11)V99.
           05  GL-SOURCE-CODE      PIC X(10).
           05  GL-DESCRIPTION      PIC X(30).
