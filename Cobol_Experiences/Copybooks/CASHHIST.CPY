      *>*****************************************************************
      *> Copybook:    CASHHIST.CPY
      *> Purpose:     Fixed-width record layout for the
      *>              CASH-WATCH-HISTORY file - the rolling history
      *>              of teller cash movements Large-Cash-Watch-Report
      *>              keeps so it can see a customer splitting one
      *>              large amount into several smaller ones over a
      *>              number of days. One record per teller
      *>              transaction, stamped with the business day it
      *>              was keyed and its entry sequence that day.
      *>              The file is rewritten by every run in account
      *>              / transaction code / date / sequence order, and
      *>              holds only the days inside the current watch
      *>              window; older days drop off as the window
      *>              moves on.
      *> Tect Stack:  GnuCOBOL
      *>*****************************************************************

       01  CH-HISTORY-RECORD.
           05  CH-ACCOUNT-NUMBER       PIC 9(06).
           05  CH-TRANS-CODE           PIC X(01).
               88  CH-TRANS-IS-DEPOSIT          VALUE "D".
               88  CH-TRANS-IS-WITHDRAWAL       VALUE "W".
           05  CH-TRANS-DATE           PIC 9(08).
           05  CH-ENTRY-SEQ            PIC 9(07).
           05  CH-AMOUNT               PIC 9(07)V99.
