      *>*****************************************************************
      *> Copybook:    APREC.CPY
      *> Purpose:     Fixed-width record layout for the OPEN-PAYABLES
      *>              file, the machine-readable accounts payable
      *>              ledger. One record per vendor invoice line.
      *>              Invoice-Matching-Batch appends every line it
      *>              passes with status "O" (open) and every line
      *>              it disputes with status "H" (held) and the
      *>              dispute reason; AP-DUE-DATE is the invoice date
      *>              plus the vendor's SU-PAYMENT-TERMS.
      *>              Payables-Payment-Run releases ("O") or cancels
      *>              ("X") held lines from PAYABLES-RELEASES, pays
      *>              every open line due on or before its run date
      *>              and marks it "P" with the date paid - paid
      *>              lines stay on file as the record of what was
      *>              paid. A held line is never selected for
      *>              payment. Aged-Payables-Report ages whatever is
      *>              still open or held.
      *> Tect Stack:  GnuCOBOL
      *>*****************************************************************

       01  AP-PAYABLE-RECORD.
           05  AP-VENDOR-ID          PIC 9(04).
           05  AP-INVOICE-NUMBER     PIC X(10).
           05  AP-PO-NUMBER          PIC 9(06).
           05  AP-ITEM-ID            PIC 9(05).
           05  AP-INVOICE-DATE       PIC 9(08).
           05  AP-DUE-DATE           PIC 9(08).
           *> Quantity billed times unit cost billed
           05  AP-AMOUNT             PIC 9(09)V99.
           05  AP-STATUS             PIC X(01).
               88  AP-ITEM-IS-OPEN           VALUE "O".
               88  AP-ITEM-IS-HELD           VALUE "H".
               88  AP-ITEM-IS-PAID           VALUE "P".
               88  AP-ITEM-IS-CANCELLED      VALUE "X".
               88  AP-ITEM-IS-OUTSTANDING    VALUE "O" "H".
           *> Zero until the payment run pays the line
           05  AP-PAID-DATE          PIC 9(08).
           *> Why a held line is held, off the dispute report
           05  AP-HOLD-REASON        PIC X(30).
