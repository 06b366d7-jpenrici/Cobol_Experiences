      *>              read back with spaces in the cost; readers
      *>              must treat a non-numeric cost as zero until
      *>              the supplier file is re-keyed with costs.
      *>              SU-PAYMENT-TERMS is the vendor's payment terms
      *>              in days from invoice date (30 = net 30), which
      *>              Invoice-Matching-Batch uses to set the due date
      *>              of every open payable. Terms belong to the
      *>              vendor, so every row for one vendor should
      *>              carry the same figure; the first row read for
      *>              a vendor is the one used. Rows written before
      *>              the terms were introduced are 38 bytes and read
      *>              back with spaces there; readers must treat
      *>              non-numeric terms as the house default of 30
      *>              days.
      *> Tect Stack:  GnuCOBOL
      *>*****************************************************************

           05  SU-ECONOMIC-ORDER-QTY PIC 9(03).
           *> What this vendor charges us per unit of this item
           05  SU-UNIT-COST          PIC 9(04)V99.
           *> Days from invoice date to due date for this vendor
           05  SU-PAYMENT-TERMS      PIC 9(03).
