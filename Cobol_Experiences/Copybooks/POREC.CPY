      *>              must treat a non-numeric cost as zero. The
      *>              cost sits after PO-STATUS so every pre-cutover
      *>              field keeps its byte position.
      *>              PO-RECEIPT-DATE is the run date on which
      *>              Goods-Receipt-Batch closed the line - zero on
      *>              an open line - so Vendor-Scorecard-Report can
      *>              measure each vendor's lead time from
      *>              PO-ORDER-DATE. Lines written before it was
      *>              introduced are 40 bytes and read back with
      *>              spaces there; readers must treat a non-numeric
      *>              receipt date as zero, "date not known". It
      *>              sits after PO-UNIT-COST for the same reason.
      *> Tect Stack:  GnuCOBOL
      *>*****************************************************************

           *> Unit cost agreed with the vendor, from SU-UNIT-COST
           *> at the moment the line was ordered
           05  PO-UNIT-COST          PIC 9(04)V99.
           *> Run date Goods-Receipt-Batch closed the line on
           05  PO-RECEIPT-DATE       PIC 9(08).
