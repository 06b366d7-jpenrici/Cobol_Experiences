      *>*****************************************************************
      *> Copybook:    VENDEXC.CPY
      *> Purpose:     Fixed-width record layout for the
      *>              VENDOR-EXCEPTIONS ledger - every delivery or
      *>              invoice line a vendor got wrong, kept in a
      *>              form a program can count, where the receiving
      *>              exceptions and invoice dispute reports are
      *>              only printed. Goods-Receipt-Batch appends a
      *>              short ("S"), over ("O") or no-PO ("N")
      *>              delivery the day it is received; a no-PO
      *>              delivery is put against the vendor whose order
      *>              number it quoted, or vendor zero when the
      *>              number is on no order at all.
      *>              Invoice-Matching-Batch appends a line disputed
      *>              for price ("P") or quantity ("Q") against the
      *>              invoicing vendor, dated with the invoice date
      *>              and carrying the amount billed. The ledger
      *>              accumulates across runs; Vendor-Scorecard-
      *>              Report counts it month by month.
      *>              VX-ACTUAL-QTY is what was received or billed;
      *>              VX-EXPECTED-QTY what was still outstanding on
      *>              the order, or what was received when an
      *>              invoice is disputed - zero where there was no
      *>              order line to expect anything from.
      *> Tect Stack:  GnuCOBOL
      *>*****************************************************************

       01  VX-VENDOR-EXCEPTION-RECORD.
           05  VX-VENDOR-ID          PIC 9(04).
           05  VX-EXCEPTION-DATE     PIC 9(08).
           05  VX-EXCEPTION-CODE     PIC X(01).
               88  VX-SHORT-DELIVERY         VALUE "S".
               88  VX-OVER-DELIVERY          VALUE "O".
               88  VX-NO-PO-DELIVERY         VALUE "N".
               88  VX-PRICE-DISPUTE          VALUE "P".
               88  VX-QUANTITY-DISPUTE       VALUE "Q".
           05  VX-PO-NUMBER          PIC 9(06).
           05  VX-ITEM-ID            PIC 9(05).
           05  VX-ACTUAL-QTY         PIC 9(05).
           05  VX-EXPECTED-QTY       PIC 9(05).
           *> Quantity billed times unit cost billed; zero for a
           *> delivery exception
           05  VX-AMOUNT             PIC 9(09)V99.
