      *>              line, line still open, or a line billed twice
      *>              in one run - goes to the dispute report so
      *>              purchasing chases the vendor instead of us
      *>              paying quietly. Every line is also appended to
      *>              OPEN-PAYABLES, the payables ledger the payment
      *>              run pays from: passed lines open, due the
      *>              vendor's SU-PAYMENT-TERMS days after the
      *>              invoice date, and disputed lines on hold until
      *>              purchasing releases them.
      *> Tect Stack:  GnuCOBOL
      *>
      *> Modification History
      *> ---------------------
      *> 2026-10-15  PS-INV  Appends every line disputed for price
      *>                     or quantity to the VENDOR-EXCEPTIONS
      *>                     ledger (VENDEXC copybook), dated with
      *>                     the invoice date, for Vendor-Scorecard-
      *>                     Report.
      *> 2026-10-14  PS-ACC  Writes OPEN-PAYABLES: passed lines open
      *>                     with a due date from the vendor's
      *>                     payment terms, disputed lines held. A PO
      *>                     line already open or paid on
      *>                     OPEN-PAYABLES from an earlier run now
      *>                     disputes as already billed. Invoice
      *>                     lines carry the vendor's invoice number
      *>                     and date.
      *>*****************************************************************

       IDENTIFICATION DIVISION.
               ASSIGN TO "DISPUTE-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPEN-PAYABLES-FILE
               ASSIGN TO "OPEN-PAYABLES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-FILE-STATUS.

      *> Appended to - no file yet just means no vendor has got a
      *> delivery or an invoice wrong
           SELECT VENDOR-EXCEPTIONS-FILE
               ASSIGN TO "VENDOR-EXCEPTIONS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDOR-INVOICES-FILE.
           05  VI-ITEM-ID              PIC 9(05).
           05  VI-QTY-BILLED           PIC 9(05).
           05  VI-UNIT-COST            PIC 9(04)V99.
           *> The vendor's own invoice reference and date - a line
           *> keyed before these were added reads back with spaces
           *> and is dated the day it is matched
           05  VI-INVOICE-NUMBER       PIC X(10).
           05  VI-INVOICE-DATE         PIC 9(08).

       FD  PURCHASE-ORDERS-FILE.
           COPY POREC.
       FD  DISPUTE-REPORT-FILE.
       01  DP-REPORT-LINE              PIC X(100).

       FD  OPEN-PAYABLES-FILE.
           COPY APREC.

       FD  VENDOR-EXCEPTIONS-FILE.
           COPY VENDEXC.

       WORKING-STORAGE SECTION.

       *> End-of-file switches
               88 WS-PO-END-OF-FILE             VALUE "Y".
           05 WS-SUPP-EOF-SWITCH   PIC X(01)   VALUE "N".
               88 WS-SUPP-END-OF-FILE           VALUE "Y".
           05 WS-AP-EOF-SWITCH     PIC X(01)   VALUE "N".
               88 WS-AP-END-OF-FILE             VALUE "Y".

       01 WS-INVOICE-FILE-STATUS   PIC X(02).
       01 WS-PO-FILE-STATUS        PIC X(02).
       01 WS-SUPP-FILE-STATUS      PIC X(02).

       *> OPEN-PAYABLES accumulates across runs, so the file may not
       *> exist yet the first time this program is ever run
       01 WS-AP-FILE-STATUS        PIC X(02).
       01 WS-VX-FILE-STATUS        PIC X(02).

       01 WS-RUN-DATE              PIC 9(08).

      *>-----------------------------------------------------------------
      *>-----------------------------------------------------------------
      *> Vendor names off SUPPLIER-MASTER, one entry per distinct
      *> vendor, so the payables register names who gets paid
      *> instead of a bare vendor number - and the vendor's payment
      *> terms, which set the due date of each open payable.
      *>-----------------------------------------------------------------
       01 WS-VENDOR-NAME-TABLE.
           05 WS-VN-ENTRY OCCURS 50 TIMES.
               10 WS-VN-VENDOR-ID      PIC 9(04).
               10 WS-VN-VENDOR-NAME    PIC X(20).
               10 WS-VN-TERMS-DAYS     PIC 9(03).
       01 WS-VN-COUNT              PIC 9(04) COMP   VALUE ZERO.

      *>-----------------------------------------------------------------
           88 WS-LOOKUP-FOUND                    VALUE "Y".

       01 WS-DISPUTE-REASON        PIC X(30).

       *> Set with the reason when the dispute is over the price or
       *> the quantity - the two a vendor is scored on
       01 WS-DISPUTE-KIND          PIC X(01).
           88 WS-DISPUTE-IS-PRICE                VALUE "P".
           88 WS-DISPUTE-IS-QUANTITY             VALUE "Q".
       01 WS-LINE-AMOUNT           PIC 9(09)V99.
       01 WS-FOUND-VENDOR-NAME     PIC X(20).
       01 WS-FOUND-TERMS-DAYS      PIC 9(03).

       *> Terms assumed for a vendor with none on SUPPLIER-MASTER
       01 WS-DEFAULT-TERMS-DAYS    PIC 9(03)      VALUE 30.

       01 WS-INVOICE-DATE          PIC 9(08).
       01 WS-DUE-DATE              PIC 9(08).

       *> Run controls for the register and report footers
       01 WS-MATCH-TOTALS.
           05 WS-PASSED-COUNT       PIC 9(05)     VALUE ZERO.
           05 WS-PASSED-AMOUNT      PIC 9(11)V99  VALUE ZERO.
           05 WS-DISPUTED-COUNT     PIC 9(05)     VALUE ZERO.
           05 WS-HELD-AMOUNT        PIC 9(11)V99  VALUE ZERO.

       01 WS-MASK-QTY              PIC ZZZZ9.
       01 WS-MASK-COUNT            PIC ZZZZ9.
       01 WS-FORMATTED-COST        PIC $Z,ZZ9.99.
       01 WS-FORMATTED-AMOUNT      PIC $ZZZ,ZZZ,ZZ9.99.
       01 WS-FORMATTED-DUE-DATE    PIC 9999/99/99.

       PROCEDURE DIVISION.


      *>-----------------------------------------------------------------
      *> 1000-INITIALIZE
      *> Loads the purchase order book and the vendor names, marks
      *> the PO lines OPEN-PAYABLES already owes or has paid, then
      *> opens the invoice file, both reports and the payables
      *> ledger for appending.
      *>-----------------------------------------------------------------
       1000-INITIALIZE.

               CLOSE SUPPLIER-MASTER-FILE
           END-IF.

      *> A PO line already owed or paid from an earlier run's
      *> invoice is billed; a held or cancelled one is not, so a
      *> corrected invoice for a disputed line can still pass
           OPEN INPUT OPEN-PAYABLES-FILE.
           IF WS-AP-FILE-STATUS NOT = "35"
               PERFORM 1300-MARK-BILLED-LINE
                   THRU 1300-EXIT
                   UNTIL WS-AP-END-OF-FILE
               CLOSE OPEN-PAYABLES-FILE
           END-IF.

           OPEN EXTEND OPEN-PAYABLES-FILE.
           IF WS-AP-FILE-STATUS = "35"
               OPEN OUTPUT OPEN-PAYABLES-FILE
           END-IF.

           OPEN EXTEND VENDOR-EXCEPTIONS-FILE.
           IF WS-VX-FILE-STATUS = "35"
               OPEN OUTPUT VENDOR-EXCEPTIONS-FILE
           END-IF.

           OPEN INPUT VENDOR-INVOICES-FILE.
           IF WS-INVOICE-FILE-STATUS = "35"
               DISPLAY "*** NO VENDOR-INVOICES ON FILE - NOTHING TO "
               ADD 1 TO WS-VN-COUNT
               MOVE SU-VENDOR-ID   TO WS-VN-VENDOR-ID(WS-VN-COUNT)
               MOVE SU-VENDOR-NAME TO WS-VN-VENDOR-NAME(WS-VN-COUNT)
               IF SU-PAYMENT-TERMS IS NUMERIC
                   MOVE SU-PAYMENT-TERMS
                       TO WS-VN-TERMS-DAYS(WS-VN-COUNT)
               ELSE
                   MOVE WS-DEFAULT-TERMS-DAYS
                       TO WS-VN-TERMS-DAYS(WS-VN-COUNT)
               END-IF
           END-IF.

       1200-EXIT.
       1210-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 1300-MARK-BILLED-LINE
      *>-----------------------------------------------------------------
       1300-MARK-BILLED-LINE.

           READ OPEN-PAYABLES-FILE
               AT END
                   MOVE "Y" TO WS-AP-EOF-SWITCH
                   GO TO 1300-EXIT
           END-READ.

           IF NOT AP-ITEM-IS-OPEN
            AND NOT AP-ITEM-IS-PAID
               GO TO 1300-EXIT
           END-IF.

           PERFORM 1310-SCAN-BILLED-LINE
               THRU 1310-EXIT
               VARYING WS-PO-IDX FROM 1 BY 1
               UNTIL WS-PO-IDX > WS-PO-COUNT.

       1300-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 1310-SCAN-BILLED-LINE
      *>-----------------------------------------------------------------
       1310-SCAN-BILLED-LINE.

           IF WS-PO-NUMBER(WS-PO-IDX) = AP-PO-NUMBER
            AND WS-PO-ITEM-ID(WS-PO-IDX) = AP-ITEM-ID
               MOVE "Y" TO WS-PO-BILLED-SW(WS-PO-IDX)
           END-IF.

       1310-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 2000-MATCH-INVOICE
      *> One VENDOR-INVOICES line against its closed PO line. The

           ADD 1 TO WS-INVOICE-COUNT.

           MOVE SPACE TO WS-DISPUTE-KIND.

           IF VI-INVOICE-DATE IS NUMERIC
            AND VI-INVOICE-DATE NOT = ZERO
               MOVE VI-INVOICE-DATE TO WS-INVOICE-DATE
           ELSE
               MOVE WS-RUN-DATE     TO WS-INVOICE-DATE
           END-IF.

           PERFORM 3000-FIND-PO-LINE
               THRU 3000-EXIT.


           IF VI-QTY-BILLED > WS-PO-RECEIVED-QTY(WS-PO-IDX)
               MOVE "QUANTITY OVER RECEIPT" TO WS-DISPUTE-REASON
               MOVE "Q" TO WS-DISPUTE-KIND
               PERFORM 6000-WRITE-DISPUTE-LINE
                   THRU 6000-EXIT
               GO TO 2000-EXIT

           IF VI-QTY-BILLED < WS-PO-RECEIVED-QTY(WS-PO-IDX)
               MOVE "QUANTITY UNDER RECEIPT" TO WS-DISPUTE-REASON
               MOVE "Q" TO WS-DISPUTE-KIND
               PERFORM 6000-WRITE-DISPUTE-LINE
                   THRU 6000-EXIT
               GO TO 2000-EXIT

           IF VI-UNIT-COST NOT = WS-PO-UNIT-COST(WS-PO-IDX)
               MOVE "PRICE VARIANCE VS ORDER" TO WS-DISPUTE-REASON
               MOVE "P" TO WS-DISPUTE-KIND
               PERFORM 6000-WRITE-DISPUTE-LINE
                   THRU 6000-EXIT
               GO TO 2000-EXIT

      *>-----------------------------------------------------------------
      *> 4000-LOOKUP-VENDOR-NAME
      *> Name and payment terms of the invoice line's vendor; a
      *> vendor not on SUPPLIER-MASTER is paid on the house terms.
      *>-----------------------------------------------------------------
       4000-LOOKUP-VENDOR-NAME.

           MOVE SPACES TO WS-FOUND-VENDOR-NAME.
           MOVE WS-DEFAULT-TERMS-DAYS TO WS-FOUND-TERMS-DAYS.
           MOVE "N" TO WS-LOOKUP-SWITCH.

           PERFORM 4100-SCAN-FOR-NAME
           IF WS-VN-VENDOR-ID(WS-TBL-IDX) = VI-VENDOR-ID
               MOVE WS-VN-VENDOR-NAME(WS-TBL-IDX)
                   TO WS-FOUND-VENDOR-NAME
               MOVE WS-VN-TERMS-DAYS(WS-TBL-IDX)
                   TO WS-FOUND-TERMS-DAYS
               MOVE "Y" TO WS-LOOKUP-SWITCH
           END-IF.

      *> 5000-PASS-INVOICE-LINE
      *> The line agrees with what was received at the cost that
      *> was ordered: onto the register, into the vendor's total,
      *> onto OPEN-PAYABLES as an open item, and the PO line marked
      *> billed.
      *>-----------------------------------------------------------------
       5000-PASS-INVOICE-LINE.

           PERFORM 5500-ADD-VENDOR-PAYABLE
               THRU 5500-EXIT.

           MOVE SPACES TO WS-DISPUTE-REASON.
           MOVE "O"    TO AP-STATUS.
           PERFORM 6500-WRITE-OPEN-PAYABLE
               THRU 6500-EXIT.

           MOVE VI-QTY-BILLED  TO WS-MASK-QTY.
           MOVE VI-UNIT-COST   TO WS-FORMATTED-COST.
           MOVE WS-LINE-AMOUNT TO WS-FORMATTED-AMOUNT.
           MOVE WS-DUE-DATE    TO WS-FORMATTED-DUE-DATE.

           INITIALIZE PY-REPORT-LINE.
           STRING "VENDOR "             DELIMITED BY SIZE
                   WS-FORMATTED-COST    DELIMITED BY SIZE
                   " AMOUNT:"           DELIMITED BY SIZE
                   WS-FORMATTED-AMOUNT  DELIMITED BY SIZE
                   " DUE:"              DELIMITED BY SIZE
                   WS-FORMATTED-DUE-DATE DELIMITED BY SIZE
                   INTO PY-REPORT-LINE
           END-STRING.
           WRITE PY-REPORT-LINE.

           ADD 1 TO WS-DISPUTED-COUNT.

           COMPUTE WS-LINE-AMOUNT =
               VI-QTY-BILLED * VI-UNIT-COST.
           ADD WS-LINE-AMOUNT TO WS-HELD-AMOUNT.

           MOVE "H" TO AP-STATUS.
           PERFORM 6500-WRITE-OPEN-PAYABLE
               THRU 6500-EXIT.

           IF WS-DISPUTE-IS-PRICE
            OR WS-DISPUTE-IS-QUANTITY
               PERFORM 6600-WRITE-VENDOR-EXCEPTION
                   THRU 6600-EXIT
           END-IF.

           MOVE VI-QTY-BILLED TO WS-MASK-QTY.
           MOVE VI-UNIT-COST  TO WS-FORMATTED-COST.

       6000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 6500-WRITE-OPEN-PAYABLE
      *> Appends the invoice line on hand to OPEN-PAYABLES with the
      *> status the caller set - "O" to be paid when due, "H" held
      *> with its dispute reason until purchasing releases it. The
      *> due date is worked out either way, so a released line
      *> falls due exactly as it would have had it passed.
      *>-----------------------------------------------------------------
       6500-WRITE-OPEN-PAYABLE.

           PERFORM 4000-LOOKUP-VENDOR-NAME
               THRU 4000-EXIT.

           COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-INVOICE-DATE)
                   + WS-FOUND-TERMS-DAYS).

           MOVE VI-VENDOR-ID      TO AP-VENDOR-ID.
           MOVE VI-INVOICE-NUMBER TO AP-INVOICE-NUMBER.
           MOVE VI-PO-NUMBER      TO AP-PO-NUMBER.
           MOVE VI-ITEM-ID        TO AP-ITEM-ID.
           MOVE WS-INVOICE-DATE   TO AP-INVOICE-DATE.
           MOVE WS-DUE-DATE       TO AP-DUE-DATE.
           MOVE WS-LINE-AMOUNT    TO AP-AMOUNT.
           MOVE ZERO              TO AP-PAID-DATE.
           MOVE WS-DISPUTE-REASON TO AP-HOLD-REASON.

           WRITE AP-PAYABLE-RECORD.

       6500-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 6600-WRITE-VENDOR-EXCEPTION
      *> Appends a price or quantity dispute to VENDOR-EXCEPTIONS -
      *> only reached once the PO line has been found, so the
      *> quantity the vendor should have billed is on hand.
      *>-----------------------------------------------------------------
       6600-WRITE-VENDOR-EXCEPTION.

           MOVE VI-VENDOR-ID    TO VX-VENDOR-ID.
           MOVE WS-INVOICE-DATE TO VX-EXCEPTION-DATE.
           MOVE WS-DISPUTE-KIND TO VX-EXCEPTION-CODE.
           MOVE VI-PO-NUMBER    TO VX-PO-NUMBER.
           MOVE VI-ITEM-ID      TO VX-ITEM-ID.
           MOVE VI-QTY-BILLED   TO VX-ACTUAL-QTY.
           MOVE WS-PO-RECEIVED-QTY(WS-PO-IDX) TO VX-EXPECTED-QTY.
           MOVE WS-LINE-AMOUNT  TO VX-AMOUNT.

           WRITE VX-VENDOR-EXCEPTION-RECORD.

       6600-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 7000-WRITE-VENDOR-TOTALS
      *>-----------------------------------------------------------------
           END-STRING.
           WRITE DP-REPORT-LINE.

           MOVE WS-HELD-AMOUNT TO WS-FORMATTED-AMOUNT.
           INITIALIZE DP-REPORT-LINE.
           STRING "HELD ON OPEN-PAYABLES: " DELIMITED BY SIZE
                   WS-FORMATTED-AMOUNT  DELIMITED BY SIZE
                   " - NOT PAID UNTIL RELEASED" DELIMITED BY SIZE
                   INTO DP-REPORT-LINE
           END-STRING.
           WRITE DP-REPORT-LINE.

      *> Status still "35" means the invoice file never opened
           IF WS-INVOICE-FILE-STATUS NOT = "35"
               CLOSE VENDOR-INVOICES-FILE
           END-IF.
           CLOSE PAYABLES-REGISTER-FILE.
           CLOSE DISPUTE-REPORT-FILE.
           CLOSE OPEN-PAYABLES-FILE.
           CLOSE VENDOR-EXCEPTIONS-FILE.

       9000-EXIT.
           EXIT.
