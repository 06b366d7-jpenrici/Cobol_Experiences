      *>*****************************************************************
      *> Program:     Payables-Payment-Run
      *> Author:      Pet Shop IT - Accounts Team
      *> Date-Written: 2026-10-14
      *> Purpose:     Scheduled vendor payment run off the
      *>              OPEN-PAYABLES ledger Invoice-Matching-Batch
      *>              keeps. First applies PAYABLES-RELEASES -
      *>              purchasing's decisions on disputed lines: R
      *>              releases a held line so it can be paid, C
      *>              cancels it for good. Then selects every open
      *>              line due on or before the run date (YYYYMMDD
      *>              off the command line, defaulting to today),
      *>              pays it in one payment per vendor written to
      *>              VENDOR-PAYMENTS, prints a remittance advice per
      *>              vendor listing each invoice line the payment
      *>              covers, and marks the paid lines "P" with the
      *>              date paid. A held line is never selected, and
      *>              nothing is paid ahead of its due date. The
      *>              updated ledger is written back over
      *>              OPEN-PAYABLES, the way Goods-Receipt-Batch
      *>              rewrites the purchase order book.
      *> Tect Stack:  GnuCOBOL
      *>*****************************************************************

       IDENTIFICATION DIVISION.
           PROGRAM-ID. Payables-Payment-Run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-PAYABLES-FILE
               ASSIGN TO "OPEN-PAYABLES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-FILE-STATUS.

           SELECT PAYABLES-RELEASES-FILE
               ASSIGN TO "PAYABLES-RELEASES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-FILE-STATUS.

           SELECT SUPPLIER-MASTER-FILE
               ASSIGN TO "SUPPLIER-MASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPP-FILE-STATUS.

           SELECT VENDOR-PAYMENTS-FILE
               ASSIGN TO "VENDOR-PAYMENTS"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REMITTANCE-ADVICE-FILE
               ASSIGN TO "REMITTANCE-ADVICE"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAYMENT-REPORT-FILE
               ASSIGN TO "PAYMENT-RUN-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "RUN-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPEN-PAYABLES-FILE.
           COPY APREC.

       *> One line per held payable purchasing has decided on,
       *> keyed the way OPEN-PAYABLES identifies an invoice line
       FD  PAYABLES-RELEASES-FILE.
       01  PL-RELEASE-RECORD.
           05  PL-VENDOR-ID            PIC 9(04).
           05  PL-INVOICE-NUMBER       PIC X(10).
           05  PL-PO-NUMBER            PIC 9(06).
           05  PL-ITEM-ID              PIC 9(05).
           05  PL-ACTION               PIC X(01).
               88  PL-ACTION-IS-RELEASE         VALUE "R".
               88  PL-ACTION-IS-CANCEL          VALUE "C".

       FD  SUPPLIER-MASTER-FILE.
           COPY SUPPREC.

       *> One payment per vendor per run - what the bank is told
       *> to pay
       FD  VENDOR-PAYMENTS-FILE.
       01  VP-PAYMENT-RECORD.
           05  VP-VENDOR-ID            PIC 9(04).
           05  VP-VENDOR-NAME          PIC X(20).
           05  VP-PAYMENT-DATE         PIC 9(08).
           05  VP-LINE-COUNT           PIC 9(05).
           05  VP-AMOUNT               PIC 9(09)V99.

       FD  REMITTANCE-ADVICE-FILE.
       01  RA-REPORT-LINE              PIC X(100).

       FD  PAYMENT-REPORT-FILE.
       01  PP-REPORT-LINE              PIC X(100).

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.

       *> RUN-CONTROL accumulates across runs, so the file may not
       *> exist yet the first time any batch is ever run
       01 WS-RUNCTL-FILE-STATUS PIC X(02).

       01 WS-RUN-CONTROL-NAME   PIC X(24)
                                VALUE "Payables-Payment-Run".

       *> End-of-file switches
       01 WS-SWITCHES.
           05 WS-AP-EOF-SWITCH     PIC X(01)   VALUE "N".
               88 WS-AP-END-OF-FILE             VALUE "Y".
           05 WS-RELEASE-EOF-SWITCH PIC X(01)  VALUE "N".
               88 WS-RELEASE-END-OF-FILE        VALUE "Y".
           05 WS-SUPP-EOF-SWITCH   PIC X(01)   VALUE "N".
               88 WS-SUPP-END-OF-FILE           VALUE "Y".

       01 WS-AP-FILE-STATUS        PIC X(02).
       01 WS-RELEASE-FILE-STATUS   PIC X(02).
       01 WS-SUPP-FILE-STATUS      PIC X(02).

       01 WS-RUN-DATE              PIC 9(08).
       01 WS-COMMAND-LINE          PIC X(20).

       *> Pay everything due on or before this date, YYYYMMDD
       01 WS-PAY-THROUGH-DATE      PIC 9(08).

      *>-----------------------------------------------------------------
      *> The whole payables ledger is loaded here, worked on in
      *> place and written back over OPEN-PAYABLES at the end. The
      *> paid-now switch marks the lines this run pays, so each
      *> vendor's remittance advice lists exactly those.
      *>-----------------------------------------------------------------
       01 WS-AP-TABLE.
           05 WS-AP-ENTRY OCCURS 500 TIMES.
               10 WS-AP-VENDOR-ID      PIC 9(04).
               10 WS-AP-INVOICE-NUMBER PIC X(10).
               10 WS-AP-PO-NUMBER      PIC 9(06).
               10 WS-AP-ITEM-ID        PIC 9(05).
               10 WS-AP-INVOICE-DATE   PIC 9(08).
               10 WS-AP-DUE-DATE       PIC 9(08).
               10 WS-AP-AMOUNT         PIC 9(09)V99.
               10 WS-AP-STATUS         PIC X(01).
                   88 WS-AP-LINE-IS-OPEN        VALUE "O".
                   88 WS-AP-LINE-IS-HELD        VALUE "H".
               10 WS-AP-PAID-DATE      PIC 9(08).
               10 WS-AP-HOLD-REASON    PIC X(30).
               10 WS-AP-PAID-NOW-SW    PIC X(01).
                   88 WS-AP-PAID-NOW            VALUE "Y".
       01 WS-AP-COUNT              PIC 9(04) COMP   VALUE ZERO.

      *>-----------------------------------------------------------------
      *> Vendor names off SUPPLIER-MASTER, one entry per distinct
      *> vendor, the way Invoice-Matching-Batch loads them.
      *>-----------------------------------------------------------------
       01 WS-VENDOR-NAME-TABLE.
           05 WS-VN-ENTRY OCCURS 50 TIMES.
               10 WS-VN-VENDOR-ID      PIC 9(04).
               10 WS-VN-VENDOR-NAME    PIC X(20).
       01 WS-VN-COUNT              PIC 9(04) COMP   VALUE ZERO.

      *>-----------------------------------------------------------------
      *> This run's payment per vendor, built up as lines are
      *> selected and written out as one VENDOR-PAYMENTS record and
      *> one remittance advice each.
      *>-----------------------------------------------------------------
       01 WS-PAYMENT-TABLE.
           05 WS-PAY-ENTRY OCCURS 50 TIMES.
               10 WS-PAY-VENDOR-ID     PIC 9(04).
               10 WS-PAY-VENDOR-NAME   PIC X(20).
               10 WS-PAY-LINE-COUNT    PIC 9(05).
               10 WS-PAY-AMOUNT        PIC 9(09)V99.
       01 WS-PAY-COUNT             PIC 9(04) COMP   VALUE ZERO.

       01 WS-TBL-IDX               PIC 9(04) COMP.
       01 WS-AP-IDX                PIC 9(04) COMP.
       01 WS-PAY-IDX               PIC 9(04) COMP.

       01 WS-LOOKUP-SWITCH         PIC X(01).
           88 WS-LOOKUP-FOUND                    VALUE "Y".

       01 WS-FOUND-VENDOR-NAME     PIC X(20).
       01 WS-LOOKUP-VENDOR-ID      PIC 9(04).
       01 WS-RELEASE-RESULT        PIC X(40).

       *> Run totals
       01 WS-PAYMENT-TOTALS.
           05 WS-RELEASE-COUNT      PIC 9(05)     VALUE ZERO.
           05 WS-RELEASED-COUNT     PIC 9(05)     VALUE ZERO.
           05 WS-CANCELLED-COUNT    PIC 9(05)     VALUE ZERO.
           05 WS-REJECTED-COUNT     PIC 9(05)     VALUE ZERO.
           05 WS-PAID-LINE-COUNT    PIC 9(07)     VALUE ZERO.
           05 WS-PAID-AMOUNT        PIC 9(11)V99  VALUE ZERO.
           05 WS-HELD-LINE-COUNT    PIC 9(05)     VALUE ZERO.
           05 WS-HELD-AMOUNT        PIC 9(11)V99  VALUE ZERO.
           05 WS-NOT-DUE-COUNT      PIC 9(05)     VALUE ZERO.
           05 WS-NOT-DUE-AMOUNT     PIC 9(11)V99  VALUE ZERO.

       01 WS-MASK-COUNT            PIC ZZZZ9.
       01 WS-FORMATTED-AMOUNT      PIC $ZZZ,ZZZ,ZZ9.99.
       01 WS-FORMATTED-DATE        PIC 9999/99/99.
       01 WS-FORMATTED-DATE-2      PIC 9999/99/99.

       PROCEDURE DIVISION.

      *>-----------------------------------------------------------------
      *> 0000-MAIN-PROCEDURE
      *>-----------------------------------------------------------------
       0000-MAIN-PROCEDURE.

           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-APPLY-RELEASE
               THRU 2000-EXIT
               UNTIL WS-RELEASE-END-OF-FILE.

           PERFORM 3000-SELECT-LINE
               THRU 3000-EXIT
               VARYING WS-AP-IDX FROM 1 BY 1
               UNTIL WS-AP-IDX > WS-AP-COUNT.

           PERFORM 5000-PAY-VENDOR
               THRU 5000-EXIT
               VARYING WS-PAY-IDX FROM 1 BY 1
               UNTIL WS-PAY-IDX > WS-PAY-COUNT.

           PERFORM 8000-REWRITE-LEDGER
               THRU 8000-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           STOP RUN.

      *>-----------------------------------------------------------------
      *> 1000-INITIALIZE
      *> Works out the pay-through date, loads the vendor names and
      *> the payables ledger, then opens the releases and the
      *> outputs.
      *>-----------------------------------------------------------------
       1000-INITIALIZE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           IF WS-COMMAND-LINE(1:8) NOT = SPACES
            AND WS-COMMAND-LINE(1:8) IS NUMERIC
               MOVE WS-COMMAND-LINE(1:8) TO WS-PAY-THROUGH-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-PAY-THROUGH-DATE
           END-IF.

           PERFORM 8800-WRITE-RUN-START
               THRU 8800-EXIT.

           OPEN INPUT SUPPLIER-MASTER-FILE.
           IF WS-SUPP-FILE-STATUS NOT = "35"
               PERFORM 1200-LOAD-VENDOR-NAME
                   THRU 1200-EXIT
                   UNTIL WS-SUPP-END-OF-FILE
               CLOSE SUPPLIER-MASTER-FILE
           END-IF.

           OPEN INPUT OPEN-PAYABLES-FILE.
           IF WS-AP-FILE-STATUS = "35"
               DISPLAY "*** NO OPEN-PAYABLES ON FILE - NOTHING TO "
                       "PAY ***"
           ELSE
               PERFORM 1100-LOAD-AP-ENTRY
                   THRU 1100-EXIT
                   UNTIL WS-AP-END-OF-FILE
               CLOSE OPEN-PAYABLES-FILE
           END-IF.

           OPEN OUTPUT VENDOR-PAYMENTS-FILE.
           OPEN OUTPUT REMITTANCE-ADVICE-FILE.
           OPEN OUTPUT PAYMENT-REPORT-FILE.

           MOVE WS-PAY-THROUGH-DATE TO WS-FORMATTED-DATE.
           INITIALIZE PP-REPORT-LINE.
           STRING "--- PAYABLES PAYMENT RUN - PAYING THROUGH "
                                        DELIMITED BY SIZE
                   WS-FORMATTED-DATE    DELIMITED BY SIZE
                   " ---"               DELIMITED BY SIZE
                   INTO PP-REPORT-LINE
           END-STRING.
           WRITE PP-REPORT-LINE.

      *> No releases on file is a run with no disputes settled
           OPEN INPUT PAYABLES-RELEASES-FILE.
           IF WS-RELEASE-FILE-STATUS = "35"
               MOVE "Y" TO WS-RELEASE-EOF-SWITCH
           ELSE
               MOVE SPACES TO PP-REPORT-LINE
               WRITE PP-REPORT-LINE
               MOVE "--- RELEASES ---" TO PP-REPORT-LINE
               WRITE PP-REPORT-LINE
           END-IF.

       1000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 1100-LOAD-AP-ENTRY
      *> WS-AP-TABLE holds the whole ledger, so if OPEN-PAYABLES ever
      *> outgrows it the run stops here with a clear message rather
      *> than rewriting a ledger with lines missing.
      *>-----------------------------------------------------------------
       1100-LOAD-AP-ENTRY.

           READ OPEN-PAYABLES-FILE
               AT END
                   MOVE "Y" TO WS-AP-EOF-SWITCH
                   GO TO 1100-EXIT
           END-READ.

           IF WS-AP-COUNT NOT < 500
               DISPLAY "*** ABEND: OPEN-PAYABLES EXCEEDS 500 "
                       "LINES - WS-AP-TABLE IS FULL ***"
               DISPLAY "INCREASE WS-AP-TABLE OCCURS AND RECOMPILE."
               STOP RUN
           END-IF.

           ADD 1 TO WS-AP-COUNT.
           MOVE AP-VENDOR-ID      TO WS-AP-VENDOR-ID(WS-AP-COUNT).
           MOVE AP-INVOICE-NUMBER TO WS-AP-INVOICE-NUMBER(WS-AP-COUNT).
           MOVE AP-PO-NUMBER      TO WS-AP-PO-NUMBER(WS-AP-COUNT).
           MOVE AP-ITEM-ID        TO WS-AP-ITEM-ID(WS-AP-COUNT).
           MOVE AP-INVOICE-DATE   TO WS-AP-INVOICE-DATE(WS-AP-COUNT).
           MOVE AP-DUE-DATE       TO WS-AP-DUE-DATE(WS-AP-COUNT).
           MOVE AP-AMOUNT         TO WS-AP-AMOUNT(WS-AP-COUNT).
           MOVE AP-STATUS         TO WS-AP-STATUS(WS-AP-COUNT).
           MOVE AP-PAID-DATE      TO WS-AP-PAID-DATE(WS-AP-COUNT).
           MOVE AP-HOLD-REASON    TO WS-AP-HOLD-REASON(WS-AP-COUNT).
           MOVE "N"               TO WS-AP-PAID-NOW-SW(WS-AP-COUNT).

       1100-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 1200-LOAD-VENDOR-NAME
      *> One SUPPLIER-MASTER record; the first name seen for a
      *> vendor wins.
      *>-----------------------------------------------------------------
       1200-LOAD-VENDOR-NAME.

           READ SUPPLIER-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-SUPP-EOF-SWITCH
                   GO TO 1200-EXIT
           END-READ.

           MOVE SU-VENDOR-ID TO WS-LOOKUP-VENDOR-ID.
           PERFORM 4000-LOOKUP-VENDOR-NAME
               THRU 4000-EXIT.

           IF NOT WS-LOOKUP-FOUND
               IF WS-VN-COUNT NOT < 50
                   DISPLAY "*** ABEND: SUPPLIER-MASTER NAMES MORE "
                           "THAN 50 VENDORS - WS-VENDOR-NAME-TABLE "
                           "IS FULL ***"
                   DISPLAY "INCREASE WS-VENDOR-NAME-TABLE OCCURS AND "
                           "RECOMPILE."
                   STOP RUN
               END-IF
               ADD 1 TO WS-VN-COUNT
               MOVE SU-VENDOR-ID   TO WS-VN-VENDOR-ID(WS-VN-COUNT)
               MOVE SU-VENDOR-NAME TO WS-VN-VENDOR-NAME(WS-VN-COUNT)
           END-IF.

       1200-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 2000-APPLY-RELEASE
      *> One PAYABLES-RELEASES line. It must name a line that is on
      *> hold right now - a release for a line already open, paid or
      *> cancelled, or for no line at all, changes nothing and is
      *> listed as rejected so purchasing can see it did not take.
      *>-----------------------------------------------------------------
       2000-APPLY-RELEASE.

           READ PAYABLES-RELEASES-FILE
               AT END
                   MOVE "Y" TO WS-RELEASE-EOF-SWITCH
                   GO TO 2000-EXIT
           END-READ.

           ADD 1 TO WS-RELEASE-COUNT.

           MOVE "N" TO WS-LOOKUP-SWITCH.

           PERFORM 2100-SCAN-HELD-LINE
               THRU 2100-EXIT
               VARYING WS-AP-IDX FROM 1 BY 1
               UNTIL WS-AP-IDX > WS-AP-COUNT
                  OR WS-LOOKUP-FOUND.

           IF NOT WS-LOOKUP-FOUND
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "** REJECTED - NO HELD LINE MATCHES **"
                   TO WS-RELEASE-RESULT
               PERFORM 6000-WRITE-RELEASE-LINE
                   THRU 6000-EXIT
               GO TO 2000-EXIT
           END-IF.

      *> The VARYING leaves the index one past the matching entry
           SUBTRACT 1 FROM WS-AP-IDX.

           EVALUATE TRUE
               WHEN PL-ACTION-IS-RELEASE
                   MOVE "O"    TO WS-AP-STATUS(WS-AP-IDX)
                   MOVE SPACES TO WS-AP-HOLD-REASON(WS-AP-IDX)
                   ADD 1 TO WS-RELEASED-COUNT
                   MOVE "RELEASED FOR PAYMENT" TO WS-RELEASE-RESULT
               WHEN PL-ACTION-IS-CANCEL
                   MOVE "X"    TO WS-AP-STATUS(WS-AP-IDX)
                   ADD 1 TO WS-CANCELLED-COUNT
                   MOVE "CANCELLED - WILL NOT BE PAID"
                       TO WS-RELEASE-RESULT
               WHEN OTHER
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "** REJECTED - ACTION MUST BE R OR C **"
                       TO WS-RELEASE-RESULT
           END-EVALUATE.

           PERFORM 6000-WRITE-RELEASE-LINE
               THRU 6000-EXIT.

       2000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 2100-SCAN-HELD-LINE
      *>-----------------------------------------------------------------
       2100-SCAN-HELD-LINE.

           IF WS-AP-LINE-IS-HELD(WS-AP-IDX)
            AND WS-AP-VENDOR-ID(WS-AP-IDX) = PL-VENDOR-ID
            AND WS-AP-INVOICE-NUMBER(WS-AP-IDX) = PL-INVOICE-NUMBER
            AND WS-AP-PO-NUMBER(WS-AP-IDX) = PL-PO-NUMBER
            AND WS-AP-ITEM-ID(WS-AP-IDX) = PL-ITEM-ID
               MOVE "Y" TO WS-LOOKUP-SWITCH
           END-IF.

       2100-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 3000-SELECT-LINE
      *> An open line due on or before the pay-through date is paid
      *> this run; anything still held or not yet due is counted so
      *> the report shows what was left behind and why.
      *>-----------------------------------------------------------------
       3000-SELECT-LINE.

           IF WS-AP-LINE-IS-HELD(WS-AP-IDX)
               ADD 1 TO WS-HELD-LINE-COUNT
               ADD WS-AP-AMOUNT(WS-AP-IDX) TO WS-HELD-AMOUNT
               GO TO 3000-EXIT
           END-IF.

           IF NOT WS-AP-LINE-IS-OPEN(WS-AP-IDX)
               GO TO 3000-EXIT
           END-IF.

           IF WS-AP-DUE-DATE(WS-AP-IDX) > WS-PAY-THROUGH-DATE
               ADD 1 TO WS-NOT-DUE-COUNT
               ADD WS-AP-AMOUNT(WS-AP-IDX) TO WS-NOT-DUE-AMOUNT
               GO TO 3000-EXIT
           END-IF.

           MOVE "P"         TO WS-AP-STATUS(WS-AP-IDX).
           MOVE WS-RUN-DATE TO WS-AP-PAID-DATE(WS-AP-IDX).
           MOVE "Y"         TO WS-AP-PAID-NOW-SW(WS-AP-IDX).

           ADD 1 TO WS-PAID-LINE-COUNT.
           ADD WS-AP-AMOUNT(WS-AP-IDX) TO WS-PAID-AMOUNT.

           PERFORM 3100-ADD-VENDOR-PAYMENT
               THRU 3100-EXIT.

       3000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 3100-ADD-VENDOR-PAYMENT
      *>-----------------------------------------------------------------
       3100-ADD-VENDOR-PAYMENT.

           MOVE "N" TO WS-LOOKUP-SWITCH.

           PERFORM 3110-SCAN-VENDOR-PAYMENT
               THRU 3110-EXIT
               VARYING WS-TBL-IDX FROM 1 BY 1
               UNTIL WS-TBL-IDX > WS-PAY-COUNT
                  OR WS-LOOKUP-FOUND.

           IF NOT WS-LOOKUP-FOUND
               IF WS-PAY-COUNT NOT < 50
                   DISPLAY "*** ABEND: RUN PAYS MORE THAN 50 "
                           "VENDORS - WS-PAYMENT-TABLE IS FULL ***"
                   DISPLAY "INCREASE WS-PAYMENT-TABLE OCCURS AND "
                           "RECOMPILE."
                   STOP RUN
               END-IF
               MOVE WS-AP-VENDOR-ID(WS-AP-IDX) TO WS-LOOKUP-VENDOR-ID
               PERFORM 4000-LOOKUP-VENDOR-NAME
                   THRU 4000-EXIT
               ADD 1 TO WS-PAY-COUNT
               MOVE WS-AP-VENDOR-ID(WS-AP-IDX)
                   TO WS-PAY-VENDOR-ID(WS-PAY-COUNT)
               MOVE WS-FOUND-VENDOR-NAME
                   TO WS-PAY-VENDOR-NAME(WS-PAY-COUNT)
               MOVE 1 TO WS-PAY-LINE-COUNT(WS-PAY-COUNT)
               MOVE WS-AP-AMOUNT(WS-AP-IDX)
                   TO WS-PAY-AMOUNT(WS-PAY-COUNT)
           END-IF.

       3100-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 3110-SCAN-VENDOR-PAYMENT
      *>-----------------------------------------------------------------
       3110-SCAN-VENDOR-PAYMENT.

           IF WS-PAY-VENDOR-ID(WS-TBL-IDX) = WS-AP-VENDOR-ID(WS-AP-IDX)
               ADD 1 TO WS-PAY-LINE-COUNT(WS-TBL-IDX)
               ADD WS-AP-AMOUNT(WS-AP-IDX) TO WS-PAY-AMOUNT(WS-TBL-IDX)
               MOVE "Y" TO WS-LOOKUP-SWITCH
           END-IF.

       3110-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 4000-LOOKUP-VENDOR-NAME
      *> Name of WS-LOOKUP-VENDOR-ID, spaces for a vendor not on
      *> SUPPLIER-MASTER.
      *>-----------------------------------------------------------------
       4000-LOOKUP-VENDOR-NAME.

           MOVE SPACES TO WS-FOUND-VENDOR-NAME.
           MOVE "N" TO WS-LOOKUP-SWITCH.

           PERFORM 4100-SCAN-FOR-NAME
               THRU 4100-EXIT
               VARYING WS-TBL-IDX FROM 1 BY 1
               UNTIL WS-TBL-IDX > WS-VN-COUNT
                  OR WS-LOOKUP-FOUND.

       4000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 4100-SCAN-FOR-NAME
      *>-----------------------------------------------------------------
       4100-SCAN-FOR-NAME.

           IF WS-VN-VENDOR-ID(WS-TBL-IDX) = WS-LOOKUP-VENDOR-ID
               MOVE WS-VN-VENDOR-NAME(WS-TBL-IDX)
                   TO WS-FOUND-VENDOR-NAME
               MOVE "Y" TO WS-LOOKUP-SWITCH
           END-IF.

       4100-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 5000-PAY-VENDOR
      *> One vendor's payment: the VENDOR-PAYMENTS record, its line
      *> on the run report, and the remittance advice listing every
      *> invoice line the payment covers.
      *>-----------------------------------------------------------------
       5000-PAY-VENDOR.

           MOVE WS-PAY-VENDOR-ID(WS-PAY-IDX)   TO VP-VENDOR-ID.
           MOVE WS-PAY-VENDOR-NAME(WS-PAY-IDX) TO VP-VENDOR-NAME.
           MOVE WS-RUN-DATE                    TO VP-PAYMENT-DATE.
           MOVE WS-PAY-LINE-COUNT(WS-PAY-IDX)  TO VP-LINE-COUNT.
           MOVE WS-PAY-AMOUNT(WS-PAY-IDX)      TO VP-AMOUNT.
           WRITE VP-PAYMENT-RECORD.

           IF WS-PAY-IDX = 1
               MOVE SPACES TO PP-REPORT-LINE
               WRITE PP-REPORT-LINE
               MOVE "--- PAYMENTS ---" TO PP-REPORT-LINE
               WRITE PP-REPORT-LINE
           END-IF.

           MOVE WS-PAY-LINE-COUNT(WS-PAY-IDX) TO WS-MASK-COUNT.
           MOVE WS-PAY-AMOUNT(WS-PAY-IDX)     TO WS-FORMATTED-AMOUNT.

           INITIALIZE PP-REPORT-LINE.
           STRING "VENDOR "             DELIMITED BY SIZE
                   WS-PAY-VENDOR-ID(WS-PAY-IDX) DELIMITED BY SIZE
                   " "                  DELIMITED BY SIZE
                   WS-PAY-VENDOR-NAME(WS-PAY-IDX) DELIMITED BY SIZE
                   " LINES:"            DELIMITED BY SIZE
                   WS-MASK-COUNT        DELIMITED BY SIZE
                   " PAID:"             DELIMITED BY SIZE
                   WS-FORMATTED-AMOUNT  DELIMITED BY SIZE
                   INTO PP-REPORT-LINE
           END-STRING.
           WRITE PP-REPORT-LINE.

           PERFORM 5100-WRITE-ADVICE-HEADER
               THRU 5100-EXIT.

           PERFORM 5200-WRITE-ADVICE-LINE
               THRU 5200-EXIT
               VARYING WS-AP-IDX FROM 1 BY 1
               UNTIL WS-AP-IDX > WS-AP-COUNT.

           MOVE WS-PAY-AMOUNT(WS-PAY-IDX) TO WS-FORMATTED-AMOUNT.
           INITIALIZE RA-REPORT-LINE.
           STRING "TOTAL PAYMENT:                            "
                                        DELIMITED BY SIZE
                   WS-FORMATTED-AMOUNT  DELIMITED BY SIZE
                   INTO RA-REPORT-LINE
           END-STRING.
           WRITE RA-REPORT-LINE.

           MOVE SPACES TO RA-REPORT-LINE.
           WRITE RA-REPORT-LINE.

       5000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 5100-WRITE-ADVICE-HEADER
      *>-----------------------------------------------------------------
       5100-WRITE-ADVICE-HEADER.

           MOVE "--- REMITTANCE ADVICE ---" TO RA-REPORT-LINE.
           WRITE RA-REPORT-LINE.

           INITIALIZE RA-REPORT-LINE.
           STRING "TO VENDOR "          DELIMITED BY SIZE
                   WS-PAY-VENDOR-ID(WS-PAY-IDX) DELIMITED BY SIZE
                   " "                  DELIMITED BY SIZE
                   WS-PAY-VENDOR-NAME(WS-PAY-IDX) DELIMITED BY SIZE
                   INTO RA-REPORT-LINE
           END-STRING.
           WRITE RA-REPORT-LINE.

           MOVE WS-RUN-DATE TO WS-FORMATTED-DATE.
           INITIALIZE RA-REPORT-LINE.
           STRING "PAYMENT DATE "       DELIMITED BY SIZE
                   WS-FORMATTED-DATE    DELIMITED BY SIZE
                   INTO RA-REPORT-LINE
           END-STRING.
           WRITE RA-REPORT-LINE.

           INITIALIZE RA-REPORT-LINE.
           STRING "INVOICE    PO     ITEM  INVOICED   "
                                        DELIMITED BY SIZE
                   "DUE DATE            AMOUNT"
                                        DELIMITED BY SIZE
                   INTO RA-REPORT-LINE
           END-STRING.
           WRITE RA-REPORT-LINE.

       5100-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 5200-WRITE-ADVICE-LINE
      *> One table entry; printed only if this run paid it to the
      *> vendor the advice is for.
      *>-----------------------------------------------------------------
       5200-WRITE-ADVICE-LINE.

           IF NOT WS-AP-PAID-NOW(WS-AP-IDX)
               GO TO 5200-EXIT
           END-IF.

           IF WS-AP-VENDOR-ID(WS-AP-IDX) NOT =
                   WS-PAY-VENDOR-ID(WS-PAY-IDX)
               GO TO 5200-EXIT
           END-IF.

           MOVE WS-AP-INVOICE-DATE(WS-AP-IDX) TO WS-FORMATTED-DATE.
           MOVE WS-AP-DUE-DATE(WS-AP-IDX)     TO WS-FORMATTED-DATE-2.
           MOVE WS-AP-AMOUNT(WS-AP-IDX)       TO WS-FORMATTED-AMOUNT.

           INITIALIZE RA-REPORT-LINE.
           STRING WS-AP-INVOICE-NUMBER(WS-AP-IDX) DELIMITED BY SIZE
                   " "                  DELIMITED BY SIZE
                   WS-AP-PO-NUMBER(WS-AP-IDX) DELIMITED BY SIZE
                   " "                  DELIMITED BY SIZE
                   WS-AP-ITEM-ID(WS-AP-IDX) DELIMITED BY SIZE
                   " "                  DELIMITED BY SIZE
                   WS-FORMATTED-DATE    DELIMITED BY SIZE
                   " "                  DELIMITED BY SIZE
                   WS-FORMATTED-DATE-2  DELIMITED BY SIZE
                   " "                  DELIMITED BY SIZE
                   WS-FORMATTED-AMOUNT  DELIMITED BY SIZE
                   INTO RA-REPORT-LINE
           END-STRING.
           WRITE RA-REPORT-LINE.

       5200-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 6000-WRITE-RELEASE-LINE
      *>-----------------------------------------------------------------
       6000-WRITE-RELEASE-LINE.

           INITIALIZE PP-REPORT-LINE.
           STRING "VENDOR "             DELIMITED BY SIZE
                   PL-VENDOR-ID         DELIMITED BY SIZE
                   " INV "              DELIMITED BY SIZE
                   PL-INVOICE-NUMBER    DELIMITED BY SIZE
                   " PO "               DELIMITED BY SIZE
                   PL-PO-NUMBER         DELIMITED BY SIZE
                   " ITEM "             DELIMITED BY SIZE
                   PL-ITEM-ID           DELIMITED BY SIZE
                   " "                  DELIMITED BY SIZE
                   WS-RELEASE-RESULT    DELIMITED BY SIZE
                   INTO PP-REPORT-LINE
           END-STRING.
           WRITE PP-REPORT-LINE.

       6000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 8000-REWRITE-LEDGER
      *> Writes the updated ledger - releases applied and this run's
      *> payments marked - back over OPEN-PAYABLES.
      *>-----------------------------------------------------------------
       8000-REWRITE-LEDGER.

           OPEN OUTPUT OPEN-PAYABLES-FILE.

           PERFORM 8100-WRITE-AP-LINE
               THRU 8100-EXIT
               VARYING WS-AP-IDX FROM 1 BY 1
               UNTIL WS-AP-IDX > WS-AP-COUNT.

           CLOSE OPEN-PAYABLES-FILE.

       8000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 8100-WRITE-AP-LINE
      *>-----------------------------------------------------------------
       8100-WRITE-AP-LINE.

           MOVE WS-AP-VENDOR-ID(WS-AP-IDX)      TO AP-VENDOR-ID.
           MOVE WS-AP-INVOICE-NUMBER(WS-AP-IDX) TO AP-INVOICE-NUMBER.
           MOVE WS-AP-PO-NUMBER(WS-AP-IDX)      TO AP-PO-NUMBER.
           MOVE WS-AP-ITEM-ID(WS-AP-IDX)        TO AP-ITEM-ID.
           MOVE WS-AP-INVOICE-DATE(WS-AP-IDX)   TO AP-INVOICE-DATE.
           MOVE WS-AP-DUE-DATE(WS-AP-IDX)       TO AP-DUE-DATE.
           MOVE WS-AP-AMOUNT(WS-AP-IDX)         TO AP-AMOUNT.
           MOVE WS-AP-STATUS(WS-AP-IDX)         TO AP-STATUS.
           MOVE WS-AP-PAID-DATE(WS-AP-IDX)      TO AP-PAID-DATE.
           MOVE WS-AP-HOLD-REASON(WS-AP-IDX)    TO AP-HOLD-REASON.

           WRITE AP-PAYABLE-RECORD.

       8100-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 9000-TERMINATE
      *> Prints the run totals - releases, what was paid, and what
      *> was left on the ledger held or not yet due - and closes
      *> down.
      *>-----------------------------------------------------------------
       9000-TERMINATE.

           MOVE SPACES TO PP-REPORT-LINE.
           WRITE PP-REPORT-LINE.

           MOVE WS-RELEASE-COUNT TO WS-MASK-COUNT.
           INITIALIZE PP-REPORT-LINE.
           STRING "RELEASES READ:          " DELIMITED BY SIZE
                   WS-MASK-COUNT        DELIMITED BY SIZE
                   INTO PP-REPORT-LINE
           END-STRING.
           WRITE PP-REPORT-LINE.

           MOVE WS-RELEASED-COUNT TO WS-MASK-COUNT.
           INITIALIZE PP-REPORT-LINE.
           STRING "LINES RELEASED:         " DELIMITED BY SIZE
                   WS-MASK-COUNT        DELIMITED BY SIZE
                   INTO PP-REPORT-LINE
           END-STRING.
           WRITE PP-REPORT-LINE.

           MOVE WS-CANCELLED-COUNT TO WS-MASK-COUNT.
           INITIALIZE PP-REPORT-LINE.
           STRING "LINES CANCELLED:        " DELIMITED BY SIZE
                   WS-MASK-COUNT        DELIMITED BY SIZE
                   INTO PP-REPORT-LINE
           END-STRING.
           WRITE PP-REPORT-LINE.

           MOVE WS-REJECTED-COUNT TO WS-MASK-COUNT.
           INITIALIZE PP-REPORT-LINE.
           STRING "RELEASES REJECTED:      " DELIMITED BY SIZE
                   WS-MASK-COUNT        DELIMITED BY SIZE
                   INTO PP-REPORT-LINE
           END-STRING.
           WRITE PP-REPORT-LINE.

           MOVE WS-PAID-LINE-COUNT TO WS-MASK-COUNT.
           MOVE WS-PAID-AMOUNT     TO WS-FORMATTED-AMOUNT.
           INITIALIZE PP-REPORT-LINE.
           STRING "LINES PAID:             " DELIMITED BY SIZE
                   WS-MASK-COUNT        DELIMITED BY SIZE
                   " TOTAL:"            DELIMITED BY SIZE
                   WS-FORMATTED-AMOUNT  DELIMITED BY SIZE
                   INTO PP-REPORT-LINE
           END-STRING.
           WRITE PP-REPORT-LINE.

           MOVE WS-NOT-DUE-COUNT  TO WS-MASK-COUNT.
           MOVE WS-NOT-DUE-AMOUNT TO WS-FORMATTED-AMOUNT.
           INITIALIZE PP-REPORT-LINE.
           STRING "LINES NOT YET DUE:      " DELIMITED BY SIZE
                   WS-MASK-COUNT        DELIMITED BY SIZE
                   " TOTAL:"            DELIMITED BY SIZE
                   WS-FORMATTED-AMOUNT  DELIMITED BY SIZE
                   INTO PP-REPORT-LINE
           END-STRING.
           WRITE PP-REPORT-LINE.

           MOVE WS-HELD-LINE-COUNT TO WS-MASK-COUNT.
           MOVE WS-HELD-AMOUNT     TO WS-FORMATTED-AMOUNT.
           INITIALIZE PP-REPORT-LINE.
           STRING "LINES ON HOLD:          " DELIMITED BY SIZE
                   WS-MASK-COUNT        DELIMITED BY SIZE
                   " TOTAL:"            DELIMITED BY SIZE
                   WS-FORMATTED-AMOUNT  DELIMITED BY SIZE
                   " (NOT PAID UNTIL RELEASED)" DELIMITED BY SIZE
                   INTO PP-REPORT-LINE
           END-STRING.
           WRITE PP-REPORT-LINE.

      *> Status still "35" means the releases file never opened
           IF WS-RELEASE-FILE-STATUS NOT = "35"
               CLOSE PAYABLES-RELEASES-FILE
           END-IF.
           CLOSE VENDOR-PAYMENTS-FILE.
           CLOSE REMITTANCE-ADVICE-FILE.
           CLOSE PAYMENT-REPORT-FILE.

           PERFORM 8900-WRITE-RUN-END
               THRU 8900-EXIT.

       9000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 8800-WRITE-RUN-START
      *>-----------------------------------------------------------------
       8800-WRITE-RUN-START.

           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RUNCTL-FILE-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.

           MOVE WS-RUN-CONTROL-NAME TO RL-PROGRAM-NAME.
           MOVE "START"             TO RL-ENTRY-TYPE.
           MOVE WS-RUN-DATE         TO RL-RUN-DATE.
           MOVE ZERO                TO RL-RECORD-COUNT.
           MOVE ZERO                TO RL-HASH-TOTAL.
           MOVE ZERO                TO RL-HASH-TOTAL-2.
           MOVE SPACES              TO RL-NOTE.
           WRITE RL-RUN-CONTROL-RECORD.

           CLOSE RUN-CONTROL-FILE.

       8800-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 8900-WRITE-RUN-END
      *> The END record carries the run's controls: lines paid, the
      *> amount paid and the number of vendor payments.
      *>-----------------------------------------------------------------
       8900-WRITE-RUN-END.

           OPEN EXTEND RUN-CONTROL-FILE.

           MOVE WS-RUN-CONTROL-NAME TO RL-PROGRAM-NAME.
           MOVE "END  "             TO RL-ENTRY-TYPE.
           MOVE WS-RUN-DATE         TO RL-RUN-DATE.
           MOVE WS-PAID-LINE-COUNT  TO RL-RECORD-COUNT.
           MOVE WS-PAID-AMOUNT      TO RL-HASH-TOTAL.
           MOVE WS-PAY-COUNT        TO RL-HASH-TOTAL-2.
           MOVE SPACES              TO RL-NOTE.
           WRITE RL-RUN-CONTROL-RECORD.

           CLOSE RUN-CONTROL-FILE.

       8900-EXIT.
           EXIT.
