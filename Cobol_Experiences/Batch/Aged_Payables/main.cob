      *>*****************************************************************
      *> Program:     Aged-Payables-Report
      *> Author:      Pet Shop IT - Accounts Team
      *> Date-Written: 2026-10-14
      *> Purpose:     Aged payables report - what we still owe each
      *>              vendor and how long we have owed it. Reads the
      *>              OPEN-PAYABLES ledger and ages every line still
      *>              outstanding (open, or held on a dispute) from
      *>              its invoice date to the as-of date (YYYYMMDD
      *>              off the command line, defaulting to today):
      *>              under 30 days is current, then 30, 60 and 90+
      *>              days. Prints one line per vendor with the
      *>              amount in each bucket and the vendor's total,
      *>              the part of it held on dispute, and how much
      *>              is already past its due date, then the same
      *>              figures for the whole ledger. Paid and
      *>              cancelled lines are no longer owed and are left
      *>              out.
      *> Tect Stack:  GnuCOBOL
      *>*****************************************************************

       IDENTIFICATION DIVISION.
           PROGRAM-ID. Aged-Payables-Report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-PAYABLES-FILE
               ASSIGN TO "OPEN-PAYABLES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-FILE-STATUS.

           SELECT SUPPLIER-MASTER-FILE
               ASSIGN TO "SUPPLIER-MASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPP-FILE-STATUS.

           SELECT AGED-PAYABLES-FILE
               ASSIGN TO "AGED-PAYABLES-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OPEN-PAYABLES-FILE.
           COPY APREC.

       FD  SUPPLIER-MASTER-FILE.
           COPY SUPPREC.

       FD  AGED-PAYABLES-FILE.
       01  AG-REPORT-LINE              PIC X(150).

       WORKING-STORAGE SECTION.

       *> End-of-file switches
       01 WS-SWITCHES.
           05 WS-AP-EOF-SWITCH     PIC X(01)   VALUE "N".
               88 WS-AP-END-OF-FILE             VALUE "Y".
           05 WS-SUPP-EOF-SWITCH   PIC X(01)   VALUE "N".
               88 WS-SUPP-END-OF-FILE           VALUE "Y".

       01 WS-AP-FILE-STATUS        PIC X(02).
       01 WS-SUPP-FILE-STATUS      PIC X(02).

       01 WS-RUN-DATE              PIC 9(08).
       01 WS-COMMAND-LINE          PIC X(20).

       *> The date every line is aged to, YYYYMMDD
       01 WS-AS-OF-DATE            PIC 9(08).

       *> Days from the line's invoice date to the as-of date; an
       *> invoice dated after the as-of date ages as current
       01 WS-AGE-DAYS              PIC S9(07).

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
      *> What is owed accumulated per vendor, one entry per vendor
      *> with anything outstanding. The held and past-due figures
      *> are parts of the vendor's total, not additions to it.
      *>-----------------------------------------------------------------
       01 WS-AGING-TABLE.
           05 WS-AGE-ENTRY OCCURS 50 TIMES.
               10 WS-AGE-VENDOR-ID     PIC 9(04).
               10 WS-AGE-VENDOR-NAME   PIC X(20).
               10 WS-AGE-LINE-COUNT    PIC 9(05).
               10 WS-AGE-CURRENT       PIC 9(09)V99.
               10 WS-AGE-30-DAYS       PIC 9(09)V99.
               10 WS-AGE-60-DAYS       PIC 9(09)V99.
               10 WS-AGE-90-DAYS       PIC 9(09)V99.
               10 WS-AGE-TOTAL         PIC 9(09)V99.
               10 WS-AGE-HELD          PIC 9(09)V99.
               10 WS-AGE-PAST-DUE      PIC 9(09)V99.
       01 WS-AGE-COUNT             PIC 9(04) COMP   VALUE ZERO.

       01 WS-TBL-IDX               PIC 9(04) COMP.
       01 WS-AGE-IDX               PIC 9(04) COMP.

       01 WS-LOOKUP-SWITCH         PIC X(01).
           88 WS-LOOKUP-FOUND                    VALUE "Y".

       01 WS-FOUND-VENDOR-NAME     PIC X(20).
       01 WS-LOOKUP-VENDOR-ID      PIC 9(04).

       *> Ledger totals, the same figures summed across vendors
       01 WS-LEDGER-TOTALS.
           05 WS-TOT-LINE-COUNT     PIC 9(07)     VALUE ZERO.
           05 WS-TOT-CURRENT        PIC 9(11)V99  VALUE ZERO.
           05 WS-TOT-30-DAYS        PIC 9(11)V99  VALUE ZERO.
           05 WS-TOT-60-DAYS        PIC 9(11)V99  VALUE ZERO.
           05 WS-TOT-90-DAYS        PIC 9(11)V99  VALUE ZERO.
           05 WS-TOT-TOTAL          PIC 9(11)V99  VALUE ZERO.
           05 WS-TOT-HELD           PIC 9(11)V99  VALUE ZERO.
           05 WS-TOT-PAST-DUE       PIC 9(11)V99  VALUE ZERO.

       *> One edited column per bucket, in report order
       01 WS-AMOUNT-COLUMNS.
           05 WS-COL-CURRENT        PIC $ZZZ,ZZZ,ZZ9.99.
           05 WS-COL-30-DAYS        PIC $ZZZ,ZZZ,ZZ9.99.
           05 WS-COL-60-DAYS        PIC $ZZZ,ZZZ,ZZ9.99.
           05 WS-COL-90-DAYS        PIC $ZZZ,ZZZ,ZZ9.99.
           05 WS-COL-TOTAL          PIC $ZZZ,ZZZ,ZZ9.99.
           05 WS-COL-HELD           PIC $ZZZ,ZZZ,ZZ9.99.
           05 WS-COL-PAST-DUE       PIC $ZZZ,ZZZ,ZZ9.99.

       01 WS-MASK-COUNT            PIC ZZZZZZ9.
       01 WS-FORMATTED-DATE        PIC 9999/99/99.

       PROCEDURE DIVISION.

      *>-----------------------------------------------------------------
      *> 0000-MAIN-PROCEDURE
      *>-----------------------------------------------------------------
       0000-MAIN-PROCEDURE.

           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-AGE-LINE
               THRU 2000-EXIT
               UNTIL WS-AP-END-OF-FILE.

           PERFORM 5000-WRITE-VENDOR-LINE
               THRU 5000-EXIT
               VARYING WS-AGE-IDX FROM 1 BY 1
               UNTIL WS-AGE-IDX > WS-AGE-COUNT.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           STOP RUN.

      *>-----------------------------------------------------------------
      *> 1000-INITIALIZE
      *> Works out the as-of date, loads the vendor names, then
      *> opens the ledger and the report.
      *>-----------------------------------------------------------------
       1000-INITIALIZE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           IF WS-COMMAND-LINE(1:8) NOT = SPACES
            AND WS-COMMAND-LINE(1:8) IS NUMERIC
               MOVE WS-COMMAND-LINE(1:8) TO WS-AS-OF-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-AS-OF-DATE
           END-IF.

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
                       "REPORT ***"
               MOVE "Y" TO WS-AP-EOF-SWITCH
           END-IF.

           OPEN OUTPUT AGED-PAYABLES-FILE.

           MOVE WS-AS-OF-DATE TO WS-FORMATTED-DATE.
           INITIALIZE AG-REPORT-LINE.
           STRING "--- AGED PAYABLES AS OF " DELIMITED BY SIZE
                   WS-FORMATTED-DATE    DELIMITED BY SIZE
                   " ---"               DELIMITED BY SIZE
                   INTO AG-REPORT-LINE
           END-STRING.
           WRITE AG-REPORT-LINE.

           MOVE SPACES TO AG-REPORT-LINE.
           WRITE AG-REPORT-LINE.

           INITIALIZE AG-REPORT-LINE.
           STRING "VENDOR                     LINES "
                                        DELIMITED BY SIZE
                   "        CURRENT"    DELIMITED BY SIZE
                   "        30 DAYS"    DELIMITED BY SIZE
                   "        60 DAYS"    DELIMITED BY SIZE
                   "       90+ DAYS"    DELIMITED BY SIZE
                   "     TOTAL OWED"    DELIMITED BY SIZE
                   "        ON HOLD"    DELIMITED BY SIZE
                   "       PAST DUE"    DELIMITED BY SIZE
                   INTO AG-REPORT-LINE
           END-STRING.
           WRITE AG-REPORT-LINE.

       1000-EXIT.
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
      *> 2000-AGE-LINE
      *> One OPEN-PAYABLES line. Only what is still owed - open or
      *> held - is aged; it goes into its vendor's bucket for the
      *> days since it was invoiced.
      *>-----------------------------------------------------------------
       2000-AGE-LINE.

           READ OPEN-PAYABLES-FILE
               AT END
                   MOVE "Y" TO WS-AP-EOF-SWITCH
                   GO TO 2000-EXIT
           END-READ.

           IF NOT AP-ITEM-IS-OUTSTANDING
               GO TO 2000-EXIT
           END-IF.

           PERFORM 3000-FIND-VENDOR-ENTRY
               THRU 3000-EXIT.

           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE) -
               FUNCTION INTEGER-OF-DATE(AP-INVOICE-DATE).

           EVALUATE TRUE
               WHEN WS-AGE-DAYS < 30
                   ADD AP-AMOUNT TO WS-AGE-CURRENT(WS-AGE-IDX)
                   ADD AP-AMOUNT TO WS-TOT-CURRENT
               WHEN WS-AGE-DAYS < 60
                   ADD AP-AMOUNT TO WS-AGE-30-DAYS(WS-AGE-IDX)
                   ADD AP-AMOUNT TO WS-TOT-30-DAYS
               WHEN WS-AGE-DAYS < 90
                   ADD AP-AMOUNT TO WS-AGE-60-DAYS(WS-AGE-IDX)
                   ADD AP-AMOUNT TO WS-TOT-60-DAYS
               WHEN OTHER
                   ADD AP-AMOUNT TO WS-AGE-90-DAYS(WS-AGE-IDX)
                   ADD AP-AMOUNT TO WS-TOT-90-DAYS
           END-EVALUATE.

           ADD 1         TO WS-AGE-LINE-COUNT(WS-AGE-IDX).
           ADD 1         TO WS-TOT-LINE-COUNT.
           ADD AP-AMOUNT TO WS-AGE-TOTAL(WS-AGE-IDX).
           ADD AP-AMOUNT TO WS-TOT-TOTAL.

           IF AP-ITEM-IS-HELD
               ADD AP-AMOUNT TO WS-AGE-HELD(WS-AGE-IDX)
               ADD AP-AMOUNT TO WS-TOT-HELD
           END-IF.

           IF AP-DUE-DATE < WS-AS-OF-DATE
               ADD AP-AMOUNT TO WS-AGE-PAST-DUE(WS-AGE-IDX)
               ADD AP-AMOUNT TO WS-TOT-PAST-DUE
           END-IF.

       2000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 3000-FIND-VENDOR-ENTRY
      *> Leaves WS-AGE-IDX on the line's vendor, starting an entry
      *> on the vendor's first outstanding line.
      *>-----------------------------------------------------------------
       3000-FIND-VENDOR-ENTRY.

           MOVE "N" TO WS-LOOKUP-SWITCH.

           PERFORM 3100-SCAN-VENDOR-ENTRY
               THRU 3100-EXIT
               VARYING WS-AGE-IDX FROM 1 BY 1
               UNTIL WS-AGE-IDX > WS-AGE-COUNT
                  OR WS-LOOKUP-FOUND.

      *> The VARYING leaves the index one past the matching entry
           IF WS-LOOKUP-FOUND
               SUBTRACT 1 FROM WS-AGE-IDX
               GO TO 3000-EXIT
           END-IF.

           IF WS-AGE-COUNT NOT < 50
               DISPLAY "*** ABEND: OPEN-PAYABLES OWES MORE THAN 50 "
                       "VENDORS - WS-AGING-TABLE IS FULL ***"
               DISPLAY "INCREASE WS-AGING-TABLE OCCURS AND "
                       "RECOMPILE."
               STOP RUN
           END-IF.

           MOVE AP-VENDOR-ID TO WS-LOOKUP-VENDOR-ID.
           PERFORM 4000-LOOKUP-VENDOR-NAME
               THRU 4000-EXIT.

           ADD 1 TO WS-AGE-COUNT.
           MOVE WS-AGE-COUNT TO WS-AGE-IDX.
           MOVE AP-VENDOR-ID         TO WS-AGE-VENDOR-ID(WS-AGE-IDX).
           MOVE WS-FOUND-VENDOR-NAME TO WS-AGE-VENDOR-NAME(WS-AGE-IDX).
           MOVE ZERO TO WS-AGE-LINE-COUNT(WS-AGE-IDX).
           MOVE ZERO TO WS-AGE-CURRENT(WS-AGE-IDX).
           MOVE ZERO TO WS-AGE-30-DAYS(WS-AGE-IDX).
           MOVE ZERO TO WS-AGE-60-DAYS(WS-AGE-IDX).
           MOVE ZERO TO WS-AGE-90-DAYS(WS-AGE-IDX).
           MOVE ZERO TO WS-AGE-TOTAL(WS-AGE-IDX).
           MOVE ZERO TO WS-AGE-HELD(WS-AGE-IDX).
           MOVE ZERO TO WS-AGE-PAST-DUE(WS-AGE-IDX).

       3000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 3100-SCAN-VENDOR-ENTRY
      *>-----------------------------------------------------------------
       3100-SCAN-VENDOR-ENTRY.

           IF WS-AGE-VENDOR-ID(WS-AGE-IDX) = AP-VENDOR-ID
               MOVE "Y" TO WS-LOOKUP-SWITCH
           END-IF.

       3100-EXIT.
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
      *> 5000-WRITE-VENDOR-LINE
      *>-----------------------------------------------------------------
       5000-WRITE-VENDOR-LINE.

           MOVE WS-AGE-LINE-COUNT(WS-AGE-IDX) TO WS-MASK-COUNT.
           MOVE WS-AGE-CURRENT(WS-AGE-IDX)    TO WS-COL-CURRENT.
           MOVE WS-AGE-30-DAYS(WS-AGE-IDX)    TO WS-COL-30-DAYS.
           MOVE WS-AGE-60-DAYS(WS-AGE-IDX)    TO WS-COL-60-DAYS.
           MOVE WS-AGE-90-DAYS(WS-AGE-IDX)    TO WS-COL-90-DAYS.
           MOVE WS-AGE-TOTAL(WS-AGE-IDX)      TO WS-COL-TOTAL.
           MOVE WS-AGE-HELD(WS-AGE-IDX)       TO WS-COL-HELD.
           MOVE WS-AGE-PAST-DUE(WS-AGE-IDX)   TO WS-COL-PAST-DUE.

           INITIALIZE AG-REPORT-LINE.
           STRING WS-AGE-VENDOR-ID(WS-AGE-IDX) DELIMITED BY SIZE
                   " "                  DELIMITED BY SIZE
                   WS-AGE-VENDOR-NAME(WS-AGE-IDX) DELIMITED BY SIZE
                   WS-MASK-COUNT        DELIMITED BY SIZE
                   " "                  DELIMITED BY SIZE
                   WS-AMOUNT-COLUMNS    DELIMITED BY SIZE
                   INTO AG-REPORT-LINE
           END-STRING.
           WRITE AG-REPORT-LINE.

       5000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 9000-TERMINATE
      *> Prints the ledger totals line and closes down.
      *>-----------------------------------------------------------------
       9000-TERMINATE.

           MOVE SPACES TO AG-REPORT-LINE.
           WRITE AG-REPORT-LINE.

           MOVE WS-TOT-LINE-COUNT TO WS-MASK-COUNT.
           MOVE WS-TOT-CURRENT    TO WS-COL-CURRENT.
           MOVE WS-TOT-30-DAYS    TO WS-COL-30-DAYS.
           MOVE WS-TOT-60-DAYS    TO WS-COL-60-DAYS.
           MOVE WS-TOT-90-DAYS    TO WS-COL-90-DAYS.
           MOVE WS-TOT-TOTAL      TO WS-COL-TOTAL.
           MOVE WS-TOT-HELD       TO WS-COL-HELD.
           MOVE WS-TOT-PAST-DUE   TO WS-COL-PAST-DUE.

           INITIALIZE AG-REPORT-LINE.
           STRING "ALL VENDORS              " DELIMITED BY SIZE
                   WS-MASK-COUNT        DELIMITED BY SIZE
                   " "                  DELIMITED BY SIZE
                   WS-AMOUNT-COLUMNS    DELIMITED BY SIZE
                   INTO AG-REPORT-LINE
           END-STRING.
           WRITE AG-REPORT-LINE.

      *> Status still "35" means the ledger never opened
           IF WS-AP-FILE-STATUS NOT = "35"
               CLOSE OPEN-PAYABLES-FILE
           END-IF.
           CLOSE AGED-PAYABLES-FILE.

       9000-EXIT.
           EXIT.
