      *>*****************************************************************
      *> Program:     Large-Cash-Watch-Report
      *> Author:      Pet Shop IT - Accounts Team
      *> Date-Written: 2026-10-14
      *> Purpose:     Compliance watch over the tellers' cash. Reads
      *>              the day's TELLER-TRANSACTIONS - the same file
      *>              Teller-Posting-Batch posts - and keeps a
      *>              rolling history of every deposit and withdrawal
      *>              per PR-ACCOUNT-NUMBER on CASH-WATCH-HISTORY,
      *>              covering the watch window of days. The watch
      *>              report lists every one of today's transactions
      *>              over the reporting threshold, and every account
      *>              whose transactions at or under the threshold,
      *>              taken together inside the window, come to more
      *>              than it - a customer splitting one large amount
      *>              into smaller deposits (or withdrawals) to stay
      *>              under the line. Deposits and withdrawals are
      *>              summed apart; an account is reported on any day
      *>              it adds to such a run of transactions, with the
      *>              holder's name off CUSTOMER-MASTER and every
      *>              transaction that made up the total.
      *>              The threshold (whole currency units, columns
      *>              1-7) and the window (days, today included,
      *>              columns 9-11) come off the command line, e.g.
      *>              "0010000 010"; either left blank takes the
      *>              default of 10,000.00 over 10 days. The run
      *>              writes START/END to RUN-CONTROL every business
      *>              day, the END record carrying the threshold and
      *>              window it ran at, so compliance can show the
      *>              watch ran and on what terms.
      *> Tect Stack:  GnuCOBOL
      *>*****************************************************************

       IDENTIFICATION DIVISION.
           PROGRAM-ID. Large-Cash-Watch-Report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "CUSTOMER-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-ACCOUNT-NUMBER.

           SELECT TELLER-TRANSACTIONS-FILE
               ASSIGN TO "TELLER-TRANSACTIONS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TELLER-FILE-STATUS.

      *> Rewritten by every run - no file yet is the first day the
      *> watch has ever run
           SELECT CASH-HISTORY-FILE
               ASSIGN TO "CASH-WATCH-HISTORY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT SORTED-HISTORY-FILE
               ASSIGN TO "CASH-WATCH-SORTED"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HISTORY-SORT-FILE
               ASSIGN TO "CASH-WATCH-SORT-WORK".

           SELECT CASH-WATCH-FILE
               ASSIGN TO "CASH-WATCH-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "RUN-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
           COPY PERSONREC.

       FD  TELLER-TRANSACTIONS-FILE.
       01  TT-TELLER-RECORD.
           05  TT-ACCOUNT-NUMBER       PIC 9(06).
           05  TT-TRANS-CODE           PIC X(01).
               88  TT-TRANS-IS-DEPOSIT          VALUE "D".
               88  TT-TRANS-IS-WITHDRAWAL       VALUE "W".
           05  TT-AMOUNT               PIC 9(07)V99.

       FD  CASH-HISTORY-FILE.
           COPY CASHHIST.

       *> The window's transactions in account / code / date /
       *> sequence order, read once to list the large transactions
       *> and write the new history, and again to sum the rest
       FD  SORTED-HISTORY-FILE.
       01  SH-SORTED-RECORD.
           05  SH-ACCOUNT-NUMBER       PIC 9(06).
           05  SH-TRANS-CODE           PIC X(01).
               88  SH-TRANS-IS-DEPOSIT          VALUE "D".
           05  SH-TRANS-DATE           PIC 9(08).
           05  SH-ENTRY-SEQ            PIC 9(07).
           05  SH-AMOUNT               PIC 9(07)V99.

       SD  HISTORY-SORT-FILE.
       01  SRT-SORT-RECORD.
           05  SRT-ACCOUNT-NUMBER      PIC 9(06).
           05  SRT-TRANS-CODE          PIC X(01).
           05  SRT-TRANS-DATE          PIC 9(08).
           05  SRT-ENTRY-SEQ           PIC 9(07).
           05  SRT-AMOUNT              PIC 9(07)V99.

       FD  CASH-WATCH-FILE.
       01  CW-REPORT-LINE              PIC X(100).

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.

       *> RUN-CONTROL accumulates across runs, so the file may not
       *> exist yet the first time any batch is ever run
       01 WS-RUNCTL-FILE-STATUS PIC X(02).

       01 WS-RUN-CONTROL-NAME   PIC X(24)
                                VALUE "Large-Cash-Watch-Report".

       *> End-of-file switches
       01 WS-SWITCHES.
           05 WS-TELLER-EOF-SWITCH PIC X(01)   VALUE "N".
               88 WS-TELLER-END-OF-FILE         VALUE "Y".
           05 WS-HISTORY-EOF-SWITCH PIC X(01)  VALUE "N".
               88 WS-HISTORY-END-OF-FILE        VALUE "Y".
           05 WS-SORTED-EOF-SWITCH PIC X(01)   VALUE "N".
               88 WS-SORTED-END-OF-FILE         VALUE "Y".

       01 WS-TELLER-FILE-STATUS    PIC X(02).
       01 WS-HISTORY-FILE-STATUS   PIC X(02).

       01 WS-RUN-DATE              PIC 9(08).
       01 WS-COMMAND-LINE          PIC X(20).

      *>-----------------------------------------------------------------
      *> Watch parameters. A single transaction over the threshold
      *> is reported on its own; transactions at or under it are
      *> summed per account and direction across the window, today
      *> included, and reported when the sum goes over it.
      *>-----------------------------------------------------------------
       01 WS-WATCH-PARAMETERS.
           05 WS-THRESHOLD          PIC 9(07)V99   VALUE 10000.
           05 WS-WINDOW-DAYS        PIC 9(03)      VALUE 10.
           05 WS-WINDOW-START-DATE  PIC 9(08).

       *> Entry sequence stamped on each of today's transactions,
       *> so they list in the order the tellers keyed them
       01 WS-ENTRY-SEQ             PIC 9(07)      VALUE ZERO.

      *>-----------------------------------------------------------------
      *> The account / direction whose transactions at or under the
      *> threshold are being summed. Each contributing transaction
      *> is held so the report can list them if the sum goes over.
      *>-----------------------------------------------------------------
       01 WS-GROUP-KEY.
           05 WS-GROUP-ACCOUNT      PIC 9(06)      VALUE ZERO.
           05 WS-GROUP-CODE         PIC X(01)      VALUE SPACE.
       01 WS-GROUP-TOTAL           PIC 9(09)V99   VALUE ZERO.
       01 WS-GROUP-TODAY-SW        PIC X(01)      VALUE "N".
           88 WS-GROUP-HAS-TODAY                   VALUE "Y".

       01 WS-GROUP-TABLE.
           05 WS-GRP-ENTRY OCCURS 200 TIMES.
               10 WS-GRP-TRANS-DATE    PIC 9(08).
               10 WS-GRP-AMOUNT        PIC 9(07)V99.
       01 WS-GROUP-COUNT           PIC 9(04) COMP   VALUE ZERO.

       01 WS-GRP-IDX               PIC 9(04) COMP.

       01 WS-HOLDER-NAME           PIC X(20).
       01 WS-DIRECTION-TEXT        PIC X(11).

       *> Run totals for the report footer and the END record
       01 WS-WATCH-TOTALS.
           05 WS-TODAY-COUNT        PIC 9(07)      VALUE ZERO.
           05 WS-TODAY-AMOUNT       PIC 9(11)V99   VALUE ZERO.
           05 WS-HISTORY-KEPT       PIC 9(07)      VALUE ZERO.
           05 WS-LARGE-COUNT        PIC 9(05)      VALUE ZERO.
           05 WS-LARGE-AMOUNT       PIC 9(11)V99   VALUE ZERO.
           05 WS-STRUCTURING-COUNT  PIC 9(05)      VALUE ZERO.

       *> Variables for formatted output (Editing Masks)
       01 WS-FORMATTED-AMOUNT      PIC $Z,ZZZ,ZZ9.99.
       01 WS-FORMATTED-TOTAL       PIC $ZZZ,ZZZ,ZZ9.99.
       01 WS-FORMATTED-DATE        PIC 9999/99/99.
       01 WS-MASK-COUNT            PIC ZZZZZZ9.
       01 WS-MASK-DAYS             PIC ZZ9.

       PROCEDURE DIVISION.

      *>-----------------------------------------------------------------
      *> 0000-MAIN-PROCEDURE
      *>-----------------------------------------------------------------
       0000-MAIN-PROCEDURE.

           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-LIST-LARGE-CASH
               THRU 2000-EXIT
               UNTIL WS-SORTED-END-OF-FILE.

           PERFORM 2500-START-STRUCTURING-PASS
               THRU 2500-EXIT.

           PERFORM 3000-SUM-SMALL-CASH
               THRU 3000-EXIT
               UNTIL WS-SORTED-END-OF-FILE.

      *> The last account / direction has no break after it
           PERFORM 4000-CLOSE-GROUP
               THRU 4000-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           STOP RUN.

      *>-----------------------------------------------------------------
      *> 1000-INITIALIZE
      *> Takes the watch parameters, sorts the window's history and
      *> today's transactions together, then opens the files for
      *> the first pass.
      *>-----------------------------------------------------------------
       1000-INITIALIZE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           IF WS-COMMAND-LINE(1:7) NOT = SPACES
            AND WS-COMMAND-LINE(1:7) IS NUMERIC
               MOVE WS-COMMAND-LINE(1:7) TO WS-THRESHOLD
           END-IF.
           IF WS-COMMAND-LINE(9:3) NOT = SPACES
            AND WS-COMMAND-LINE(9:3) IS NUMERIC
            AND WS-COMMAND-LINE(9:3) NOT = "000"
               MOVE WS-COMMAND-LINE(9:3) TO WS-WINDOW-DAYS
           END-IF.

      *> First day inside the window - a window of 1 is today alone
           COMPUTE WS-WINDOW-START-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) -
               WS-WINDOW-DAYS + 1).

           PERFORM 8800-WRITE-RUN-START
               THRU 8800-EXIT.

           SORT HISTORY-SORT-FILE
               ON ASCENDING KEY SRT-ACCOUNT-NUMBER
                                SRT-TRANS-CODE
                                SRT-TRANS-DATE
                                SRT-ENTRY-SEQ
               INPUT PROCEDURE IS 1100-RELEASE-TRANSACTIONS
                   THRU 1100-EXIT
               GIVING SORTED-HISTORY-FILE.

           OPEN INPUT  CUSTOMER-MASTER-FILE.
           OPEN INPUT  SORTED-HISTORY-FILE.
           OPEN OUTPUT CASH-HISTORY-FILE.
           OPEN OUTPUT CASH-WATCH-FILE.

           MOVE WS-RUN-DATE TO WS-FORMATTED-DATE.
           INITIALIZE CW-REPORT-LINE.
           STRING "--- LARGE CASH / STRUCTURING WATCH "
                                        DELIMITED BY SIZE
                   WS-FORMATTED-DATE    DELIMITED BY SIZE
                   " ---"               DELIMITED BY SIZE
                   INTO CW-REPORT-LINE
           END-STRING.
           WRITE CW-REPORT-LINE.

           MOVE WS-THRESHOLD   TO WS-FORMATTED-AMOUNT.
           MOVE WS-WINDOW-DAYS TO WS-MASK-DAYS.
           INITIALIZE CW-REPORT-LINE.
           STRING "THRESHOLD: "         DELIMITED BY SIZE
                   WS-FORMATTED-AMOUNT  DELIMITED BY SIZE
                   "   WINDOW:"         DELIMITED BY SIZE
                   WS-MASK-DAYS         DELIMITED BY SIZE
                   " DAYS"              DELIMITED BY SIZE
                   INTO CW-REPORT-LINE
           END-STRING.
           WRITE CW-REPORT-LINE.

           MOVE SPACES TO CW-REPORT-LINE.
           WRITE CW-REPORT-LINE.
           MOVE "--- TODAY'S TRANSACTIONS OVER THRESHOLD ---"
               TO CW-REPORT-LINE.
           WRITE CW-REPORT-LINE.

           PERFORM 3500-READ-SORTED
               THRU 3500-EXIT.

       1000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 1100-RELEASE-TRANSACTIONS
      *> Feeds the sort: the history still inside the window, then
      *> today's teller transactions stamped with today's date and
      *> their entry sequence. History already dated today is a
      *> rerun's and is dropped - today's file is taken again whole.
      *>-----------------------------------------------------------------
       1100-RELEASE-TRANSACTIONS.

           OPEN INPUT CASH-HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS NOT = "35"
               PERFORM 1110-RELEASE-HISTORY
                   THRU 1110-EXIT
                   UNTIL WS-HISTORY-END-OF-FILE
               CLOSE CASH-HISTORY-FILE
           END-IF.

      *> No teller file is a day with no cash across the counter -
      *> the window's history is still watched
           OPEN INPUT TELLER-TRANSACTIONS-FILE.
           IF WS-TELLER-FILE-STATUS NOT = "35"
               PERFORM 1120-RELEASE-TODAY
                   THRU 1120-EXIT
                   UNTIL WS-TELLER-END-OF-FILE
               CLOSE TELLER-TRANSACTIONS-FILE
           END-IF.

       1100-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 1110-RELEASE-HISTORY
      *>-----------------------------------------------------------------
       1110-RELEASE-HISTORY.

           READ CASH-HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-HISTORY-EOF-SWITCH
                   GO TO 1110-EXIT
           END-READ.

           IF CH-TRANS-DATE < WS-WINDOW-START-DATE
            OR CH-TRANS-DATE NOT < WS-RUN-DATE
               GO TO 1110-EXIT
           END-IF.

           MOVE CH-ACCOUNT-NUMBER TO SRT-ACCOUNT-NUMBER.
           MOVE CH-TRANS-CODE     TO SRT-TRANS-CODE.
           MOVE CH-TRANS-DATE     TO SRT-TRANS-DATE.
           MOVE CH-ENTRY-SEQ      TO SRT-ENTRY-SEQ.
           MOVE CH-AMOUNT         TO SRT-AMOUNT.

           RELEASE SRT-SORT-RECORD.

       1110-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 1120-RELEASE-TODAY
      *>-----------------------------------------------------------------
       1120-RELEASE-TODAY.

           READ TELLER-TRANSACTIONS-FILE
               AT END
                   MOVE "Y" TO WS-TELLER-EOF-SWITCH
                   GO TO 1120-EXIT
           END-READ.

           ADD 1 TO WS-ENTRY-SEQ.
           ADD 1 TO WS-TODAY-COUNT.
           ADD TT-AMOUNT TO WS-TODAY-AMOUNT.

           MOVE TT-ACCOUNT-NUMBER TO SRT-ACCOUNT-NUMBER.
           MOVE TT-TRANS-CODE     TO SRT-TRANS-CODE.
           MOVE WS-RUN-DATE       TO SRT-TRANS-DATE.
           MOVE WS-ENTRY-SEQ      TO SRT-ENTRY-SEQ.
           MOVE TT-AMOUNT         TO SRT-AMOUNT.

           RELEASE SRT-SORT-RECORD.

       1120-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 2000-LIST-LARGE-CASH
      *> First pass: every transaction in the window goes onto the
      *> new history, and today's transactions over the threshold
      *> are listed.
      *>-----------------------------------------------------------------
       2000-LIST-LARGE-CASH.

           MOVE SH-SORTED-RECORD TO CH-HISTORY-RECORD.
           WRITE CH-HISTORY-RECORD.
           ADD 1 TO WS-HISTORY-KEPT.

           IF SH-TRANS-DATE = WS-RUN-DATE
            AND SH-AMOUNT > WS-THRESHOLD
               PERFORM 6000-WRITE-LARGE-LINE
                   THRU 6000-EXIT
           END-IF.

           PERFORM 3500-READ-SORTED
               THRU 3500-EXIT.

       2000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 2500-START-STRUCTURING-PASS
      *> The new history is complete; the sorted file is read again
      *> from the top for the second pass.
      *>-----------------------------------------------------------------
       2500-START-STRUCTURING-PASS.

           CLOSE CASH-HISTORY-FILE.
           CLOSE SORTED-HISTORY-FILE.

           MOVE "N" TO WS-SORTED-EOF-SWITCH.
           OPEN INPUT SORTED-HISTORY-FILE.

           MOVE SPACES TO CW-REPORT-LINE.
           WRITE CW-REPORT-LINE.
           MOVE "--- POSSIBLE STRUCTURING WITHIN WINDOW ---"
               TO CW-REPORT-LINE.
           WRITE CW-REPORT-LINE.

           PERFORM 3500-READ-SORTED
               THRU 3500-EXIT.

       2500-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 3000-SUM-SMALL-CASH
      *> Second pass: transactions at or under the threshold are
      *> summed per account and direction. A change of account or
      *> direction closes the group before it.
      *>-----------------------------------------------------------------
       3000-SUM-SMALL-CASH.

           IF SH-AMOUNT > WS-THRESHOLD
               PERFORM 3500-READ-SORTED
                   THRU 3500-EXIT
               GO TO 3000-EXIT
           END-IF.

           IF SH-ACCOUNT-NUMBER NOT = WS-GROUP-ACCOUNT
            OR SH-TRANS-CODE NOT = WS-GROUP-CODE
               PERFORM 4000-CLOSE-GROUP
                   THRU 4000-EXIT
               MOVE SH-ACCOUNT-NUMBER TO WS-GROUP-ACCOUNT
               MOVE SH-TRANS-CODE     TO WS-GROUP-CODE
           END-IF.

           IF WS-GROUP-COUNT NOT < 200
               DISPLAY "*** ABEND: ACCOUNT " SH-ACCOUNT-NUMBER
                       " HAS MORE THAN 200 TRANSACTIONS IN THE "
                       "WINDOW - WS-GROUP-TABLE IS FULL ***"
               DISPLAY "INCREASE WS-GROUP-TABLE OCCURS AND "
                       "RECOMPILE."
               STOP RUN
           END-IF.

           ADD 1 TO WS-GROUP-COUNT.
           MOVE SH-TRANS-DATE TO WS-GRP-TRANS-DATE(WS-GROUP-COUNT).
           MOVE SH-AMOUNT     TO WS-GRP-AMOUNT(WS-GROUP-COUNT).
           ADD SH-AMOUNT      TO WS-GROUP-TOTAL.

           IF SH-TRANS-DATE = WS-RUN-DATE
               MOVE "Y" TO WS-GROUP-TODAY-SW
           END-IF.

           PERFORM 3500-READ-SORTED
               THRU 3500-EXIT.

       3000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 3500-READ-SORTED
      *>-----------------------------------------------------------------
       3500-READ-SORTED.

           READ SORTED-HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-SORTED-EOF-SWITCH
                   GO TO 3500-EXIT
           END-READ.

       3500-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 4000-CLOSE-GROUP
      *> An account / direction whose small transactions come to
      *> more than the threshold inside the window is reported -
      *> but only on a day it added to the run, so the same
      *> transactions are not reported afresh every day until they
      *> age out of the window.
      *>-----------------------------------------------------------------
       4000-CLOSE-GROUP.

           IF WS-GROUP-COUNT > ZERO
            AND WS-GROUP-TOTAL > WS-THRESHOLD
            AND WS-GROUP-HAS-TODAY
               PERFORM 6100-WRITE-STRUCTURING-BLOCK
                   THRU 6100-EXIT
           END-IF.

           MOVE ZERO TO WS-GROUP-COUNT.
           MOVE ZERO TO WS-GROUP-TOTAL.
           MOVE "N"  TO WS-GROUP-TODAY-SW.

       4000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 5000-LOOKUP-HOLDER
      *> The holder's name straight off the indexed master by key.
      *>-----------------------------------------------------------------
       5000-LOOKUP-HOLDER.

           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE "** NOT ON MASTER **" TO WS-HOLDER-NAME
               NOT INVALID KEY
                   MOVE PR-NAME TO WS-HOLDER-NAME
           END-READ.

       5000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 6000-WRITE-LARGE-LINE
      *>-----------------------------------------------------------------
       6000-WRITE-LARGE-LINE.

           ADD 1 TO WS-LARGE-COUNT.
           ADD SH-AMOUNT TO WS-LARGE-AMOUNT.

           MOVE SH-ACCOUNT-NUMBER TO PR-ACCOUNT-NUMBER.
           PERFORM 5000-LOOKUP-HOLDER
               THRU 5000-EXIT.

           IF SH-TRANS-IS-DEPOSIT
               MOVE "DEPOSIT"    TO WS-DIRECTION-TEXT
           ELSE
               MOVE "WITHDRAWAL" TO WS-DIRECTION-TEXT
           END-IF.

           MOVE SH-AMOUNT TO WS-FORMATTED-AMOUNT.

           INITIALIZE CW-REPORT-LINE.
           STRING "ACCOUNT "            DELIMITED BY SIZE
                   SH-ACCOUNT-NUMBER    DELIMITED BY SIZE
                   " "                  DELIMITED BY SIZE
                   WS-HOLDER-NAME       DELIMITED BY SIZE
                   " "                  DELIMITED BY SIZE
                   WS-DIRECTION-TEXT    DELIMITED BY SIZE
                   WS-FORMATTED-AMOUNT  DELIMITED BY SIZE
                   "  ** OVER THRESHOLD **" DELIMITED BY SIZE
                   INTO CW-REPORT-LINE
           END-STRING.
           WRITE CW-REPORT-LINE.

       6000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 6100-WRITE-STRUCTURING-BLOCK
      *> The account line, then every transaction that made up the
      *> total, oldest first.
      *>-----------------------------------------------------------------
       6100-WRITE-STRUCTURING-BLOCK.

           ADD 1 TO WS-STRUCTURING-COUNT.

           MOVE WS-GROUP-ACCOUNT TO PR-ACCOUNT-NUMBER.
           PERFORM 5000-LOOKUP-HOLDER
               THRU 5000-EXIT.

           IF WS-GROUP-CODE = "D"
               MOVE "DEPOSITS"    TO WS-DIRECTION-TEXT
           ELSE
               MOVE "WITHDRAWALS" TO WS-DIRECTION-TEXT
           END-IF.

           MOVE WS-GROUP-COUNT TO WS-MASK-COUNT.
           MOVE WS-GROUP-TOTAL TO WS-FORMATTED-TOTAL.

           MOVE SPACES TO CW-REPORT-LINE.
           WRITE CW-REPORT-LINE.

           INITIALIZE CW-REPORT-LINE.
           STRING "ACCOUNT "            DELIMITED BY SIZE
                   WS-GROUP-ACCOUNT     DELIMITED BY SIZE
                   " "                  DELIMITED BY SIZE
                   WS-HOLDER-NAME       DELIMITED BY SIZE
                   " "                  DELIMITED BY SIZE
                   WS-DIRECTION-TEXT    DELIMITED BY SIZE
                   WS-MASK-COUNT        DELIMITED BY SIZE
                   " TOTAL:"            DELIMITED BY SIZE
                   WS-FORMATTED-TOTAL   DELIMITED BY SIZE
                   "  ** OVER THRESHOLD IN WINDOW **"
                                        DELIMITED BY SIZE
                   INTO CW-REPORT-LINE
           END-STRING.
           WRITE CW-REPORT-LINE.

           PERFORM 6110-WRITE-CONTRIBUTOR
               THRU 6110-EXIT
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GROUP-COUNT.

       6100-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 6110-WRITE-CONTRIBUTOR
      *>-----------------------------------------------------------------
       6110-WRITE-CONTRIBUTOR.

           MOVE WS-GRP-TRANS-DATE(WS-GRP-IDX) TO WS-FORMATTED-DATE.
           MOVE WS-GRP-AMOUNT(WS-GRP-IDX)     TO WS-FORMATTED-AMOUNT.

           INITIALIZE CW-REPORT-LINE.
           STRING "      "              DELIMITED BY SIZE
                   WS-FORMATTED-DATE    DELIMITED BY SIZE
                   "  "                 DELIMITED BY SIZE
                   WS-FORMATTED-AMOUNT  DELIMITED BY SIZE
                   INTO CW-REPORT-LINE
           END-STRING.
           WRITE CW-REPORT-LINE.

       6110-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 9000-TERMINATE
      *> Prints the run totals and closes down.
      *>-----------------------------------------------------------------
       9000-TERMINATE.

           MOVE SPACES TO CW-REPORT-LINE.
           WRITE CW-REPORT-LINE.

           MOVE WS-TODAY-COUNT TO WS-MASK-COUNT.
           MOVE WS-TODAY-AMOUNT TO WS-FORMATTED-TOTAL.
           INITIALIZE CW-REPORT-LINE.
           STRING "TODAY'S TRANSACTIONS READ:  " DELIMITED BY SIZE
                   WS-MASK-COUNT                 DELIMITED BY SIZE
                   "  "                          DELIMITED BY SIZE
                   WS-FORMATTED-TOTAL            DELIMITED BY SIZE
                   INTO CW-REPORT-LINE
           END-STRING.
           WRITE CW-REPORT-LINE.

           MOVE WS-HISTORY-KEPT TO WS-MASK-COUNT.
           INITIALIZE CW-REPORT-LINE.
           STRING "TRANSACTIONS IN WINDOW:     " DELIMITED BY SIZE
                   WS-MASK-COUNT                 DELIMITED BY SIZE
                   INTO CW-REPORT-LINE
           END-STRING.
           WRITE CW-REPORT-LINE.

           MOVE WS-LARGE-COUNT TO WS-MASK-COUNT.
           MOVE WS-LARGE-AMOUNT TO WS-FORMATTED-TOTAL.
           INITIALIZE CW-REPORT-LINE.
           STRING "OVER THRESHOLD TODAY:       " DELIMITED BY SIZE
                   WS-MASK-COUNT                 DELIMITED BY SIZE
                   "  "                          DELIMITED BY SIZE
                   WS-FORMATTED-TOTAL            DELIMITED BY SIZE
                   INTO CW-REPORT-LINE
           END-STRING.
           WRITE CW-REPORT-LINE.

           MOVE WS-STRUCTURING-COUNT TO WS-MASK-COUNT.
           INITIALIZE CW-REPORT-LINE.
           STRING "ACCOUNTS FLAGGED IN WINDOW: " DELIMITED BY SIZE
                   WS-MASK-COUNT                 DELIMITED BY SIZE
                   INTO CW-REPORT-LINE
           END-STRING.
           WRITE CW-REPORT-LINE.

           CLOSE SORTED-HISTORY-FILE.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE CASH-WATCH-FILE.

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
      *> The END record carries the run's controls: today's
      *> transactions read and their total, and the threshold the
      *> watch ran at; the note records the window, e.g.
      *> "WINDOW 010".
      *>-----------------------------------------------------------------
       8900-WRITE-RUN-END.

           OPEN EXTEND RUN-CONTROL-FILE.

           MOVE WS-RUN-CONTROL-NAME TO RL-PROGRAM-NAME.
           MOVE "END  "             TO RL-ENTRY-TYPE.
           MOVE WS-RUN-DATE         TO RL-RUN-DATE.
           MOVE WS-TODAY-COUNT      TO RL-RECORD-COUNT.
           MOVE WS-TODAY-AMOUNT     TO RL-HASH-TOTAL.
           MOVE WS-THRESHOLD        TO RL-HASH-TOTAL-2.
           MOVE SPACES              TO RL-NOTE.
           STRING "WINDOW "         DELIMITED BY SIZE
                   WS-WINDOW-DAYS   DELIMITED BY SIZE
                   INTO RL-NOTE
           END-STRING.
           WRITE RL-RUN-CONTROL-RECORD.

           CLOSE RUN-CONTROL-FILE.

       8900-EXIT.
           EXIT.
