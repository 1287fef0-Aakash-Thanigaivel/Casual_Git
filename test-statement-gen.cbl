      * customer statement per record on the keyed processed master,
      * merging in that customer's interest and fee lines from the
      * FEES.DAT accrual file written by the month-end accrual pass.
      * The accrual rows are sorted by customer ID and matched in step
      * with the master, which is read in key order, so no table of
      * accrual rows is held in storage.
      * The statements go to a print-image file for fulfillment, and
      * a summary page counts statements per account type so the run
      * can be balanced against the nightly's processed-record count.
      * The program resolves the effective business date exactly as
      * the nightly does and refuses to run on any date that is not
      * the last business day of its month.
      * A customer marked closed on the processed master by
      * ETL-RETENTION-PURGE gets no statement, and is counted
      * separately on the summary page.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETL-STATEMENT-GEN.
       AUTHOR. TEST-MIGRATION.
           SELECT FEE-INPUT ASSIGN TO 'FEES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.
           SELECT FEE-WORK-OUTPUT ASSIGN TO 'FEEWORK.TMP'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEE-SORT-FILE ASSIGN TO 'SORTWORK.TMP'.
           SELECT FEE-SORTED-INPUT ASSIGN TO 'FEESORT.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-SORTED-STATUS.
           SELECT STATEMENT-OUTPUT ASSIGN TO 'STMTS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.
           05  PROCMAST-ORIG-BALANCE      PIC 9(9)V99.
           05  PROCMAST-ORIG-CREDIT-LIMIT PIC 9(9)V99.
           05  PROCMAST-PROCESS-DATE      PIC X(10).
           05  PROCMAST-CLOSE-DATE        PIC X(10).

       FD  FEE-INPUT.
       01  FEE-RECORD.
           05  FEE-DESCRIPTION            PIC X(20).
           05  FEE-PROCESS-DATE           PIC X(10).

      * Detail rows of FEES.DAT (the TRAILER row left out), sorted by
      * customer ID with each customer's rows kept in file order.
       FD  FEE-WORK-OUTPUT.
       01  FEE-WORK-RECORD                PIC X(101).

       SD  FEE-SORT-FILE.
       01  FEE-SORT-RECORD.
           05  FEE-SORT-ID                PIC 9(8).
           05  FILLER                     PIC X(93).

       FD  FEE-SORTED-INPUT.
       01  FEE-SORTED-RECORD.
           05  FEE-SORTED-ID              PIC 9(8).
           05  FEE-SORTED-NAME            PIC X(30).
           05  FEE-SORTED-TYPE-DESC       PIC X(15).
           05  FEE-SORTED-INTEREST-AMOUNT PIC 9(7)V99.
           05  FEE-SORTED-AMOUNT          PIC 9(7)V99.
           05  FEE-SORTED-DESCRIPTION     PIC X(20).
           05  FEE-SORTED-PROCESS-DATE    PIC X(10).

       FD  STATEMENT-OUTPUT.
       01  STATEMENT-RECORD.
           05  STATEMENT-LINE             PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-PROCMAST-STATUS         PIC X(2).
       01  WS-FEE-STATUS              PIC X(2).
       01  WS-FEE-SORTED-STATUS       PIC X(2).
       01  WS-STATEMENT-STATUS        PIC X(2).
       01  WS-CALENDAR-STATUS         PIC X(2).

       01  WS-CAL-CAP-WARNED-FLAG     PIC X(1) VALUE 'N'.
           88  CAL-CAP-WARNED         VALUE 'Y'.

       01  WS-FEE-COUNT               PIC 9(6) VALUE ZERO.
       01  WS-FEE-FOUND-FLAG          PIC X(1) VALUE 'N'.
           88  FEE-FOUND              VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-STATEMENTS-WRITTEN  PIC 9(6) VALUE ZERO.
           05  WS-BUSINESS-STMTS      PIC 9(6) VALUE ZERO.
           05  WS-FEES-MATCHED        PIC 9(6) VALUE ZERO.
           05  WS-STALE-SKIPPED       PIC 9(6) VALUE ZERO.
           05  WS-CLOSED-SKIPPED      PIC 9(6) VALUE ZERO.

       01  WS-FLAGS.
           05  END-OF-MASTER-SW       PIC X(1) VALUE 'N'.
               88  END-OF-MASTER      VALUE 'Y'.
           05  END-OF-FEE-FILE-SW     PIC X(1) VALUE 'N'.
               88  END-OF-FEE-FILE    VALUE 'Y'.
           05  END-OF-FEE-SORTED-SW   PIC X(1) VALUE 'Y'.
               88  END-OF-FEE-SORTED  VALUE 'Y'.
           05  WS-MONTH-END-FLAG      PIC X(1) VALUE 'N'.
               88  MONTH-END-RUN      VALUE 'Y'.

               10  WS-MONTH           PIC 9(2).
               10  WS-DAY             PIC 9(2).
           05  WS-FORMATTED-DATE      PIC X(10).
           05  WS-CLEANUP-COMMAND     PIC X(80).

       01  WS-EDITED-FIELDS.
           05  WS-EDIT-BALANCE        PIC Z(8)9.99.

       LOAD-FEE-TABLE.
      * The accrual file carries one record per processed customer
      * plus a TRAILER row; only the detail rows are sorted for the
      * match against the master.
           OPEN INPUT FEE-INPUT
           IF WS-FEE-STATUS NOT = '00'
               DISPLAY 'FEES.DAT not found - statements carry no '
                   'accrual lines'
           ELSE
               OPEN OUTPUT FEE-WORK-OUTPUT
               PERFORM UNTIL END-OF-FEE-FILE
                   READ FEE-INPUT
                       AT END MOVE 'Y' TO END-OF-FEE-FILE-SW
                       NOT AT END
                           IF FEE-RECORD (1:7) NOT = 'TRAILER'
                               ADD 1 TO WS-FEE-COUNT
                               WRITE FEE-WORK-RECORD FROM FEE-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEE-INPUT
               CLOSE FEE-WORK-OUTPUT
               DISPLAY 'Accrual records loaded from FEES.DAT: '
                   WS-FEE-COUNT

               SORT FEE-SORT-FILE
                   ON ASCENDING KEY FEE-SORT-ID
                   WITH DUPLICATES IN ORDER
                   USING FEE-WORK-OUTPUT
                   GIVING FEE-SORTED-INPUT
               OPEN INPUT FEE-SORTED-INPUT
               MOVE 'N' TO END-OF-FEE-SORTED-SW
               PERFORM READ-NEXT-FEE
           END-IF.

       READ-NEXT-FEE.
           READ FEE-SORTED-INPUT
               AT END MOVE 'Y' TO END-OF-FEE-SORTED-SW
           END-READ.

       FIND-FEE-FOR-CUSTOMER.
      * The master comes in ascending ID order, so accrual rows for
      * lower IDs belong to customers with no statement and are
      * passed over. When a customer has more than one row the first
      * on FEES.DAT is used.
           MOVE 'N' TO WS-FEE-FOUND-FLAG
           PERFORM UNTIL END-OF-FEE-SORTED
                   OR FEE-SORTED-ID NOT < PROCMAST-ID
               PERFORM READ-NEXT-FEE
           END-PERFORM
           IF NOT END-OF-FEE-SORTED
               IF FEE-SORTED-ID = PROCMAST-ID
                   MOVE 'Y' TO WS-FEE-FOUND-FLAG
               END-IF
           END-IF.

       PROCESS-MASTER-FILE.
      * Customers rejected or suspended in earlier runs linger on the
      * master with stale balances, and closed customers stay until
      * their retention period runs out. Closed accounts never get a
      * statement, and otherwise only records stamped with this run's
      * business date do - that is what lets the summary page tie out
      * to the nightly's processed-record count.
           PERFORM UNTIL END-OF-MASTER
               READ PROCESSED-MASTER NEXT
                   AT END MOVE 'Y' TO END-OF-MASTER-SW
                   NOT AT END
                       IF PROCMAST-CLOSE-DATE NOT = SPACES
                           ADD 1 TO WS-CLOSED-SKIPPED
                       ELSE
                           IF PROCMAST-PROCESS-DATE =
                                   WS-FORMATTED-DATE
                               PERFORM WRITE-ONE-STATEMENT
                           ELSE
                               ADD 1 TO WS-STALE-SKIPPED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           WRITE STATEMENT-RECORD

           IF FEE-FOUND
               MOVE FEE-SORTED-INTEREST-AMOUNT TO WS-EDIT-INTEREST
               MOVE SPACES TO STATEMENT-LINE
               STRING 'Interest Earned:  $' WS-EDIT-INTEREST
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-RECORD
               MOVE FEE-SORTED-AMOUNT TO WS-EDIT-FEE
               MOVE SPACES TO STATEMENT-LINE
               STRING 'Fees Charged:     $' WS-EDIT-FEE
                   '  (' FEE-SORTED-DESCRIPTION ')'
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-RECORD
      * Interest posts as a credit and the fee as a debit, so the
      * the accruals post.
               COMPUTE WS-STATEMENT-TOTAL =
                   PROCMAST-BALANCE
                   - FEE-SORTED-INTEREST-AMOUNT
                   + FEE-SORTED-AMOUNT
           ELSE
               MOVE 'No accrual activity this period'
                   TO STATEMENT-LINE
           STRING 'Stale Master Records Skipped: ' WS-STALE-SKIPPED
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-LINE
           STRING 'Closed Accounts Skipped: ' WS-CLOSED-SKIPPED
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-RECORD

           DISPLAY 'STATEMENT GENERATION SUMMARY'
           DISPLAY '============================'
           DISPLAY 'Total Statements: ' WS-STATEMENTS-WRITTEN
           DISPLAY 'Accrual Lines Matched: ' WS-FEES-MATCHED
           DISPLAY 'Stale Master Records Skipped: ' WS-STALE-SKIPPED
           DISPLAY 'Closed Accounts Skipped: ' WS-CLOSED-SKIPPED
           DISPLAY 'Business Date: ' WS-FORMATTED-DATE.

       CLEANUP-PROCESS.
           CLOSE PROCESSED-MASTER
           CLOSE STATEMENT-OUTPUT
           IF WS-FEE-STATUS = '00'
               CLOSE FEE-SORTED-INPUT
               MOVE SPACES TO WS-CLEANUP-COMMAND
               STRING 'rm -f FEEWORK.TMP FEESORT.TMP 2>/dev/null'
                   DELIMITED BY SIZE INTO WS-CLEANUP-COMMAND
               CALL 'SYSTEM' USING WS-CLEANUP-COMMAND
           END-IF

           DISPLAY 'Statement Generation Completed Successfully'.

