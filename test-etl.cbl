           SELECT CUSTOMER-RAW-INPUT ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO 'SORTWORK.TMP'.
           SELECT KEY-WORK-OUTPUT ASSIGN TO 'KEYWORK.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEYWORK-STATUS.
           SELECT KEY-SORT-FILE ASSIGN TO 'SORTWORK.TMP'.
           SELECT KEY-SORTED-INPUT ASSIGN TO 'KEYSORT.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEYSORT-STATUS.
           SELECT SEQ-WORK-OUTPUT ASSIGN TO 'SEQWORK.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQWORK-STATUS.
           SELECT SEQ-SORT-FILE ASSIGN TO 'SORTWORK.TMP'.
           SELECT SEQ-SORTED-INPUT ASSIGN TO 'SEQSORT.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQSORT-STATUS.
           SELECT PROCESSED-OUTPUT ASSIGN TO 'PROCESSED.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCESSED-STATUS.
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROCMAST-ID
               FILE STATUS IS WS-PROCMAST-STATUS.
           SELECT CHAIN-CONTROL-OUTPUT ASSIGN TO 'CHAINCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAINCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  SORT-WORK-STATUS           PIC X(1).
           05  SORT-WORK-CURRENCY         PIC X(3).

      * Key work files: one row per customer occurrence, sorted by ID
      * so duplicates and prior/today pairs meet in sequence instead
      * of being looked up in a table. SOURCE is P (prior archive) or
      * T (today), SEQ the occurrence's position in its own file.
       FD  KEY-WORK-OUTPUT.
       01  KEY-WORK-RECORD.
           05  KEY-WORK-ID                PIC X(8).
           05  KEY-WORK-SOURCE            PIC X(1).
           05  KEY-WORK-SEQ               PIC 9(9).
           05  KEY-WORK-RISK              PIC X(11).
           05  KEY-WORK-BALANCE           PIC 9(9)V99.

       SD  KEY-SORT-FILE.
       01  KEY-SORT-RECORD.
           05  KEY-SORT-ID                PIC X(8).
           05  KEY-SORT-SOURCE            PIC X(1).
           05  KEY-SORT-SEQ               PIC 9(9).
           05  KEY-SORT-RISK              PIC X(11).
           05  KEY-SORT-BALANCE           PIC 9(9)V99.

       FD  KEY-SORTED-INPUT.
       01  KEY-SORTED-RECORD.
           05  KEY-SORTED-ID              PIC X(8).
           05  KEY-SORTED-SOURCE          PIC X(1).
           05  KEY-SORTED-SEQ             PIC 9(9).
           05  KEY-SORTED-RISK            PIC X(11).
           05  KEY-SORTED-BALANCE         PIC 9(9)V99.

      * Sequence work files: the results of the key match put back in
      * file order. TYPE D is a duplicate occurrence, M a today/prior
      * match and X a prior row with no match today.
       FD  SEQ-WORK-OUTPUT.
       01  SEQ-WORK-RECORD.
           05  SEQ-WORK-TYPE              PIC X(1).
           05  SEQ-WORK-SEQ               PIC 9(9).
           05  SEQ-WORK-ID                PIC X(8).
           05  SEQ-WORK-PRIOR-RISK        PIC X(11).
           05  SEQ-WORK-PRIOR-BALANCE     PIC 9(9)V99.
           05  SEQ-WORK-TODAY-RISK        PIC X(11).
           05  SEQ-WORK-TODAY-BALANCE     PIC 9(9)V99.

       SD  SEQ-SORT-FILE.
       01  SEQ-SORT-RECORD.
           05  SEQ-SORT-TYPE              PIC X(1).
           05  SEQ-SORT-SEQ               PIC 9(9).
           05  SEQ-SORT-ID                PIC X(8).
           05  SEQ-SORT-PRIOR-RISK        PIC X(11).
           05  SEQ-SORT-PRIOR-BALANCE     PIC 9(9)V99.
           05  SEQ-SORT-TODAY-RISK        PIC X(11).
           05  SEQ-SORT-TODAY-BALANCE     PIC 9(9)V99.

       FD  SEQ-SORTED-INPUT.
       01  SEQ-SORTED-RECORD.
           05  SEQ-SORTED-TYPE            PIC X(1).
           05  SEQ-SORTED-SEQ             PIC 9(9).
           05  SEQ-SORTED-ID              PIC X(8).
           05  SEQ-SORTED-PRIOR-RISK      PIC X(11).
           05  SEQ-SORTED-PRIOR-BALANCE   PIC 9(9)V99.
           05  SEQ-SORTED-TODAY-RISK      PIC X(11).
           05  SEQ-SORTED-TODAY-BALANCE   PIC 9(9)V99.

       FD  PROCESSED-OUTPUT.
       01  PROCESSED-RECORD.
           05  PROCESSED-ID           PIC 9(8).
           05  PROCMAST-ORIG-BALANCE      PIC 9(9)V99.
           05  PROCMAST-ORIG-CREDIT-LIMIT PIC 9(9)V99.
           05  PROCMAST-PROCESS-DATE      PIC X(10).
           05  PROCMAST-CLOSE-DATE        PIC X(10).

       FD  CHAIN-CONTROL-OUTPUT.
       01  CHAIN-CONTROL-RECORD.
           05  CHN-DATE                   PIC X(10).
           05  CHN-STEP                   PIC X(20).
           05  CHN-FIGURE                 PIC X(20).
           05  CHN-COUNT                  PIC 9(9).
           05  CHN-AMOUNT                 PIC 9(13)V99.

       WORKING-STORAGE SECTION.
       01  WS-CHECKPOINT-STATUS       PIC X(2).
       01  WS-CALENDAR-STATUS         PIC X(2).
       01  WS-MONTH-END-STATUS        PIC X(2).
       01  WS-BALHIST-STATUS          PIC X(2).
       01  WS-CHAINCTL-STATUS         PIC X(2).
       01  WS-KEYWORK-STATUS          PIC X(2).
       01  WS-KEYSORT-STATUS          PIC X(2).
       01  WS-SEQWORK-STATUS          PIC X(2).
       01  WS-SEQSORT-STATUS          PIC X(2).

       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-COUNT       PIC 9(3) VALUE ZERO.
           05  WS-REQ-ID-FROM         PIC 9(8) VALUE ZERO.
           05  WS-REQ-ID-TO           PIC 9(8) VALUE ZERO.

       01  WS-MIGRATION-WORK.
           05  WS-MIG-FOUND-FLAG      PIC X(1).
               88  PRIOR-CUST-FOUND   VALUE 'Y'.
           05  WS-MIG-MATCHED-FLAG    PIC X(1).
               88  PRIOR-CUST-MATCHED VALUE 'Y'.
           05  WS-MIG-PRIOR-SEQ       PIC 9(9).
           05  WS-MIG-PRIOR-RISK      PIC X(11).
           05  WS-MIG-PRIOR-BAL       PIC 9(9)V99.
           05  WS-MIG-CHANGED         PIC 9(6) VALUE ZERO.
           05  WS-MIG-MISSING         PIC 9(6) VALUE ZERO.
           05  WS-MIG-ROW-SUB         PIC 9(1).
           05  WS-MIG-LEVEL-WORK      PIC X(11).
           05  WS-MIG-BAL-DELTA       PIC S9(10)V99.
           05  WS-MIG-EDIT-DELTA      PIC +(10)9.99.
           05  END-OF-PRIOR-SW        PIC X(1) VALUE 'N'.
               88  END-OF-PRIOR       VALUE 'Y'.
           05  END-OF-TODAY-SW        PIC X(1) VALUE 'N'.
               88  CONTROL-COUNT-PRESENT  VALUE 'Y'.

       01  WS-DUPLICATE-CHECK.
           05  WS-DUP-CHECK-SEQ       PIC 9(9) VALUE ZERO.
           05  WS-NEXT-DUP-SEQ        PIC 9(9) VALUE ZERO.
       01  WS-DUP-FOUND-FLAG          PIC X(1) VALUE 'N'.
           88  DUPLICATE-FOUND        VALUE 'Y'.
       01  WS-KEY-MATCH-WORK.
           05  WS-KEY-SEQ             PIC 9(9) VALUE ZERO.
           05  WS-KEY-GROUP-ID        PIC X(8).
           05  WS-KEY-GROUP-FLAG      PIC X(1) VALUE 'N'.
               88  KEY-GROUP-STARTED  VALUE 'Y'.
           05  END-OF-KEY-SW          PIC X(1) VALUE 'N'.
               88  END-OF-KEY         VALUE 'Y'.

       01  WS-CHECKPOINT-FIELDS.
           05  WS-LAST-CHECKPOINT-ID          PIC 9(8) VALUE ZERO.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           PERFORM PROCESS-CUSTOMER-FILE
           PERFORM CLOSE-DUPLICATE-LIST
           IF NOT SELECTIVE-MODE
               PERFORM PROCESS-RESUBMIT-FILE
           END-IF
           PERFORM PROFILE-CUSTOMER-FILE

           PERFORM SORT-CUSTOMER-FILE
           PERFORM LOAD-RUN-REQUEST
      * The duplicate list needs the run request, since a selective
      * run only checks the records its filter lets through.
           PERFORM BUILD-DUPLICATE-LIST
           OPEN INPUT CUSTOMER-INPUT

           PERFORM LOAD-GL-MAP
           PERFORM LOAD-CONTROL-COUNT
           IF NOT SELECTIVE-MODE
               USING CUSTOMER-RAW-INPUT
               GIVING CUSTOMER-INPUT.

       BUILD-DUPLICATE-LIST.
      * Every record the run will put through the duplicate check is
      * numbered in the order the check will see it, the numbers are
      * sorted by customer ID, and every occurrence of an ID after its
      * first is listed back in number order. The check itself then
      * only compares a running count against the next listed number,
      * so no table of IDs seen is held and the file size is bounded
      * only by disk.
           OPEN INPUT CUSTOMER-INPUT
           OPEN OUTPUT KEY-WORK-OUTPUT
           MOVE ZERO TO WS-KEY-SEQ
           MOVE 'N' TO END-OF-KEY-SW
           PERFORM UNTIL END-OF-KEY
               READ CUSTOMER-INPUT
                   AT END MOVE 'Y' TO END-OF-KEY-SW
                   NOT AT END
                       IF SELECTIVE-MODE
                           PERFORM CHECK-RUN-REQUEST-FILTER
                       END-IF
                       IF SELECTIVE-MODE AND NOT FILTER-MATCHED
                           CONTINUE
                       ELSE
                           ADD 1 TO WS-KEY-SEQ
                           MOVE CUST-ID TO KEY-WORK-ID
                           MOVE 'T' TO KEY-WORK-SOURCE
                           MOVE WS-KEY-SEQ TO KEY-WORK-SEQ
                           MOVE SPACES TO KEY-WORK-RISK
                           MOVE ZERO TO KEY-WORK-BALANCE
                           WRITE KEY-WORK-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-INPUT
           CLOSE KEY-WORK-OUTPUT

           SORT KEY-SORT-FILE
               ON ASCENDING KEY KEY-SORT-ID
               ON ASCENDING KEY KEY-SORT-SEQ
               USING KEY-WORK-OUTPUT
               GIVING KEY-SORTED-INPUT

           OPEN INPUT KEY-SORTED-INPUT
           OPEN OUTPUT SEQ-WORK-OUTPUT
           MOVE 'N' TO END-OF-KEY-SW
           MOVE 'N' TO WS-KEY-GROUP-FLAG
           PERFORM UNTIL END-OF-KEY
               READ KEY-SORTED-INPUT
                   AT END MOVE 'Y' TO END-OF-KEY-SW
                   NOT AT END
                       IF KEY-GROUP-STARTED
                               AND KEY-SORTED-ID = WS-KEY-GROUP-ID
                           MOVE 'D' TO SEQ-WORK-TYPE
                           MOVE KEY-SORTED-SEQ TO SEQ-WORK-SEQ
                           MOVE KEY-SORTED-ID TO SEQ-WORK-ID
                           MOVE SPACES TO SEQ-WORK-PRIOR-RISK
                           MOVE ZERO TO SEQ-WORK-PRIOR-BALANCE
                           MOVE SPACES TO SEQ-WORK-TODAY-RISK
                           MOVE ZERO TO SEQ-WORK-TODAY-BALANCE
                           WRITE SEQ-WORK-RECORD
                       ELSE
                           MOVE 'Y' TO WS-KEY-GROUP-FLAG
                           MOVE KEY-SORTED-ID TO WS-KEY-GROUP-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KEY-SORTED-INPUT
           CLOSE SEQ-WORK-OUTPUT

           SORT SEQ-SORT-FILE
               ON ASCENDING KEY SEQ-SORT-TYPE
               ON ASCENDING KEY SEQ-SORT-SEQ
               USING SEQ-WORK-OUTPUT
               GIVING SEQ-SORTED-INPUT

           OPEN INPUT SEQ-SORTED-INPUT
           MOVE ZERO TO WS-DUP-CHECK-SEQ
           PERFORM READ-NEXT-DUPLICATE.

       READ-NEXT-DUPLICATE.
           READ SEQ-SORTED-INPUT
               AT END MOVE 999999999 TO WS-NEXT-DUP-SEQ
               NOT AT END MOVE SEQ-SORTED-SEQ TO WS-NEXT-DUP-SEQ
           END-READ.

       CLOSE-DUPLICATE-LIST.
           CLOSE SEQ-SORTED-INPUT
           MOVE SPACES TO WS-ARCHIVE-COMMAND
           STRING 'rm -f KEYWORK.TMP KEYSORT.TMP SEQWORK.TMP '
               'SEQSORT.TMP 2>/dev/null'
               DELIMITED BY SIZE INTO WS-ARCHIVE-COMMAND
           CALL 'SYSTEM' USING WS-ARCHIVE-COMMAND.

       PROFILE-CUSTOMER-FILE.
      * Data quality gate over the raw extract: code distributions,
      * structural edits and a projected reject rate, written to
           END-IF.

       OPEN-NIGHTLY-OUTPUT-FILES.
      * The processed master is opened first, so a master that cannot
      * be used stops the run before any output is archived or
      * truncated.
           PERFORM OPEN-PROCESSED-MASTER
           IF WS-LAST-CHECKPOINT-ID > ZERO
               PERFORM TRUNCATE-OUTPUTS-TO-CHECKPOINT
               OPEN EXTEND PROCESSED-OUTPUT
               END-IF
               OPEN OUTPUT BALANCE-HISTORY-OUTPUT
           END-IF
           OPEN OUTPUT REPORT-OUTPUT.

       OPEN-PROCESSED-MASTER.
      * The keyed processed master powers the batch inquiry facility.
      * Only a master that does not exist yet (status 35) is created.
      * Any other failure - an old-layout file among them - would
      * have the master recreated empty and lose every closed, stale
      * and rejected record inquiry answers for, so the run stops.
           OPEN I-O PROCESSED-MASTER
           IF WS-PROCMAST-STATUS = '35'
               OPEN OUTPUT PROCESSED-MASTER
               CLOSE PROCESSED-MASTER
               OPEN I-O PROCESSED-MASTER
               MOVE 'Y' TO WS-PROCMAST-OPEN-FLAG
           ELSE
               DISPLAY 'PROCMAST.DAT could not be opened - status '
                   WS-PROCMAST-STATUS '. Nothing processed. If the '
                   'file is in the old 133-byte layout run '
                   'ETL-PROCMAST-CONVERT, otherwise resolve manually '
                   'before rerunning.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       TRUNCATE-OUTPUTS-TO-CHECKPOINT.
           CLOSE CHECKPOINT-FILE.

       CHECK-DUPLICATE-CUSTOMER.
      * Records arrive here in the order BUILD-DUPLICATE-LIST numbered
      * them, so a record is a duplicate when its number is the next
      * one on the list.
           MOVE 'N' TO WS-DUP-FOUND-FLAG
           ADD 1 TO WS-DUP-CHECK-SEQ
           IF WS-DUP-CHECK-SEQ = WS-NEXT-DUP-SEQ
               MOVE 'Y' TO WS-DUP-FOUND-FLAG
               PERFORM READ-NEXT-DUPLICATE
           END-IF.

       VALIDATE-CUSTOMER-DATA.

       UPDATE-PROCESSED-MASTER.
           MOVE PROCESSED-RECORD TO PROCMAST-RECORD
      * A customer processed tonight is still on the customer master,
      * so any close date ETL-RETENTION-PURGE left is cleared.
           MOVE SPACES TO PROCMAST-CLOSE-DATE
           WRITE PROCMAST-RECORD
           IF WS-PROCMAST-STATUS = '22'
               REWRITE PROCMAST-RECORD
           END-IF
           IF NOT SELECTIVE-MODE
               PERFORM WRITE-RUN-LOG
               PERFORM WRITE-CHAIN-CONTROL
           END-IF
           IF MONTH-END-RUN AND NOT SELECTIVE-MODE
               PERFORM GENERATE-MONTH-END-REPORT
               DISPLAY 'No prior PROCESSED.DAT archive - risk '
                   'migration skipped'
           ELSE
               PERFORM LIST-PRIOR-PROCESSED-KEYS
               CLOSE PRIOR-PROCESSED-INPUT

               MOVE SPACES TO REPORT-LINE
               DISPLAY '---------------------'

               CLOSE PROCESSED-OUTPUT
               PERFORM LIST-TODAY-PROCESSED-KEYS
               PERFORM MATCH-PRIOR-TO-TODAY
               PERFORM REPORT-HIGH-RISK-UPGRADES
               PERFORM REPORT-OTHER-MIGRATIONS
               PERFORM REPORT-MISSING-CUSTOMERS
               PERFORM REPORT-MIGRATION-MATRIX

               MOVE SPACES TO WS-TRUNCATE-COMMAND
               STRING 'rm -f PRIORPRC.TMP KEYWORK.TMP KEYSORT.TMP '
                   'SEQWORK.TMP SEQSORT.TMP 2>/dev/null'
                   DELIMITED BY SIZE INTO WS-TRUNCATE-COMMAND
               CALL 'SYSTEM' USING WS-TRUNCATE-COMMAND
           END-IF.

       LIST-PRIOR-PROCESSED-KEYS.
           OPEN OUTPUT KEY-WORK-OUTPUT
           MOVE ZERO TO WS-KEY-SEQ
           MOVE 'N' TO END-OF-PRIOR-SW
           PERFORM UNTIL END-OF-PRIOR
               READ PRIOR-PROCESSED-INPUT
                   AT END MOVE 'Y' TO END-OF-PRIOR-SW
                   NOT AT END
                       ADD 1 TO WS-KEY-SEQ
                       MOVE PRIOR-ID TO KEY-WORK-ID
                       MOVE 'P' TO KEY-WORK-SOURCE
                       MOVE WS-KEY-SEQ TO KEY-WORK-SEQ
                       MOVE PRIOR-RISK-LEVEL TO KEY-WORK-RISK
                       MOVE PRIOR-BALANCE TO KEY-WORK-BALANCE
                       WRITE KEY-WORK-RECORD
               END-READ
           END-PERFORM.

       LIST-TODAY-PROCESSED-KEYS.
           OPEN INPUT PROCESSED-OUTPUT
           MOVE ZERO TO WS-KEY-SEQ
           MOVE 'N' TO END-OF-TODAY-SW
           PERFORM UNTIL END-OF-TODAY
               READ PROCESSED-OUTPUT
                   AT END MOVE 'Y' TO END-OF-TODAY-SW
                   NOT AT END
                       ADD 1 TO WS-KEY-SEQ
                       MOVE PROCESSED-ID TO KEY-WORK-ID
                       MOVE 'T' TO KEY-WORK-SOURCE
                       MOVE WS-KEY-SEQ TO KEY-WORK-SEQ
                       MOVE PROCESSED-RISK-LEVEL TO KEY-WORK-RISK
                       MOVE PROCESSED-BALANCE TO KEY-WORK-BALANCE
                       WRITE KEY-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE PROCESSED-OUTPUT
           CLOSE KEY-WORK-OUTPUT.

       MATCH-PRIOR-TO-TODAY.
      * Prior and today rows are brought together by ID (prior rows
      * first, each side in file order) and the results are put back
      * in file order: matches in today's PROCESSED.DAT order for the
      * two change passes, unmatched prior rows in archive order for
      * the missing list. As before, only the first archive row for
      * an ID can be matched.
           SORT KEY-SORT-FILE
               ON ASCENDING KEY KEY-SORT-ID
               ON ASCENDING KEY KEY-SORT-SOURCE
               ON ASCENDING KEY KEY-SORT-SEQ
               USING KEY-WORK-OUTPUT
               GIVING KEY-SORTED-INPUT

           OPEN INPUT KEY-SORTED-INPUT
           OPEN OUTPUT SEQ-WORK-OUTPUT
           MOVE 'N' TO END-OF-KEY-SW
           MOVE 'N' TO WS-KEY-GROUP-FLAG
           MOVE 'N' TO WS-MIG-FOUND-FLAG
           PERFORM UNTIL END-OF-KEY
               READ KEY-SORTED-INPUT
                   AT END MOVE 'Y' TO END-OF-KEY-SW
                   NOT AT END PERFORM MATCH-ONE-KEY-ROW
               END-READ
           END-PERFORM
           PERFORM CLOSE-MIGRATION-GROUP
           CLOSE KEY-SORTED-INPUT
           CLOSE SEQ-WORK-OUTPUT

           SORT SEQ-SORT-FILE
               ON ASCENDING KEY SEQ-SORT-TYPE
               ON ASCENDING KEY SEQ-SORT-SEQ
               USING SEQ-WORK-OUTPUT
               GIVING SEQ-SORTED-INPUT.

       MATCH-ONE-KEY-ROW.
           IF NOT KEY-GROUP-STARTED
                   OR KEY-SORTED-ID NOT = WS-KEY-GROUP-ID
               PERFORM CLOSE-MIGRATION-GROUP
               MOVE 'Y' TO WS-KEY-GROUP-FLAG
               MOVE KEY-SORTED-ID TO WS-KEY-GROUP-ID
           END-IF

           IF KEY-SORTED-SOURCE = 'P'
               IF PRIOR-CUST-FOUND
                   MOVE 'X' TO SEQ-WORK-TYPE
                   MOVE KEY-SORTED-SEQ TO SEQ-WORK-SEQ
                   MOVE KEY-SORTED-ID TO SEQ-WORK-ID
                   MOVE KEY-SORTED-RISK TO SEQ-WORK-PRIOR-RISK
                   MOVE KEY-SORTED-BALANCE TO SEQ-WORK-PRIOR-BALANCE
                   MOVE SPACES TO SEQ-WORK-TODAY-RISK
                   MOVE ZERO TO SEQ-WORK-TODAY-BALANCE
                   WRITE SEQ-WORK-RECORD
               ELSE
                   MOVE 'Y' TO WS-MIG-FOUND-FLAG
                   MOVE 'N' TO WS-MIG-MATCHED-FLAG
                   MOVE KEY-SORTED-SEQ TO WS-MIG-PRIOR-SEQ
                   MOVE KEY-SORTED-RISK TO WS-MIG-PRIOR-RISK
                   MOVE KEY-SORTED-BALANCE TO WS-MIG-PRIOR-BAL
               END-IF
           ELSE
               IF PRIOR-CUST-FOUND
                   MOVE 'Y' TO WS-MIG-MATCHED-FLAG
                   MOVE 'M' TO SEQ-WORK-TYPE
                   MOVE KEY-SORTED-SEQ TO SEQ-WORK-SEQ
                   MOVE KEY-SORTED-ID TO SEQ-WORK-ID
                   MOVE WS-MIG-PRIOR-RISK TO SEQ-WORK-PRIOR-RISK
                   MOVE WS-MIG-PRIOR-BAL TO SEQ-WORK-PRIOR-BALANCE
                   MOVE KEY-SORTED-RISK TO SEQ-WORK-TODAY-RISK
                   MOVE KEY-SORTED-BALANCE TO SEQ-WORK-TODAY-BALANCE
                   WRITE SEQ-WORK-RECORD
               END-IF
           END-IF.

       CLOSE-MIGRATION-GROUP.
           IF PRIOR-CUST-FOUND AND NOT PRIOR-CUST-MATCHED
               MOVE 'X' TO SEQ-WORK-TYPE
               MOVE WS-MIG-PRIOR-SEQ TO SEQ-WORK-SEQ
               MOVE WS-KEY-GROUP-ID TO SEQ-WORK-ID
               MOVE WS-MIG-PRIOR-RISK TO SEQ-WORK-PRIOR-RISK
               MOVE WS-MIG-PRIOR-BAL TO SEQ-WORK-PRIOR-BALANCE
               MOVE SPACES TO SEQ-WORK-TODAY-RISK
               MOVE ZERO TO SEQ-WORK-TODAY-BALANCE
               WRITE SEQ-WORK-RECORD
           END-IF
           MOVE 'N' TO WS-MIG-FOUND-FLAG.

       SET-MIGRATION-ROW-COL.
           EVALUATE SEQ-SORTED-PRIOR-RISK
               WHEN 'HIGH RISK'
                   MOVE 1 TO WS-MIG-ROW-SUB
               WHEN 'MEDIUM RISK'
               WHEN OTHER
                   MOVE 3 TO WS-MIG-ROW-SUB
           END-EVALUATE
           EVALUATE SEQ-SORTED-TODAY-RISK
               WHEN 'HIGH RISK'
                   MOVE 1 TO WS-MIG-COL-SUB
               WHEN 'MEDIUM RISK'

       WRITE-MIGRATION-LINE.
           COMPUTE WS-MIG-BAL-DELTA =
               SEQ-SORTED-TODAY-BALANCE - SEQ-SORTED-PRIOR-BALANCE
           MOVE WS-MIG-BAL-DELTA TO WS-MIG-EDIT-DELTA
           ADD 1 TO WS-MIG-CHANGED
           MOVE SPACES TO REPORT-LINE
           STRING SEQ-SORTED-ID ' '
               SEQ-SORTED-PRIOR-RISK ' -> '
               SEQ-SORTED-TODAY-RISK
               '  Balance Move: ' WS-MIG-EDIT-DELTA
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           DISPLAY SEQ-SORTED-ID ' ' SEQ-SORTED-PRIOR-RISK
               ' -> ' SEQ-SORTED-TODAY-RISK
               ' Balance Move: ' WS-MIG-EDIT-DELTA.

       REPORT-HIGH-RISK-UPGRADES.
      * First pass also builds the matrix.
           OPEN INPUT SEQ-SORTED-INPUT
           MOVE 'N' TO END-OF-TODAY-SW
           PERFORM UNTIL END-OF-TODAY
               READ SEQ-SORTED-INPUT
                   AT END MOVE 'Y' TO END-OF-TODAY-SW
                   NOT AT END
                       IF SEQ-SORTED-TYPE = 'M'
                           PERFORM SET-MIGRATION-ROW-COL
                           ADD 1 TO WS-MIG-CELL (WS-MIG-ROW-SUB,
                               WS-MIG-COL-SUB)
                           IF SEQ-SORTED-PRIOR-RISK NOT =
                                   SEQ-SORTED-TODAY-RISK
                                   AND SEQ-SORTED-TODAY-RISK =
                                       'HIGH RISK'
                               PERFORM WRITE-MIGRATION-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SEQ-SORTED-INPUT.

       REPORT-OTHER-MIGRATIONS.
           OPEN INPUT SEQ-SORTED-INPUT
           MOVE 'N' TO END-OF-TODAY-SW
           PERFORM UNTIL END-OF-TODAY
               READ SEQ-SORTED-INPUT
                   AT END MOVE 'Y' TO END-OF-TODAY-SW
                   NOT AT END
                       IF SEQ-SORTED-TYPE = 'M'
                           IF SEQ-SORTED-PRIOR-RISK NOT =
                                   SEQ-SORTED-TODAY-RISK
                                   AND SEQ-SORTED-TODAY-RISK NOT =
                                       'HIGH RISK'
                               PERFORM WRITE-MIGRATION-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SEQ-SORTED-INPUT

           IF WS-MIG-CHANGED = ZERO
               MOVE 'No risk level changes since prior run'
           PERFORM WRITE-REPORT-LINE
           MOVE 'PRESENT PRIOR RUN - MISSING TODAY' TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           OPEN INPUT SEQ-SORTED-INPUT
           MOVE 'N' TO END-OF-TODAY-SW
           PERFORM UNTIL END-OF-TODAY
               READ SEQ-SORTED-INPUT
                   AT END MOVE 'Y' TO END-OF-TODAY-SW
                   NOT AT END
                       IF SEQ-SORTED-TYPE = 'X'
                           ADD 1 TO WS-MIG-MISSING
                           MOVE SPACES TO REPORT-LINE
                           STRING SEQ-SORTED-ID
                               ' was ' SEQ-SORTED-PRIOR-RISK
                               ' - closed or rejected today'
                               DELIMITED BY SIZE INTO REPORT-LINE
                           PERFORM WRITE-REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SEQ-SORTED-INPUT
           MOVE SPACES TO REPORT-LINE
           STRING 'Missing Customers: ' WS-MIG-MISSING
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-OUTPUT.

       WRITE-CHAIN-CONTROL.
      * Hand-off figures for the end-of-night chain proof. The
      * balancing step ties them back to CUSTOMER.DAT upstream and to
      * every output written here, so they are the run's own counts,
      * not a re-read of the files.
           OPEN EXTEND CHAIN-CONTROL-OUTPUT
           IF WS-CHAINCTL-STATUS NOT = '00'
               OPEN OUTPUT CHAIN-CONTROL-OUTPUT
           END-IF

           MOVE WS-FORMATTED-DATE TO CHN-DATE
           MOVE 'ETL-CUSTOMER-PROCESS' TO CHN-STEP
           MOVE ZERO TO CHN-AMOUNT

           MOVE 'RECORDS READ' TO CHN-FIGURE
           MOVE WS-RECORDS-READ TO CHN-COUNT
           WRITE CHAIN-CONTROL-RECORD

           MOVE 'RESUBMITTED' TO CHN-FIGURE
           MOVE WS-RECORDS-RESUBMITTED TO CHN-COUNT
           WRITE CHAIN-CONTROL-RECORD

           MOVE 'REJECTED' TO CHN-FIGURE
           MOVE WS-RECORDS-ERROR TO CHN-COUNT
           WRITE CHAIN-CONTROL-RECORD

           MOVE 'SUSPENDED' TO CHN-FIGURE
           MOVE WS-RECORDS-SUSPENDED TO CHN-COUNT
           WRITE CHAIN-CONTROL-RECORD

           MOVE 'DEAD LETTERS' TO CHN-FIGURE
           MOVE WS-RECORDS-DEADLETTER TO CHN-COUNT
           WRITE CHAIN-CONTROL-RECORD

           MOVE 'PROCESSED' TO CHN-FIGURE
           MOVE WS-RECORDS-PROCESSED TO CHN-COUNT
           MOVE WS-TOTAL-BALANCE TO CHN-AMOUNT
           WRITE CHAIN-CONTROL-RECORD

           IF ACCRUAL-MODE
               MOVE 'ACCRUED INTEREST' TO CHN-FIGURE
               MOVE WS-FEE-RECORD-COUNT TO CHN-COUNT
               MOVE WS-INTEREST-TOTAL TO CHN-AMOUNT
               WRITE CHAIN-CONTROL-RECORD
               MOVE 'ACCRUED FEES' TO CHN-FIGURE
               MOVE WS-FEE-RECORD-COUNT TO CHN-COUNT
               MOVE WS-FEES-TOTAL TO CHN-AMOUNT
               WRITE CHAIN-CONTROL-RECORD
           END-IF

           IF WS-GL-MAP-COUNT > ZERO
               MOVE 'GL POSTINGS' TO CHN-FIGURE
               MOVE WS-GL-POST-COUNT TO CHN-COUNT
               MOVE WS-GL-DEBIT-TOTAL TO CHN-AMOUNT
               WRITE CHAIN-CONTROL-RECORD
           END-IF

           CLOSE CHAIN-CONTROL-OUTPUT.

       GENERATE-BREAKDOWN-REPORT.
           IF WS-CHECKING-COUNT > ZERO
               COMPUTE WS-CHECKING-AVERAGE =
