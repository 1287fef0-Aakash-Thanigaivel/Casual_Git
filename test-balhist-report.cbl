      * moved at all in N runs (dormancy candidates), and customers
      * whose available credit has been shrinking run over run.
      * Window sizes come from BHPARM.DAT when present.
      * History rows are sorted by customer and each customer's
      * window is built from its own run of rows, then the customers
      * are put back in first-appearance order for the report, so no
      * customer table is held in storage.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETL-BALHIST-REPORT.
       AUTHOR. TEST-MIGRATION.
               FILE STATUS IS WS-HIST-PARM-STATUS.
           SELECT HISTORY-REPORT-OUTPUT ASSIGN TO 'BHRPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTORY-WORK-OUTPUT ASSIGN TO 'HISTWORK.TMP'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTORY-SORT-FILE ASSIGN TO 'SORTWORK.TMP'.
           SELECT HISTORY-SORTED-INPUT ASSIGN TO 'HISTSORT.TMP'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUMMARY-WORK-OUTPUT ASSIGN TO 'SUMWORK.TMP'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUMMARY-SORT-FILE ASSIGN TO 'SORTWORK.TMP'.
           SELECT SUMMARY-SORTED-INPUT ASSIGN TO 'SUMSORT.TMP'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       01  HISTORY-REPORT-RECORD.
           05  HISTORY-REPORT-LINE       PIC X(80).

      * One row per BALHIST.DAT row, numbered in file order.
       FD  HISTORY-WORK-OUTPUT.
       01  HISTORY-WORK-RECORD.
           05  HIST-WORK-ID               PIC 9(8).
           05  HIST-WORK-SEQ              PIC 9(9).
           05  HIST-WORK-BALANCE          PIC 9(9)V99.
           05  HIST-WORK-CREDIT           PIC 9(9)V99.
           05  HIST-WORK-RISK-LEVEL       PIC X(11).

       SD  HISTORY-SORT-FILE.
       01  HISTORY-SORT-RECORD.
           05  HIST-SORT-ID               PIC 9(8).
           05  HIST-SORT-SEQ              PIC 9(9).
           05  HIST-SORT-BALANCE          PIC 9(9)V99.
           05  HIST-SORT-CREDIT           PIC 9(9)V99.
           05  HIST-SORT-RISK-LEVEL       PIC X(11).

       FD  HISTORY-SORTED-INPUT.
       01  HISTORY-SORTED-RECORD.
           05  HIST-SORTED-ID             PIC 9(8).
           05  HIST-SORTED-SEQ            PIC 9(9).
           05  HIST-SORTED-BALANCE        PIC 9(9)V99.
           05  HIST-SORTED-CREDIT         PIC 9(9)V99.
           05  HIST-SORTED-RISK-LEVEL     PIC X(11).

      * One row per customer in the WS-CUSTOMER-SUMMARY layout, keyed
      * by the number of the customer's first history row.
       FD  SUMMARY-WORK-OUTPUT.
       01  SUMMARY-WORK-RECORD           PIC X(250).

       SD  SUMMARY-SORT-FILE.
       01  SUMMARY-SORT-RECORD.
           05  SUM-SORT-FIRST-SEQ         PIC 9(9).
           05  FILLER                     PIC X(241).

       FD  SUMMARY-SORTED-INPUT.
       01  SUMMARY-SORTED-RECORD         PIC X(250).

       WORKING-STORAGE SECTION.
       01  WS-BALHIST-STATUS          PIC X(2).
       01  WS-HIST-PARM-STATUS        PIC X(2).

      * Each customer keeps a rolling window of the most recent
      * observations, oldest first; a customer's rows come off the
      * sort in BALHIST.DAT run order, so the shift keeps them
      * chronological.
       01  WS-CUSTOMER-SUMMARY.
           05  WS-CUST-FIRST-SEQ      PIC 9(9) VALUE ZERO.
           05  WS-CUST-HIST-ID        PIC 9(8) VALUE ZERO.
           05  WS-CUST-OBS-COUNT      PIC 9(2) VALUE ZERO.
           05  WS-CUST-LAST-RISK      PIC X(11) VALUE SPACES.
           05  WS-CUST-OBS OCCURS 10 TIMES.
               10  WS-OBS-BALANCE     PIC 9(9)V99 VALUE ZERO.
               10  WS-OBS-CREDIT      PIC 9(9)V99 VALUE ZERO.
       01  WS-CUST-FOUND-FLAG         PIC X(1) VALUE 'N'.
           88  HIST-CUST-FOUND        VALUE 'Y'.
       01  WS-HISTORY-SEQ             PIC 9(9) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-HISTORY-READ        PIC 9(9) VALUE ZERO.
           05  WS-CUSTOMERS-REPORTED  PIC 9(6) VALUE ZERO.
           05  WS-DORMANT-COUNT       PIC 9(6) VALUE ZERO.
           05  WS-SHRINKING-COUNT     PIC 9(6) VALUE ZERO.
       01  WS-FLAGS.
           05  END-OF-FILE-SW         PIC X(1) VALUE 'N'.
               88  END-OF-FILE        VALUE 'Y'.
           05  END-OF-SORTED-SW       PIC X(1) VALUE 'N'.
               88  END-OF-SORTED      VALUE 'Y'.
           05  WS-DORMANT-FLAG        PIC X(1).
               88  CUSTOMER-DORMANT   VALUE 'Y'.
           05  WS-SHRINKING-FLAG      PIC X(1).
           05  WS-BALANCE-DELTA       PIC S9(10)V99.
           05  WS-TREND-DESC          PIC X(4).
           05  WS-EDIT-DELTA          PIC +(9)9.99.
           05  WS-CLEANUP-COMMAND     PIC X(80).

       01  WS-CONSTANTS.
           05  TREND-WINDOW-RUNS      PIC 9(2) VALUE 5.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           PERFORM LOAD-HISTORY-TABLE
           PERFORM BUILD-CUSTOMER-SUMMARIES
           PERFORM GENERATE-CUSTOMER-REPORT
           PERFORM GENERATE-REPORT
           PERFORM CLEANUP-PROCESS
           END-IF.

       LOAD-HISTORY-TABLE.
           OPEN OUTPUT HISTORY-WORK-OUTPUT
           PERFORM UNTIL END-OF-FILE
               READ BALANCE-HISTORY-INPUT
                   AT END MOVE 'Y' TO END-OF-FILE-SW
                   NOT AT END
                       ADD 1 TO WS-HISTORY-READ
                       ADD 1 TO WS-HISTORY-SEQ
                       MOVE BALHIST-ID TO HIST-WORK-ID
                       MOVE WS-HISTORY-SEQ TO HIST-WORK-SEQ
                       MOVE BALHIST-BALANCE TO HIST-WORK-BALANCE
                       MOVE BALHIST-AVAIL-CREDIT TO HIST-WORK-CREDIT
                       MOVE BALHIST-RISK-LEVEL
                           TO HIST-WORK-RISK-LEVEL
                       WRITE HISTORY-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE HISTORY-WORK-OUTPUT

           SORT HISTORY-SORT-FILE
               ON ASCENDING KEY HIST-SORT-ID
               ON ASCENDING KEY HIST-SORT-SEQ
               USING HISTORY-WORK-OUTPUT
               GIVING HISTORY-SORTED-INPUT.

       BUILD-CUSTOMER-SUMMARIES.
      * One summary per customer, written when the next customer's
      * rows start, then sorted back into the order customers first
      * appear on BALHIST.DAT.
           OPEN INPUT HISTORY-SORTED-INPUT
           OPEN OUTPUT SUMMARY-WORK-OUTPUT
           MOVE 'N' TO WS-CUST-FOUND-FLAG
           MOVE 'N' TO END-OF-SORTED-SW
           PERFORM UNTIL END-OF-SORTED
               READ HISTORY-SORTED-INPUT
                   AT END MOVE 'Y' TO END-OF-SORTED-SW
                   NOT AT END PERFORM TABLE-ONE-OBSERVATION
               END-READ
           END-PERFORM
           IF HIST-CUST-FOUND
               WRITE SUMMARY-WORK-RECORD FROM WS-CUSTOMER-SUMMARY
           END-IF
           CLOSE HISTORY-SORTED-INPUT
           CLOSE SUMMARY-WORK-OUTPUT

           SORT SUMMARY-SORT-FILE
               ON ASCENDING KEY SUM-SORT-FIRST-SEQ
               USING SUMMARY-WORK-OUTPUT
               GIVING SUMMARY-SORTED-INPUT.

       TABLE-ONE-OBSERVATION.
           IF NOT HIST-CUST-FOUND
                   OR HIST-SORTED-ID NOT = WS-CUST-HIST-ID
               IF HIST-CUST-FOUND
                   WRITE SUMMARY-WORK-RECORD FROM WS-CUSTOMER-SUMMARY
               END-IF
               MOVE 'Y' TO WS-CUST-FOUND-FLAG
               MOVE HIST-SORTED-SEQ TO WS-CUST-FIRST-SEQ
               MOVE HIST-SORTED-ID TO WS-CUST-HIST-ID
               MOVE ZERO TO WS-CUST-OBS-COUNT
           END-IF

           MOVE HIST-SORTED-RISK-LEVEL TO WS-CUST-LAST-RISK
           IF WS-CUST-OBS-COUNT < MAX-OBSERVATIONS
               ADD 1 TO WS-CUST-OBS-COUNT
           ELSE
               PERFORM SHIFT-OBSERVATIONS-DOWN
           END-IF
           MOVE WS-CUST-OBS-COUNT TO WS-OBS-SUB
           MOVE HIST-SORTED-BALANCE TO WS-OBS-BALANCE (WS-OBS-SUB)
           MOVE HIST-SORTED-CREDIT TO WS-OBS-CREDIT (WS-OBS-SUB).

       SHIFT-OBSERVATIONS-DOWN.
      * Window full: drop the oldest observation so the latest run
      * always lands in the last slot.
           PERFORM VARYING WS-SHIFT-SUB FROM 1 BY 1
                   UNTIL WS-SHIFT-SUB >= MAX-OBSERVATIONS
               MOVE WS-CUST-OBS (WS-SHIFT-SUB + 1)
                   TO WS-CUST-OBS (WS-SHIFT-SUB)
           END-PERFORM.

       GENERATE-CUSTOMER-REPORT.
           MOVE SPACES TO HISTORY-REPORT-LINE
           WRITE HISTORY-REPORT-RECORD

           OPEN INPUT SUMMARY-SORTED-INPUT
           MOVE 'N' TO END-OF-SORTED-SW
           PERFORM UNTIL END-OF-SORTED
               READ SUMMARY-SORTED-INPUT INTO WS-CUSTOMER-SUMMARY
                   AT END MOVE 'Y' TO END-OF-SORTED-SW
                   NOT AT END PERFORM REPORT-ONE-CUSTOMER
               END-READ
           END-PERFORM
           CLOSE SUMMARY-SORTED-INPUT.

       REPORT-ONE-CUSTOMER.
           ADD 1 TO WS-CUSTOMERS-REPORTED
           IF WS-CUST-OBS-COUNT > TREND-WINDOW-RUNS
               COMPUTE WS-WINDOW-START =
                   WS-CUST-OBS-COUNT - TREND-WINDOW-RUNS + 1
           ELSE
               MOVE 1 TO WS-WINDOW-START
           END-IF
           COMPUTE WS-WINDOW-OBS =
               WS-CUST-OBS-COUNT - WS-WINDOW-START + 1

           COMPUTE WS-BALANCE-DELTA =
               WS-OBS-BALANCE (WS-CUST-OBS-COUNT)
               - WS-OBS-BALANCE (WS-WINDOW-START)
           EVALUATE TRUE
               WHEN WS-BALANCE-DELTA > ZERO
                   MOVE 'UP' TO WS-TREND-DESC

           MOVE WS-BALANCE-DELTA TO WS-EDIT-DELTA
           MOVE SPACES TO HISTORY-REPORT-LINE
           STRING 'CUST ' WS-CUST-HIST-ID
               '  Runs: ' WS-WINDOW-OBS
               '  Trend: ' WS-TREND-DESC
               '  Move: ' WS-EDIT-DELTA
               '  Risk: ' WS-CUST-LAST-RISK
               DELIMITED BY SIZE INTO HISTORY-REPORT-LINE
           WRITE HISTORY-REPORT-RECORD

                   'in ' DORMANT-WINDOW-RUNS ' runs'
                   DELIMITED BY SIZE INTO HISTORY-REPORT-LINE
               WRITE HISTORY-REPORT-RECORD
               DISPLAY 'DORMANT ' WS-CUST-HIST-ID
           END-IF

           PERFORM CHECK-CREDIT-SHRINKAGE
                   'run over run'
                   DELIMITED BY SIZE INTO HISTORY-REPORT-LINE
               WRITE HISTORY-REPORT-RECORD
               DISPLAY 'CREDIT SHRINKING ' WS-CUST-HIST-ID
           END-IF.

       CHECK-DORMANCY.
      * Dormant when the balance is identical across the whole
      * dormancy window - which needs the window fully on file.
           MOVE 'N' TO WS-DORMANT-FLAG
           IF WS-CUST-OBS-COUNT NOT < DORMANT-WINDOW-RUNS
               MOVE 'Y' TO WS-DORMANT-FLAG
               COMPUTE WS-DORMANT-START =
                   WS-CUST-OBS-COUNT - DORMANT-WINDOW-RUNS + 1
               PERFORM VARYING WS-OBS-SUB FROM WS-DORMANT-START BY 1
                       UNTIL WS-OBS-SUB >=
                           WS-CUST-OBS-COUNT
                   IF WS-OBS-BALANCE (WS-OBS-SUB) NOT =
                           WS-OBS-BALANCE (WS-OBS-SUB + 1)
                       MOVE 'N' TO WS-DORMANT-FLAG
                   END-IF
               END-PERFORM
               MOVE 'Y' TO WS-SHRINKING-FLAG
               PERFORM VARYING WS-OBS-SUB FROM WS-WINDOW-START BY 1
                       UNTIL WS-OBS-SUB >=
                           WS-CUST-OBS-COUNT
                   IF WS-OBS-CREDIT (WS-OBS-SUB + 1)
                           NOT <
                           WS-OBS-CREDIT (WS-OBS-SUB)
                       MOVE 'N' TO WS-SHRINKING-FLAG
                   END-IF
               END-PERFORM
       CLEANUP-PROCESS.
           CLOSE BALANCE-HISTORY-INPUT
           CLOSE HISTORY-REPORT-OUTPUT
           MOVE SPACES TO WS-CLEANUP-COMMAND
           STRING 'rm -f HISTWORK.TMP HISTSORT.TMP SUMWORK.TMP '
               'SUMSORT.TMP 2>/dev/null'
               DELIMITED BY SIZE INTO WS-CLEANUP-COMMAND
           CALL 'SYSTEM' USING WS-CLEANUP-COMMAND

           DISPLAY 'Balance History Report Completed Successfully'.

