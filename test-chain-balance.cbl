      * ETL Nightly Chain Balancing Report
      * Runs last in the ETL-RUN-CONTROL sequence and proves the whole
      * night, not just one file. Each step appends its hand-off
      * figures to CHAINCTL.DAT as it finishes:
      *   ETL-MASTER-UPDATE    records unloaded and balance hash
      *   ETL-TXN-POSTING      withdrawals, deposits, transfers, and
      *                        records unloaded with balance hash
      *   ETL-CUSTOMER-PROCESS records read, resubmitted, processed
      *                        (with total base balance), rejected,
      *                        suspended, dead letters, and on an
      *                        accrual run the interest and fees, and
      *                        the GL postings when GLMAP.DAT is set
      *   ETL-ERROR-CORRECT    ERRORS.DAT rows taken in and left, and
      *                        dead letters written
      * Those figures are taken for the effective business date and
      * tied to each other and to the files actually on disk:
      * CUSTOMER.DAT, PROCESSED.DAT, ERRORS.DAT, SUSPENDED.DAT,
      * DEADLTR.NEW/DEADLTR.DAT, DATAMART.CSV, BALHIST.NEW/BALHIST.DAT,
      * PROCMAST.DAT, RUNLOG.DAT, and the FEES.DAT and GLPOST.DAT
      * trailers. Every hand-off is printed on CHAINRPT.DAT with its
      * out and in counts and money totals; a break names the step
      * that caused it. When a step is rerun for the same date its
      * latest figures are used. ETL-ERROR-CORRECT stamps the
      * calendar date, so its figures are taken from the same date or
      * from after the nightly's figures on the file.
      * Any break ends the run with return code 16 so the scheduler
      * holds downstream jobs until operations signs off.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETL-CHAIN-BALANCE.
       AUTHOR. TEST-MIGRATION.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHAIN-CONTROL-INPUT ASSIGN TO 'CHAINCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAINCTL-STATUS.
           SELECT CUSTOMER-INPUT ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-STATUS.
           SELECT PROCESSED-INPUT ASSIGN TO 'PROCESSED.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCESSED-STATUS.
           SELECT PROCESSED-SORTED ASSIGN TO 'CHAINPRC.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTED-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO 'SORTWORK.TMP'.
           SELECT ERROR-INPUT ASSIGN TO 'ERRORS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-STATUS.
           SELECT SUSPENDED-INPUT ASSIGN TO 'SUSPENDED.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENDED-STATUS.
           SELECT DEADLETTER-INPUT ASSIGN TO 'DEADLTR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEADLETTER-STATUS.
           SELECT DEADLETTER-STAGE-INPUT ASSIGN TO 'DEADLTR.NEW'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEAD-STAGE-STATUS.
           SELECT EXTRACT-INPUT ASSIGN TO 'DATAMART.CSV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT BALANCE-HISTORY-INPUT ASSIGN TO 'BALHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALHIST-STATUS.
           SELECT BALHIST-STAGE-INPUT ASSIGN TO 'BALHIST.NEW'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALHIST-STAGE-STATUS.
           SELECT PROCESSED-MASTER ASSIGN TO 'PROCMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PROCMAST-ID
               FILE STATUS IS WS-PROCMAST-STATUS.
           SELECT RUN-LOG-INPUT ASSIGN TO 'RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT FEE-INPUT ASSIGN TO 'FEES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.
           SELECT GL-POST-INPUT ASSIGN TO 'GLPOST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-POST-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO 'CALENDAR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT CHAIN-REPORT-OUTPUT ASSIGN TO 'CHAINRPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CHAIN-CONTROL-INPUT.
       01  CHAIN-CONTROL-RECORD.
           05  CHN-DATE               PIC X(10).
           05  CHN-STEP               PIC X(20).
           05  CHN-FIGURE             PIC X(20).
           05  CHN-COUNT              PIC 9(9).
           05  CHN-AMOUNT             PIC 9(13)V99.

       FD  CUSTOMER-INPUT.
       01  CUSTOMER-RECORD.
           05  CUST-ID                PIC 9(8).
           05  CUST-NAME              PIC X(30).
           05  CUST-ACCOUNT-TYPE      PIC X(1).
           05  CUST-BALANCE           PIC 9(7)V99.
           05  CUST-CREDIT-LIMIT      PIC 9(7)V99.
           05  CUST-STATUS            PIC X(1).
           05  CUST-CURRENCY          PIC X(3).

       FD  PROCESSED-INPUT.
       01  PROCESSED-INPUT-RECORD     PIC X(133).

       FD  PROCESSED-SORTED.
       01  PROCESSED-RECORD.
           05  PROCESSED-ID           PIC 9(8).
           05  PROCESSED-NAME         PIC X(30).
           05  PROCESSED-ACCOUNT-TYPE PIC X(15).
           05  PROCESSED-BALANCE      PIC 9(9)V99.
           05  PROCESSED-AVAILABLE-CREDIT PIC 9(9)V99.
           05  PROCESSED-RISK-LEVEL   PIC X(11).
           05  PROCESSED-BUSINESS-FLAG PIC X(12).
           05  PROCESSED-CURRENCY     PIC X(3).
           05  PROCESSED-ORIG-BALANCE PIC 9(9)V99.
           05  PROCESSED-ORIG-CREDIT-LIMIT PIC 9(9)V99.
           05  PROCESSED-PROCESS-DATE PIC X(10).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SORT-WORK-ID           PIC 9(8).
           05  FILLER                 PIC X(125).

       FD  ERROR-INPUT.
       01  ERROR-RECORD               PIC X(182).

       FD  SUSPENDED-INPUT.
       01  SUSPENDED-RECORD.
           05  SUSPENDED-ID           PIC 9(8).
           05  SUSPENDED-NAME         PIC X(30).
           05  SUSPENDED-ACCOUNT-TYPE PIC X(15).
           05  SUSPENDED-BALANCE      PIC 9(9)V99.
           05  SUSPENDED-STATUS-REASON PIC X(20).
           05  SUSPENDED-PROCESS-DATE PIC X(10).

       FD  DEADLETTER-INPUT.
       01  DEADLETTER-RECORD.
           05  DEAD-ID                PIC 9(8).
           05  DEAD-NAME              PIC X(30).
           05  DEAD-TYPE              PIC X(22).
           05  DEAD-DESCRIPTION       PIC X(50).
           05  DEAD-PROCESS-DATE      PIC X(10).
           05  DEAD-CYCLE-COUNT       PIC 9(1).
           05  DEAD-ORIGINAL-DATA     PIC X(61).

       FD  DEADLETTER-STAGE-INPUT.
       01  DEADLETTER-STAGE-RECORD    PIC X(182).

       FD  EXTRACT-INPUT.
       01  EXTRACT-RECORD             PIC X(150).

       FD  BALANCE-HISTORY-INPUT.
       01  BALANCE-HISTORY-RECORD.
           05  BALHIST-ID             PIC 9(8).
           05  BALHIST-DATE           PIC X(10).
           05  BALHIST-BALANCE        PIC 9(9)V99.
           05  BALHIST-AVAIL-CREDIT   PIC 9(9)V99.
           05  BALHIST-RISK-LEVEL     PIC X(11).

       FD  BALHIST-STAGE-INPUT.
       01  BALHIST-STAGE-RECORD       PIC X(51).

       FD  PROCESSED-MASTER.
       01  PROCMAST-RECORD.
           05  PROCMAST-ID                PIC 9(8).
           05  PROCMAST-NAME              PIC X(30).
           05  PROCMAST-ACCOUNT-TYPE      PIC X(15).
           05  PROCMAST-BALANCE           PIC 9(9)V99.
           05  PROCMAST-AVAILABLE-CREDIT  PIC 9(9)V99.
           05  PROCMAST-RISK-LEVEL        PIC X(11).
           05  PROCMAST-BUSINESS-FLAG     PIC X(12).
           05  PROCMAST-CURRENCY          PIC X(3).
           05  PROCMAST-ORIG-BALANCE      PIC 9(9)V99.
           05  PROCMAST-ORIG-CREDIT-LIMIT PIC 9(9)V99.
           05  PROCMAST-PROCESS-DATE      PIC X(10).
           05  PROCMAST-CLOSE-DATE        PIC X(10).

       FD  RUN-LOG-INPUT.
       01  RUN-LOG-RECORD.
           05  RUNLOG-DATE               PIC X(10).
           05  RUNLOG-RECORDS-READ       PIC 9(6).
           05  RUNLOG-RECORDS-PROCESSED  PIC 9(6).
           05  RUNLOG-RECORDS-ERROR      PIC 9(6).
           05  RUNLOG-TOTAL-BALANCE      PIC 9(10)V99.
           05  RUNLOG-AVERAGE-BALANCE    PIC 9(8)V99.

       FD  FEE-INPUT.
       01  FEE-RECORD.
           05  FEE-ID                     PIC 9(8).
           05  FEE-NAME                   PIC X(30).
           05  FEE-TYPE-DESC              PIC X(15).
           05  FEE-INTEREST-AMOUNT        PIC 9(7)V99.
           05  FEE-AMOUNT                 PIC 9(7)V99.
           05  FEE-DESCRIPTION            PIC X(20).
           05  FEE-PROCESS-DATE           PIC X(10).
       01  FEE-TRAILER-RECORD.
           05  FEE-TRAILER-TAG            PIC X(8).
           05  FEE-TRAILER-COUNT          PIC 9(6).
           05  FEE-TRAILER-INTEREST       PIC 9(9)V99.
           05  FEE-TRAILER-FEES           PIC 9(9)V99.

       FD  GL-POST-INPUT.
       01  GL-POST-RECORD.
           05  GL-POST-ACCOUNT            PIC 9(8).
           05  GL-POST-DRCR               PIC X(2).
           05  GL-POST-AMOUNT             PIC 9(11)V99.
           05  GL-POST-BUCKET             PIC X(2).
           05  GL-POST-DESC               PIC X(20).
           05  GL-POST-DATE               PIC X(10).
       01  GL-POST-TRAILER-RECORD.
           05  GL-TRAILER-TAG             PIC X(8).
           05  GL-TRAILER-COUNT           PIC 9(6).
           05  GL-TRAILER-DEBIT-HASH      PIC 9(13)V99.
           05  GL-TRAILER-CREDIT-HASH     PIC 9(13)V99.

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05  CAL-HOLIDAY-DATE           PIC 9(8).

       FD  CHAIN-REPORT-OUTPUT.
       01  CHAIN-REPORT-RECORD.
           05  CHAIN-REPORT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CHAINCTL-STATUS         PIC X(2).
       01  WS-CUSTOMER-STATUS         PIC X(2).
       01  WS-PROCESSED-STATUS        PIC X(2).
       01  WS-SORTED-STATUS           PIC X(2).
       01  WS-ERROR-STATUS            PIC X(2).
       01  WS-SUSPENDED-STATUS        PIC X(2).
       01  WS-DEADLETTER-STATUS       PIC X(2).
       01  WS-DEAD-STAGE-STATUS       PIC X(2).
       01  WS-EXTRACT-STATUS          PIC X(2).
       01  WS-BALHIST-STATUS          PIC X(2).
       01  WS-BALHIST-STAGE-STATUS    PIC X(2).
       01  WS-PROCMAST-STATUS         PIC X(2).
       01  WS-RUNLOG-STATUS           PIC X(2).
       01  WS-FEE-STATUS              PIC X(2).
       01  WS-GL-POST-STATUS          PIC X(2).
       01  WS-CALENDAR-STATUS         PIC X(2).
       01  WS-RENAME-COMMAND          PIC X(80).

       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-COUNT       PIC 9(3) VALUE ZERO.
           05  WS-HOLIDAY-DATE OCCURS 200 TIMES PIC 9(8).
       01  WS-CALENDAR-WORK.
           05  WS-CAL-SUB             PIC 9(3).
           05  WS-DATE-INTEGER        PIC 9(8).
           05  WS-DAY-OF-WEEK         PIC 9(1).
           05  WS-CAL-DATE-NUM        PIC 9(8).
           05  WS-CAL-DATE-DISP       PIC 9(8).
           05  WS-CAL-BUSINESS-FLAG   PIC X(1).
               88  CAL-BUSINESS-DAY   VALUE 'Y'.
       01  WS-CAL-CAP-WARNED-FLAG     PIC X(1) VALUE 'N'.
           88  CAL-CAP-WARNED         VALUE 'Y'.

      * Control figures accepted from CHAINCTL.DAT. A rerun step
      * overwrites its own earlier figures for the date.
       01  WS-FIGURE-TABLE.
           05  WS-FIG-COUNT           PIC 9(3) VALUE ZERO.
           05  WS-FIG-ENTRY OCCURS 100 TIMES.
               10  WS-FIG-DATE            PIC X(10).
               10  WS-FIG-STEP            PIC X(20).
               10  WS-FIG-NAME            PIC X(20).
               10  WS-FIG-TALLY           PIC 9(9).
               10  WS-FIG-AMOUNT          PIC 9(13)V99.
       01  WS-FIG-SUB                 PIC 9(3).
       01  WS-FIG-SLOT                PIC 9(3).
       01  WS-FIG-CAP-WARNED-FLAG     PIC X(1) VALUE 'N'.
           88  FIG-CAP-WARNED         VALUE 'Y'.
       01  WS-FIND-STEP               PIC X(20).
       01  WS-FIND-FIGURE             PIC X(20).
       01  WS-FIND-FLAG               PIC X(1).
           88  FIGURE-FOUND           VALUE 'Y'.
       01  WS-FOUND-DATE              PIC X(10).
       01  WS-FOUND-TALLY             PIC 9(9).
       01  WS-FOUND-AMOUNT            PIC 9(13)V99.

      * The figures each step reported, picked out of the table.
       01  WS-STEP-FIGURES.
           05  WS-MU-PRESENT-FLAG     PIC X(1) VALUE 'N'.
               88  MU-FIGURES-PRESENT VALUE 'Y'.
           05  WS-MU-UNLOADED         PIC 9(9) VALUE ZERO.
           05  WS-MU-HASH             PIC 9(13)V99 VALUE ZERO.
           05  WS-TP-PRESENT-FLAG     PIC X(1) VALUE 'N'.
               88  TP-FIGURES-PRESENT VALUE 'Y'.
           05  WS-TP-WITHDRAWALS      PIC 9(9) VALUE ZERO.
           05  WS-TP-WITHDRAWAL-AMT   PIC 9(13)V99 VALUE ZERO.
           05  WS-TP-DEPOSITS         PIC 9(9) VALUE ZERO.
           05  WS-TP-DEPOSIT-AMT      PIC 9(13)V99 VALUE ZERO.
           05  WS-TP-TRANSFERS        PIC 9(9) VALUE ZERO.
           05  WS-TP-TRANSFER-AMT     PIC 9(13)V99 VALUE ZERO.
           05  WS-TP-UNLOADED         PIC 9(9) VALUE ZERO.
           05  WS-TP-HASH             PIC 9(13)V99 VALUE ZERO.
           05  WS-CP-PRESENT-FLAG     PIC X(1) VALUE 'N'.
               88  CP-FIGURES-PRESENT VALUE 'Y'.
           05  WS-CP-READ             PIC 9(9) VALUE ZERO.
           05  WS-CP-RESUBMITTED      PIC 9(9) VALUE ZERO.
           05  WS-CP-REJECTED         PIC 9(9) VALUE ZERO.
           05  WS-CP-SUSPENDED        PIC 9(9) VALUE ZERO.
           05  WS-CP-DEADLETTER       PIC 9(9) VALUE ZERO.
           05  WS-CP-PROCESSED        PIC 9(9) VALUE ZERO.
           05  WS-CP-TOTAL-BALANCE    PIC 9(13)V99 VALUE ZERO.
           05  WS-CP-ACCRUAL-FLAG     PIC X(1) VALUE 'N'.
               88  CP-ACCRUAL-RUN     VALUE 'Y'.
           05  WS-CP-FEE-COUNT        PIC 9(9) VALUE ZERO.
           05  WS-CP-INTEREST         PIC 9(13)V99 VALUE ZERO.
           05  WS-CP-FEES             PIC 9(13)V99 VALUE ZERO.
           05  WS-CP-GL-FLAG          PIC X(1) VALUE 'N'.
               88  CP-GL-EXTRACTED    VALUE 'Y'.
           05  WS-CP-GL-COUNT         PIC 9(9) VALUE ZERO.
           05  WS-CP-GL-DEBITS        PIC 9(13)V99 VALUE ZERO.
           05  WS-EC-PRESENT-FLAG     PIC X(1) VALUE 'N'.
               88  EC-FIGURES-PRESENT VALUE 'Y'.
           05  WS-EC-DATE             PIC X(10) VALUE SPACES.
           05  WS-EC-ERRORS-IN        PIC 9(9) VALUE ZERO.
           05  WS-EC-ERRORS-KEPT      PIC 9(9) VALUE ZERO.
           05  WS-EC-DEADLETTER       PIC 9(9) VALUE ZERO.
           05  WS-LAST-UNLOAD-STEP    PIC X(20) VALUE SPACES.
           05  WS-LAST-UNLOADED       PIC 9(9) VALUE ZERO.
           05  WS-LAST-UNLOAD-HASH    PIC 9(13)V99 VALUE ZERO.

      * What is actually on disk.
       01  WS-FILE-TOTALS.
           05  WS-CUST-ROWS           PIC 9(9) VALUE ZERO.
           05  WS-CUST-HASH           PIC 9(13)V99 VALUE ZERO.
           05  WS-PROC-ROWS           PIC 9(9) VALUE ZERO.
           05  WS-PROC-AMOUNT         PIC 9(13)V99 VALUE ZERO.
           05  WS-PROC-DISTINCT       PIC 9(9) VALUE ZERO.
           05  WS-PROC-DISTINCT-AMT   PIC 9(13)V99 VALUE ZERO.
           05  WS-PROC-HELD-ID        PIC 9(8) VALUE ZERO.
           05  WS-PROC-HELD-BALANCE   PIC 9(9)V99 VALUE ZERO.
           05  WS-PROC-HELD-FLAG      PIC X(1) VALUE 'N'.
               88  PROC-ROW-HELD      VALUE 'Y'.
           05  WS-ERROR-ROWS          PIC 9(9) VALUE ZERO.
           05  WS-SUSP-ROWS           PIC 9(9) VALUE ZERO.
           05  WS-DEAD-ROWS           PIC 9(9) VALUE ZERO.
           05  WS-DEAD-STAGE-ROWS     PIC 9(9) VALUE ZERO.
           05  WS-EXTRACT-ROWS        PIC 9(9) VALUE ZERO.
           05  WS-BALHIST-ROWS        PIC 9(9) VALUE ZERO.
           05  WS-BALHIST-AMOUNT      PIC 9(13)V99 VALUE ZERO.
           05  WS-BALHIST-STAGE-ROWS  PIC 9(9) VALUE ZERO.
           05  WS-PROCMAST-ROWS       PIC 9(9) VALUE ZERO.
           05  WS-PROCMAST-AMOUNT     PIC 9(13)V99 VALUE ZERO.
           05  WS-RUNLOG-FOUND-FLAG   PIC X(1) VALUE 'N'.
               88  RUNLOG-ENTRY-FOUND VALUE 'Y'.
           05  WS-RUNLOG-READ         PIC 9(9) VALUE ZERO.
           05  WS-RUNLOG-PROCESSED    PIC 9(9) VALUE ZERO.
           05  WS-RUNLOG-ERROR        PIC 9(9) VALUE ZERO.
           05  WS-RUNLOG-BALANCE      PIC 9(13)V99 VALUE ZERO.
           05  WS-FEE-ROWS            PIC 9(9) VALUE ZERO.
           05  WS-FEE-INTEREST-SUM    PIC 9(13)V99 VALUE ZERO.
           05  WS-FEE-AMOUNT-SUM      PIC 9(13)V99 VALUE ZERO.
           05  WS-FEE-TRL-COUNT       PIC 9(9) VALUE ZERO.
           05  WS-FEE-TRL-INTEREST    PIC 9(13)V99 VALUE ZERO.
           05  WS-FEE-TRL-FEES        PIC 9(13)V99 VALUE ZERO.
           05  WS-GL-ROWS             PIC 9(9) VALUE ZERO.
           05  WS-GL-DEBIT-ROWS       PIC 9(9) VALUE ZERO.
           05  WS-GL-CREDIT-ROWS      PIC 9(9) VALUE ZERO.
           05  WS-GL-DEBIT-SUM        PIC 9(13)V99 VALUE ZERO.
           05  WS-GL-CREDIT-SUM       PIC 9(13)V99 VALUE ZERO.
           05  WS-GL-TYPE-DEBITS      PIC 9(13)V99 VALUE ZERO.
           05  WS-GL-RISK-DEBITS      PIC 9(13)V99 VALUE ZERO.
           05  WS-GL-TRL-COUNT        PIC 9(9) VALUE ZERO.
           05  WS-GL-TRL-DEBITS       PIC 9(13)V99 VALUE ZERO.
           05  WS-GL-TRL-CREDITS      PIC 9(13)V99 VALUE ZERO.

      * One hand-off proof. The caller fills these and performs
      * REPORT-ONE-CHECK, which prints it and scores the break.
       01  WS-CHECK-FIELDS.
           05  WS-CHK-LABEL           PIC X(60).
           05  WS-CHK-STEP            PIC X(20).
           05  WS-CHK-OUT-COUNT       PIC S9(9).
           05  WS-CHK-IN-COUNT        PIC S9(9).
           05  WS-CHK-OUT-AMOUNT      PIC S9(13)V99.
           05  WS-CHK-IN-AMOUNT       PIC S9(13)V99.
           05  WS-CHK-COUNT-FLAG      PIC X(1).
               88  CHECK-HAS-COUNT    VALUE 'Y'.
           05  WS-CHK-AMOUNT-FLAG     PIC X(1).
               88  CHECK-HAS-AMOUNT   VALUE 'Y'.
           05  WS-CHK-BREAK-FLAG      PIC X(1).
               88  CHECK-BROKEN       VALUE 'Y'.
           05  WS-EDIT-OUT-COUNT      PIC -(9)9.
           05  WS-EDIT-IN-COUNT       PIC -(9)9.
           05  WS-EDIT-OUT-AMOUNT     PIC -(13)9.99.
           05  WS-EDIT-IN-AMOUNT      PIC -(13)9.99.

       01  WS-COUNTERS.
           05  WS-FIGURES-READ        PIC 9(6) VALUE ZERO.
           05  WS-FIGURES-ACCEPTED    PIC 9(6) VALUE ZERO.
           05  WS-CHECKS-MADE         PIC 9(4) VALUE ZERO.
           05  WS-CHECKS-BROKEN       PIC 9(4) VALUE ZERO.

       01  WS-FLAGS.
           05  END-OF-FILE-SW         PIC X(1) VALUE 'N'.
               88  END-OF-FILE        VALUE 'Y'.
           05  WS-NIGHTLY-SEEN-FLAG   PIC X(1) VALUE 'N'.
               88  NIGHTLY-SEEN       VALUE 'Y'.
           05  WS-ACCEPT-FLAG         PIC X(1) VALUE 'N'.
               88  FIGURE-ACCEPTED    VALUE 'Y'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE.
               10  WS-YEAR            PIC 9(4).
               10  WS-MONTH           PIC 9(2).
               10  WS-DAY             PIC 9(2).
           05  WS-FORMATTED-DATE      PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           PERFORM LOAD-CHAIN-CONTROLS
           PERFORM PICK-UP-STEP-FIGURES
           PERFORM PROVE-CUSTOMER-HANDOFF
           IF CP-FIGURES-PRESENT
               PERFORM PROVE-NIGHTLY-OUTPUTS
               PERFORM PROVE-ERROR-HANDOFF
               IF CP-ACCRUAL-RUN
                   PERFORM PROVE-FEE-TRAILER
               END-IF
               IF CP-GL-EXTRACTED
                   PERFORM PROVE-GL-TRAILER
               END-IF
           END-IF
           PERFORM GENERATE-REPORT
           PERFORM CLEANUP-PROCESS
           STOP RUN.

       INITIALIZE-PROCESS.
      * The proof is for the same effective business date the steps
      * stamp on their figures and outputs.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           PERFORM LOAD-BUSINESS-CALENDAR
           PERFORM RESOLVE-EFFECTIVE-DATE
           STRING WS-YEAR '-' WS-MONTH '-' WS-DAY
               DELIMITED BY SIZE INTO WS-FORMATTED-DATE

           OPEN OUTPUT CHAIN-REPORT-OUTPUT
           MOVE 'NIGHTLY CHAIN BALANCING REPORT' TO CHAIN-REPORT-LINE
           WRITE CHAIN-REPORT-RECORD
           MOVE '==============================' TO CHAIN-REPORT-LINE
           WRITE CHAIN-REPORT-RECORD
           MOVE SPACES TO CHAIN-REPORT-LINE
           STRING 'Business Date: ' WS-FORMATTED-DATE
               DELIMITED BY SIZE INTO CHAIN-REPORT-LINE
           WRITE CHAIN-REPORT-RECORD

           DISPLAY 'Chain Balancing Started - Business Date '
               WS-FORMATTED-DATE.

       LOAD-BUSINESS-CALENDAR.
      * Same holiday list as the nightly run, so both programs agree
      * on the effective business date.
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS = '00'
               PERFORM UNTIL WS-CALENDAR-STATUS NOT = '00'
                   READ CALENDAR-FILE
                   IF WS-CALENDAR-STATUS = '00'
                       IF WS-HOLIDAY-COUNT < 200
                           ADD 1 TO WS-HOLIDAY-COUNT
                           MOVE WS-HOLIDAY-COUNT TO WS-CAL-SUB
                           MOVE CAL-HOLIDAY-DATE
                               TO WS-HOLIDAY-DATE (WS-CAL-SUB)
                       ELSE
                           IF NOT CAL-CAP-WARNED
                               DISPLAY 'WARNING: holiday table full '
                                   'at 200 dates - remainder of '
                                   'CALENDAR.DAT skipped; effective '
                                   'date may resolve wrongly'
                               MOVE 'Y' TO WS-CAL-CAP-WARNED-FLAG
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CALENDAR-FILE
           ELSE
               DISPLAY 'CALENDAR.DAT not found - weekends only'
           END-IF.

       RESOLVE-EFFECTIVE-DATE.
      * Roll the run date back to the most recent business day,
      * exactly as RESOLVE-EFFECTIVE-DATE does in the nightly run.
           COMPUTE WS-CAL-DATE-NUM =
               WS-YEAR * 10000 + WS-MONTH * 100 + WS-DAY
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-CAL-DATE-NUM)
           PERFORM CHECK-BUSINESS-DAY
           PERFORM UNTIL CAL-BUSINESS-DAY
               SUBTRACT 1 FROM WS-DATE-INTEGER
               COMPUTE WS-CAL-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)
               PERFORM CHECK-BUSINESS-DAY
           END-PERFORM

           MOVE WS-CAL-DATE-NUM TO WS-CAL-DATE-DISP
           IF WS-CAL-DATE-DISP NOT =
                   (WS-YEAR * 10000 + WS-MONTH * 100 + WS-DAY)
               DISPLAY 'Effective business date resolved to '
                   WS-CAL-DATE-DISP
           END-IF
           MOVE WS-CAL-DATE-DISP (1:4) TO WS-YEAR
           MOVE WS-CAL-DATE-DISP (5:2) TO WS-MONTH
           MOVE WS-CAL-DATE-DISP (7:2) TO WS-DAY.

       CHECK-BUSINESS-DAY.
      * INTEGER-OF-DATE day 1 was a Monday, so MOD 7 gives
      * 6 = Saturday and 0 = Sunday.
           MOVE 'Y' TO WS-CAL-BUSINESS-FLAG
           COMPUTE WS-DAY-OF-WEEK =
               FUNCTION MOD (WS-DATE-INTEGER, 7)
           IF WS-DAY-OF-WEEK = 0 OR WS-DAY-OF-WEEK = 6
               MOVE 'N' TO WS-CAL-BUSINESS-FLAG
           ELSE
               PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
                       UNTIL WS-CAL-SUB > WS-HOLIDAY-COUNT
                   IF WS-HOLIDAY-DATE (WS-CAL-SUB) = WS-CAL-DATE-NUM
                       MOVE 'N' TO WS-CAL-BUSINESS-FLAG
                   END-IF
               END-PERFORM
           END-IF.

       LOAD-CHAIN-CONTROLS.
      * Figures are kept in file order, so a rerun's later figures
      * replace the earlier ones. A fresh nightly set for the date
      * clears the nightly and error-correction figures taken so far.
      * The error correction cycle stamps the calendar date rather
      * than the business date, so its figures count when they carry
      * the business date or follow the nightly's on the file - until
      * a nightly for another date is reached.
           OPEN INPUT CHAIN-CONTROL-INPUT
           IF WS-CHAINCTL-STATUS NOT = '00'
               DISPLAY 'CHAINCTL.DAT not found - no step has reported '
                   'control figures'
           ELSE
               MOVE 'N' TO END-OF-FILE-SW
               PERFORM UNTIL END-OF-FILE
                   READ CHAIN-CONTROL-INPUT
                       AT END MOVE 'Y' TO END-OF-FILE-SW
                       NOT AT END
                           ADD 1 TO WS-FIGURES-READ
                           PERFORM ACCEPT-ONE-FIGURE
                   END-READ
               END-PERFORM
               CLOSE CHAIN-CONTROL-INPUT
           END-IF.

       ACCEPT-ONE-FIGURE.
           MOVE 'N' TO WS-ACCEPT-FLAG
           IF CHN-STEP = 'ETL-CUSTOMER-PROCESS'
               IF CHN-DATE = WS-FORMATTED-DATE
                   MOVE 'Y' TO WS-ACCEPT-FLAG
                   IF CHN-FIGURE = 'RECORDS READ'
                       PERFORM CLEAR-NIGHTLY-FIGURES
                       MOVE 'Y' TO WS-NIGHTLY-SEEN-FLAG
                   END-IF
               ELSE
                   MOVE 'N' TO WS-NIGHTLY-SEEN-FLAG
               END-IF
           ELSE
               IF CHN-DATE = WS-FORMATTED-DATE
                   MOVE 'Y' TO WS-ACCEPT-FLAG
               END-IF
               IF CHN-STEP = 'ETL-ERROR-CORRECT' AND NIGHTLY-SEEN
                   MOVE 'Y' TO WS-ACCEPT-FLAG
               END-IF
           END-IF

           IF FIGURE-ACCEPTED
               ADD 1 TO WS-FIGURES-ACCEPTED
               PERFORM STORE-FIGURE
           END-IF.

       CLEAR-NIGHTLY-FIGURES.
           PERFORM VARYING WS-FIG-SUB FROM 1 BY 1
                   UNTIL WS-FIG-SUB > WS-FIG-COUNT
               IF WS-FIG-STEP (WS-FIG-SUB) = 'ETL-CUSTOMER-PROCESS'
                       OR WS-FIG-STEP (WS-FIG-SUB) =
                           'ETL-ERROR-CORRECT'
                   MOVE SPACES TO WS-FIG-STEP (WS-FIG-SUB)
                   MOVE SPACES TO WS-FIG-NAME (WS-FIG-SUB)
               END-IF
           END-PERFORM.

       STORE-FIGURE.
      * Replace the step's earlier figure of the same name, else take
      * a cleared slot, else add to the end of the table.
           MOVE ZERO TO WS-FIG-SLOT
           PERFORM VARYING WS-FIG-SUB FROM 1 BY 1
                   UNTIL WS-FIG-SUB > WS-FIG-COUNT
               IF WS-FIG-STEP (WS-FIG-SUB) = CHN-STEP
                       AND WS-FIG-NAME (WS-FIG-SUB) = CHN-FIGURE
                   MOVE WS-FIG-SUB TO WS-FIG-SLOT
               END-IF
           END-PERFORM
           IF WS-FIG-SLOT = ZERO
               PERFORM VARYING WS-FIG-SUB FROM 1 BY 1
                       UNTIL WS-FIG-SUB > WS-FIG-COUNT
                           OR WS-FIG-SLOT > ZERO
                   IF WS-FIG-STEP (WS-FIG-SUB) = SPACES
                       MOVE WS-FIG-SUB TO WS-FIG-SLOT
                   END-IF
               END-PERFORM
           END-IF
           IF WS-FIG-SLOT = ZERO
               IF WS-FIG-COUNT < 100
                   ADD 1 TO WS-FIG-COUNT
                   MOVE WS-FIG-COUNT TO WS-FIG-SLOT
               ELSE
                   IF NOT FIG-CAP-WARNED
                       DISPLAY 'WARNING: control figure table full '
                           'at 100 - later CHAINCTL.DAT figures for '
                           'the date ignored'
                       MOVE 'Y' TO WS-FIG-CAP-WARNED-FLAG
                   END-IF
               END-IF
           END-IF
           IF WS-FIG-SLOT > ZERO
               MOVE CHN-DATE TO WS-FIG-DATE (WS-FIG-SLOT)
               MOVE CHN-STEP TO WS-FIG-STEP (WS-FIG-SLOT)
               MOVE CHN-FIGURE TO WS-FIG-NAME (WS-FIG-SLOT)
               MOVE CHN-COUNT TO WS-FIG-TALLY (WS-FIG-SLOT)
               MOVE CHN-AMOUNT TO WS-FIG-AMOUNT (WS-FIG-SLOT)
           END-IF.

       FIND-FIGURE.
           MOVE 'N' TO WS-FIND-FLAG
           MOVE SPACES TO WS-FOUND-DATE
           MOVE ZERO TO WS-FOUND-TALLY
           MOVE ZERO TO WS-FOUND-AMOUNT
           PERFORM VARYING WS-FIG-SUB FROM 1 BY 1
                   UNTIL WS-FIG-SUB > WS-FIG-COUNT
               IF WS-FIG-STEP (WS-FIG-SUB) = WS-FIND-STEP
                       AND WS-FIG-NAME (WS-FIG-SUB) = WS-FIND-FIGURE
                   MOVE 'Y' TO WS-FIND-FLAG
                   MOVE WS-FIG-DATE (WS-FIG-SUB) TO WS-FOUND-DATE
                   MOVE WS-FIG-TALLY (WS-FIG-SUB) TO WS-FOUND-TALLY
                   MOVE WS-FIG-AMOUNT (WS-FIG-SUB) TO WS-FOUND-AMOUNT
               END-IF
           END-PERFORM.

       PICK-UP-STEP-FIGURES.
           MOVE 'ETL-MASTER-UPDATE' TO WS-FIND-STEP
           MOVE 'UNLOADED' TO WS-FIND-FIGURE
           PERFORM FIND-FIGURE
           IF FIGURE-FOUND
               MOVE 'Y' TO WS-MU-PRESENT-FLAG
               MOVE WS-FOUND-TALLY TO WS-MU-UNLOADED
               MOVE WS-FOUND-AMOUNT TO WS-MU-HASH
               MOVE 'ETL-MASTER-UPDATE' TO WS-LAST-UNLOAD-STEP
               MOVE WS-MU-UNLOADED TO WS-LAST-UNLOADED
               MOVE WS-MU-HASH TO WS-LAST-UNLOAD-HASH
           END-IF

           MOVE 'ETL-TXN-POSTING' TO WS-FIND-STEP
           MOVE 'UNLOADED' TO WS-FIND-FIGURE
           PERFORM FIND-FIGURE
           IF FIGURE-FOUND
               MOVE 'Y' TO WS-TP-PRESENT-FLAG
               MOVE WS-FOUND-TALLY TO WS-TP-UNLOADED
               MOVE WS-FOUND-AMOUNT TO WS-TP-HASH
               MOVE 'ETL-TXN-POSTING' TO WS-LAST-UNLOAD-STEP
               MOVE WS-TP-UNLOADED TO WS-LAST-UNLOADED
               MOVE WS-TP-HASH TO WS-LAST-UNLOAD-HASH
               MOVE 'WITHDRAWALS' TO WS-FIND-FIGURE
               PERFORM FIND-FIGURE
               MOVE WS-FOUND-TALLY TO WS-TP-WITHDRAWALS
               MOVE WS-FOUND-AMOUNT TO WS-TP-WITHDRAWAL-AMT
               MOVE 'DEPOSITS' TO WS-FIND-FIGURE
               PERFORM FIND-FIGURE
               MOVE WS-FOUND-TALLY TO WS-TP-DEPOSITS
               MOVE WS-FOUND-AMOUNT TO WS-TP-DEPOSIT-AMT
               MOVE 'TRANSFERS' TO WS-FIND-FIGURE
               PERFORM FIND-FIGURE
               MOVE WS-FOUND-TALLY TO WS-TP-TRANSFERS
               MOVE WS-FOUND-AMOUNT TO WS-TP-TRANSFER-AMT
           END-IF

           MOVE 'ETL-CUSTOMER-PROCESS' TO WS-FIND-STEP
           MOVE 'RECORDS READ' TO WS-FIND-FIGURE
           PERFORM FIND-FIGURE
           IF FIGURE-FOUND
               MOVE 'Y' TO WS-CP-PRESENT-FLAG
               MOVE WS-FOUND-TALLY TO WS-CP-READ
               MOVE 'RESUBMITTED' TO WS-FIND-FIGURE
               PERFORM FIND-FIGURE
               MOVE WS-FOUND-TALLY TO WS-CP-RESUBMITTED
               MOVE 'REJECTED' TO WS-FIND-FIGURE
               PERFORM FIND-FIGURE
               MOVE WS-FOUND-TALLY TO WS-CP-REJECTED
               MOVE 'SUSPENDED' TO WS-FIND-FIGURE
               PERFORM FIND-FIGURE
               MOVE WS-FOUND-TALLY TO WS-CP-SUSPENDED
               MOVE 'DEAD LETTERS' TO WS-FIND-FIGURE
               PERFORM FIND-FIGURE
               MOVE WS-FOUND-TALLY TO WS-CP-DEADLETTER
               MOVE 'PROCESSED' TO WS-FIND-FIGURE
               PERFORM FIND-FIGURE
               MOVE WS-FOUND-TALLY TO WS-CP-PROCESSED
               MOVE WS-FOUND-AMOUNT TO WS-CP-TOTAL-BALANCE
               MOVE 'ACCRUED INTEREST' TO WS-FIND-FIGURE
               PERFORM FIND-FIGURE
               IF FIGURE-FOUND
                   MOVE 'Y' TO WS-CP-ACCRUAL-FLAG
                   MOVE WS-FOUND-TALLY TO WS-CP-FEE-COUNT
                   MOVE WS-FOUND-AMOUNT TO WS-CP-INTEREST
                   MOVE 'ACCRUED FEES' TO WS-FIND-FIGURE
                   PERFORM FIND-FIGURE
                   MOVE WS-FOUND-AMOUNT TO WS-CP-FEES
               END-IF
               MOVE 'GL POSTINGS' TO WS-FIND-FIGURE
               PERFORM FIND-FIGURE
               IF FIGURE-FOUND
                   MOVE 'Y' TO WS-CP-GL-FLAG
                   MOVE WS-FOUND-TALLY TO WS-CP-GL-COUNT
                   MOVE WS-FOUND-AMOUNT TO WS-CP-GL-DEBITS
               END-IF
           END-IF

           MOVE 'ETL-ERROR-CORRECT' TO WS-FIND-STEP
           MOVE 'ERRORS.DAT IN' TO WS-FIND-FIGURE
           PERFORM FIND-FIGURE
           IF FIGURE-FOUND
               MOVE 'Y' TO WS-EC-PRESENT-FLAG
               MOVE WS-FOUND-DATE TO WS-EC-DATE
               MOVE WS-FOUND-TALLY TO WS-EC-ERRORS-IN
               MOVE 'ERRORS.DAT KEPT' TO WS-FIND-FIGURE
               PERFORM FIND-FIGURE
               MOVE WS-FOUND-TALLY TO WS-EC-ERRORS-KEPT
               MOVE 'DEAD LETTERS' TO WS-FIND-FIGURE
               PERFORM FIND-FIGURE
               MOVE WS-FOUND-TALLY TO WS-EC-DEADLETTER
           END-IF.

       PROVE-CUSTOMER-HANDOFF.
      * CUSTOMER.DAT is written by the delta update and rewritten by
      * transaction posting when there was a feed. Posting moves the
      * hash by withdrawals less deposits; a transfer nets to zero.
           PERFORM WRITE-SECTION-BREAK
           MOVE 'CUSTOMER.DAT HAND-OFF' TO CHAIN-REPORT-LINE
           WRITE CHAIN-REPORT-RECORD

           IF NOT MU-FIGURES-PRESENT
               MOVE 'ETL-MASTER-UPDATE UNLOAD' TO WS-CHK-LABEL
               MOVE 'ETL-MASTER-UPDATE' TO WS-CHK-STEP
               PERFORM REPORT-MISSING-FIGURES
           END-IF

           IF MU-FIGURES-PRESENT AND TP-FIGURES-PRESENT
               MOVE 'ETL-MASTER-UPDATE -> ETL-TXN-POSTING'
                   TO WS-CHK-LABEL
               MOVE 'ETL-TXN-POSTING' TO WS-CHK-STEP
               MOVE WS-MU-UNLOADED TO WS-CHK-OUT-COUNT
               MOVE WS-TP-UNLOADED TO WS-CHK-IN-COUNT
               COMPUTE WS-CHK-OUT-AMOUNT = WS-MU-HASH
                   + WS-TP-WITHDRAWAL-AMT - WS-TP-DEPOSIT-AMT
               MOVE WS-TP-HASH TO WS-CHK-IN-AMOUNT
               MOVE 'Y' TO WS-CHK-COUNT-FLAG
               MOVE 'Y' TO WS-CHK-AMOUNT-FLAG
               PERFORM REPORT-ONE-CHECK
               MOVE SPACES TO CHAIN-REPORT-LINE
               STRING '    Posted  W ' WS-TP-WITHDRAWALS
                   '  D ' WS-TP-DEPOSITS
                   '  X ' WS-TP-TRANSFERS
                   DELIMITED BY SIZE INTO CHAIN-REPORT-LINE
               WRITE CHAIN-REPORT-RECORD
           END-IF

           IF WS-LAST-UNLOAD-STEP NOT = SPACES
               PERFORM COUNT-CUSTOMER-FILE
               MOVE SPACES TO WS-CHK-LABEL
               STRING WS-LAST-UNLOAD-STEP DELIMITED BY SPACE
                   ' UNLOAD -> CUSTOMER.DAT ON DISK'
                   DELIMITED BY SIZE INTO WS-CHK-LABEL
               MOVE WS-LAST-UNLOAD-STEP TO WS-CHK-STEP
               MOVE WS-LAST-UNLOADED TO WS-CHK-OUT-COUNT
               MOVE WS-CUST-ROWS TO WS-CHK-IN-COUNT
               MOVE WS-LAST-UNLOAD-HASH TO WS-CHK-OUT-AMOUNT
               MOVE WS-CUST-HASH TO WS-CHK-IN-AMOUNT
               MOVE 'Y' TO WS-CHK-COUNT-FLAG
               MOVE 'Y' TO WS-CHK-AMOUNT-FLAG
               PERFORM REPORT-ONE-CHECK
           END-IF

           IF NOT CP-FIGURES-PRESENT
               MOVE 'ETL-CUSTOMER-PROCESS NIGHTLY RUN' TO WS-CHK-LABEL
               MOVE 'ETL-CUSTOMER-PROCESS' TO WS-CHK-STEP
               PERFORM REPORT-MISSING-FIGURES
           ELSE
               IF WS-LAST-UNLOAD-STEP NOT = SPACES
                   MOVE 'CUSTOMER.DAT -> ETL-CUSTOMER-PROCESS READ'
                       TO WS-CHK-LABEL
                   MOVE 'ETL-CUSTOMER-PROCESS' TO WS-CHK-STEP
                   MOVE WS-LAST-UNLOADED TO WS-CHK-OUT-COUNT
                   MOVE WS-CP-READ TO WS-CHK-IN-COUNT
                   MOVE 'Y' TO WS-CHK-COUNT-FLAG
                   MOVE 'N' TO WS-CHK-AMOUNT-FLAG
                   PERFORM REPORT-ONE-CHECK
               END-IF
           END-IF.

       COUNT-CUSTOMER-FILE.
           OPEN INPUT CUSTOMER-INPUT
           IF WS-CUSTOMER-STATUS = '00'
               MOVE 'N' TO END-OF-FILE-SW
               PERFORM UNTIL END-OF-FILE
                   READ CUSTOMER-INPUT
                       AT END MOVE 'Y' TO END-OF-FILE-SW
                       NOT AT END
                           ADD 1 TO WS-CUST-ROWS
                           IF CUST-BALANCE IS NUMERIC
                               ADD CUST-BALANCE TO WS-CUST-HASH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-INPUT
           END-IF.

       PROVE-NIGHTLY-OUTPUTS.
      * Everything the nightly read must come out somewhere, and
      * every output file must hold what the run says it wrote.
           PERFORM WRITE-SECTION-BREAK
           MOVE 'ETL-CUSTOMER-PROCESS OUTPUTS' TO CHAIN-REPORT-LINE
           WRITE CHAIN-REPORT-RECORD

           MOVE 'ETL-CUSTOMER-PROCESS' TO WS-CHK-STEP
           MOVE 'Y' TO WS-CHK-COUNT-FLAG
           MOVE 'N' TO WS-CHK-AMOUNT-FLAG

           MOVE 'READ + RESUBMITTED -> PROC + REJ + SUSP + DEAD'
               TO WS-CHK-LABEL
           COMPUTE WS-CHK-OUT-COUNT = WS-CP-READ + WS-CP-RESUBMITTED
           COMPUTE WS-CHK-IN-COUNT = WS-CP-PROCESSED + WS-CP-REJECTED
               + WS-CP-SUSPENDED + WS-CP-DEADLETTER
           PERFORM REPORT-ONE-CHECK

           PERFORM READ-RUN-LOG
           MOVE 'RUN FIGURES -> RUNLOG.DAT RECORDS READ'
               TO WS-CHK-LABEL
           MOVE WS-CP-READ TO WS-CHK-OUT-COUNT
           MOVE WS-RUNLOG-READ TO WS-CHK-IN-COUNT
           PERFORM REPORT-ONE-CHECK
           MOVE 'RUN FIGURES -> RUNLOG.DAT REJECTED' TO WS-CHK-LABEL
           MOVE WS-CP-REJECTED TO WS-CHK-OUT-COUNT
           MOVE WS-RUNLOG-ERROR TO WS-CHK-IN-COUNT
           PERFORM REPORT-ONE-CHECK
           MOVE 'RUN FIGURES -> RUNLOG.DAT PROCESSED' TO WS-CHK-LABEL
           MOVE WS-CP-PROCESSED TO WS-CHK-OUT-COUNT
           MOVE WS-RUNLOG-PROCESSED TO WS-CHK-IN-COUNT
           MOVE WS-CP-TOTAL-BALANCE TO WS-CHK-OUT-AMOUNT
           MOVE WS-RUNLOG-BALANCE TO WS-CHK-IN-AMOUNT
           MOVE 'Y' TO WS-CHK-AMOUNT-FLAG
           PERFORM REPORT-ONE-CHECK

           PERFORM COUNT-PROCESSED-FILE
           MOVE 'PROCESSED -> PROCESSED.DAT' TO WS-CHK-LABEL
           MOVE WS-CP-PROCESSED TO WS-CHK-OUT-COUNT
           MOVE WS-PROC-ROWS TO WS-CHK-IN-COUNT
           MOVE WS-CP-TOTAL-BALANCE TO WS-CHK-OUT-AMOUNT
           MOVE WS-PROC-AMOUNT TO WS-CHK-IN-AMOUNT
           PERFORM REPORT-ONE-CHECK

           PERFORM COUNT-BALANCE-HISTORY
           MOVE 'PROCESSED -> BALHIST.DAT ROWS FOR DATE'
               TO WS-CHK-LABEL
           MOVE WS-CP-PROCESSED TO WS-CHK-OUT-COUNT
           MOVE WS-BALHIST-ROWS TO WS-CHK-IN-COUNT
           MOVE WS-CP-TOTAL-BALANCE TO WS-CHK-OUT-AMOUNT
           MOVE WS-BALHIST-AMOUNT TO WS-CHK-IN-AMOUNT
           PERFORM REPORT-ONE-CHECK

      * A customer processed on both the main file and the resubmit
      * pass is one record on the keyed master, last image winning.
           PERFORM COUNT-PROCESSED-MASTER
           MOVE 'PROCESSED.DAT BY ID -> PROCMAST.DAT FOR DATE'
               TO WS-CHK-LABEL
           MOVE WS-PROC-DISTINCT TO WS-CHK-OUT-COUNT
           MOVE WS-PROCMAST-ROWS TO WS-CHK-IN-COUNT
           MOVE WS-PROC-DISTINCT-AMT TO WS-CHK-OUT-AMOUNT
           MOVE WS-PROCMAST-AMOUNT TO WS-CHK-IN-AMOUNT
           PERFORM REPORT-ONE-CHECK

           MOVE 'N' TO WS-CHK-AMOUNT-FLAG
           PERFORM COUNT-EXTRACT-FILE
           MOVE 'PROCESSED -> DATAMART.CSV DATA ROWS' TO WS-CHK-LABEL
           MOVE WS-CP-PROCESSED TO WS-CHK-OUT-COUNT
           MOVE WS-EXTRACT-ROWS TO WS-CHK-IN-COUNT
           PERFORM REPORT-ONE-CHECK

           PERFORM COUNT-SUSPENDED-FILE
           MOVE 'SUSPENDED -> SUSPENDED.DAT' TO WS-CHK-LABEL
           MOVE WS-CP-SUSPENDED TO WS-CHK-OUT-COUNT
           MOVE WS-SUSP-ROWS TO WS-CHK-IN-COUNT
           PERFORM REPORT-ONE-CHECK

      * The staged files are appended and removed on a clean finish;
      * anything left on them never reached the history.
           PERFORM COUNT-STAGED-FILES
           MOVE 'BALHIST.NEW ROWS NOT APPENDED' TO WS-CHK-LABEL
           MOVE ZERO TO WS-CHK-OUT-COUNT
           MOVE WS-BALHIST-STAGE-ROWS TO WS-CHK-IN-COUNT
           PERFORM REPORT-ONE-CHECK
           MOVE 'DEADLTR.NEW ROWS NOT APPENDED' TO WS-CHK-LABEL
           MOVE ZERO TO WS-CHK-OUT-COUNT
           MOVE WS-DEAD-STAGE-ROWS TO WS-CHK-IN-COUNT
           PERFORM REPORT-ONE-CHECK

      * Today's rows on DEADLTR.DAT are the nightly's plus those the
      * correction cycle wrote under the same date.
           PERFORM COUNT-DEADLETTER-FILE
           MOVE 'DEAD LETTERS -> DEADLTR.DAT ROWS FOR DATE'
               TO WS-CHK-LABEL
           MOVE WS-CP-DEADLETTER TO WS-CHK-OUT-COUNT
           IF EC-FIGURES-PRESENT AND WS-EC-DATE = WS-FORMATTED-DATE
               ADD WS-EC-DEADLETTER TO WS-CHK-OUT-COUNT
           END-IF
           MOVE WS-DEAD-ROWS TO WS-CHK-IN-COUNT
           PERFORM REPORT-ONE-CHECK.

       READ-RUN-LOG.
      * The latest RUNLOG.DAT entry for the business date.
           OPEN INPUT RUN-LOG-INPUT
           IF WS-RUNLOG-STATUS = '00'
               MOVE 'N' TO END-OF-FILE-SW
               PERFORM UNTIL END-OF-FILE
                   READ RUN-LOG-INPUT
                       AT END MOVE 'Y' TO END-OF-FILE-SW
                       NOT AT END
                           IF RUNLOG-DATE = WS-FORMATTED-DATE
                               MOVE 'Y' TO WS-RUNLOG-FOUND-FLAG
                               MOVE RUNLOG-RECORDS-READ
                                   TO WS-RUNLOG-READ
                               MOVE RUNLOG-RECORDS-PROCESSED
                                   TO WS-RUNLOG-PROCESSED
                               MOVE RUNLOG-RECORDS-ERROR
                                   TO WS-RUNLOG-ERROR
                               MOVE RUNLOG-TOTAL-BALANCE
                                   TO WS-RUNLOG-BALANCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-LOG-INPUT
           END-IF
           IF NOT RUNLOG-ENTRY-FOUND
               MOVE SPACES TO CHAIN-REPORT-LINE
               STRING '    No RUNLOG.DAT entry for '
                   WS-FORMATTED-DATE
                   DELIMITED BY SIZE INTO CHAIN-REPORT-LINE
               WRITE CHAIN-REPORT-RECORD
           END-IF.

       COUNT-PROCESSED-FILE.
      * PROCESSED.DAT is sorted by ID (keeping file order within an
      * ID) so the same pass yields both the row totals and the
      * last-image-per-customer totals the keyed master should hold.
           OPEN INPUT PROCESSED-INPUT
           IF WS-PROCESSED-STATUS = '00'
               CLOSE PROCESSED-INPUT
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SORT-WORK-ID
                   WITH DUPLICATES IN ORDER
                   USING PROCESSED-INPUT
                   GIVING PROCESSED-SORTED

               OPEN INPUT PROCESSED-SORTED
               MOVE 'N' TO END-OF-FILE-SW
               PERFORM UNTIL END-OF-FILE
                   READ PROCESSED-SORTED
                       AT END MOVE 'Y' TO END-OF-FILE-SW
                       NOT AT END
                           IF PROCESSED-PROCESS-DATE =
                                   WS-FORMATTED-DATE
                               PERFORM COUNT-ONE-PROCESSED-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROCESSED-SORTED
               IF PROC-ROW-HELD
                   ADD 1 TO WS-PROC-DISTINCT
                   ADD WS-PROC-HELD-BALANCE TO WS-PROC-DISTINCT-AMT
               END-IF

               MOVE SPACES TO WS-RENAME-COMMAND
               STRING 'rm -f CHAINPRC.TMP 2>/dev/null'
                   DELIMITED BY SIZE INTO WS-RENAME-COMMAND
               CALL 'SYSTEM' USING WS-RENAME-COMMAND
           END-IF.

       COUNT-ONE-PROCESSED-ROW.
           ADD 1 TO WS-PROC-ROWS
           ADD PROCESSED-BALANCE TO WS-PROC-AMOUNT
           IF PROC-ROW-HELD AND PROCESSED-ID NOT = WS-PROC-HELD-ID
               ADD 1 TO WS-PROC-DISTINCT
               ADD WS-PROC-HELD-BALANCE TO WS-PROC-DISTINCT-AMT
           END-IF
           MOVE 'Y' TO WS-PROC-HELD-FLAG
           MOVE PROCESSED-ID TO WS-PROC-HELD-ID
           MOVE PROCESSED-BALANCE TO WS-PROC-HELD-BALANCE.

       COUNT-BALANCE-HISTORY.
           OPEN INPUT BALANCE-HISTORY-INPUT
           IF WS-BALHIST-STATUS = '00'
               MOVE 'N' TO END-OF-FILE-SW
               PERFORM UNTIL END-OF-FILE
                   READ BALANCE-HISTORY-INPUT
                       AT END MOVE 'Y' TO END-OF-FILE-SW
                       NOT AT END
                           IF BALHIST-DATE = WS-FORMATTED-DATE
                               ADD 1 TO WS-BALHIST-ROWS
                               ADD BALHIST-BALANCE
                                   TO WS-BALHIST-AMOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BALANCE-HISTORY-INPUT
           END-IF.

       COUNT-PROCESSED-MASTER.
           OPEN INPUT PROCESSED-MASTER
           IF WS-PROCMAST-STATUS = '00'
               MOVE 'N' TO END-OF-FILE-SW
               PERFORM UNTIL END-OF-FILE
                   READ PROCESSED-MASTER
                       AT END MOVE 'Y' TO END-OF-FILE-SW
                       NOT AT END
                           IF PROCMAST-PROCESS-DATE =
                                   WS-FORMATTED-DATE
                               ADD 1 TO WS-PROCMAST-ROWS
                               ADD PROCMAST-BALANCE
                                   TO WS-PROCMAST-AMOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROCESSED-MASTER
           END-IF.

       COUNT-EXTRACT-FILE.
      * The column-heading row is not a customer.
           OPEN INPUT EXTRACT-INPUT
           IF WS-EXTRACT-STATUS = '00'
               MOVE 'N' TO END-OF-FILE-SW
               PERFORM UNTIL END-OF-FILE
                   READ EXTRACT-INPUT
                       AT END MOVE 'Y' TO END-OF-FILE-SW
                       NOT AT END
                           IF EXTRACT-RECORD (1:8) NOT = 'CUST_ID,'
                               ADD 1 TO WS-EXTRACT-ROWS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXTRACT-INPUT
           END-IF.

       COUNT-SUSPENDED-FILE.
           OPEN INPUT SUSPENDED-INPUT
           IF WS-SUSPENDED-STATUS = '00'
               MOVE 'N' TO END-OF-FILE-SW
               PERFORM UNTIL END-OF-FILE
                   READ SUSPENDED-INPUT
                       AT END MOVE 'Y' TO END-OF-FILE-SW
                       NOT AT END
                           IF SUSPENDED-PROCESS-DATE =
                                   WS-FORMATTED-DATE
                               ADD 1 TO WS-SUSP-ROWS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENDED-INPUT
           END-IF.

       COUNT-STAGED-FILES.
           OPEN INPUT BALHIST-STAGE-INPUT
           IF WS-BALHIST-STAGE-STATUS = '00'
               MOVE 'N' TO END-OF-FILE-SW
               PERFORM UNTIL END-OF-FILE
                   READ BALHIST-STAGE-INPUT
                       AT END MOVE 'Y' TO END-OF-FILE-SW
                       NOT AT END ADD 1 TO WS-BALHIST-STAGE-ROWS
                   END-READ
               END-PERFORM
               CLOSE BALHIST-STAGE-INPUT
           END-IF

           OPEN INPUT DEADLETTER-STAGE-INPUT
           IF WS-DEAD-STAGE-STATUS = '00'
               MOVE 'N' TO END-OF-FILE-SW
               PERFORM UNTIL END-OF-FILE
                   READ DEADLETTER-STAGE-INPUT
                       AT END MOVE 'Y' TO END-OF-FILE-SW
                       NOT AT END ADD 1 TO WS-DEAD-STAGE-ROWS
                   END-READ
               END-PERFORM
               CLOSE DEADLETTER-STAGE-INPUT
           END-IF.

       COUNT-DEADLETTER-FILE.
           OPEN INPUT DEADLETTER-INPUT
           IF WS-DEADLETTER-STATUS = '00'
               MOVE 'N' TO END-OF-FILE-SW
               PERFORM UNTIL END-OF-FILE
                   READ DEADLETTER-INPUT
                       AT END MOVE 'Y' TO END-OF-FILE-SW
                       NOT AT END
                           IF DEAD-PROCESS-DATE = WS-FORMATTED-DATE
                               ADD 1 TO WS-DEAD-ROWS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEADLETTER-INPUT
           END-IF.

       PROVE-ERROR-HANDOFF.
      * ERRORS.DAT passes from the nightly to the correction cycle,
      * which leaves only the unmatched rows behind.
           PERFORM WRITE-SECTION-BREAK
           MOVE 'ERRORS.DAT HAND-OFF' TO CHAIN-REPORT-LINE
           WRITE CHAIN-REPORT-RECORD

           PERFORM COUNT-ERROR-FILE
           MOVE 'Y' TO WS-CHK-COUNT-FLAG
           MOVE 'N' TO WS-CHK-AMOUNT-FLAG
           IF EC-FIGURES-PRESENT
               MOVE 'ETL-CUSTOMER-PROCESS -> ETL-ERROR-CORRECT'
                   TO WS-CHK-LABEL
               MOVE 'ETL-ERROR-CORRECT' TO WS-CHK-STEP
               MOVE WS-CP-REJECTED TO WS-CHK-OUT-COUNT
               MOVE WS-EC-ERRORS-IN TO WS-CHK-IN-COUNT
               PERFORM REPORT-ONE-CHECK
               MOVE 'ETL-ERROR-CORRECT KEPT -> ERRORS.DAT ON DISK'
                   TO WS-CHK-LABEL
               MOVE WS-EC-ERRORS-KEPT TO WS-CHK-OUT-COUNT
               MOVE WS-ERROR-ROWS TO WS-CHK-IN-COUNT
               PERFORM REPORT-ONE-CHECK
           ELSE
               MOVE SPACES TO CHAIN-REPORT-LINE
               STRING '    ETL-ERROR-CORRECT has not reported for '
                   'this date'
                   DELIMITED BY SIZE INTO CHAIN-REPORT-LINE
               WRITE CHAIN-REPORT-RECORD
               MOVE 'REJECTED -> ERRORS.DAT ON DISK' TO WS-CHK-LABEL
               MOVE 'ETL-CUSTOMER-PROCESS' TO WS-CHK-STEP
               MOVE WS-CP-REJECTED TO WS-CHK-OUT-COUNT
               MOVE WS-ERROR-ROWS TO WS-CHK-IN-COUNT
               PERFORM REPORT-ONE-CHECK
           END-IF.

       COUNT-ERROR-FILE.
           OPEN INPUT ERROR-INPUT
           IF WS-ERROR-STATUS = '00'
               MOVE 'N' TO END-OF-FILE-SW
               PERFORM UNTIL END-OF-FILE
                   READ ERROR-INPUT
                       AT END MOVE 'Y' TO END-OF-FILE-SW
                       NOT AT END ADD 1 TO WS-ERROR-ROWS
                   END-READ
               END-PERFORM
               CLOSE ERROR-INPUT
           END-IF.

       PROVE-FEE-TRAILER.
      * On an accrual run FEES.DAT holds one record per processed
      * customer, and its trailer must agree with those records.
           PERFORM WRITE-SECTION-BREAK
           MOVE 'FEES.DAT ACCRUAL FILE' TO CHAIN-REPORT-LINE
           WRITE CHAIN-REPORT-RECORD

           OPEN INPUT FEE-INPUT
           IF WS-FEE-STATUS = '00'
               MOVE 'N' TO END-OF-FILE-SW
               PERFORM UNTIL END-OF-FILE
                   READ FEE-INPUT
                       AT END MOVE 'Y' TO END-OF-FILE-SW
                       NOT AT END
                           IF FEE-RECORD (1:7) = 'TRAILER'
                               MOVE FEE-TRAILER-COUNT
                                   TO WS-FEE-TRL-COUNT
                               MOVE FEE-TRAILER-INTEREST
                                   TO WS-FEE-TRL-INTEREST
                               MOVE FEE-TRAILER-FEES
                                   TO WS-FEE-TRL-FEES
                           ELSE
                               IF FEE-PROCESS-DATE =
                                       WS-FORMATTED-DATE
                                   ADD 1 TO WS-FEE-ROWS
                                   ADD FEE-INTEREST-AMOUNT
                                       TO WS-FEE-INTEREST-SUM
                                   ADD FEE-AMOUNT
                                       TO WS-FEE-AMOUNT-SUM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEE-INPUT
           END-IF

           MOVE 'ETL-CUSTOMER-PROCESS' TO WS-CHK-STEP
           MOVE 'Y' TO WS-CHK-COUNT-FLAG
           MOVE 'N' TO WS-CHK-AMOUNT-FLAG
           MOVE 'PROCESSED -> FEES.DAT RECORDS' TO WS-CHK-LABEL
           MOVE WS-CP-PROCESSED TO WS-CHK-OUT-COUNT
           MOVE WS-FEE-ROWS TO WS-CHK-IN-COUNT
           PERFORM REPORT-ONE-CHECK

           MOVE 'Y' TO WS-CHK-AMOUNT-FLAG
           MOVE 'ACCRUED INTEREST -> FEES.DAT TRAILER' TO WS-CHK-LABEL
           MOVE WS-CP-FEE-COUNT TO WS-CHK-OUT-COUNT
           MOVE WS-FEE-TRL-COUNT TO WS-CHK-IN-COUNT
           MOVE WS-CP-INTEREST TO WS-CHK-OUT-AMOUNT
           MOVE WS-FEE-TRL-INTEREST TO WS-CHK-IN-AMOUNT
           PERFORM REPORT-ONE-CHECK

           MOVE 'FEES.DAT RECORDS -> TRAILER INTEREST' TO WS-CHK-LABEL
           MOVE WS-FEE-ROWS TO WS-CHK-OUT-COUNT
           MOVE WS-FEE-TRL-COUNT TO WS-CHK-IN-COUNT
           MOVE WS-FEE-INTEREST-SUM TO WS-CHK-OUT-AMOUNT
           MOVE WS-FEE-TRL-INTEREST TO WS-CHK-IN-AMOUNT
           PERFORM REPORT-ONE-CHECK

           MOVE 'N' TO WS-CHK-COUNT-FLAG
           MOVE 'ACCRUED FEES -> FEES.DAT TRAILER' TO WS-CHK-LABEL
           MOVE WS-CP-FEES TO WS-CHK-OUT-AMOUNT
           MOVE WS-FEE-TRL-FEES TO WS-CHK-IN-AMOUNT
           PERFORM REPORT-ONE-CHECK

           MOVE 'FEES.DAT RECORDS -> TRAILER FEES' TO WS-CHK-LABEL
           MOVE WS-FEE-AMOUNT-SUM TO WS-CHK-OUT-AMOUNT
           MOVE WS-FEE-TRL-FEES TO WS-CHK-IN-AMOUNT
           PERFORM REPORT-ONE-CHECK.

       PROVE-GL-TRAILER.
      * GLPOST.DAT carries a debit and a credit for each mapped
      * bucket. The type buckets and the risk buckets each split the
      * same processed total, so each set must add back to it.
           PERFORM WRITE-SECTION-BREAK
           MOVE 'GLPOST.DAT POSTING EXTRACT' TO CHAIN-REPORT-LINE
           WRITE CHAIN-REPORT-RECORD

           OPEN INPUT GL-POST-INPUT
           IF WS-GL-POST-STATUS = '00'
               MOVE 'N' TO END-OF-FILE-SW
               PERFORM UNTIL END-OF-FILE
                   READ GL-POST-INPUT
                       AT END MOVE 'Y' TO END-OF-FILE-SW
                       NOT AT END
                           IF GL-POST-RECORD (1:7) = 'TRAILER'
                               MOVE GL-TRAILER-COUNT
                                   TO WS-GL-TRL-COUNT
                               MOVE GL-TRAILER-DEBIT-HASH
                                   TO WS-GL-TRL-DEBITS
                               MOVE GL-TRAILER-CREDIT-HASH
                                   TO WS-GL-TRL-CREDITS
                           ELSE
                               IF GL-POST-DATE = WS-FORMATTED-DATE
                                   PERFORM COUNT-ONE-GL-POSTING
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-POST-INPUT
           ELSE
               MOVE '    GLPOST.DAT not found' TO CHAIN-REPORT-LINE
               WRITE CHAIN-REPORT-RECORD
           END-IF

           MOVE 'ETL-CUSTOMER-PROCESS' TO WS-CHK-STEP
           MOVE 'Y' TO WS-CHK-COUNT-FLAG
           MOVE 'Y' TO WS-CHK-AMOUNT-FLAG
           MOVE 'GL POSTINGS -> GLPOST.DAT DEBITS' TO WS-CHK-LABEL
           MOVE WS-CP-GL-COUNT TO WS-CHK-OUT-COUNT
           MOVE WS-GL-ROWS TO WS-CHK-IN-COUNT
           MOVE WS-CP-GL-DEBITS TO WS-CHK-OUT-AMOUNT
           MOVE WS-GL-DEBIT-SUM TO WS-CHK-IN-AMOUNT
           PERFORM REPORT-ONE-CHECK

           MOVE 'GLPOST.DAT RECORDS -> TRAILER DEBIT HASH'
               TO WS-CHK-LABEL
           MOVE WS-GL-ROWS TO WS-CHK-OUT-COUNT
           MOVE WS-GL-TRL-COUNT TO WS-CHK-IN-COUNT
           MOVE WS-GL-DEBIT-SUM TO WS-CHK-OUT-AMOUNT
           MOVE WS-GL-TRL-DEBITS TO WS-CHK-IN-AMOUNT
           PERFORM REPORT-ONE-CHECK

           MOVE 'GLPOST.DAT RECORDS -> TRAILER CREDIT HASH'
               TO WS-CHK-LABEL
           MOVE 'N' TO WS-CHK-COUNT-FLAG
           MOVE WS-GL-CREDIT-SUM TO WS-CHK-OUT-AMOUNT
           MOVE WS-GL-TRL-CREDITS TO WS-CHK-IN-AMOUNT
           PERFORM REPORT-ONE-CHECK

           MOVE 'GLPOST.DAT DEBITS -> CREDITS' TO WS-CHK-LABEL
           MOVE 'Y' TO WS-CHK-COUNT-FLAG
           MOVE WS-GL-DEBIT-ROWS TO WS-CHK-OUT-COUNT
           MOVE WS-GL-CREDIT-ROWS TO WS-CHK-IN-COUNT
           MOVE WS-GL-DEBIT-SUM TO WS-CHK-OUT-AMOUNT
           MOVE WS-GL-CREDIT-SUM TO WS-CHK-IN-AMOUNT
           PERFORM REPORT-ONE-CHECK

           MOVE 'N' TO WS-CHK-COUNT-FLAG
           MOVE 'PROCESSED -> GL TYPE BUCKETS TC+TS+TB' TO WS-CHK-LABEL
           MOVE WS-CP-TOTAL-BALANCE TO WS-CHK-OUT-AMOUNT
           MOVE WS-GL-TYPE-DEBITS TO WS-CHK-IN-AMOUNT
           PERFORM REPORT-ONE-CHECK

           MOVE 'PROCESSED -> GL RISK BUCKETS RH+RM+RL' TO WS-CHK-LABEL
           MOVE WS-CP-TOTAL-BALANCE TO WS-CHK-OUT-AMOUNT
           MOVE WS-GL-RISK-DEBITS TO WS-CHK-IN-AMOUNT
           PERFORM REPORT-ONE-CHECK.

       COUNT-ONE-GL-POSTING.
           ADD 1 TO WS-GL-ROWS
           IF GL-POST-DRCR = 'DR'
               ADD 1 TO WS-GL-DEBIT-ROWS
               ADD GL-POST-AMOUNT TO WS-GL-DEBIT-SUM
               EVALUATE GL-POST-BUCKET
                   WHEN 'TC'
                   WHEN 'TS'
                   WHEN 'TB'
                       ADD GL-POST-AMOUNT TO WS-GL-TYPE-DEBITS
                   WHEN 'RH'
                   WHEN 'RM'
                   WHEN 'RL'
                       ADD GL-POST-AMOUNT TO WS-GL-RISK-DEBITS
               END-EVALUATE
           ELSE
               ADD 1 TO WS-GL-CREDIT-ROWS
               ADD GL-POST-AMOUNT TO WS-GL-CREDIT-SUM
           END-IF.

       REPORT-ONE-CHECK.
           ADD 1 TO WS-CHECKS-MADE
           MOVE 'N' TO WS-CHK-BREAK-FLAG
           IF CHECK-HAS-COUNT
                   AND WS-CHK-OUT-COUNT NOT = WS-CHK-IN-COUNT
               MOVE 'Y' TO WS-CHK-BREAK-FLAG
           END-IF
           IF CHECK-HAS-AMOUNT
                   AND WS-CHK-OUT-AMOUNT NOT = WS-CHK-IN-AMOUNT
               MOVE 'Y' TO WS-CHK-BREAK-FLAG
           END-IF

           MOVE SPACES TO CHAIN-REPORT-LINE
           STRING '  ' WS-CHK-LABEL
               DELIMITED BY SIZE INTO CHAIN-REPORT-LINE
           WRITE CHAIN-REPORT-RECORD
           IF CHECK-HAS-COUNT
               MOVE WS-CHK-OUT-COUNT TO WS-EDIT-OUT-COUNT
               MOVE WS-CHK-IN-COUNT TO WS-EDIT-IN-COUNT
               MOVE SPACES TO CHAIN-REPORT-LINE
               STRING '    Count   Out: ' WS-EDIT-OUT-COUNT
                   '        In: ' WS-EDIT-IN-COUNT
                   DELIMITED BY SIZE INTO CHAIN-REPORT-LINE
               WRITE CHAIN-REPORT-RECORD
           END-IF
           IF CHECK-HAS-AMOUNT
               MOVE WS-CHK-OUT-AMOUNT TO WS-EDIT-OUT-AMOUNT
               MOVE WS-CHK-IN-AMOUNT TO WS-EDIT-IN-AMOUNT
               MOVE SPACES TO CHAIN-REPORT-LINE
               STRING '    Amount  Out: ' WS-EDIT-OUT-AMOUNT
                   ' In: ' WS-EDIT-IN-AMOUNT
                   DELIMITED BY SIZE INTO CHAIN-REPORT-LINE
               WRITE CHAIN-REPORT-RECORD
           END-IF

           MOVE SPACES TO CHAIN-REPORT-LINE
           IF CHECK-BROKEN
               ADD 1 TO WS-CHECKS-BROKEN
               STRING '    *** BREAK - CAUSED BY ' WS-CHK-STEP ' ***'
                   DELIMITED BY SIZE INTO CHAIN-REPORT-LINE
               DISPLAY 'BREAK: ' WS-CHK-LABEL
               DISPLAY '       caused by ' WS-CHK-STEP
           ELSE
               MOVE '    OK' TO CHAIN-REPORT-LINE
           END-IF
           WRITE CHAIN-REPORT-RECORD.

       REPORT-MISSING-FIGURES.
      * A step with no figures for the date never finished, so none
      * of its hand-offs can be proved.
           ADD 1 TO WS-CHECKS-MADE
           ADD 1 TO WS-CHECKS-BROKEN
           MOVE SPACES TO CHAIN-REPORT-LINE
           STRING '  ' WS-CHK-LABEL
               DELIMITED BY SIZE INTO CHAIN-REPORT-LINE
           WRITE CHAIN-REPORT-RECORD
           MOVE '    No control figures on CHAINCTL.DAT for this date'
               TO CHAIN-REPORT-LINE
           WRITE CHAIN-REPORT-RECORD
           MOVE SPACES TO CHAIN-REPORT-LINE
           STRING '    *** BREAK - CAUSED BY ' WS-CHK-STEP ' ***'
               DELIMITED BY SIZE INTO CHAIN-REPORT-LINE
           WRITE CHAIN-REPORT-RECORD
           DISPLAY 'BREAK: no control figures from ' WS-CHK-STEP
               ' for ' WS-FORMATTED-DATE.

       WRITE-SECTION-BREAK.
           MOVE SPACES TO CHAIN-REPORT-LINE
           WRITE CHAIN-REPORT-RECORD.

       GENERATE-REPORT.
           PERFORM WRITE-SECTION-BREAK
           MOVE SPACES TO CHAIN-REPORT-LINE
           STRING 'Hand-offs Proved: ' WS-CHECKS-MADE
               '   Breaks: ' WS-CHECKS-BROKEN
               DELIMITED BY SIZE INTO CHAIN-REPORT-LINE
           WRITE CHAIN-REPORT-RECORD
           IF WS-CHECKS-BROKEN > ZERO
               MOVE SPACES TO CHAIN-REPORT-LINE
               STRING '*** CHAIN OUT OF BALANCE - HOLD DOWNSTREAM JOBS '
                   'UNTIL OPERATIONS SIGNS OFF ***'
                   DELIMITED BY SIZE INTO CHAIN-REPORT-LINE
           ELSE
               MOVE 'CHAIN IN BALANCE' TO CHAIN-REPORT-LINE
           END-IF
           WRITE CHAIN-REPORT-RECORD

           DISPLAY 'CHAIN BALANCING SUMMARY'
           DISPLAY '======================='
           DISPLAY 'Control Figures Read: ' WS-FIGURES-READ
           DISPLAY 'Figures For This Date: ' WS-FIGURES-ACCEPTED
           DISPLAY 'Hand-offs Proved: ' WS-CHECKS-MADE
           DISPLAY 'Breaks Found: ' WS-CHECKS-BROKEN
           DISPLAY 'Business Date: ' WS-FORMATTED-DATE
           IF WS-CHECKS-BROKEN > ZERO
               DISPLAY 'CHAIN OUT OF BALANCE - see CHAINRPT.DAT. '
                   'Downstream jobs held until operations signs off.'
               MOVE 16 TO RETURN-CODE
           END-IF.

       CLEANUP-PROCESS.
           CLOSE CHAIN-REPORT-OUTPUT

           DISPLAY 'Chain Balancing Completed'.

       END PROGRAM ETL-CHAIN-BALANCE.
