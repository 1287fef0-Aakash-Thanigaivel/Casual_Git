      * ETL Close-Out Synchronization And Retention Purge
      * Keeps the processed master in step with the customer master
      * and holds the history files to their retention windows.
      * Close-out: a customer deleted from CUSTMAST.DAT (a delta
      * delete or a dead-letter close) stays on PROCMAST.DAT, because
      * the nightly only writes and rewrites it. Every processed
      * master record whose customer is no longer on CUSTMAST.DAT is
      * marked with a close date (the effective business date of the
      * run that first finds it gone), so ETL-PROC-INQUIRY answers it
      * as CLOSED and ETL-STATEMENT-GEN skips it. A closed customer
      * back on the customer master is reopened, and the nightly
      * clears the close date again whenever it processes one.
      * Purge: a closed record whose close date is older than the
      * closed-account retention window is deleted from the master.
      * Roll-off: BALHIST.DAT and AUDIT.DAT rows older than their
      * own retention windows are moved to yearly archive files named
      * for the year of the row (BALHIST.DAT.YYYY, AUDIT.DAT.YYYY),
      * appended so that each year's archive builds up over several
      * runs, and the live files are rewritten with the rows kept.
      * Each year's rows are first collected on a work file of their
      * own; if any row cannot be written the live file is left as
      * it was. Only then is each year appended to its archive. A
      * year whose append fails stays in the live file, in its
      * original place, while the years appended are still taken
      * out; the failed year is shown on the certificate and the run
      * ends RC 16. A kept-rows work file that cannot be renamed over
      * the live file is shown the same way, and ends the run RC 16.
      * The windows, in days, come from RETPARM.DAT (closed accounts,
      * balance history, audit trail; default 2555, 730 and 2555).
      * Balance history and the audit trail keep at least 400 days on
      * line, since collections, fee reversals and year-end work need
      * the current and prior calendar year.
      * PURGECRT.DAT is the purge certificate: every account closed,
      * reopened and purged, each archive year with its row counts,
      * and a proof per file that rows read equal rows kept plus rows
      * archived, for records management to sign off.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETL-RETENTION-PURGE.
       AUTHOR. TEST-MIGRATION.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO 'CUSTMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAST-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT PROCESSED-MASTER ASSIGN TO 'PROCMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROCMAST-ID
               FILE STATUS IS WS-PROCMAST-STATUS.
           SELECT RETENTION-PARM-FILE ASSIGN TO 'RETPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-PARM-STATUS.
           SELECT BALANCE-HISTORY-INPUT ASSIGN TO 'BALHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALHIST-STATUS.
           SELECT BALHIST-KEEP-OUTPUT ASSIGN TO 'BALHIST.WRK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALHIST-KEEP-STATUS.
           SELECT BALHIST-ARCHIVE-WORK ASSIGN TO 'BALHIST.ARW'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALHIST-ARW-STATUS.
           SELECT AUDIT-INPUT ASSIGN TO 'AUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT AUDIT-KEEP-OUTPUT ASSIGN TO 'AUDIT.WRK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-KEEP-STATUS.
           SELECT AUDIT-ARCHIVE-WORK ASSIGN TO 'AUDIT.ARW'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-ARW-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO 'CALENDAR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT CERTIFICATE-OUTPUT ASSIGN TO 'PURGECRT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       01  MASTER-RECORD.
           05  MAST-ID                PIC 9(8).
           05  MAST-NAME              PIC X(30).
           05  MAST-ACCOUNT-TYPE      PIC X(1).
           05  MAST-BALANCE           PIC 9(7)V99.
           05  MAST-CREDIT-LIMIT      PIC 9(7)V99.
           05  MAST-STATUS            PIC X(1).
           05  MAST-CURRENCY          PIC X(3).

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

       FD  RETENTION-PARM-FILE.
       01  RETENTION-PARM-RECORD.
           05  RP-CLOSED-RETAIN-DAYS  PIC 9(5).
           05  RP-BALHIST-RETAIN-DAYS PIC 9(5).
           05  RP-AUDIT-RETAIN-DAYS   PIC 9(5).

       FD  BALANCE-HISTORY-INPUT.
       01  BALANCE-HISTORY-RECORD.
           05  BALHIST-ID             PIC 9(8).
           05  BALHIST-DATE           PIC X(10).
           05  BALHIST-BALANCE        PIC 9(9)V99.
           05  BALHIST-AVAIL-CREDIT   PIC 9(9)V99.
           05  BALHIST-RISK-LEVEL     PIC X(11).

       FD  BALHIST-KEEP-OUTPUT.
       01  BALHIST-KEEP-RECORD        PIC X(51).

       FD  BALHIST-ARCHIVE-WORK.
       01  BALHIST-ARCHIVE-RECORD     PIC X(51).

       FD  AUDIT-INPUT.
       01  AUDIT-RECORD.
           05  AUDIT-DATE             PIC X(10).
           05  AUDIT-TRANS-CODE       PIC X(1).
           05  AUDIT-CUST-ID          PIC 9(8).
           05  AUDIT-BEFORE-IMAGE     PIC X(61).
           05  AUDIT-AFTER-IMAGE      PIC X(61).

       FD  AUDIT-KEEP-OUTPUT.
       01  AUDIT-KEEP-RECORD          PIC X(141).

       FD  AUDIT-ARCHIVE-WORK.
       01  AUDIT-ARCHIVE-RECORD       PIC X(141).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05  CAL-HOLIDAY-DATE       PIC 9(8).

       FD  CERTIFICATE-OUTPUT.
       01  CERTIFICATE-RECORD.
           05  CERTIFICATE-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS           PIC X(2).
       01  WS-PROCMAST-STATUS         PIC X(2).
       01  WS-RET-PARM-STATUS         PIC X(2).
       01  WS-BALHIST-STATUS          PIC X(2).
       01  WS-BALHIST-KEEP-STATUS     PIC X(2).
       01  WS-BALHIST-ARW-STATUS      PIC X(2).
       01  WS-AUDIT-STATUS            PIC X(2).
       01  WS-AUDIT-KEEP-STATUS       PIC X(2).
       01  WS-AUDIT-ARW-STATUS        PIC X(2).
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

      * Retention windows in days, overridden from RETPARM.DAT.
       01  WS-RETENTION-WINDOWS.
           05  CLOSED-RETAIN-DAYS     PIC 9(5) VALUE 2555.
           05  BALHIST-RETAIN-DAYS    PIC 9(5) VALUE 730.
           05  AUDIT-RETAIN-DAYS      PIC 9(5) VALUE 2555.
           05  MINIMUM-HISTORY-DAYS   PIC 9(5) VALUE 400.

      * A row is past its window when its date falls before the
      * cutoff: the business date less the window.
       01  WS-CUTOFFS.
           05  WS-BUSINESS-INTEGER    PIC 9(8).
           05  WS-CLOSED-CUTOFF-INT   PIC 9(8).
           05  WS-BALHIST-CUTOFF-INT  PIC 9(8).
           05  WS-AUDIT-CUTOFF-INT    PIC 9(8).
           05  WS-CUTOFF-INT          PIC 9(8).
           05  WS-CUTOFF-NUM          PIC 9(8).
           05  WS-CUTOFF-DISP         PIC X(10).

       01  WS-ISO-DATE-WORK.
           05  WS-ISO-DATE            PIC X(10).
           05  WS-ISO-YEAR            PIC 9(4).
           05  WS-ISO-MONTH           PIC 9(2).
           05  WS-ISO-DAY             PIC 9(2).
           05  WS-ISO-NUM             PIC 9(8).
           05  WS-ISO-INTEGER         PIC 9(8).
           05  WS-ISO-VALID-FLAG      PIC X(1).
               88  ISO-DATE-VALID     VALUE 'Y'.

      * Rows archived per year, for the certificate.
       01  WS-YEAR-TABLE.
           05  WS-YEAR-COUNT          PIC 9(3) VALUE ZERO.
           05  WS-YEAR-ENTRY OCCURS 100 TIMES.
               10  WS-YR-YEAR             PIC X(4).
               10  WS-YR-BALHIST-ROWS     PIC 9(9).
               10  WS-YR-AUDIT-ROWS       PIC 9(9).
               10  WS-YR-BALHIST-FAIL-FLAG PIC X(1).
                   88  YR-BALHIST-FAILED  VALUE 'Y'.
               10  WS-YR-AUDIT-FAIL-FLAG  PIC X(1).
                   88  YR-AUDIT-FAILED    VALUE 'Y'.
       01  WS-YEAR-SUB                PIC 9(3).
       01  WS-YEAR-SLOT               PIC 9(3).
       01  WS-YEAR-CAP-WARNED-FLAG    PIC X(1) VALUE 'N'.
           88  YEAR-CAP-WARNED        VALUE 'Y'.
       01  WS-ROW-YEAR                PIC X(4).
       01  WS-ROW-KIND                PIC X(1).
           88  ROW-IS-BALHIST         VALUE 'B'.
           88  ROW-IS-AUDIT           VALUE 'A'.

      * The year currently collected on each archive work file.
       01  WS-ARCHIVE-WORK-STATE.
           05  WS-BALHIST-ARW-YEAR    PIC X(4) VALUE SPACES.
           05  WS-BALHIST-ARW-FLAG    PIC X(1) VALUE 'N'.
               88  BALHIST-ARW-OPEN   VALUE 'Y'.
           05  WS-AUDIT-ARW-YEAR      PIC X(4) VALUE SPACES.
           05  WS-AUDIT-ARW-FLAG      PIC X(1) VALUE 'N'.
               88  AUDIT-ARW-OPEN     VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-MASTER-READ         PIC 9(9) VALUE ZERO.
           05  WS-MASTER-ACTIVE       PIC 9(9) VALUE ZERO.
           05  WS-MASTER-NEWLY-CLOSED PIC 9(9) VALUE ZERO.
           05  WS-MASTER-REOPENED     PIC 9(9) VALUE ZERO.
           05  WS-MASTER-CLOSED-KEPT  PIC 9(9) VALUE ZERO.
           05  WS-MASTER-PURGED       PIC 9(9) VALUE ZERO.
           05  WS-MASTER-FAILED       PIC 9(9) VALUE ZERO.
           05  WS-BALHIST-READ        PIC 9(9) VALUE ZERO.
           05  WS-BALHIST-KEPT        PIC 9(9) VALUE ZERO.
           05  WS-BALHIST-ARCHIVED    PIC 9(9) VALUE ZERO.
           05  WS-BALHIST-UNDATED     PIC 9(9) VALUE ZERO.
           05  WS-AUDIT-READ          PIC 9(9) VALUE ZERO.
           05  WS-AUDIT-KEPT          PIC 9(9) VALUE ZERO.
           05  WS-AUDIT-ARCHIVED      PIC 9(9) VALUE ZERO.
           05  WS-AUDIT-UNDATED       PIC 9(9) VALUE ZERO.
           05  WS-PROOF-READ          PIC 9(9) VALUE ZERO.
           05  WS-PROOF-TOTAL         PIC 9(9) VALUE ZERO.
           05  WS-PROOF-BREAKS        PIC 9(3) VALUE ZERO.
           05  WS-APPEND-FAILURES     PIC 9(3) VALUE ZERO.
           05  WS-WORK-FAILURES       PIC 9(3) VALUE ZERO.

       01  WS-FLAGS.
           05  END-OF-FILE-SW         PIC X(1) VALUE 'N'.
               88  END-OF-FILE        VALUE 'Y'.
           05  WS-PROCMAST-OPEN-FLAG  PIC X(1) VALUE 'N'.
               88  PROCMAST-IS-OPEN   VALUE 'Y'.
           05  WS-FILE-ROLLED-FLAG    PIC X(1) VALUE 'N'.
               88  FILE-ROLLED        VALUE 'Y'.
           05  WS-APPEND-FAIL-FLAG    PIC X(1) VALUE 'N'.
               88  ARCHIVE-APPEND-FAILED VALUE 'Y'.
           05  WS-WORK-FAIL-FLAG      PIC X(1) VALUE 'N'.
               88  ARCHIVE-WORK-FAILED VALUE 'Y'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE.
               10  WS-YEAR            PIC 9(4).
               10  WS-MONTH           PIC 9(2).
               10  WS-DAY             PIC 9(2).
           05  WS-FORMATTED-DATE      PIC X(10).
           05  WS-CLOSE-ACTION        PIC X(8).
           05  WS-SHOWN-CLOSE-DATE    PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           PERFORM SYNC-PROCESSED-MASTER
           PERFORM ROLL-BALANCE-HISTORY
           PERFORM ROLL-AUDIT-TRAIL
           PERFORM GENERATE-REPORT
           PERFORM CLEANUP-PROCESS
           STOP RUN.

       INITIALIZE-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           PERFORM LOAD-BUSINESS-CALENDAR
           PERFORM RESOLVE-EFFECTIVE-DATE
           STRING WS-YEAR '-' WS-MONTH '-' WS-DAY
               DELIMITED BY SIZE INTO WS-FORMATTED-DATE

           PERFORM LOAD-RETENTION-PARAMETERS

      * Without the customer master every processed customer would
      * look closed, so nothing is touched.
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'CUSTMAST.DAT could not be opened - status '
                   WS-MASTER-STATUS '. Nothing closed or purged.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           COMPUTE WS-BUSINESS-INTEGER = FUNCTION INTEGER-OF-DATE
               (WS-YEAR * 10000 + WS-MONTH * 100 + WS-DAY)
           COMPUTE WS-CLOSED-CUTOFF-INT =
               WS-BUSINESS-INTEGER - CLOSED-RETAIN-DAYS
           COMPUTE WS-BALHIST-CUTOFF-INT =
               WS-BUSINESS-INTEGER - BALHIST-RETAIN-DAYS
           COMPUTE WS-AUDIT-CUTOFF-INT =
               WS-BUSINESS-INTEGER - AUDIT-RETAIN-DAYS

           OPEN OUTPUT CERTIFICATE-OUTPUT
           MOVE 'DATA RETENTION PURGE CERTIFICATE' TO CERTIFICATE-LINE
           WRITE CERTIFICATE-RECORD
           MOVE '================================' TO CERTIFICATE-LINE
           WRITE CERTIFICATE-RECORD
           MOVE SPACES TO CERTIFICATE-LINE
           STRING 'Business Date: ' WS-FORMATTED-DATE
               DELIMITED BY SIZE INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-RECORD
           MOVE WS-CLOSED-CUTOFF-INT TO WS-CUTOFF-INT
           PERFORM FORMAT-CUTOFF-DATE
           MOVE SPACES TO CERTIFICATE-LINE
           STRING 'Closed Accounts Kept:  ' CLOSED-RETAIN-DAYS
               ' days - purged if closed before ' WS-CUTOFF-DISP
               DELIMITED BY SIZE INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-RECORD
           MOVE WS-BALHIST-CUTOFF-INT TO WS-CUTOFF-INT
           PERFORM FORMAT-CUTOFF-DATE
           MOVE SPACES TO CERTIFICATE-LINE
           STRING 'Balance History Kept:  ' BALHIST-RETAIN-DAYS
               ' days - archived if dated before ' WS-CUTOFF-DISP
               DELIMITED BY SIZE INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-RECORD
           MOVE WS-AUDIT-CUTOFF-INT TO WS-CUTOFF-INT
           PERFORM FORMAT-CUTOFF-DATE
           MOVE SPACES TO CERTIFICATE-LINE
           STRING 'Audit Trail Kept:      ' AUDIT-RETAIN-DAYS
               ' days - archived if dated before ' WS-CUTOFF-DISP
               DELIMITED BY SIZE INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-RECORD

           DISPLAY 'Retention Purge Started - Business Date '
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

       LOAD-RETENTION-PARAMETERS.
      * A window shorter than the history floor would take rows that
      * the current and prior year's work still reads, so such a file
      * is ignored as a whole.
           OPEN INPUT RETENTION-PARM-FILE
           IF WS-RET-PARM-STATUS = '00'
               READ RETENTION-PARM-FILE
               IF WS-RET-PARM-STATUS = '00'
                   IF RP-CLOSED-RETAIN-DAYS IS NUMERIC
                           AND RP-BALHIST-RETAIN-DAYS IS NUMERIC
                           AND RP-AUDIT-RETAIN-DAYS IS NUMERIC
                           AND RP-CLOSED-RETAIN-DAYS > ZERO
                           AND RP-BALHIST-RETAIN-DAYS NOT <
                               MINIMUM-HISTORY-DAYS
                           AND RP-AUDIT-RETAIN-DAYS NOT <
                               MINIMUM-HISTORY-DAYS
                       MOVE RP-CLOSED-RETAIN-DAYS
                           TO CLOSED-RETAIN-DAYS
                       MOVE RP-BALHIST-RETAIN-DAYS
                           TO BALHIST-RETAIN-DAYS
                       MOVE RP-AUDIT-RETAIN-DAYS TO AUDIT-RETAIN-DAYS
                       DISPLAY 'Retention windows loaded from '
                           'RETPARM.DAT'
                   ELSE
                       DISPLAY 'WARNING: RETPARM.DAT windows invalid '
                           'or under ' MINIMUM-HISTORY-DAYS
                           ' days of history - defaults used'
                   END-IF
               END-IF
               CLOSE RETENTION-PARM-FILE
           ELSE
               DISPLAY 'RETPARM.DAT not found - default retention '
                   'windows used'
           END-IF.

       FORMAT-CUTOFF-DATE.
           COMPUTE WS-CUTOFF-NUM =
               FUNCTION DATE-OF-INTEGER (WS-CUTOFF-INT)
           MOVE SPACES TO WS-CUTOFF-DISP
           STRING WS-CUTOFF-NUM (1:4) '-' WS-CUTOFF-NUM (5:2) '-'
               WS-CUTOFF-NUM (7:2)
               DELIMITED BY SIZE INTO WS-CUTOFF-DISP.

       CONVERT-ISO-DATE.
      * YYYY-MM-DD to a day number; anything that is not a real date
      * is left invalid and never treated as past its window.
           MOVE 'N' TO WS-ISO-VALID-FLAG
           MOVE ZERO TO WS-ISO-INTEGER
           IF WS-ISO-DATE (1:4) IS NUMERIC
                   AND WS-ISO-DATE (5:1) = '-'
                   AND WS-ISO-DATE (6:2) IS NUMERIC
                   AND WS-ISO-DATE (8:1) = '-'
                   AND WS-ISO-DATE (9:2) IS NUMERIC
               MOVE WS-ISO-DATE (1:4) TO WS-ISO-YEAR
               MOVE WS-ISO-DATE (6:2) TO WS-ISO-MONTH
               MOVE WS-ISO-DATE (9:2) TO WS-ISO-DAY
               IF WS-ISO-YEAR > 1600
                       AND WS-ISO-MONTH > ZERO AND WS-ISO-MONTH < 13
                       AND WS-ISO-DAY > ZERO AND WS-ISO-DAY < 32
                   COMPUTE WS-ISO-NUM = WS-ISO-YEAR * 10000
                       + WS-ISO-MONTH * 100 + WS-ISO-DAY
                   COMPUTE WS-ISO-INTEGER =
                       FUNCTION INTEGER-OF-DATE (WS-ISO-NUM)
                   IF WS-ISO-INTEGER > ZERO
                       MOVE 'Y' TO WS-ISO-VALID-FLAG
                   END-IF
               END-IF
           END-IF.

       SYNC-PROCESSED-MASTER.
      * One pass over the processed master: each customer is looked
      * up on the customer master, and the close date is set,
      * cleared, or - once past the closed-account window - the
      * record is deleted.
           MOVE SPACES TO CERTIFICATE-LINE
           WRITE CERTIFICATE-RECORD
           MOVE 'PROCESSED MASTER CLOSE-OUT (PROCMAST.DAT)'
               TO CERTIFICATE-LINE
           WRITE CERTIFICATE-RECORD

           OPEN I-O PROCESSED-MASTER
           IF WS-PROCMAST-STATUS NOT = '00'
               DISPLAY 'PROCMAST.DAT could not be opened - status '
                   WS-PROCMAST-STATUS ' - close-out skipped'
               MOVE '  PROCMAST.DAT not available - close-out skipped'
                   TO CERTIFICATE-LINE
               WRITE CERTIFICATE-RECORD
           ELSE
               MOVE 'Y' TO WS-PROCMAST-OPEN-FLAG
               MOVE 'N' TO END-OF-FILE-SW
               PERFORM UNTIL END-OF-FILE
                   READ PROCESSED-MASTER NEXT RECORD
                       AT END MOVE 'Y' TO END-OF-FILE-SW
                       NOT AT END
                           ADD 1 TO WS-MASTER-READ
                           PERFORM SYNC-ONE-CUSTOMER
                   END-READ
               END-PERFORM
           END-IF.

       SYNC-ONE-CUSTOMER.
      * Only a clean not-found (23) means the customer has gone; any
      * other read failure leaves the record as it is.
           MOVE PROCMAST-ID TO MAST-ID
           READ MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
                   AND WS-MASTER-STATUS NOT = '23'
               ADD 1 TO WS-MASTER-FAILED
               DISPLAY 'CUSTMAST.DAT read failed for ' PROCMAST-ID
                   ' - status ' WS-MASTER-STATUS
               MOVE SPACES TO CERTIFICATE-LINE
               STRING '  FAILED   ' PROCMAST-ID ' ' PROCMAST-NAME
                   ' CUSTMAST Status: ' WS-MASTER-STATUS
                   DELIMITED BY SIZE INTO CERTIFICATE-LINE
               WRITE CERTIFICATE-RECORD
           ELSE
               PERFORM APPLY-CLOSE-OUT
           END-IF.

       APPLY-CLOSE-OUT.
           IF WS-MASTER-STATUS = '00'
               IF PROCMAST-CLOSE-DATE = SPACES
                   ADD 1 TO WS-MASTER-ACTIVE
               ELSE
                   MOVE PROCMAST-CLOSE-DATE TO WS-SHOWN-CLOSE-DATE
                   MOVE SPACES TO PROCMAST-CLOSE-DATE
                   REWRITE PROCMAST-RECORD
                   IF WS-PROCMAST-STATUS = '00'
                       ADD 1 TO WS-MASTER-REOPENED
                       MOVE 'REOPENED' TO WS-CLOSE-ACTION
                       PERFORM WRITE-CLOSE-OUT-LINE
                   ELSE
                       PERFORM REPORT-MASTER-FAILURE
                   END-IF
               END-IF
           ELSE
               IF PROCMAST-CLOSE-DATE = SPACES
                   MOVE WS-FORMATTED-DATE TO PROCMAST-CLOSE-DATE
                   MOVE PROCMAST-CLOSE-DATE TO WS-SHOWN-CLOSE-DATE
                   REWRITE PROCMAST-RECORD
                   IF WS-PROCMAST-STATUS = '00'
                       ADD 1 TO WS-MASTER-NEWLY-CLOSED
                       MOVE 'CLOSED' TO WS-CLOSE-ACTION
                       PERFORM WRITE-CLOSE-OUT-LINE
                   ELSE
                       PERFORM REPORT-MASTER-FAILURE
                   END-IF
               ELSE
                   PERFORM CHECK-CLOSED-RETENTION
               END-IF
           END-IF.

       CHECK-CLOSED-RETENTION.
           MOVE PROCMAST-CLOSE-DATE TO WS-ISO-DATE
           MOVE PROCMAST-CLOSE-DATE TO WS-SHOWN-CLOSE-DATE
           PERFORM CONVERT-ISO-DATE
           IF ISO-DATE-VALID
                   AND WS-ISO-INTEGER < WS-CLOSED-CUTOFF-INT
               DELETE PROCESSED-MASTER RECORD
               IF WS-PROCMAST-STATUS = '00'
                   ADD 1 TO WS-MASTER-PURGED
                   MOVE 'PURGED' TO WS-CLOSE-ACTION
                   PERFORM WRITE-CLOSE-OUT-LINE
               ELSE
                   PERFORM REPORT-MASTER-FAILURE
               END-IF
           ELSE
               ADD 1 TO WS-MASTER-CLOSED-KEPT
           END-IF.

       WRITE-CLOSE-OUT-LINE.
           MOVE SPACES TO CERTIFICATE-LINE
           STRING '  ' WS-CLOSE-ACTION ' ' PROCMAST-ID ' '
               PROCMAST-NAME ' Closed: ' WS-SHOWN-CLOSE-DATE
               DELIMITED BY SIZE INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-RECORD.

       REPORT-MASTER-FAILURE.
           ADD 1 TO WS-MASTER-FAILED
           DISPLAY 'PROCMAST.DAT update failed for ' PROCMAST-ID
               ' - status ' WS-PROCMAST-STATUS
           MOVE SPACES TO CERTIFICATE-LINE
           STRING '  FAILED   ' PROCMAST-ID ' ' PROCMAST-NAME
               ' Status: ' WS-PROCMAST-STATUS
               DELIMITED BY SIZE INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-RECORD.

       ROLL-BALANCE-HISTORY.
           MOVE SPACES TO CERTIFICATE-LINE
           WRITE CERTIFICATE-RECORD
           MOVE 'BALANCE HISTORY ROLL-OFF (BALHIST.DAT)'
               TO CERTIFICATE-LINE
           WRITE CERTIFICATE-RECORD

           MOVE 'N' TO WS-FILE-ROLLED-FLAG
           MOVE 'N' TO WS-APPEND-FAIL-FLAG
           MOVE 'N' TO WS-WORK-FAIL-FLAG
           OPEN INPUT BALANCE-HISTORY-INPUT
           IF WS-BALHIST-STATUS NOT = '00'
               MOVE '  BALHIST.DAT not found - nothing to roll off'
                   TO CERTIFICATE-LINE
               WRITE CERTIFICATE-RECORD
           ELSE
      * Year work files left by an interrupted run are never appended.
               MOVE SPACES TO WS-RENAME-COMMAND
               STRING 'rm -f BALHIST.ARW BALHIST.ARW.[0-9]* 2>/dev/null'
                   DELIMITED BY SIZE INTO WS-RENAME-COMMAND
               CALL 'SYSTEM' USING WS-RENAME-COMMAND
               OPEN OUTPUT BALHIST-KEEP-OUTPUT
               MOVE 'N' TO END-OF-FILE-SW
               PERFORM UNTIL END-OF-FILE
                   READ BALANCE-HISTORY-INPUT
                       AT END MOVE 'Y' TO END-OF-FILE-SW
                       NOT AT END
                           ADD 1 TO WS-BALHIST-READ
                           PERFORM ROLL-ONE-BALHIST-ROW
                   END-READ
               END-PERFORM
               IF BALHIST-ARW-OPEN
                   PERFORM FLUSH-BALHIST-ARCHIVE
               END-IF
               CLOSE BALANCE-HISTORY-INPUT
               CLOSE BALHIST-KEEP-OUTPUT
      * Nothing is appended unless every row reached its work file.
               IF NOT ARCHIVE-WORK-FAILED
                   PERFORM APPEND-BALHIST-ARCHIVES
                   IF ARCHIVE-APPEND-FAILED
                       PERFORM REBUILD-BALHIST-KEEP
                   END-IF
               END-IF
               IF ARCHIVE-WORK-FAILED
                   ADD 1 TO WS-WORK-FAILURES
                   MOVE '  *** BALHIST.DAT LEFT UNCHANGED ***'
                       TO CERTIFICATE-LINE
                   WRITE CERTIFICATE-RECORD
                   DISPLAY 'BALHIST.DAT work files could not be '
                       'written - BALHIST.DAT left unchanged'
               ELSE
                   MOVE 'Y' TO WS-FILE-ROLLED-FLAG
      * Every year on the work file has been archived or put back,
      * so the live file can go.
                   MOVE SPACES TO WS-RENAME-COMMAND
                   STRING 'mv BALHIST.WRK BALHIST.DAT 2>/dev/null'
                       DELIMITED BY SIZE INTO WS-RENAME-COMMAND
                   CALL 'SYSTEM' USING WS-RENAME-COMMAND
      * The archives already hold the rolled years, so a live file
      * left in place would archive them a second time next run.
                   IF RETURN-CODE NOT = ZERO
                       ADD 1 TO WS-WORK-FAILURES
                       MOVE SPACES TO CERTIFICATE-LINE
                       STRING '  *** RENAME OF BALHIST.WRK TO '
                           'BALHIST.DAT FAILED ***'
                           DELIMITED BY SIZE INTO CERTIFICATE-LINE
                       WRITE CERTIFICATE-RECORD
                       DISPLAY 'BALHIST.WRK could not be renamed to '
                           'BALHIST.DAT - the archived years are still '
                           'on BALHIST.DAT. Rename it by hand before '
                           'the next run.'
                   END-IF
               END-IF
               MOVE SPACES TO WS-RENAME-COMMAND
               STRING 'rm -f BALHIST.ARW BALHIST.ARW.[0-9]* 2>/dev/null'
                   DELIMITED BY SIZE INTO WS-RENAME-COMMAND
               CALL 'SYSTEM' USING WS-RENAME-COMMAND
           END-IF

           IF FILE-ROLLED
               MOVE 'B' TO WS-ROW-KIND
               PERFORM WRITE-YEAR-LINES
               COMPUTE WS-PROOF-TOTAL =
                   WS-BALHIST-KEPT + WS-BALHIST-ARCHIVED
               MOVE SPACES TO CERTIFICATE-LINE
               STRING '  Rows Read: ' WS-BALHIST-READ
                   '  Kept: ' WS-BALHIST-KEPT
                   '  Archived: ' WS-BALHIST-ARCHIVED
                   DELIMITED BY SIZE INTO CERTIFICATE-LINE
               WRITE CERTIFICATE-RECORD
               MOVE SPACES TO CERTIFICATE-LINE
               STRING '  Kept Undated: ' WS-BALHIST-UNDATED
                   DELIMITED BY SIZE INTO CERTIFICATE-LINE
               WRITE CERTIFICATE-RECORD
               MOVE WS-BALHIST-READ TO WS-PROOF-READ
               PERFORM WRITE-PROOF-LINE
               IF WS-PROOF-TOTAL NOT = WS-BALHIST-READ
                   DISPLAY 'BALHIST.DAT roll-off out of balance'
               END-IF
           END-IF.

       ROLL-ONE-BALHIST-ROW.
           MOVE BALHIST-DATE TO WS-ISO-DATE
           PERFORM CONVERT-ISO-DATE
           IF NOT ISO-DATE-VALID
               ADD 1 TO WS-BALHIST-UNDATED
           END-IF
           IF ISO-DATE-VALID
                   AND WS-ISO-INTEGER < WS-BALHIST-CUTOFF-INT
               MOVE BALHIST-DATE (1:4) TO WS-ROW-YEAR
               IF BALHIST-ARW-OPEN
                       AND WS-ROW-YEAR NOT = WS-BALHIST-ARW-YEAR
                   PERFORM FLUSH-BALHIST-ARCHIVE
               END-IF
               IF NOT BALHIST-ARW-OPEN
                   OPEN OUTPUT BALHIST-ARCHIVE-WORK
                   MOVE 'Y' TO WS-BALHIST-ARW-FLAG
                   MOVE WS-ROW-YEAR TO WS-BALHIST-ARW-YEAR
               END-IF
               WRITE BALHIST-ARCHIVE-RECORD
                   FROM BALANCE-HISTORY-RECORD
               IF WS-BALHIST-ARW-STATUS NOT = '00'
                   MOVE 'Y' TO WS-WORK-FAIL-FLAG
               END-IF
               ADD 1 TO WS-BALHIST-ARCHIVED
               MOVE 'B' TO WS-ROW-KIND
               PERFORM COUNT-ARCHIVE-YEAR
           ELSE
               PERFORM KEEP-BALHIST-ROW
           END-IF.

       KEEP-BALHIST-ROW.
           WRITE BALHIST-KEEP-RECORD FROM BALANCE-HISTORY-RECORD
           IF WS-BALHIST-KEEP-STATUS NOT = '00'
               MOVE 'Y' TO WS-WORK-FAIL-FLAG
           END-IF
           ADD 1 TO WS-BALHIST-KEPT.

       FLUSH-BALHIST-ARCHIVE.
      * The rows collected for one year are added to that year's own
      * work file; a year met again later in the file is added to
      * the same one.
           CLOSE BALHIST-ARCHIVE-WORK
           MOVE 'N' TO WS-BALHIST-ARW-FLAG
           MOVE SPACES TO WS-RENAME-COMMAND
           STRING 'cat BALHIST.ARW >> BALHIST.ARW.'
               WS-BALHIST-ARW-YEAR
               ' && rm -f BALHIST.ARW'
               DELIMITED BY SIZE INTO WS-RENAME-COMMAND
           CALL 'SYSTEM' USING WS-RENAME-COMMAND
           IF RETURN-CODE NOT = ZERO
               MOVE 'Y' TO WS-WORK-FAIL-FLAG
           END-IF.

       APPEND-BALHIST-ARCHIVES.
      * Each year's work file is appended to that year's archive,
      * which may already hold earlier runs' roll-off.
           PERFORM VARYING WS-YEAR-SUB FROM 1 BY 1
                   UNTIL WS-YEAR-SUB > WS-YEAR-COUNT
               IF WS-YR-BALHIST-ROWS (WS-YEAR-SUB) > ZERO
                   PERFORM APPEND-ONE-BALHIST-YEAR
               END-IF
           END-PERFORM.

       APPEND-ONE-BALHIST-YEAR.
           MOVE SPACES TO WS-RENAME-COMMAND
           STRING 'cat BALHIST.ARW.' WS-YR-YEAR (WS-YEAR-SUB)
               ' >> BALHIST.DAT.' WS-YR-YEAR (WS-YEAR-SUB)
               DELIMITED BY SIZE INTO WS-RENAME-COMMAND
           CALL 'SYSTEM' USING WS-RENAME-COMMAND
           IF RETURN-CODE NOT = ZERO
               MOVE 'Y' TO WS-APPEND-FAIL-FLAG
               MOVE 'Y' TO WS-YR-BALHIST-FAIL-FLAG (WS-YEAR-SUB)
               ADD 1 TO WS-APPEND-FAILURES
               MOVE SPACES TO CERTIFICATE-LINE
               STRING '  *** APPEND TO BALHIST.DAT.'
                   WS-YR-YEAR (WS-YEAR-SUB) ' FAILED ***'
                   DELIMITED BY SIZE INTO CERTIFICATE-LINE
               WRITE CERTIFICATE-RECORD
               DISPLAY 'Append to BALHIST.DAT.'
                   WS-YR-YEAR (WS-YEAR-SUB) ' failed - its rows '
                   'are left in BALHIST.DAT'
           END-IF.

       REBUILD-BALHIST-KEEP.
      * The live file is written again with the rows of every year
      * whose append failed put back in their original places; the
      * years appended stay out of it.
           MOVE ZERO TO WS-BALHIST-KEPT
           MOVE ZERO TO WS-BALHIST-ARCHIVED
           OPEN INPUT BALANCE-HISTORY-INPUT
           IF WS-BALHIST-STATUS NOT = '00'
               MOVE 'Y' TO WS-WORK-FAIL-FLAG
           ELSE
               OPEN OUTPUT BALHIST-KEEP-OUTPUT
               MOVE 'N' TO END-OF-FILE-SW
               PERFORM UNTIL END-OF-FILE
                   READ BALANCE-HISTORY-INPUT
                       AT END MOVE 'Y' TO END-OF-FILE-SW
                       NOT AT END
                           PERFORM REKEEP-ONE-BALHIST-ROW
                   END-READ
               END-PERFORM
               CLOSE BALANCE-HISTORY-INPUT
               CLOSE BALHIST-KEEP-OUTPUT
           END-IF.

       REKEEP-ONE-BALHIST-ROW.
           MOVE BALHIST-DATE TO WS-ISO-DATE
           PERFORM CONVERT-ISO-DATE
           MOVE ZERO TO WS-YEAR-SLOT
           IF ISO-DATE-VALID
                   AND WS-ISO-INTEGER < WS-BALHIST-CUTOFF-INT
               MOVE BALHIST-DATE (1:4) TO WS-ROW-YEAR
               PERFORM FIND-ARCHIVE-YEAR
           END-IF
           IF WS-YEAR-SLOT = ZERO
               PERFORM KEEP-BALHIST-ROW
           ELSE
               IF YR-BALHIST-FAILED (WS-YEAR-SLOT)
                   PERFORM KEEP-BALHIST-ROW
               ELSE
                   ADD 1 TO WS-BALHIST-ARCHIVED
               END-IF
           END-IF.

       ROLL-AUDIT-TRAIL.
           MOVE SPACES TO CERTIFICATE-LINE
           WRITE CERTIFICATE-RECORD
           MOVE 'AUDIT TRAIL ROLL-OFF (AUDIT.DAT)' TO CERTIFICATE-LINE
           WRITE CERTIFICATE-RECORD

           MOVE 'N' TO WS-FILE-ROLLED-FLAG
           MOVE 'N' TO WS-APPEND-FAIL-FLAG
           MOVE 'N' TO WS-WORK-FAIL-FLAG
           OPEN INPUT AUDIT-INPUT
           IF WS-AUDIT-STATUS NOT = '00'
               MOVE '  AUDIT.DAT not found - nothing to roll off'
                   TO CERTIFICATE-LINE
               WRITE CERTIFICATE-RECORD
           ELSE
      * Year work files left by an interrupted run are never appended.
               MOVE SPACES TO WS-RENAME-COMMAND
               STRING 'rm -f AUDIT.ARW AUDIT.ARW.[0-9]* 2>/dev/null'
                   DELIMITED BY SIZE INTO WS-RENAME-COMMAND
               CALL 'SYSTEM' USING WS-RENAME-COMMAND
               OPEN OUTPUT AUDIT-KEEP-OUTPUT
               MOVE 'N' TO END-OF-FILE-SW
               PERFORM UNTIL END-OF-FILE
                   READ AUDIT-INPUT
                       AT END MOVE 'Y' TO END-OF-FILE-SW
                       NOT AT END
                           ADD 1 TO WS-AUDIT-READ
                           PERFORM ROLL-ONE-AUDIT-ROW
                   END-READ
               END-PERFORM
               IF AUDIT-ARW-OPEN
                   PERFORM FLUSH-AUDIT-ARCHIVE
               END-IF
               CLOSE AUDIT-INPUT
               CLOSE AUDIT-KEEP-OUTPUT
      * Nothing is appended unless every row reached its work file.
               IF NOT ARCHIVE-WORK-FAILED
                   PERFORM APPEND-AUDIT-ARCHIVES
                   IF ARCHIVE-APPEND-FAILED
                       PERFORM REBUILD-AUDIT-KEEP
                   END-IF
               END-IF
               IF ARCHIVE-WORK-FAILED
                   ADD 1 TO WS-WORK-FAILURES
                   MOVE '  *** AUDIT.DAT LEFT UNCHANGED ***'
                       TO CERTIFICATE-LINE
                   WRITE CERTIFICATE-RECORD
                   DISPLAY 'AUDIT.DAT work files could not be '
                       'written - AUDIT.DAT left unchanged'
               ELSE
                   MOVE 'Y' TO WS-FILE-ROLLED-FLAG
      * Every year on the work file has been archived or put back,
      * so the live file can go.
                   MOVE SPACES TO WS-RENAME-COMMAND
                   STRING 'mv AUDIT.WRK AUDIT.DAT 2>/dev/null'
                       DELIMITED BY SIZE INTO WS-RENAME-COMMAND
                   CALL 'SYSTEM' USING WS-RENAME-COMMAND
      * The archives already hold the rolled years, so a live file
      * left in place would archive them a second time next run.
                   IF RETURN-CODE NOT = ZERO
                       ADD 1 TO WS-WORK-FAILURES
                       MOVE SPACES TO CERTIFICATE-LINE
                       STRING '  *** RENAME OF AUDIT.WRK TO '
                           'AUDIT.DAT FAILED ***'
                           DELIMITED BY SIZE INTO CERTIFICATE-LINE
                       WRITE CERTIFICATE-RECORD
                       DISPLAY 'AUDIT.WRK could not be renamed to '
                           'AUDIT.DAT - the archived years are still '
                           'on AUDIT.DAT. Rename it by hand before '
                           'the next run.'
                   END-IF
               END-IF
               MOVE SPACES TO WS-RENAME-COMMAND
               STRING 'rm -f AUDIT.ARW AUDIT.ARW.[0-9]* 2>/dev/null'
                   DELIMITED BY SIZE INTO WS-RENAME-COMMAND
               CALL 'SYSTEM' USING WS-RENAME-COMMAND
           END-IF

           IF FILE-ROLLED
               MOVE 'A' TO WS-ROW-KIND
               PERFORM WRITE-YEAR-LINES
               COMPUTE WS-PROOF-TOTAL =
                   WS-AUDIT-KEPT + WS-AUDIT-ARCHIVED
               MOVE SPACES TO CERTIFICATE-LINE
               STRING '  Rows Read: ' WS-AUDIT-READ
                   '  Kept: ' WS-AUDIT-KEPT
                   '  Archived: ' WS-AUDIT-ARCHIVED
                   DELIMITED BY SIZE INTO CERTIFICATE-LINE
               WRITE CERTIFICATE-RECORD
               MOVE SPACES TO CERTIFICATE-LINE
               STRING '  Kept Undated: ' WS-AUDIT-UNDATED
                   DELIMITED BY SIZE INTO CERTIFICATE-LINE
               WRITE CERTIFICATE-RECORD
               MOVE WS-AUDIT-READ TO WS-PROOF-READ
               PERFORM WRITE-PROOF-LINE
               IF WS-PROOF-TOTAL NOT = WS-AUDIT-READ
                   DISPLAY 'AUDIT.DAT roll-off out of balance'
               END-IF
           END-IF.

       ROLL-ONE-AUDIT-ROW.
           MOVE AUDIT-DATE TO WS-ISO-DATE
           PERFORM CONVERT-ISO-DATE
           IF NOT ISO-DATE-VALID
               ADD 1 TO WS-AUDIT-UNDATED
           END-IF
           IF ISO-DATE-VALID
                   AND WS-ISO-INTEGER < WS-AUDIT-CUTOFF-INT
               MOVE AUDIT-DATE (1:4) TO WS-ROW-YEAR
               IF AUDIT-ARW-OPEN
                       AND WS-ROW-YEAR NOT = WS-AUDIT-ARW-YEAR
                   PERFORM FLUSH-AUDIT-ARCHIVE
               END-IF
               IF NOT AUDIT-ARW-OPEN
                   OPEN OUTPUT AUDIT-ARCHIVE-WORK
                   MOVE 'Y' TO WS-AUDIT-ARW-FLAG
                   MOVE WS-ROW-YEAR TO WS-AUDIT-ARW-YEAR
               END-IF
               WRITE AUDIT-ARCHIVE-RECORD FROM AUDIT-RECORD
               IF WS-AUDIT-ARW-STATUS NOT = '00'
                   MOVE 'Y' TO WS-WORK-FAIL-FLAG
               END-IF
               ADD 1 TO WS-AUDIT-ARCHIVED
               MOVE 'A' TO WS-ROW-KIND
               PERFORM COUNT-ARCHIVE-YEAR
           ELSE
               PERFORM KEEP-AUDIT-ROW
           END-IF.

       KEEP-AUDIT-ROW.
           WRITE AUDIT-KEEP-RECORD FROM AUDIT-RECORD
           IF WS-AUDIT-KEEP-STATUS NOT = '00'
               MOVE 'Y' TO WS-WORK-FAIL-FLAG
           END-IF
           ADD 1 TO WS-AUDIT-KEPT.

       FLUSH-AUDIT-ARCHIVE.
           CLOSE AUDIT-ARCHIVE-WORK
           MOVE 'N' TO WS-AUDIT-ARW-FLAG
           MOVE SPACES TO WS-RENAME-COMMAND
           STRING 'cat AUDIT.ARW >> AUDIT.ARW.'
               WS-AUDIT-ARW-YEAR
               ' && rm -f AUDIT.ARW'
               DELIMITED BY SIZE INTO WS-RENAME-COMMAND
           CALL 'SYSTEM' USING WS-RENAME-COMMAND
           IF RETURN-CODE NOT = ZERO
               MOVE 'Y' TO WS-WORK-FAIL-FLAG
           END-IF.

       APPEND-AUDIT-ARCHIVES.
           PERFORM VARYING WS-YEAR-SUB FROM 1 BY 1
                   UNTIL WS-YEAR-SUB > WS-YEAR-COUNT
               IF WS-YR-AUDIT-ROWS (WS-YEAR-SUB) > ZERO
                   PERFORM APPEND-ONE-AUDIT-YEAR
               END-IF
           END-PERFORM.

       APPEND-ONE-AUDIT-YEAR.
           MOVE SPACES TO WS-RENAME-COMMAND
           STRING 'cat AUDIT.ARW.' WS-YR-YEAR (WS-YEAR-SUB)
               ' >> AUDIT.DAT.' WS-YR-YEAR (WS-YEAR-SUB)
               DELIMITED BY SIZE INTO WS-RENAME-COMMAND
           CALL 'SYSTEM' USING WS-RENAME-COMMAND
           IF RETURN-CODE NOT = ZERO
               MOVE 'Y' TO WS-APPEND-FAIL-FLAG
               MOVE 'Y' TO WS-YR-AUDIT-FAIL-FLAG (WS-YEAR-SUB)
               ADD 1 TO WS-APPEND-FAILURES
               MOVE SPACES TO CERTIFICATE-LINE
               STRING '  *** APPEND TO AUDIT.DAT.'
                   WS-YR-YEAR (WS-YEAR-SUB) ' FAILED ***'
                   DELIMITED BY SIZE INTO CERTIFICATE-LINE
               WRITE CERTIFICATE-RECORD
               DISPLAY 'Append to AUDIT.DAT.'
                   WS-YR-YEAR (WS-YEAR-SUB) ' failed - its rows '
                   'are left in AUDIT.DAT'
           END-IF.

       REBUILD-AUDIT-KEEP.
           MOVE ZERO TO WS-AUDIT-KEPT
           MOVE ZERO TO WS-AUDIT-ARCHIVED
           OPEN INPUT AUDIT-INPUT
           IF WS-AUDIT-STATUS NOT = '00'
               MOVE 'Y' TO WS-WORK-FAIL-FLAG
           ELSE
               OPEN OUTPUT AUDIT-KEEP-OUTPUT
               MOVE 'N' TO END-OF-FILE-SW
               PERFORM UNTIL END-OF-FILE
                   READ AUDIT-INPUT
                       AT END MOVE 'Y' TO END-OF-FILE-SW
                       NOT AT END
                           PERFORM REKEEP-ONE-AUDIT-ROW
                   END-READ
               END-PERFORM
               CLOSE AUDIT-INPUT
               CLOSE AUDIT-KEEP-OUTPUT
           END-IF.

       REKEEP-ONE-AUDIT-ROW.
           MOVE AUDIT-DATE TO WS-ISO-DATE
           PERFORM CONVERT-ISO-DATE
           MOVE ZERO TO WS-YEAR-SLOT
           IF ISO-DATE-VALID
                   AND WS-ISO-INTEGER < WS-AUDIT-CUTOFF-INT
               MOVE AUDIT-DATE (1:4) TO WS-ROW-YEAR
               PERFORM FIND-ARCHIVE-YEAR
           END-IF
           IF WS-YEAR-SLOT = ZERO
               PERFORM KEEP-AUDIT-ROW
           ELSE
               IF YR-AUDIT-FAILED (WS-YEAR-SLOT)
                   PERFORM KEEP-AUDIT-ROW
               ELSE
                   ADD 1 TO WS-AUDIT-ARCHIVED
               END-IF
           END-IF.

       FIND-ARCHIVE-YEAR.
           MOVE ZERO TO WS-YEAR-SLOT
           PERFORM VARYING WS-YEAR-SUB FROM 1 BY 1
                   UNTIL WS-YEAR-SUB > WS-YEAR-COUNT
                       OR WS-YEAR-SLOT > ZERO
               IF WS-YR-YEAR (WS-YEAR-SUB) = WS-ROW-YEAR
                   MOVE WS-YEAR-SUB TO WS-YEAR-SLOT
               END-IF
           END-PERFORM.

       COUNT-ARCHIVE-YEAR.
      * A year that cannot be tracked could never be appended, so the
      * live file is then left as it was.
           PERFORM FIND-ARCHIVE-YEAR
           IF WS-YEAR-SLOT = ZERO
               IF WS-YEAR-COUNT < 100
                   ADD 1 TO WS-YEAR-COUNT
                   MOVE WS-YEAR-COUNT TO WS-YEAR-SLOT
                   MOVE WS-ROW-YEAR TO WS-YR-YEAR (WS-YEAR-SLOT)
                   MOVE ZERO TO WS-YR-BALHIST-ROWS (WS-YEAR-SLOT)
                   MOVE ZERO TO WS-YR-AUDIT-ROWS (WS-YEAR-SLOT)
                   MOVE 'N' TO WS-YR-BALHIST-FAIL-FLAG (WS-YEAR-SLOT)
                   MOVE 'N' TO WS-YR-AUDIT-FAIL-FLAG (WS-YEAR-SLOT)
               ELSE
                   MOVE 'Y' TO WS-WORK-FAIL-FLAG
                   IF NOT YEAR-CAP-WARNED
                       DISPLAY 'WARNING: archive year table full at '
                           '100 years - file left unchanged'
                       MOVE 'Y' TO WS-YEAR-CAP-WARNED-FLAG
                   END-IF
               END-IF
           END-IF
           IF WS-YEAR-SLOT > ZERO
               IF ROW-IS-BALHIST
                   ADD 1 TO WS-YR-BALHIST-ROWS (WS-YEAR-SLOT)
               ELSE
                   ADD 1 TO WS-YR-AUDIT-ROWS (WS-YEAR-SLOT)
               END-IF
           END-IF.

       WRITE-YEAR-LINES.
      * A year whose append failed is shown as left in the live file.
           PERFORM VARYING WS-YEAR-SUB FROM 1 BY 1
                   UNTIL WS-YEAR-SUB > WS-YEAR-COUNT
               MOVE SPACES TO CERTIFICATE-LINE
               IF ROW-IS-BALHIST
                   IF WS-YR-BALHIST-ROWS (WS-YEAR-SUB) > ZERO
                       IF YR-BALHIST-FAILED (WS-YEAR-SUB)
                           STRING '  Left in BALHIST.DAT, year '
                               WS-YR-YEAR (WS-YEAR-SUB) ': '
                               WS-YR-BALHIST-ROWS (WS-YEAR-SUB)
                               ' rows'
                               DELIMITED BY SIZE INTO CERTIFICATE-LINE
                       ELSE
                           STRING '  Archived to BALHIST.DAT.'
                               WS-YR-YEAR (WS-YEAR-SUB) ': '
                               WS-YR-BALHIST-ROWS (WS-YEAR-SUB)
                               ' rows'
                               DELIMITED BY SIZE INTO CERTIFICATE-LINE
                       END-IF
                       WRITE CERTIFICATE-RECORD
                   END-IF
               ELSE
                   IF WS-YR-AUDIT-ROWS (WS-YEAR-SUB) > ZERO
                       IF YR-AUDIT-FAILED (WS-YEAR-SUB)
                           STRING '  Left in AUDIT.DAT, year '
                               WS-YR-YEAR (WS-YEAR-SUB) ': '
                               WS-YR-AUDIT-ROWS (WS-YEAR-SUB)
                               ' rows'
                               DELIMITED BY SIZE INTO CERTIFICATE-LINE
                       ELSE
                           STRING '  Archived to AUDIT.DAT.'
                               WS-YR-YEAR (WS-YEAR-SUB) ': '
                               WS-YR-AUDIT-ROWS (WS-YEAR-SUB)
                               ' rows'
                               DELIMITED BY SIZE INTO CERTIFICATE-LINE
                       END-IF
                       WRITE CERTIFICATE-RECORD
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-PROOF-LINE.
      * WS-PROOF-TOTAL holds rows kept plus rows archived and
      * WS-PROOF-READ the rows read for the file being proved.
           MOVE SPACES TO CERTIFICATE-LINE
           IF WS-PROOF-TOTAL = WS-PROOF-READ
               MOVE '  Proof: read = kept + archived - IN BALANCE'
                   TO CERTIFICATE-LINE
           ELSE
               ADD 1 TO WS-PROOF-BREAKS
               STRING '  Proof: read = kept + archived - '
                   '*** OUT OF BALANCE ***'
                   DELIMITED BY SIZE INTO CERTIFICATE-LINE
           END-IF
           WRITE CERTIFICATE-RECORD.

       GENERATE-REPORT.
           MOVE SPACES TO CERTIFICATE-LINE
           WRITE CERTIFICATE-RECORD
           MOVE 'PROCESSED MASTER SUMMARY' TO CERTIFICATE-LINE
           WRITE CERTIFICATE-RECORD
           MOVE SPACES TO CERTIFICATE-LINE
           STRING '  Records Read:        ' WS-MASTER-READ
               DELIMITED BY SIZE INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-RECORD
           MOVE SPACES TO CERTIFICATE-LINE
           STRING '  Active Kept:         ' WS-MASTER-ACTIVE
               DELIMITED BY SIZE INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-RECORD
           MOVE SPACES TO CERTIFICATE-LINE
           STRING '  Newly Closed:        ' WS-MASTER-NEWLY-CLOSED
               DELIMITED BY SIZE INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-RECORD
           MOVE SPACES TO CERTIFICATE-LINE
           STRING '  Reopened:            ' WS-MASTER-REOPENED
               DELIMITED BY SIZE INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-RECORD
           MOVE SPACES TO CERTIFICATE-LINE
           STRING '  Closed Kept:         ' WS-MASTER-CLOSED-KEPT
               DELIMITED BY SIZE INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-RECORD
           MOVE SPACES TO CERTIFICATE-LINE
           STRING '  Purged:              ' WS-MASTER-PURGED
               DELIMITED BY SIZE INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-RECORD
           MOVE SPACES TO CERTIFICATE-LINE
           STRING '  Update Failures:     ' WS-MASTER-FAILED
               DELIMITED BY SIZE INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-RECORD

           MOVE SPACES TO CERTIFICATE-LINE
           WRITE CERTIFICATE-RECORD
           MOVE 'Certified by: ____________________   Date: __________'
               TO CERTIFICATE-LINE
           WRITE CERTIFICATE-RECORD

           DISPLAY 'RETENTION PURGE SUMMARY'
           DISPLAY '======================='
           DISPLAY 'Processed Master Read: ' WS-MASTER-READ
           DISPLAY 'Newly Closed: ' WS-MASTER-NEWLY-CLOSED
           DISPLAY 'Reopened: ' WS-MASTER-REOPENED
           DISPLAY 'Closed Kept: ' WS-MASTER-CLOSED-KEPT
           DISPLAY 'Purged: ' WS-MASTER-PURGED
           DISPLAY 'Balance History Archived: ' WS-BALHIST-ARCHIVED
           DISPLAY 'Balance History Kept: ' WS-BALHIST-KEPT
           DISPLAY 'Audit Rows Archived: ' WS-AUDIT-ARCHIVED
           DISPLAY 'Audit Rows Kept: ' WS-AUDIT-KEPT
           DISPLAY 'Business Date: ' WS-FORMATTED-DATE
           DISPLAY 'Archive Append Failures: ' WS-APPEND-FAILURES
           DISPLAY 'Archive Work File Failures: ' WS-WORK-FAILURES
           IF WS-MASTER-FAILED > ZERO OR WS-PROOF-BREAKS > ZERO
                   OR WS-APPEND-FAILURES > ZERO
                   OR WS-WORK-FAILURES > ZERO
               DISPLAY 'RETENTION PURGE INCOMPLETE - see PURGECRT.DAT'
               MOVE 16 TO RETURN-CODE
           END-IF.

       CLEANUP-PROCESS.
           CLOSE MASTER-FILE
           IF PROCMAST-IS-OPEN
               CLOSE PROCESSED-MASTER
           END-IF
           CLOSE CERTIFICATE-OUTPUT

           DISPLAY 'Retention Purge Completed'.

       END PROGRAM ETL-RETENTION-PURGE.
