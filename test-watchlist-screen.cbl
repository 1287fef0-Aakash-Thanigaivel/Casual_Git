      * ETL Watch-List Rescreen And Compliance Review
      * Works the COMPQUE.DAT compliance review queue that the delta
      * update fills with watch-list hits, and rescreens the whole
      * customer master whenever compliance changes the watch list.
      * Compliance decides each queued item on COMPDEC.DAT:
      *   RELEASE - not a true match. A held add is applied to the
      *             master as submitted. A held change carries the
      *             master as it stood when the change was held, and
      *             only the fields the change altered are applied,
      *             so later updates to the account are kept; if the
      *             master has since moved in one of those fields the
      *             item stays queued for compliance to decide again.
      *             A rescreen hit is simply cleared.
      *   DECLINE - a confirmed match. The customer goes on (or
      *             stays on) the master with status S, so the
      *             nightly ETL-CUSTOMER-PROCESS routes the account
      *             to SUSPENDED.DAT.
      * Each decision settles one queued item, oldest first; items
      * with no decision of their own stay on the queue and age on
      * the COMPRPT.DAT review report. Master changes are audited to
      * AUDIT.DAT under the usual add (A) and change (C) codes, and
      * CUSTOMER.DAT is re-unloaded when anything was applied.
      * The list is compared with WATCHLST.PRV, the copy taken at the
      * last full rescreen. Any difference - an added, removed or
      * edited entry - triggers a rescreen of every customer on
      * CUSTMAST.DAT, using the same normalized name key as the delta
      * update (upper case, punctuation dropped, words sorted). New
      * hits join the queue; customers already on the queue are not
      * queued twice.
      * Every screening result and every compliance decision, with
      * the deciding officer, is appended to SCRNLOG.DAT, which is
      * never truncated, so the examiners can see each decision.
      * The decision file is consumed to COMPDEC.PRV after the pass.
      * A watch list, review queue or decision file larger than the
      * 2000 entries the screen holds stops the step RC 16 before
      * anything is applied.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETL-WATCHLIST-SCREEN.
       AUTHOR. TEST-MIGRATION.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO 'CUSTMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT WATCH-LIST-FILE ASSIGN TO 'WATCHLST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WATCH-STATUS.
           SELECT PRIOR-WATCH-LIST-FILE ASSIGN TO 'WATCHLST.PRV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIOR-WATCH-STATUS.
           SELECT REVIEW-QUEUE-INPUT ASSIGN TO 'COMPQUE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.
           SELECT REVIEW-QUEUE-WORK ASSIGN TO 'COMPQUE.WRK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-WORK-STATUS.
           SELECT DECISION-INPUT ASSIGN TO 'COMPDEC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECISION-STATUS.
           SELECT SCREEN-LOG-OUTPUT ASSIGN TO 'SCRNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCREEN-LOG-STATUS.
           SELECT AUDIT-OUTPUT ASSIGN TO 'AUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT REVIEW-REPORT-OUTPUT ASSIGN TO 'COMPRPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALENDAR-FILE ASSIGN TO 'CALENDAR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT CUSTOMER-UNLOAD ASSIGN TO 'CUSTOMER.NEW'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNLOAD-STATUS.

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
               88  MAST-SUSPENDED     VALUE 'S'.
           05  MAST-CURRENCY          PIC X(3).

       FD  WATCH-LIST-FILE.
       01  WATCH-LIST-RECORD.
           05  WL-ENTRY-ID            PIC 9(6).
           05  WL-NAME                PIC X(30).
           05  WL-SOURCE              PIC X(10).

       FD  PRIOR-WATCH-LIST-FILE.
       01  PRIOR-WATCH-LIST-RECORD.
           05  PWL-ENTRY-ID           PIC 9(6).
           05  PWL-NAME               PIC X(30).
           05  PWL-SOURCE             PIC X(10).

       FD  REVIEW-QUEUE-INPUT.
       01  REVIEW-QUEUE-RECORD.
           05  CQ-CUST-ID             PIC 9(8).
           05  CQ-SOURCE              PIC X(8).
               88  CQ-HELD-ADD        VALUE 'ADD'.
               88  CQ-HELD-CHANGE     VALUE 'CHANGE'.
               88  CQ-RESCREEN-HIT    VALUE 'RESCREEN'.
           05  CQ-QUEUE-DATE          PIC X(10).
           05  CQ-WATCH-ID            PIC 9(6).
           05  CQ-WATCH-NAME          PIC X(30).
           05  CQ-CUSTOMER-DATA.
               10  CQ-DATA-ID             PIC 9(8).
               10  CQ-DATA-NAME           PIC X(30).
               10  CQ-DATA-ACCOUNT-TYPE   PIC X(1).
               10  CQ-DATA-BALANCE        PIC 9(7)V99.
               10  CQ-DATA-CREDIT-LIMIT   PIC 9(7)V99.
               10  CQ-DATA-STATUS         PIC X(1).
               10  CQ-DATA-CURRENCY       PIC X(3).
           05  CQ-BEFORE-DATA.
               10  CQ-BEFORE-ID           PIC 9(8).
               10  CQ-BEFORE-NAME         PIC X(30).
               10  CQ-BEFORE-ACCOUNT-TYPE PIC X(1).
               10  CQ-BEFORE-BALANCE      PIC 9(7)V99.
               10  CQ-BEFORE-CREDIT-LIMIT PIC 9(7)V99.
               10  CQ-BEFORE-STATUS       PIC X(1).
               10  CQ-BEFORE-CURRENCY     PIC X(3).

       FD  REVIEW-QUEUE-WORK.
       01  REVIEW-QUEUE-WORK-RECORD   PIC X(184).

       FD  DECISION-INPUT.
       01  DECISION-RECORD.
           05  CD-CUST-ID             PIC 9(8).
           05  CD-DECISION            PIC X(8).
           05  CD-OFFICER             PIC X(8).

       FD  SCREEN-LOG-OUTPUT.
       01  SCREEN-LOG-RECORD.
           05  SLOG-DATE              PIC X(10).
           05  SLOG-CUST-ID           PIC 9(8).
           05  SLOG-NAME              PIC X(30).
           05  SLOG-SOURCE            PIC X(8).
           05  SLOG-RESULT            PIC X(8).
           05  SLOG-WATCH-ID          PIC 9(6).
           05  SLOG-OFFICER           PIC X(8).

       FD  AUDIT-OUTPUT.
       01  AUDIT-RECORD.
           05  AUDIT-DATE             PIC X(10).
           05  AUDIT-TRANS-CODE       PIC X(1).
           05  AUDIT-CUST-ID          PIC 9(8).
           05  AUDIT-BEFORE-IMAGE     PIC X(61).
           05  AUDIT-AFTER-IMAGE      PIC X(61).

       FD  REVIEW-REPORT-OUTPUT.
       01  REVIEW-REPORT-RECORD.
           05  REVIEW-REPORT-LINE     PIC X(100).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05  CAL-HOLIDAY-DATE           PIC 9(8).

       FD  CUSTOMER-UNLOAD.
       01  CUSTOMER-UNLOAD-RECORD     PIC X(61).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS           PIC X(2).
       01  WS-WATCH-STATUS            PIC X(2).
       01  WS-PRIOR-WATCH-STATUS      PIC X(2).
       01  WS-QUEUE-STATUS            PIC X(2).
       01  WS-QUEUE-WORK-STATUS       PIC X(2).
       01  WS-DECISION-STATUS         PIC X(2).
       01  WS-SCREEN-LOG-STATUS       PIC X(2).
       01  WS-AUDIT-STATUS            PIC X(2).
       01  WS-CALENDAR-STATUS         PIC X(2).
       01  WS-UNLOAD-STATUS           PIC X(2).
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

      * Watch-list names are held in normalized form so each screen
      * is a straight key compare.
       01  WS-WATCH-TABLE.
           05  WS-WATCH-COUNT         PIC 9(4) VALUE ZERO.
           05  WS-WATCH-ENTRY OCCURS 2000 TIMES.
               10  WS-WATCH-ID            PIC 9(6).
               10  WS-WATCH-NAME          PIC X(30).
               10  WS-WATCH-KEY           PIC X(30).
       01  WS-WATCH-SUB               PIC 9(4).
       01  WS-WATCH-HIT-SUB           PIC 9(4).
       01  WS-PRIOR-WATCH-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-WATCH-ROWS-READ         PIC 9(6) VALUE ZERO.
       01  WS-WATCH-LOADED-FLAG       PIC X(1) VALUE 'N'.
           88  WATCH-LIST-LOADED      VALUE 'Y'.
       01  WS-WATCH-HIT-FLAG          PIC X(1) VALUE 'N'.
           88  WATCH-LIST-HIT         VALUE 'Y'.
       01  WS-WATCH-CHANGED-FLAG      PIC X(1) VALUE 'N'.
           88  WATCH-LIST-CHANGED     VALUE 'Y'.

       01  WS-NORMALIZE-WORK.
           05  WS-NORM-INPUT          PIC X(30).
           05  WS-NORM-CLEAN          PIC X(30).
           05  WS-NORM-KEY            PIC X(30).
           05  WS-NORM-TOKEN          PIC X(30).
           05  WS-NORM-SWAP           PIC X(30).
           05  WS-NORM-CHAR           PIC X(1).
           05  WS-NORM-IX             PIC 9(2).
           05  WS-NORM-OUT-IX         PIC 9(2).
           05  WS-NORM-PTR            PIC 9(2).
           05  WS-NORM-I              PIC 9(2).
           05  WS-NORM-J              PIC 9(2).
           05  WS-NORM-WORD-COUNT     PIC 9(2).
           05  WS-NORM-WORD OCCURS 15 TIMES PIC X(30).

       01  WS-DECISION-TABLE.
           05  WS-DEC-COUNT           PIC 9(4) VALUE ZERO.
           05  WS-DEC-ENTRY OCCURS 2000 TIMES.
               10  WS-DEC-ID              PIC 9(8).
               10  WS-DEC-DECISION        PIC X(8).
               10  WS-DEC-OFFICER         PIC X(8).
               10  WS-DEC-USED-FLAG       PIC X(1).
       01  WS-DEC-SUB                 PIC 9(4).
       01  WS-DEC-FOUND-FLAG          PIC X(1) VALUE 'N'.
           88  DECISION-FOUND         VALUE 'Y'.
       01  WS-DEC-FILE-FLAG           PIC X(1) VALUE 'N'.
           88  DECISIONS-LOADED       VALUE 'Y'.
       01  WS-DECISION-SIZE           PIC 9(6) VALUE ZERO.

      * Customers still on the queue after the decision pass, so a
      * rescreen does not queue them again. Customers released or
      * declined in the pass are rescreened like any other.
       01  WS-PENDING-TABLE.
           05  WS-PENDING-COUNT       PIC 9(4) VALUE ZERO.
           05  WS-PENDING-ID OCCURS 2000 TIMES PIC 9(8).
       01  WS-PENDING-SUB             PIC 9(4).
       01  WS-QUEUE-SIZE              PIC 9(6) VALUE ZERO.
       01  WS-PENDING-FOUND-FLAG      PIC X(1) VALUE 'N'.
           88  ALREADY-PENDING        VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-QUEUE-READ          PIC 9(6) VALUE ZERO.
           05  WS-QUEUE-RELEASED      PIC 9(6) VALUE ZERO.
           05  WS-QUEUE-DECLINED      PIC 9(6) VALUE ZERO.
           05  WS-QUEUE-REMAINING     PIC 9(6) VALUE ZERO.
           05  WS-DECISIONS-FAILED    PIC 9(6) VALUE ZERO.
           05  WS-DEC-UNMATCHED       PIC 9(6) VALUE ZERO.
           05  WS-CUSTOMERS-SCREENED  PIC 9(6) VALUE ZERO.
           05  WS-RESCREEN-HITS       PIC 9(6) VALUE ZERO.
           05  WS-RESCREEN-SUSP-HITS  PIC 9(6) VALUE ZERO.
           05  WS-MASTER-UPDATES      PIC 9(6) VALUE ZERO.
           05  WS-MASTER-UNLOADED     PIC 9(6) VALUE ZERO.

       01  WS-FLAGS.
           05  END-OF-FILE-SW         PIC X(1) VALUE 'N'.
               88  END-OF-FILE        VALUE 'Y'.
           05  END-OF-MASTER-SW       PIC X(1) VALUE 'N'.
               88  END-OF-MASTER      VALUE 'Y'.
           05  WS-APPLY-OK-FLAG       PIC X(1) VALUE 'Y'.
               88  APPLY-OK           VALUE 'Y'.
           05  WS-SUSPEND-FLAG        PIC X(1) VALUE 'N'.
               88  SUSPEND-CUSTOMER   VALUE 'Y'.
           05  WS-RESCREEN-PASS-FLAG  PIC X(1) VALUE 'N'.
               88  RESCREEN-PASS      VALUE 'Y'.
           05  WS-MASTER-MOVED-FLAG   PIC X(1) VALUE 'N'.
               88  MASTER-MOVED       VALUE 'Y'.

       01  WS-WORK-AREAS.
           05  WS-BEFORE-IMAGE        PIC X(61).
           05  WS-AUDIT-CODE          PIC X(1).
           05  WS-QUEUE-DATE-NUM      PIC 9(8).
           05  WS-QUEUE-DATE-INTEGER  PIC 9(8).
           05  WS-TODAY-INTEGER       PIC 9(8).
           05  WS-AGE-DAYS            PIC S9(5).
           05  WS-AGE-DISPLAY         PIC ZZZZ9.
           05  WS-CURRENT-DATE.
               10  WS-YEAR            PIC 9(4).
               10  WS-MONTH           PIC 9(2).
               10  WS-DAY             PIC 9(2).
           05  WS-FORMATTED-DATE      PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           PERFORM LOAD-WATCH-LIST
           PERFORM CHECK-WATCH-LIST-CHANGE
           PERFORM LOAD-DECISION-TABLE
           PERFORM PROCESS-REVIEW-QUEUE
           IF WATCH-LIST-CHANGED
               PERFORM RESCREEN-MASTER-FILE
           END-IF
           IF WS-MASTER-UPDATES > ZERO
               PERFORM UNLOAD-MASTER-FILE
           END-IF
           PERFORM GENERATE-REPORT
           PERFORM CLEANUP-PROCESS
           STOP RUN.

       INITIALIZE-PROCESS.
      * Queue dates and log stamps carry the effective business date,
      * resolved the same way as the delta update that queues hits.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           PERFORM LOAD-BUSINESS-CALENDAR
           PERFORM RESOLVE-EFFECTIVE-DATE
           STRING WS-YEAR '-' WS-MONTH '-' WS-DAY
               DELIMITED BY SIZE INTO WS-FORMATTED-DATE
           MOVE WS-DATE-INTEGER TO WS-TODAY-INTEGER
           PERFORM CHECK-QUEUE-CAPACITY
           PERFORM CHECK-DECISION-CAPACITY

           OPEN I-O MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'CUSTMAST.DAT could not be opened - status '
                   WS-MASTER-STATUS '. Nothing reviewed. Resolve '
                   'manually before rerunning.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND SCREEN-LOG-OUTPUT
           IF WS-SCREEN-LOG-STATUS NOT = '00'
               OPEN OUTPUT SCREEN-LOG-OUTPUT
           END-IF

           OPEN EXTEND AUDIT-OUTPUT
           IF WS-AUDIT-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-OUTPUT
           END-IF

           OPEN OUTPUT REVIEW-QUEUE-WORK
           OPEN OUTPUT REVIEW-REPORT-OUTPUT

           MOVE 'COMPLIANCE REVIEW QUEUE' TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-RECORD
           MOVE '-----------------------' TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-RECORD
           MOVE SPACES TO REVIEW-REPORT-LINE
           STRING 'As Of: ' WS-FORMATTED-DATE
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-RECORD
           MOVE SPACES TO REVIEW-REPORT-LINE
           STRING 'CUST ID  SOURCE   QUEUED      AGE  LIST ID  '
               'LISTED NAME'
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-RECORD

           DISPLAY 'Watch-List Screening Started on '
               WS-FORMATTED-DATE.

       CHECK-QUEUE-CAPACITY.
      * Every customer on the queue is kept in the pending table so a
      * rescreen cannot queue them twice. A queue too large for the
      * table stops the step before any decision is applied.
           OPEN INPUT REVIEW-QUEUE-INPUT
           IF WS-QUEUE-STATUS = '00'
               PERFORM UNTIL WS-QUEUE-STATUS NOT = '00'
                   READ REVIEW-QUEUE-INPUT
                   IF WS-QUEUE-STATUS = '00'
                       ADD 1 TO WS-QUEUE-SIZE
                   END-IF
               END-PERFORM
               CLOSE REVIEW-QUEUE-INPUT
           END-IF
           IF WS-QUEUE-SIZE > 2000
               DISPLAY 'COMPQUE.DAT holds ' WS-QUEUE-SIZE ' items - '
                   'more than the 2000 the pending table can hold. '
                   'Nothing reviewed. Resolve manually before '
                   'rerunning.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

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
      * exactly as the nightly run and the delta update do.
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

       CHECK-DECISION-CAPACITY.
      * COMPDEC.DAT is consumed whole after the pass, so every
      * decision on it must fit the table before any is applied.
           OPEN INPUT DECISION-INPUT
           IF WS-DECISION-STATUS = '00'
               PERFORM UNTIL WS-DECISION-STATUS NOT = '00'
                   READ DECISION-INPUT
                   IF WS-DECISION-STATUS = '00'
                       ADD 1 TO WS-DECISION-SIZE
                   END-IF
               END-PERFORM
               CLOSE DECISION-INPUT
           END-IF
           IF WS-DECISION-SIZE > 2000
               DISPLAY 'COMPDEC.DAT holds ' WS-DECISION-SIZE
                   ' decisions - more than the 2000 the decision '
                   'table can hold. Nothing reviewed. Resolve '
                   'manually before rerunning.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-WATCH-LIST.
      * The same list, normalized the same way, as the delta update
      * screens adds and name changes against.
           OPEN INPUT WATCH-LIST-FILE
           IF WS-WATCH-STATUS = '00'
               MOVE 'Y' TO WS-WATCH-LOADED-FLAG
               PERFORM UNTIL WS-WATCH-STATUS NOT = '00'
                   READ WATCH-LIST-FILE
                   IF WS-WATCH-STATUS = '00'
                       ADD 1 TO WS-WATCH-ROWS-READ
                       IF WS-WATCH-COUNT < 2000
                           ADD 1 TO WS-WATCH-COUNT
                           MOVE WS-WATCH-COUNT TO WS-WATCH-SUB
                           MOVE WL-ENTRY-ID
                               TO WS-WATCH-ID (WS-WATCH-SUB)
                           MOVE WL-NAME
                               TO WS-WATCH-NAME (WS-WATCH-SUB)
                           MOVE WL-NAME TO WS-NORM-INPUT
                           PERFORM NORMALIZE-NAME
                           MOVE WS-NORM-KEY
                               TO WS-WATCH-KEY (WS-WATCH-SUB)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE WATCH-LIST-FILE
      * A name left out of the table could pass the screen unnoticed,
      * so a list too large to hold stops the step.
               IF WS-WATCH-ROWS-READ > 2000
                   DISPLAY 'WATCHLST.DAT holds ' WS-WATCH-ROWS-READ
                   ' names - more than the 2000 the screen can hold. '
                   'Nothing reviewed or rescreened. Resolve manually '
                   'before rerunning.'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               DISPLAY 'WARNING: WATCHLST.DAT not found - queue '
                   'decisions only, no rescreen'
           END-IF.

       CHECK-WATCH-LIST-CHANGE.
      * WATCHLST.PRV is the list as it stood at the last full
      * rescreen. A missing copy, a different entry count or any
      * entry that differs in place means the master is rescreened.
           IF WATCH-LIST-LOADED
               OPEN INPUT PRIOR-WATCH-LIST-FILE
               IF WS-PRIOR-WATCH-STATUS NOT = '00'
                   MOVE 'Y' TO WS-WATCH-CHANGED-FLAG
                   DISPLAY 'WATCHLST.PRV not found - full rescreen '
                       'of the master'
               ELSE
                   PERFORM UNTIL WS-PRIOR-WATCH-STATUS NOT = '00'
                       READ PRIOR-WATCH-LIST-FILE
                       IF WS-PRIOR-WATCH-STATUS = '00'
                           ADD 1 TO WS-PRIOR-WATCH-COUNT
                           MOVE WS-PRIOR-WATCH-COUNT TO WS-WATCH-SUB
                           IF WS-WATCH-SUB > WS-WATCH-COUNT
                               MOVE 'Y' TO WS-WATCH-CHANGED-FLAG
                           ELSE
                               IF PWL-ENTRY-ID NOT =
                                       WS-WATCH-ID (WS-WATCH-SUB)
                                   OR PWL-NAME NOT =
                                       WS-WATCH-NAME (WS-WATCH-SUB)
                                   MOVE 'Y' TO WS-WATCH-CHANGED-FLAG
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE PRIOR-WATCH-LIST-FILE
                   IF WS-PRIOR-WATCH-COUNT NOT = WS-WATCH-COUNT
                       MOVE 'Y' TO WS-WATCH-CHANGED-FLAG
                   END-IF
                   IF WATCH-LIST-CHANGED
                       DISPLAY 'Watch list changed since the last '
                           'rescreen - full rescreen of the master'
                   ELSE
                       DISPLAY 'Watch list unchanged - no rescreen'
                   END-IF
               END-IF
           END-IF.

       NORMALIZE-NAME.
      * Builds the comparison key for WS-NORM-INPUT: upper case,
      * apostrophes and periods dropped (O'BRIEN = OBRIEN), any other
      * punctuation treated as a word break, then the words sorted so
      * SMITH, JOHN and JOHN SMITH give the same key.
           INSPECT WS-NORM-INPUT CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE SPACES TO WS-NORM-CLEAN
           MOVE ZERO TO WS-NORM-OUT-IX
           PERFORM VARYING WS-NORM-IX FROM 1 BY 1
                   UNTIL WS-NORM-IX > 30
               MOVE WS-NORM-INPUT (WS-NORM-IX:1) TO WS-NORM-CHAR
               EVALUATE TRUE
                   WHEN (WS-NORM-CHAR >= 'A' AND WS-NORM-CHAR <= 'Z')
                       OR (WS-NORM-CHAR >= '0' AND WS-NORM-CHAR <= '9')
                       ADD 1 TO WS-NORM-OUT-IX
                       MOVE WS-NORM-CHAR
                           TO WS-NORM-CLEAN (WS-NORM-OUT-IX:1)
                   WHEN WS-NORM-CHAR = '''' OR WS-NORM-CHAR = '.'
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WS-NORM-OUT-IX
                       MOVE SPACE TO WS-NORM-CLEAN (WS-NORM-OUT-IX:1)
               END-EVALUATE
           END-PERFORM

           MOVE ZERO TO WS-NORM-WORD-COUNT
           MOVE 1 TO WS-NORM-PTR
           PERFORM UNTIL WS-NORM-PTR > 30 OR WS-NORM-WORD-COUNT = 15
               MOVE SPACES TO WS-NORM-TOKEN
               UNSTRING WS-NORM-CLEAN DELIMITED BY ALL SPACE
                   INTO WS-NORM-TOKEN
                   WITH POINTER WS-NORM-PTR
               END-UNSTRING
               IF WS-NORM-TOKEN NOT = SPACES
                   ADD 1 TO WS-NORM-WORD-COUNT
                   MOVE WS-NORM-TOKEN
                       TO WS-NORM-WORD (WS-NORM-WORD-COUNT)
               END-IF
           END-PERFORM

           PERFORM VARYING WS-NORM-I FROM 1 BY 1
                   UNTIL WS-NORM-I >= WS-NORM-WORD-COUNT
               PERFORM VARYING WS-NORM-J FROM 1 BY 1
                       UNTIL WS-NORM-J > WS-NORM-WORD-COUNT - WS-NORM-I
                   IF WS-NORM-WORD (WS-NORM-J) >
                           WS-NORM-WORD (WS-NORM-J + 1)
                       MOVE WS-NORM-WORD (WS-NORM-J) TO WS-NORM-SWAP
                       MOVE WS-NORM-WORD (WS-NORM-J + 1)
                           TO WS-NORM-WORD (WS-NORM-J)
                       MOVE WS-NORM-SWAP
                           TO WS-NORM-WORD (WS-NORM-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE SPACES TO WS-NORM-KEY
           MOVE 1 TO WS-NORM-PTR
           PERFORM VARYING WS-NORM-I FROM 1 BY 1
                   UNTIL WS-NORM-I > WS-NORM-WORD-COUNT
               STRING WS-NORM-WORD (WS-NORM-I) DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   INTO WS-NORM-KEY
                   WITH POINTER WS-NORM-PTR
                   ON OVERFLOW CONTINUE
               END-STRING
           END-PERFORM.

       LOAD-DECISION-TABLE.
           OPEN INPUT DECISION-INPUT
           IF WS-DECISION-STATUS NOT = '00'
               DISPLAY 'COMPDEC.DAT not found - queue carried '
                   'forward unchanged'
           ELSE
               MOVE 'Y' TO WS-DEC-FILE-FLAG
               READ DECISION-INPUT
                   AT END MOVE 'Y' TO END-OF-FILE-SW
               END-READ
               PERFORM UNTIL END-OF-FILE
      * CHECK-DECISION-CAPACITY has proved every decision fits.
                   ADD 1 TO WS-DEC-COUNT
                   MOVE WS-DEC-COUNT TO WS-DEC-SUB
                   MOVE CD-CUST-ID TO WS-DEC-ID (WS-DEC-SUB)
                   MOVE CD-DECISION TO WS-DEC-DECISION (WS-DEC-SUB)
                   MOVE CD-OFFICER TO WS-DEC-OFFICER (WS-DEC-SUB)
                   MOVE 'N' TO WS-DEC-USED-FLAG (WS-DEC-SUB)
                   READ DECISION-INPUT
                       AT END MOVE 'Y' TO END-OF-FILE-SW
                   END-READ
               END-PERFORM
               CLOSE DECISION-INPUT
           END-IF
           MOVE 'N' TO END-OF-FILE-SW.

       PROCESS-REVIEW-QUEUE.
           OPEN INPUT REVIEW-QUEUE-INPUT
           IF WS-QUEUE-STATUS NOT = '00'
               DISPLAY 'COMPQUE.DAT not found - nothing queued for '
                   'review'
           ELSE
               PERFORM UNTIL END-OF-FILE
                   READ REVIEW-QUEUE-INPUT
                       AT END MOVE 'Y' TO END-OF-FILE-SW
                       NOT AT END
                           ADD 1 TO WS-QUEUE-READ
                           PERFORM DECIDE-ONE-QUEUE-ITEM
                   END-READ
               END-PERFORM
               CLOSE REVIEW-QUEUE-INPUT
           END-IF.

       DECIDE-ONE-QUEUE-ITEM.
           PERFORM FIND-DECISION
           IF NOT DECISION-FOUND
               PERFORM KEEP-ON-QUEUE
           ELSE
               MOVE 'Y' TO WS-DEC-USED-FLAG (WS-DEC-SUB)
               EVALUATE WS-DEC-DECISION (WS-DEC-SUB)
                   WHEN 'RELEASE'
                       MOVE 'N' TO WS-SUSPEND-FLAG
                       PERFORM APPLY-QUEUE-DECISION
                   WHEN 'DECLINE'
                       MOVE 'Y' TO WS-SUSPEND-FLAG
                       PERFORM APPLY-QUEUE-DECISION
                   WHEN OTHER
                       DISPLAY 'Unknown compliance decision '
                           WS-DEC-DECISION (WS-DEC-SUB) ' for '
                           CQ-CUST-ID ' - item kept on queue'
                       PERFORM KEEP-ON-QUEUE
               END-EVALUATE
           END-IF.

       FIND-DECISION.
           MOVE 'N' TO WS-DEC-FOUND-FLAG
           PERFORM VARYING WS-DEC-SUB FROM 1 BY 1
                   UNTIL WS-DEC-SUB > WS-DEC-COUNT
                       OR DECISION-FOUND
               IF WS-DEC-ID (WS-DEC-SUB) = CQ-CUST-ID
                       AND WS-DEC-USED-FLAG (WS-DEC-SUB) = 'N'
                   MOVE 'Y' TO WS-DEC-FOUND-FLAG
               END-IF
           END-PERFORM
           IF DECISION-FOUND
               SUBTRACT 1 FROM WS-DEC-SUB
           END-IF.

       APPLY-QUEUE-DECISION.
      * A declined (confirmed) match reaches the master with status S;
      * a released add or change reaches it as submitted. A rescreen
      * hit that is released needs nothing on the master.
           MOVE 'Y' TO WS-APPLY-OK-FLAG
           EVALUATE TRUE
               WHEN CQ-HELD-ADD
                   PERFORM APPLY-HELD-ADD
               WHEN CQ-HELD-CHANGE
                   PERFORM APPLY-HELD-CHANGE
               WHEN CQ-RESCREEN-HIT
                   IF SUSPEND-CUSTOMER
                       PERFORM SUSPEND-RESCREEN-HIT
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WS-APPLY-OK-FLAG
                   DISPLAY 'Queue item for ' CQ-CUST-ID
                       ' has unknown source ' CQ-SOURCE
           END-EVALUATE

           IF APPLY-OK
               IF SUSPEND-CUSTOMER
                   ADD 1 TO WS-QUEUE-DECLINED
               ELSE
                   ADD 1 TO WS-QUEUE-RELEASED
               END-IF
               MOVE WS-DEC-DECISION (WS-DEC-SUB) TO SLOG-RESULT
               MOVE WS-DEC-OFFICER (WS-DEC-SUB) TO SLOG-OFFICER
               MOVE CQ-DATA-NAME TO SLOG-NAME
               PERFORM WRITE-DECISION-LOG
           ELSE
               ADD 1 TO WS-DECISIONS-FAILED
               DISPLAY 'Decision for ' CQ-CUST-ID ' could not be '
                   'applied - item kept on queue'
               PERFORM KEEP-ON-QUEUE
           END-IF.

       APPLY-HELD-ADD.
           MOVE CQ-CUSTOMER-DATA TO MASTER-RECORD
           IF SUSPEND-CUSTOMER
               MOVE 'S' TO MAST-STATUS
           END-IF
           WRITE MASTER-RECORD
           IF WS-MASTER-STATUS = '00'
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE 'A' TO WS-AUDIT-CODE
               PERFORM WRITE-AUDIT-IMAGE
           ELSE
               MOVE 'N' TO WS-APPLY-OK-FLAG
               DISPLAY 'Held add for ' CQ-CUST-ID ' could not be '
                   'written - status ' WS-MASTER-STATUS
           END-IF.

       APPLY-HELD-CHANGE.
      * The held change is a full replacement image, and the master
      * may have been updated since it was held - a suspension from
      * collections, an approved limit, a later delta change. Only
      * the fields the held change altered against CQ-BEFORE-DATA
      * are applied. If the master has since moved in any of those
      * fields the two updates conflict, and nothing is applied. The
      * balance is never taken from the held image - postings move
      * it every night, and the review decides the name, not the
      * money.
           MOVE CQ-CUST-ID TO MAST-ID
           READ MASTER-FILE
           IF WS-MASTER-STATUS = '00'
               MOVE MASTER-RECORD TO WS-BEFORE-IMAGE
               IF CQ-BEFORE-DATA = SPACES
      * Held before the queue carried the master image - only the
      * screened name is known to be part of the change.
                   MOVE MAST-NAME TO CQ-BEFORE-NAME
                   MOVE MAST-ACCOUNT-TYPE TO CQ-DATA-ACCOUNT-TYPE
                   MOVE MAST-CREDIT-LIMIT TO CQ-DATA-CREDIT-LIMIT
                   MOVE MAST-STATUS TO CQ-DATA-STATUS
                   MOVE MAST-CURRENCY TO CQ-DATA-CURRENCY
                   MOVE MAST-ACCOUNT-TYPE TO CQ-BEFORE-ACCOUNT-TYPE
                   MOVE MAST-CREDIT-LIMIT TO CQ-BEFORE-CREDIT-LIMIT
                   MOVE MAST-STATUS TO CQ-BEFORE-STATUS
                   MOVE MAST-CURRENCY TO CQ-BEFORE-CURRENCY
               END-IF
               PERFORM CHECK-MASTER-MOVED
               IF MASTER-MOVED
                   MOVE 'N' TO WS-APPLY-OK-FLAG
                   DISPLAY 'Held change for ' CQ-CUST-ID ' conflicts '
                       'with a later master update - not applied'
               ELSE
                   IF CQ-DATA-NAME NOT = CQ-BEFORE-NAME
                       MOVE CQ-DATA-NAME TO MAST-NAME
                   END-IF
                   IF CQ-DATA-ACCOUNT-TYPE NOT = CQ-BEFORE-ACCOUNT-TYPE
                       MOVE CQ-DATA-ACCOUNT-TYPE TO MAST-ACCOUNT-TYPE
                   END-IF
                   IF CQ-DATA-CREDIT-LIMIT NOT = CQ-BEFORE-CREDIT-LIMIT
                       MOVE CQ-DATA-CREDIT-LIMIT TO MAST-CREDIT-LIMIT
                   END-IF
                   IF CQ-DATA-STATUS NOT = CQ-BEFORE-STATUS
                       MOVE CQ-DATA-STATUS TO MAST-STATUS
                   END-IF
                   IF CQ-DATA-CURRENCY NOT = CQ-BEFORE-CURRENCY
                       MOVE CQ-DATA-CURRENCY TO MAST-CURRENCY
                   END-IF
                   IF SUSPEND-CUSTOMER
                       MOVE 'S' TO MAST-STATUS
                   END-IF
                   REWRITE MASTER-RECORD
                   IF WS-MASTER-STATUS = '00'
                       MOVE 'C' TO WS-AUDIT-CODE
                       PERFORM WRITE-AUDIT-IMAGE
                   ELSE
                       MOVE 'N' TO WS-APPLY-OK-FLAG
                       DISPLAY 'Held change for ' CQ-CUST-ID
                           ' could not be applied - status '
                           WS-MASTER-STATUS
                   END-IF
               END-IF
           ELSE
               MOVE 'N' TO WS-APPLY-OK-FLAG
               DISPLAY 'Held change for ' CQ-CUST-ID ' could not be '
                   'applied - status ' WS-MASTER-STATUS
           END-IF.

       CHECK-MASTER-MOVED.
      * A field the held change altered has moved on the master since
      * the hold when it no longer matches the held before-image.
           MOVE 'N' TO WS-MASTER-MOVED-FLAG
           IF CQ-DATA-NAME NOT = CQ-BEFORE-NAME
                   AND MAST-NAME NOT = CQ-BEFORE-NAME
               MOVE 'Y' TO WS-MASTER-MOVED-FLAG
           END-IF
           IF CQ-DATA-ACCOUNT-TYPE NOT = CQ-BEFORE-ACCOUNT-TYPE
                   AND MAST-ACCOUNT-TYPE NOT = CQ-BEFORE-ACCOUNT-TYPE
               MOVE 'Y' TO WS-MASTER-MOVED-FLAG
           END-IF
           IF CQ-DATA-CREDIT-LIMIT NOT = CQ-BEFORE-CREDIT-LIMIT
                   AND MAST-CREDIT-LIMIT NOT = CQ-BEFORE-CREDIT-LIMIT
               MOVE 'Y' TO WS-MASTER-MOVED-FLAG
           END-IF
           IF CQ-DATA-STATUS NOT = CQ-BEFORE-STATUS
                   AND MAST-STATUS NOT = CQ-BEFORE-STATUS
               MOVE 'Y' TO WS-MASTER-MOVED-FLAG
           END-IF
           IF CQ-DATA-CURRENCY NOT = CQ-BEFORE-CURRENCY
                   AND MAST-CURRENCY NOT = CQ-BEFORE-CURRENCY
               MOVE 'Y' TO WS-MASTER-MOVED-FLAG
           END-IF.

       SUSPEND-RESCREEN-HIT.
           MOVE CQ-CUST-ID TO MAST-ID
           READ MASTER-FILE
           IF WS-MASTER-STATUS = '00'
               MOVE MASTER-RECORD TO WS-BEFORE-IMAGE
               MOVE 'S' TO MAST-STATUS
               REWRITE MASTER-RECORD
           END-IF
           IF WS-MASTER-STATUS = '00'
               MOVE 'C' TO WS-AUDIT-CODE
               PERFORM WRITE-AUDIT-IMAGE
           ELSE
               MOVE 'N' TO WS-APPLY-OK-FLAG
               DISPLAY 'Confirmed match ' CQ-CUST-ID ' could not be '
                   'suspended - status ' WS-MASTER-STATUS
           END-IF.

       WRITE-AUDIT-IMAGE.
           MOVE WS-FORMATTED-DATE TO AUDIT-DATE
           MOVE WS-AUDIT-CODE TO AUDIT-TRANS-CODE
           MOVE CQ-CUST-ID TO AUDIT-CUST-ID
           MOVE WS-BEFORE-IMAGE TO AUDIT-BEFORE-IMAGE
           MOVE MASTER-RECORD TO AUDIT-AFTER-IMAGE
           WRITE AUDIT-RECORD
           ADD 1 TO WS-MASTER-UPDATES.

       WRITE-DECISION-LOG.
           MOVE WS-FORMATTED-DATE TO SLOG-DATE
           MOVE CQ-CUST-ID TO SLOG-CUST-ID
           MOVE CQ-SOURCE TO SLOG-SOURCE
           MOVE CQ-WATCH-ID TO SLOG-WATCH-ID
           WRITE SCREEN-LOG-RECORD.

       KEEP-ON-QUEUE.
           IF NOT RESCREEN-PASS
               PERFORM ADD-PENDING-ID
           END-IF
           ADD 1 TO WS-QUEUE-REMAINING
           MOVE REVIEW-QUEUE-RECORD TO REVIEW-QUEUE-WORK-RECORD
           WRITE REVIEW-QUEUE-WORK-RECORD
           PERFORM WRITE-QUEUE-REPORT-LINE.

       ADD-PENDING-ID.
      * One entry per item the decision pass leaves on the queue -
      * CHECK-QUEUE-CAPACITY has proved they all fit. Rescreen hits
      * need no entry, since the rescreen reads each master customer
      * only once.
           ADD 1 TO WS-PENDING-COUNT
           MOVE CQ-CUST-ID TO WS-PENDING-ID (WS-PENDING-COUNT).

       WRITE-QUEUE-REPORT-LINE.
           MOVE ZERO TO WS-QUEUE-DATE-NUM
           IF CQ-QUEUE-DATE (1:4) IS NUMERIC
               COMPUTE WS-QUEUE-DATE-NUM =
                   FUNCTION NUMVAL (CQ-QUEUE-DATE (1:4)) * 10000
                   + FUNCTION NUMVAL (CQ-QUEUE-DATE (6:2)) * 100
                   + FUNCTION NUMVAL (CQ-QUEUE-DATE (9:2))
           END-IF
           IF WS-QUEUE-DATE-NUM = ZERO
               MOVE WS-TODAY-INTEGER TO WS-QUEUE-DATE-INTEGER
           ELSE
               COMPUTE WS-QUEUE-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-QUEUE-DATE-NUM)
           END-IF
           COMPUTE WS-AGE-DAYS =
               WS-TODAY-INTEGER - WS-QUEUE-DATE-INTEGER
           MOVE WS-AGE-DAYS TO WS-AGE-DISPLAY

           MOVE SPACES TO REVIEW-REPORT-LINE
           STRING CQ-CUST-ID ' ' CQ-SOURCE ' ' CQ-QUEUE-DATE ' '
               WS-AGE-DISPLAY '  ' CQ-WATCH-ID '   ' CQ-WATCH-NAME
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-RECORD.

       RESCREEN-MASTER-FILE.
      * Every customer on the master is screened against the changed
      * list and every result is logged. A hit on a customer already
      * suspended is logged but not queued - there is nothing further
      * the review could do to the account.
           MOVE 'Y' TO WS-RESCREEN-PASS-FLAG
           MOVE ZERO TO MAST-ID
           START MASTER-FILE KEY NOT < MAST-ID
           IF WS-MASTER-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-MASTER-SW
           END-IF

           PERFORM UNTIL END-OF-MASTER
               READ MASTER-FILE NEXT
                   AT END MOVE 'Y' TO END-OF-MASTER-SW
                   NOT AT END
                       PERFORM RESCREEN-ONE-CUSTOMER
               END-READ
           END-PERFORM

      * The list just screened becomes the baseline for the next
      * change check.
           MOVE SPACES TO WS-RENAME-COMMAND
           STRING 'cp WATCHLST.DAT WATCHLST.PRV 2>/dev/null'
               DELIMITED BY SIZE INTO WS-RENAME-COMMAND
           CALL 'SYSTEM' USING WS-RENAME-COMMAND.

       RESCREEN-ONE-CUSTOMER.
           MOVE 'N' TO WS-PENDING-FOUND-FLAG
           PERFORM VARYING WS-PENDING-SUB FROM 1 BY 1
                   UNTIL WS-PENDING-SUB > WS-PENDING-COUNT
                       OR ALREADY-PENDING
               IF WS-PENDING-ID (WS-PENDING-SUB) = MAST-ID
                   MOVE 'Y' TO WS-PENDING-FOUND-FLAG
               END-IF
           END-PERFORM

           IF NOT ALREADY-PENDING
               ADD 1 TO WS-CUSTOMERS-SCREENED
               MOVE 'N' TO WS-WATCH-HIT-FLAG
               MOVE ZERO TO WS-WATCH-HIT-SUB
               MOVE MAST-NAME TO WS-NORM-INPUT
               PERFORM NORMALIZE-NAME
               IF WS-NORM-KEY NOT = SPACES
                   PERFORM VARYING WS-WATCH-SUB FROM 1 BY 1
                           UNTIL WS-WATCH-SUB > WS-WATCH-COUNT
                               OR WATCH-LIST-HIT
                       IF WS-WATCH-KEY (WS-WATCH-SUB) = WS-NORM-KEY
                           MOVE 'Y' TO WS-WATCH-HIT-FLAG
                           MOVE WS-WATCH-SUB TO WS-WATCH-HIT-SUB
                       END-IF
                   END-PERFORM
               END-IF

               MOVE WS-FORMATTED-DATE TO SLOG-DATE
               MOVE MAST-ID TO SLOG-CUST-ID
               MOVE MAST-NAME TO SLOG-NAME
               MOVE 'RESCREEN' TO SLOG-SOURCE
               MOVE ZERO TO SLOG-WATCH-ID
               MOVE SPACES TO SLOG-OFFICER
               EVALUATE TRUE
                   WHEN WATCH-LIST-HIT AND MAST-SUSPENDED
                       MOVE 'HIT SUSP' TO SLOG-RESULT
                       MOVE WS-WATCH-ID (WS-WATCH-HIT-SUB)
                           TO SLOG-WATCH-ID
                       ADD 1 TO WS-RESCREEN-SUSP-HITS
                   WHEN WATCH-LIST-HIT
                       MOVE 'HIT' TO SLOG-RESULT
                       MOVE WS-WATCH-ID (WS-WATCH-HIT-SUB)
                           TO SLOG-WATCH-ID
                       PERFORM QUEUE-RESCREEN-HIT
                   WHEN OTHER
                       MOVE 'CLEAR' TO SLOG-RESULT
               END-EVALUATE
               WRITE SCREEN-LOG-RECORD
           END-IF.

       QUEUE-RESCREEN-HIT.
           MOVE MAST-ID TO CQ-CUST-ID
           MOVE 'RESCREEN' TO CQ-SOURCE
           MOVE WS-FORMATTED-DATE TO CQ-QUEUE-DATE
           MOVE WS-WATCH-ID (WS-WATCH-HIT-SUB) TO CQ-WATCH-ID
           MOVE WS-WATCH-NAME (WS-WATCH-HIT-SUB) TO CQ-WATCH-NAME
           MOVE MASTER-RECORD TO CQ-CUSTOMER-DATA
           MOVE MASTER-RECORD TO CQ-BEFORE-DATA
           ADD 1 TO WS-RESCREEN-HITS
           PERFORM KEEP-ON-QUEUE
           DISPLAY 'Rescreen hit: customer ' MAST-ID
               ' queued for review - watch-list entry ' CQ-WATCH-ID.

       UNLOAD-MASTER-FILE.
      * Released and declined items changed the master, so the
      * nightly input is re-unloaded the same way the delta update
      * does it.
           OPEN OUTPUT CUSTOMER-UNLOAD

           MOVE 'N' TO END-OF-MASTER-SW
           MOVE ZERO TO MAST-ID
           START MASTER-FILE KEY NOT < MAST-ID
           IF WS-MASTER-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-MASTER-SW
           END-IF

           PERFORM UNTIL END-OF-MASTER
               READ MASTER-FILE NEXT
                   AT END MOVE 'Y' TO END-OF-MASTER-SW
                   NOT AT END
                       MOVE MASTER-RECORD TO CUSTOMER-UNLOAD-RECORD
                       WRITE CUSTOMER-UNLOAD-RECORD
                       ADD 1 TO WS-MASTER-UNLOADED
               END-READ
           END-PERFORM

           CLOSE CUSTOMER-UNLOAD

           MOVE SPACES TO WS-RENAME-COMMAND
           STRING 'mv CUSTOMER.NEW CUSTOMER.DAT 2>/dev/null'
               DELIMITED BY SIZE INTO WS-RENAME-COMMAND
           CALL 'SYSTEM' USING WS-RENAME-COMMAND.

       GENERATE-REPORT.
           PERFORM VARYING WS-DEC-SUB FROM 1 BY 1
                   UNTIL WS-DEC-SUB > WS-DEC-COUNT
               IF WS-DEC-USED-FLAG (WS-DEC-SUB) = 'N'
                   ADD 1 TO WS-DEC-UNMATCHED
                   DISPLAY 'Decision for ' WS-DEC-ID (WS-DEC-SUB)
                       ' matched nothing on COMPQUE.DAT'
               END-IF
           END-PERFORM

           MOVE SPACES TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-RECORD
           MOVE SPACES TO REVIEW-REPORT-LINE
           STRING 'Items Awaiting Decision: ' WS-QUEUE-REMAINING
               '  Released: ' WS-QUEUE-RELEASED
               '  Declined: ' WS-QUEUE-DECLINED
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-RECORD

           DISPLAY 'WATCH-LIST SCREENING SUMMARY'
           DISPLAY '============================'
           DISPLAY 'Queue Items Read: ' WS-QUEUE-READ
           DISPLAY 'Released: ' WS-QUEUE-RELEASED
           DISPLAY 'Declined And Suspended: ' WS-QUEUE-DECLINED
           DISPLAY 'Decisions Not Applied: ' WS-DECISIONS-FAILED
           DISPLAY 'Decisions Matching Nothing: ' WS-DEC-UNMATCHED
           DISPLAY 'Watch-List Entries: ' WS-WATCH-COUNT
           DISPLAY 'Customers Rescreened: ' WS-CUSTOMERS-SCREENED
           DISPLAY 'New Rescreen Hits Queued: ' WS-RESCREEN-HITS
           DISPLAY 'Hits On Already Suspended: '
               WS-RESCREEN-SUSP-HITS
           DISPLAY 'Items Awaiting Decision: ' WS-QUEUE-REMAINING
           DISPLAY 'Master Records Updated: ' WS-MASTER-UPDATES
           DISPLAY 'Master Records Unloaded: ' WS-MASTER-UNLOADED
           DISPLAY 'Process Date: ' WS-FORMATTED-DATE.

       CLEANUP-PROCESS.
           CLOSE MASTER-FILE
           CLOSE SCREEN-LOG-OUTPUT
           CLOSE AUDIT-OUTPUT
           CLOSE REVIEW-QUEUE-WORK
           CLOSE REVIEW-REPORT-OUTPUT

      * The reworked queue replaces the original only after the
      * whole pass completes, so an abend leaves it intact.
           MOVE SPACES TO WS-RENAME-COMMAND
           STRING 'mv COMPQUE.WRK COMPQUE.DAT 2>/dev/null'
               DELIMITED BY SIZE INTO WS-RENAME-COMMAND
           CALL 'SYSTEM' USING WS-RENAME-COMMAND

      * The decision file is consumed so a stale copy cannot replay
      * a DECLINE against a later hit on the same customer.
           IF DECISIONS-LOADED
               MOVE SPACES TO WS-RENAME-COMMAND
               STRING 'mv COMPDEC.DAT COMPDEC.PRV 2>/dev/null'
                   DELIMITED BY SIZE INTO WS-RENAME-COMMAND
               CALL 'SYSTEM' USING WS-RENAME-COMMAND
           END-IF

           DISPLAY 'Watch-List Screening Completed Successfully'.

       END PROGRAM ETL-WATCHLIST-SCREEN.
