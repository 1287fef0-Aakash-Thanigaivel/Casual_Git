      * ETL Credit-Limit Change Request And Approval (Maker-Checker)
      * Credit-limit changes no longer go straight into DELTA.DAT.
      * A credit officer submits a request on LIMREQ.DAT giving the
      * customer, the new limit, a reason code and their operator ID;
      * requests wait on the LIMPEND.DAT pending queue until a second,
      * different operator approves or declines them on LIMDEC.DAT.
      * Approval authority comes from LIMAUTH.DAT (operator ID and
      * authority level) and is tiered by the base-currency size of
      * the increase and the account type:
      *   level 1 - officer : up to 5,000.00 (10,000.00 business)
      *   level 2 - manager : up to 25,000.00 (50,000.00 business)
      *   level 3 - senior  : any amount
      * An increase that would put the customer into HIGH RISK when
      * the new line is fully drawn (the nightly run grades risk on
      * balance, with the business overdraft allowance on top for
      * business accounts) needs senior approval whatever its size.
      * Decreases need only level 1, but still a second operator.
      * A decision from the submitting officer, or from an operator
      * without enough authority, is refused and the request stays
      * pending; a decline needs an operator on LIMAUTH.DAT too.
      * Requests not decided within the expiry window (LIMPARM.DAT,
      * default 30 days) expire. If the pending queue and the day's
      * requests together exceed the 2000 the duplicate check can
      * hold, or LIMDEC.DAT holds more than 2000 decisions, the run
      * stops RC 16 with nothing processed.
      * Approved requests go out on LIMDELTA.DAT as change (C)
      * records in the DELTA.DAT layout, built from the current
      * customer master with only the credit limit changed, under a
      * header with the business date and a trailer with count and
      * balance hash, so ETL-MASTER-UPDATE proves the feed like any
      * other. As with the dead-letter close feed, a feed from an
      * earlier business date that was never submitted is carried
      * into today's feed; one from today, or one holding more than
      * the 500 changes the carry table takes, stops the run.
      * Every outcome - approved, declined, expired, refused and
      * rejected submissions - is appended with the officer and
      * approver IDs to LIMHIST.DAT for audit. LIMRPT.DAT ages the
      * requests still pending. LIMREQ.DAT and LIMDEC.DAT are
      * consumed to .PRV after the pass.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETL-LIMIT-APPROVAL.
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
           SELECT LIMIT-REQUEST-INPUT ASSIGN TO 'LIMREQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.
           SELECT LIMIT-PENDING-INPUT ASSIGN TO 'LIMPEND.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT LIMIT-PENDING-WORK ASSIGN TO 'LIMPEND.WRK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-WORK-STATUS.
           SELECT LIMIT-DECISION-INPUT ASSIGN TO 'LIMDEC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECISION-STATUS.
           SELECT AUTHORITY-FILE ASSIGN TO 'LIMAUTH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHORITY-STATUS.
           SELECT LIMIT-PARM-FILE ASSIGN TO 'LIMPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMIT-PARM-STATUS.
           SELECT PARM-FILE ASSIGN TO 'PARMS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT LIMIT-HISTORY-OUTPUT ASSIGN TO 'LIMHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT LIMIT-FEED-OUTPUT ASSIGN TO 'LIMDELTA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMIT-FEED-STATUS.
           SELECT LIMIT-REPORT-OUTPUT ASSIGN TO 'LIMRPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RATE-FILE ASSIGN TO 'RATES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO 'CALENDAR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

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

       FD  LIMIT-REQUEST-INPUT.
       01  LIMIT-REQUEST-RECORD.
           05  LRQ-CUST-ID            PIC 9(8).
           05  LRQ-NEW-LIMIT          PIC 9(7)V99.
           05  LRQ-REASON-CODE        PIC X(3).
               88  LRQ-VALID-REASON   VALUES 'INC' 'REV' 'TMP'
                                          'RSK' 'COR'.
           05  LRQ-OFFICER            PIC X(8).

       FD  LIMIT-PENDING-INPUT.
       01  LIMIT-PENDING-RECORD       PIC X(52).

       FD  LIMIT-PENDING-WORK.
       01  LIMIT-PENDING-WORK-RECORD  PIC X(52).

       FD  LIMIT-DECISION-INPUT.
       01  LIMIT-DECISION-RECORD.
           05  LD-CUST-ID             PIC 9(8).
           05  LD-DECISION            PIC X(8).
           05  LD-APPROVER            PIC X(8).

       FD  AUTHORITY-FILE.
       01  AUTHORITY-RECORD.
           05  LA-OPERATOR            PIC X(8).
           05  LA-LEVEL               PIC 9(1).

       FD  LIMIT-PARM-FILE.
       01  LIMIT-PARM-RECORD.
           05  LMP-EXPIRY-DAYS        PIC 9(3).

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-HIGH-RISK-THRESHOLD    PIC 9(7)V99.
           05  PARM-MEDIUM-RISK-THRESHOLD  PIC 9(7)V99.
           05  FILLER                      PIC X(13).

       FD  LIMIT-HISTORY-OUTPUT.
       01  LIMIT-HISTORY-RECORD.
           05  LH-CUST-ID             PIC 9(8).
           05  LH-OUTCOME             PIC X(8).
           05  LH-CURRENT-LIMIT       PIC 9(7)V99.
           05  LH-NEW-LIMIT           PIC 9(7)V99.
           05  LH-REASON-CODE         PIC X(3).
           05  LH-OFFICER             PIC X(8).
           05  LH-SUBMIT-DATE         PIC X(10).
           05  LH-APPROVER            PIC X(8).
           05  LH-DECISION-DATE       PIC X(10).
           05  LH-NOTE                PIC X(26).

       FD  LIMIT-FEED-OUTPUT.
       01  LIMIT-FEED-RECORD.
           05  LFD-TRANS-CODE         PIC X(1).
           05  LFD-CUSTOMER-DATA.
               10  LFD-CUST-ID            PIC 9(8).
               10  LFD-CUST-NAME          PIC X(30).
               10  LFD-ACCOUNT-TYPE       PIC X(1).
               10  LFD-BALANCE            PIC 9(7)V99.
               10  LFD-CREDIT-LIMIT       PIC 9(7)V99.
               10  LFD-STATUS             PIC X(1).
               10  LFD-CURRENCY           PIC X(3).
       01  LIMIT-FEED-HEADER-RECORD.
           05  FILLER                 PIC X(1).
           05  LHDR-FEED-DATE         PIC X(10).
       01  LIMIT-FEED-TRAILER-RECORD.
           05  FILLER                 PIC X(1).
           05  LTRL-TRANS-COUNT       PIC 9(6).
           05  LTRL-BALANCE-HASH      PIC 9(13)V99.

       FD  LIMIT-REPORT-OUTPUT.
       01  LIMIT-REPORT-RECORD.
           05  LIMIT-REPORT-LINE      PIC X(100).

       FD  RATE-FILE.
       01  RATE-RECORD.
           05  RATE-CURRENCY              PIC X(3).
           05  RATE-TO-BASE               PIC 9(3)V9(6).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05  CAL-HOLIDAY-DATE           PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS           PIC X(2).
       01  WS-REQUEST-STATUS          PIC X(2).
       01  WS-PENDING-STATUS          PIC X(2).
       01  WS-PENDING-WORK-STATUS     PIC X(2).
       01  WS-DECISION-STATUS         PIC X(2).
       01  WS-AUTHORITY-STATUS        PIC X(2).
       01  WS-LIMIT-PARM-STATUS       PIC X(2).
       01  WS-PARM-STATUS             PIC X(2).
       01  WS-HISTORY-STATUS          PIC X(2).
       01  WS-LIMIT-FEED-STATUS       PIC X(2).
       01  WS-RATE-STATUS             PIC X(2).
       01  WS-CALENDAR-STATUS         PIC X(2).
       01  WS-RENAME-COMMAND          PIC X(80).

      * One limit-change request, whether it came off the pending
      * queue or was submitted today. Same layout as LIMPEND.DAT.
       01  WS-LIMIT-ITEM.
           05  WS-LIM-CUST-ID         PIC 9(8).
           05  WS-LIM-ACCOUNT-TYPE    PIC X(1).
           05  WS-LIM-CURRENCY        PIC X(3).
           05  WS-LIM-CURRENT-LIMIT   PIC 9(7)V99.
           05  WS-LIM-NEW-LIMIT       PIC 9(7)V99.
           05  WS-LIM-REASON-CODE     PIC X(3).
           05  WS-LIM-OFFICER         PIC X(8).
           05  WS-LIM-SUBMIT-DATE     PIC X(10).
           05  WS-LIM-REQUIRED-LEVEL  PIC 9(1).

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

       01  WS-RATE-TABLE.
           05  WS-RATE-COUNT          PIC 9(2) VALUE ZERO.
           05  WS-RATE-ENTRY OCCURS 20 TIMES.
               10  WS-RATE-CCY            PIC X(3).
               10  WS-RATE-VALUE          PIC 9(3)V9(6).
       01  WS-RATE-SUB                PIC 9(2).
       01  WS-RATE-FOUND-FLAG         PIC X(1) VALUE 'N'.
           88  RATE-FOUND             VALUE 'Y'.
       01  WS-RATE-CAP-WARNED-FLAG    PIC X(1) VALUE 'N'.
           88  RATE-CAP-WARNED        VALUE 'Y'.
       01  WS-EXCHANGE-RATE           PIC 9(3)V9(6).

       01  WS-AUTHORITY-TABLE.
           05  WS-AUTH-COUNT          PIC 9(3) VALUE ZERO.
           05  WS-AUTH-ENTRY OCCURS 200 TIMES.
               10  WS-AUTH-OPERATOR       PIC X(8).
               10  WS-AUTH-LEVEL          PIC 9(1).
       01  WS-AUTH-SUB                PIC 9(3).
       01  WS-AUTH-CAP-WARNED-FLAG    PIC X(1) VALUE 'N'.
           88  AUTH-CAP-WARNED        VALUE 'Y'.
       01  WS-AUTH-FOUND-FLAG         PIC X(1) VALUE 'N'.
           88  APPROVER-FOUND         VALUE 'Y'.

       01  WS-DECISION-TABLE.
           05  WS-DEC-COUNT           PIC 9(4) VALUE ZERO.
           05  WS-DEC-ENTRY OCCURS 2000 TIMES.
               10  WS-DEC-ID              PIC 9(8).
               10  WS-DEC-DECISION        PIC X(8).
               10  WS-DEC-APPROVER        PIC X(8).
               10  WS-DEC-USED-FLAG       PIC X(1).
       01  WS-DEC-SUB                 PIC 9(4).
       01  WS-DEC-FOUND-FLAG          PIC X(1) VALUE 'N'.
           88  DECISION-FOUND         VALUE 'Y'.
       01  WS-DEC-FILE-FLAG           PIC X(1) VALUE 'N'.
           88  DECISIONS-LOADED       VALUE 'Y'.
       01  WS-DECISION-SIZE           PIC 9(6) VALUE ZERO.

      * Customers with a request still pending after this pass - a
      * second request for the same customer is refused until the
      * first is decided.
       01  WS-OPEN-REQUEST-TABLE.
           05  WS-OPEN-COUNT          PIC 9(4) VALUE ZERO.
           05  WS-OPEN-ID OCCURS 2000 TIMES PIC 9(8).
       01  WS-OPEN-SUB                PIC 9(4).
       01  WS-QUEUE-SIZE              PIC 9(6) VALUE ZERO.
       01  WS-OPEN-FOUND-FLAG         PIC X(1) VALUE 'N'.
           88  REQUEST-ALREADY-OPEN   VALUE 'Y'.

      * Approved changes found on an unsubmitted LIMDELTA.DAT from an
      * earlier business date, regenerated under today's header.
       01  WS-FEED-CARRY-TABLE.
           05  WS-CARRY-FEED-COUNT    PIC 9(3) VALUE ZERO.
           05  WS-CARRY-FEED-ENTRY OCCURS 500 TIMES.
               10  WS-CARRY-FEED-ID       PIC 9(8).
               10  WS-CARRY-FEED-LIMIT    PIC 9(7)V99.
       01  WS-CARRY-FEED-SUB          PIC 9(3).
       01  WS-PRIOR-FEED-CHANGES      PIC 9(6) VALUE ZERO.
       01  WS-PRIOR-FEED-DATE         PIC X(10) VALUE SPACES.
       01  WS-PRIOR-FEED-EOF-SW       PIC X(1) VALUE 'N'.
           88  END-OF-PRIOR-FEED      VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-PENDING-READ        PIC 9(6) VALUE ZERO.
           05  WS-REQUESTS-READ       PIC 9(6) VALUE ZERO.
           05  WS-REQUESTS-ACCEPTED   PIC 9(6) VALUE ZERO.
           05  WS-REQUESTS-REJECTED   PIC 9(6) VALUE ZERO.
           05  WS-REQUESTS-APPROVED   PIC 9(6) VALUE ZERO.
           05  WS-REQUESTS-DECLINED   PIC 9(6) VALUE ZERO.
           05  WS-REQUESTS-EXPIRED    PIC 9(6) VALUE ZERO.
           05  WS-DECISIONS-REFUSED   PIC 9(6) VALUE ZERO.
           05  WS-DEC-UNMATCHED       PIC 9(6) VALUE ZERO.
           05  WS-STILL-PENDING       PIC 9(6) VALUE ZERO.
           05  WS-FEED-COUNT          PIC 9(6) VALUE ZERO.
           05  WS-FEED-BALANCE-HASH   PIC 9(13)V99 VALUE ZERO.
           05  WS-CARRIED-NOT-FOUND   PIC 9(6) VALUE ZERO.
           05  WS-AGE-0-TO-2          PIC 9(6) VALUE ZERO.
           05  WS-AGE-3-TO-7          PIC 9(6) VALUE ZERO.
           05  WS-AGE-8-TO-14         PIC 9(6) VALUE ZERO.
           05  WS-AGE-OVER-14         PIC 9(6) VALUE ZERO.

       01  WS-FLAGS.
           05  END-OF-FILE-SW         PIC X(1) VALUE 'N'.
               88  END-OF-FILE        VALUE 'Y'.
           05  WS-VALID-REQUEST-FLAG  PIC X(1) VALUE 'Y'.
               88  VALID-REQUEST      VALUE 'Y'.

       01  WS-WORK-AREAS.
           05  WS-NOTE                PIC X(26).
           05  WS-INCREASE            PIC 9(7)V99.
           05  WS-BASE-INCREASE       PIC 9(9)V99.
           05  WS-BASE-EXPOSURE       PIC 9(9)V99.
           05  WS-LEVEL-1-LIMIT       PIC 9(7)V99.
           05  WS-LEVEL-2-LIMIT       PIC 9(7)V99.
           05  WS-SUBMIT-DATE-NUM     PIC 9(8).
           05  WS-SUBMIT-DATE-INTEGER PIC 9(8).
           05  WS-TODAY-INTEGER       PIC 9(8).
           05  WS-AGE-DAYS            PIC S9(5).
           05  WS-AGE-DISPLAY         PIC ZZZZ9.
           05  WS-EDIT-CURRENT        PIC Z(6)9.99.
           05  WS-EDIT-NEW            PIC Z(6)9.99.
           05  WS-CURRENT-DATE.
               10  WS-YEAR            PIC 9(4).
               10  WS-MONTH           PIC 9(2).
               10  WS-DAY             PIC 9(2).
           05  WS-FORMATTED-DATE      PIC X(10).

       01  WS-CONSTANTS.
           05  HIGH-RISK-THRESHOLD    PIC 9(7)V99 VALUE 50000.00.
           05  BUSINESS-OVERDRAFT-ALLOWANCE PIC 9(5)V99 VALUE 5000.00.
           05  OFFICER-LIMIT-STANDARD PIC 9(7)V99 VALUE 5000.00.
           05  OFFICER-LIMIT-BUSINESS PIC 9(7)V99 VALUE 10000.00.
           05  MANAGER-LIMIT-STANDARD PIC 9(7)V99 VALUE 25000.00.
           05  MANAGER-LIMIT-BUSINESS PIC 9(7)V99 VALUE 50000.00.
           05  SENIOR-AUTHORITY-LEVEL PIC 9(1) VALUE 3.
           05  REQUEST-EXPIRY-DAYS    PIC 9(3) VALUE 30.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           PERFORM LOAD-DECISION-TABLE
           PERFORM PROCESS-PENDING-QUEUE
           PERFORM PROCESS-NEW-REQUESTS
           PERFORM WRITE-LIMIT-FEED-TRAILER
           PERFORM GENERATE-REPORT
           PERFORM CLEANUP-PROCESS
           STOP RUN.

       INITIALIZE-PROCESS.
      * The feed header must carry the resolved effective business
      * date or the delta update's control check will reject it.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           PERFORM LOAD-BUSINESS-CALENDAR
           PERFORM RESOLVE-EFFECTIVE-DATE
           STRING WS-YEAR '-' WS-MONTH '-' WS-DAY
               DELIMITED BY SIZE INTO WS-FORMATTED-DATE
           MOVE WS-DATE-INTEGER TO WS-TODAY-INTEGER

           PERFORM LOAD-EXCHANGE-RATES
           PERFORM LOAD-RISK-PARAMETERS
           PERFORM LOAD-LIMIT-PARAMETERS
           PERFORM LOAD-AUTHORITY-TABLE
           PERFORM CHECK-QUEUE-CAPACITY
           PERFORM CHECK-DECISION-CAPACITY

           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'CUSTMAST.DAT could not be opened - status '
                   WS-MASTER-STATUS '. Nothing processed.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM CHECK-PRIOR-LIMIT-FEED

           OPEN OUTPUT LIMIT-PENDING-WORK

           OPEN EXTEND LIMIT-HISTORY-OUTPUT
           IF WS-HISTORY-STATUS NOT = '00'
               OPEN OUTPUT LIMIT-HISTORY-OUTPUT
           END-IF

           OPEN OUTPUT LIMIT-FEED-OUTPUT
           MOVE SPACES TO LIMIT-FEED-HEADER-RECORD
           MOVE 'H' TO LIMIT-FEED-RECORD (1:1)
           MOVE WS-FORMATTED-DATE TO LHDR-FEED-DATE
           WRITE LIMIT-FEED-RECORD
           IF WS-CARRY-FEED-COUNT > ZERO
               PERFORM REGENERATE-CARRIED-CHANGES
           END-IF

           OPEN OUTPUT LIMIT-REPORT-OUTPUT
           MOVE 'CREDIT LIMIT REQUESTS PENDING APPROVAL'
               TO LIMIT-REPORT-LINE
           WRITE LIMIT-REPORT-RECORD
           MOVE '--------------------------------------'
               TO LIMIT-REPORT-LINE
           WRITE LIMIT-REPORT-RECORD
           MOVE SPACES TO LIMIT-REPORT-LINE
           STRING 'As Of: ' WS-FORMATTED-DATE
               '  Expiry After: ' REQUEST-EXPIRY-DAYS ' days'
               DELIMITED BY SIZE INTO LIMIT-REPORT-LINE
           WRITE LIMIT-REPORT-RECORD
           MOVE SPACES TO LIMIT-REPORT-LINE
           STRING 'CUST ID  OFFICER  RSN  CURRENT LIMIT   NEW LIMIT'
               '  SUBMITTED    AGE LVL'
               DELIMITED BY SIZE INTO LIMIT-REPORT-LINE
           WRITE LIMIT-REPORT-RECORD

           DISPLAY 'Credit Limit Approval Started on '
               WS-FORMATTED-DATE.

       LOAD-BUSINESS-CALENDAR.
      * Same holiday list as the nightly run, so both programs agree
      * on the effective business date the feed header carries.
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

       LOAD-EXCHANGE-RATES.
      * Same rate file as the nightly run, so the base-currency size
      * of an increase is measured the way tonight's grading sees it.
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS = '00'
               PERFORM UNTIL WS-RATE-STATUS NOT = '00'
                   READ RATE-FILE
                   IF WS-RATE-STATUS = '00'
                       IF WS-RATE-COUNT < 20
                           ADD 1 TO WS-RATE-COUNT
                           MOVE WS-RATE-COUNT TO WS-RATE-SUB
                           MOVE RATE-CURRENCY
                               TO WS-RATE-CCY (WS-RATE-SUB)
                           MOVE RATE-TO-BASE
                               TO WS-RATE-VALUE (WS-RATE-SUB)
                       ELSE
                           IF NOT RATE-CAP-WARNED
                               DISPLAY 'WARNING: exchange-rate table '
                                   'full at 20 currencies - remainder '
                                   'of RATES.DAT skipped; requests in '
                                   'those currencies will reject'
                               MOVE 'Y' TO WS-RATE-CAP-WARNED-FLAG
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE RATE-FILE
           ELSE
               DISPLAY 'RATES.DAT not found - base-currency requests '
                   'only'
           END-IF.

       LOOKUP-EXCHANGE-RATE.
           MOVE 'N' TO WS-RATE-FOUND-FLAG
           IF WS-LIM-CURRENCY = SPACES OR WS-LIM-CURRENCY = 'USD'
               MOVE 1 TO WS-EXCHANGE-RATE
               MOVE 'Y' TO WS-RATE-FOUND-FLAG
           ELSE
               PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                       UNTIL WS-RATE-SUB > WS-RATE-COUNT
                   IF WS-RATE-CCY (WS-RATE-SUB) = WS-LIM-CURRENCY
                       MOVE WS-RATE-VALUE (WS-RATE-SUB)
                           TO WS-EXCHANGE-RATE
                       MOVE 'Y' TO WS-RATE-FOUND-FLAG
                   END-IF
               END-PERFORM
           END-IF.

       LOAD-RISK-PARAMETERS.
      * The HIGH RISK line is the nightly run's, from PARMS.DAT when
      * present, so "would become HIGH RISK" means what it says.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
               IF WS-PARM-STATUS = '00'
                   IF PARM-HIGH-RISK-THRESHOLD IS NUMERIC
                       MOVE PARM-HIGH-RISK-THRESHOLD
                           TO HIGH-RISK-THRESHOLD
                   END-IF
               END-IF
               CLOSE PARM-FILE
           END-IF.

       LOAD-LIMIT-PARAMETERS.
           OPEN INPUT LIMIT-PARM-FILE
           IF WS-LIMIT-PARM-STATUS = '00'
               READ LIMIT-PARM-FILE
               IF WS-LIMIT-PARM-STATUS = '00'
                   IF LMP-EXPIRY-DAYS IS NUMERIC
                           AND LMP-EXPIRY-DAYS > ZERO
                       MOVE LMP-EXPIRY-DAYS TO REQUEST-EXPIRY-DAYS
                       DISPLAY 'Expiry window loaded from LIMPARM.DAT'
                   END-IF
               END-IF
               CLOSE LIMIT-PARM-FILE
           ELSE
               DISPLAY 'LIMPARM.DAT not found - requests expire after '
                   REQUEST-EXPIRY-DAYS ' days'
           END-IF.

       LOAD-AUTHORITY-TABLE.
           OPEN INPUT AUTHORITY-FILE
           IF WS-AUTHORITY-STATUS = '00'
               PERFORM UNTIL WS-AUTHORITY-STATUS NOT = '00'
                   READ AUTHORITY-FILE
                   IF WS-AUTHORITY-STATUS = '00'
                       IF WS-AUTH-COUNT < 200
                           ADD 1 TO WS-AUTH-COUNT
                           MOVE WS-AUTH-COUNT TO WS-AUTH-SUB
                           MOVE LA-OPERATOR
                               TO WS-AUTH-OPERATOR (WS-AUTH-SUB)
                           IF LA-LEVEL IS NUMERIC
                               MOVE LA-LEVEL
                                   TO WS-AUTH-LEVEL (WS-AUTH-SUB)
                           ELSE
                               MOVE ZERO
                                   TO WS-AUTH-LEVEL (WS-AUTH-SUB)
                           END-IF
                       ELSE
                           IF NOT AUTH-CAP-WARNED
                               DISPLAY 'WARNING: authority table '
                                   'full at 200 operators - '
                                   'remainder of LIMAUTH.DAT skipped'
                               MOVE 'Y' TO WS-AUTH-CAP-WARNED-FLAG
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE AUTHORITY-FILE
           ELSE
               DISPLAY 'WARNING: LIMAUTH.DAT not found - no operator '
                   'can approve today; requests stay pending'
           END-IF.

       CHECK-PRIOR-LIMIT-FEED.
      * A prior LIMDELTA.DAT still on disk holds approved changes that
      * never reached the delta update - and those requests are
      * already on history, so the feed must not simply be
      * overwritten. A feed from an earlier business date can never
      * pass the header-date control again, so its changes are
      * carried into today's feed, rebuilt from today's master; a
      * feed from today is still submittable and stops the run.
           OPEN INPUT LIMIT-FEED-OUTPUT
           IF WS-LIMIT-FEED-STATUS NOT = '00'
               CONTINUE
           ELSE
               MOVE 'N' TO WS-PRIOR-FEED-EOF-SW
               PERFORM UNTIL END-OF-PRIOR-FEED
                   READ LIMIT-FEED-OUTPUT
                       AT END MOVE 'Y' TO WS-PRIOR-FEED-EOF-SW
                       NOT AT END
                           PERFORM TABLE-ONE-PRIOR-CHANGE
                   END-READ
               END-PERFORM
               CLOSE LIMIT-FEED-OUTPUT

               IF WS-PRIOR-FEED-CHANGES > 500
                   DISPLAY 'LIMDELTA.DAT holds ' WS-PRIOR-FEED-CHANGES
                       ' unsubmitted changes - more than the 500 the '
                       'carry table can hold. Nothing processed. '
                       'Resolve manually before rerunning.'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF

               IF WS-CARRY-FEED-COUNT > ZERO
                   IF WS-PRIOR-FEED-DATE = WS-FORMATTED-DATE
                       DISPLAY 'LIMDELTA.DAT FROM TODAY HOLDS '
                           WS-CARRY-FEED-COUNT ' UNSUBMITTED '
                           'CHANGES - submit it as the delta feed '
                           '(or remove it once applied) before '
                           'rerunning. Nothing processed.'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       DISPLAY 'LIMDELTA.DAT dated '
                           WS-PRIOR-FEED-DATE ' was never submitted '
                           '- its ' WS-CARRY-FEED-COUNT ' changes '
                           'are regenerated under today''s header'
                   END-IF
               END-IF
           END-IF.

       TABLE-ONE-PRIOR-CHANGE.
           EVALUATE LFD-TRANS-CODE
               WHEN 'H'
                   MOVE LHDR-FEED-DATE TO WS-PRIOR-FEED-DATE
               WHEN 'C'
      * Every change is counted; CHECK-PRIOR-LIMIT-FEED stops the run
      * if any would not fit the table.
                   ADD 1 TO WS-PRIOR-FEED-CHANGES
                   IF WS-CARRY-FEED-COUNT < 500
                       ADD 1 TO WS-CARRY-FEED-COUNT
                       MOVE WS-CARRY-FEED-COUNT TO WS-CARRY-FEED-SUB
                       MOVE LFD-CUST-ID
                           TO WS-CARRY-FEED-ID (WS-CARRY-FEED-SUB)
                       MOVE LFD-CREDIT-LIMIT
                           TO WS-CARRY-FEED-LIMIT (WS-CARRY-FEED-SUB)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       REGENERATE-CARRIED-CHANGES.
      * The carried change is rebuilt from the master as it stands
      * today, so a balance posted since the original approval is
      * not overwritten by a stale image.
           PERFORM VARYING WS-CARRY-FEED-SUB FROM 1 BY 1
                   UNTIL WS-CARRY-FEED-SUB > WS-CARRY-FEED-COUNT
               MOVE WS-CARRY-FEED-ID (WS-CARRY-FEED-SUB) TO MAST-ID
               READ MASTER-FILE
               IF WS-MASTER-STATUS = '00'
                   MOVE MAST-CURRENCY TO WS-LIM-CURRENCY
                   PERFORM WRITE-LIMIT-CHANGE-RECORD-FOR-CARRY
               ELSE
                   ADD 1 TO WS-CARRIED-NOT-FOUND
                   DISPLAY 'Carried limit change for '
                       WS-CARRY-FEED-ID (WS-CARRY-FEED-SUB)
                       ' dropped - customer no longer on master'
               END-IF
           END-PERFORM.

       WRITE-LIMIT-CHANGE-RECORD-FOR-CARRY.
           MOVE 'C' TO LFD-TRANS-CODE
           MOVE MASTER-RECORD TO LFD-CUSTOMER-DATA
           MOVE WS-CARRY-FEED-LIMIT (WS-CARRY-FEED-SUB)
               TO LFD-CREDIT-LIMIT
           WRITE LIMIT-FEED-RECORD
           ADD 1 TO WS-FEED-COUNT
           ADD LFD-BALANCE TO WS-FEED-BALANCE-HASH.

       CHECK-QUEUE-CAPACITY.
      * Every pending item and every new request could still be open
      * after the pass. If they might not all fit the open-request
      * table, duplicate requests could not be caught - the run stops
      * before anything is written.
           OPEN INPUT LIMIT-PENDING-INPUT
           IF WS-PENDING-STATUS = '00'
               PERFORM UNTIL WS-PENDING-STATUS NOT = '00'
                   READ LIMIT-PENDING-INPUT
                   IF WS-PENDING-STATUS = '00'
                       ADD 1 TO WS-QUEUE-SIZE
                   END-IF
               END-PERFORM
               CLOSE LIMIT-PENDING-INPUT
           END-IF
           OPEN INPUT LIMIT-REQUEST-INPUT
           IF WS-REQUEST-STATUS = '00'
               PERFORM UNTIL WS-REQUEST-STATUS NOT = '00'
                   READ LIMIT-REQUEST-INPUT
                   IF WS-REQUEST-STATUS = '00'
                       ADD 1 TO WS-QUEUE-SIZE
                   END-IF
               END-PERFORM
               CLOSE LIMIT-REQUEST-INPUT
           END-IF
           IF WS-QUEUE-SIZE > 2000
               DISPLAY 'LIMPEND.DAT and LIMREQ.DAT hold ' WS-QUEUE-SIZE
                   ' requests - more than the 2000 the open-request '
                   'table can check for duplicates. Nothing '
                   'processed.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       CHECK-DECISION-CAPACITY.
      * LIMDEC.DAT is consumed whole after the pass, so every decision
      * on it must fit the table before any is applied.
           OPEN INPUT LIMIT-DECISION-INPUT
           IF WS-DECISION-STATUS = '00'
               PERFORM UNTIL WS-DECISION-STATUS NOT = '00'
                   READ LIMIT-DECISION-INPUT
                   IF WS-DECISION-STATUS = '00'
                       ADD 1 TO WS-DECISION-SIZE
                   END-IF
               END-PERFORM
               CLOSE LIMIT-DECISION-INPUT
           END-IF
           IF WS-DECISION-SIZE > 2000
               DISPLAY 'LIMDEC.DAT holds ' WS-DECISION-SIZE
                   ' decisions - more than the 2000 the decision '
                   'table can hold. Nothing processed. Resolve '
                   'manually before rerunning.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-DECISION-TABLE.
           OPEN INPUT LIMIT-DECISION-INPUT
           IF WS-DECISION-STATUS NOT = '00'
               DISPLAY 'LIMDEC.DAT not found - no decisions today'
           ELSE
               MOVE 'Y' TO WS-DEC-FILE-FLAG
               READ LIMIT-DECISION-INPUT
                   AT END MOVE 'Y' TO END-OF-FILE-SW
               END-READ
               PERFORM UNTIL END-OF-FILE
      * CHECK-DECISION-CAPACITY has proved every decision fits.
                   ADD 1 TO WS-DEC-COUNT
                   MOVE WS-DEC-COUNT TO WS-DEC-SUB
                   MOVE LD-CUST-ID TO WS-DEC-ID (WS-DEC-SUB)
                   MOVE LD-DECISION TO WS-DEC-DECISION (WS-DEC-SUB)
                   MOVE LD-APPROVER TO WS-DEC-APPROVER (WS-DEC-SUB)
                   MOVE 'N' TO WS-DEC-USED-FLAG (WS-DEC-SUB)
                   READ LIMIT-DECISION-INPUT
                       AT END MOVE 'Y' TO END-OF-FILE-SW
                   END-READ
               END-PERFORM
               CLOSE LIMIT-DECISION-INPUT
           END-IF
           MOVE 'N' TO END-OF-FILE-SW.

       PROCESS-PENDING-QUEUE.
           OPEN INPUT LIMIT-PENDING-INPUT
           IF WS-PENDING-STATUS NOT = '00'
               DISPLAY 'LIMPEND.DAT not found - no requests pending'
           ELSE
               PERFORM UNTIL END-OF-FILE
                   READ LIMIT-PENDING-INPUT INTO WS-LIMIT-ITEM
                       AT END MOVE 'Y' TO END-OF-FILE-SW
                       NOT AT END
                           ADD 1 TO WS-PENDING-READ
                           PERFORM DECIDE-ONE-PENDING-ITEM
                   END-READ
               END-PERFORM
               CLOSE LIMIT-PENDING-INPUT
           END-IF
           MOVE 'N' TO END-OF-FILE-SW.

       DECIDE-ONE-PENDING-ITEM.
      * An expired request cannot be approved late; any decision for
      * it is left unmatched and reported.
           PERFORM COMPUTE-REQUEST-AGE
           IF WS-AGE-DAYS > REQUEST-EXPIRY-DAYS
               ADD 1 TO WS-REQUESTS-EXPIRED
               MOVE 'EXPIRED' TO LH-OUTCOME
               MOVE SPACES TO LH-APPROVER
               MOVE 'NOT DECIDED IN TIME' TO WS-NOTE
               PERFORM WRITE-LIMIT-HISTORY
           ELSE
               PERFORM DECIDE-ONE-REQUEST
           END-IF.

       DECIDE-ONE-REQUEST.
           PERFORM FIND-DECISION
           IF NOT DECISION-FOUND
               PERFORM KEEP-PENDING
           ELSE
               MOVE 'Y' TO WS-DEC-USED-FLAG (WS-DEC-SUB)
               EVALUATE WS-DEC-DECISION (WS-DEC-SUB)
                   WHEN 'APPROVE'
                       PERFORM APPLY-APPROVAL
                   WHEN 'DECLINE'
                       PERFORM APPLY-DECLINE
                   WHEN OTHER
                       MOVE 'UNKNOWN DECISION CODE' TO WS-NOTE
                       PERFORM REFUSE-DECISION
               END-EVALUATE
           END-IF.

       FIND-DECISION.
           MOVE 'N' TO WS-DEC-FOUND-FLAG
           PERFORM VARYING WS-DEC-SUB FROM 1 BY 1
                   UNTIL WS-DEC-SUB > WS-DEC-COUNT
                       OR DECISION-FOUND
               IF WS-DEC-ID (WS-DEC-SUB) = WS-LIM-CUST-ID
                       AND WS-DEC-USED-FLAG (WS-DEC-SUB) = 'N'
                   MOVE 'Y' TO WS-DEC-FOUND-FLAG
               END-IF
           END-PERFORM
           IF DECISION-FOUND
               SUBTRACT 1 FROM WS-DEC-SUB
           END-IF.

       APPLY-APPROVAL.
      * Maker-checker first, then the approver's authority against
      * the tier the request needs, then the feed record itself.
           PERFORM FIND-APPROVER
           PERFORM DETERMINE-REQUIRED-AUTHORITY
           EVALUATE TRUE
               WHEN WS-DEC-APPROVER (WS-DEC-SUB) = WS-LIM-OFFICER
                   MOVE 'APPROVER IS SUBMITTER' TO WS-NOTE
                   PERFORM REFUSE-DECISION
               WHEN NOT APPROVER-FOUND
                   MOVE 'APPROVER NOT AUTHORIZED' TO WS-NOTE
                   PERFORM REFUSE-DECISION
               WHEN NOT RATE-FOUND
                   MOVE 'NO EXCHANGE RATE' TO WS-NOTE
                   PERFORM REFUSE-DECISION
               WHEN WS-AUTH-LEVEL (WS-AUTH-SUB) <
                       WS-LIM-REQUIRED-LEVEL
                   MOVE 'INSUFFICIENT AUTHORITY' TO WS-NOTE
                   PERFORM REFUSE-DECISION
               WHEN OTHER
                   PERFORM WRITE-APPROVED-CHANGE
           END-EVALUATE.

       WRITE-APPROVED-CHANGE.
           MOVE WS-LIM-CUST-ID TO MAST-ID
           READ MASTER-FILE
           IF WS-MASTER-STATUS = '00'
               MOVE 'C' TO LFD-TRANS-CODE
               MOVE MASTER-RECORD TO LFD-CUSTOMER-DATA
               MOVE WS-LIM-NEW-LIMIT TO LFD-CREDIT-LIMIT
               WRITE LIMIT-FEED-RECORD
               ADD 1 TO WS-FEED-COUNT
               ADD LFD-BALANCE TO WS-FEED-BALANCE-HASH
               ADD 1 TO WS-REQUESTS-APPROVED
               MOVE 'APPROVED' TO LH-OUTCOME
               MOVE WS-DEC-APPROVER (WS-DEC-SUB) TO LH-APPROVER
               MOVE SPACES TO WS-NOTE
               IF MAST-CREDIT-LIMIT NOT = WS-LIM-CURRENT-LIMIT
                   MOVE 'LIMIT MOVED SINCE REQUEST' TO WS-NOTE
               END-IF
               PERFORM WRITE-LIMIT-HISTORY
               DISPLAY 'Limit change approved for ' WS-LIM-CUST-ID
                   ' by ' WS-DEC-APPROVER (WS-DEC-SUB)
           ELSE
               ADD 1 TO WS-REQUESTS-DECLINED
               MOVE 'DECLINED' TO LH-OUTCOME
               MOVE WS-DEC-APPROVER (WS-DEC-SUB) TO LH-APPROVER
               MOVE 'CUSTOMER NOT ON MASTER' TO WS-NOTE
               PERFORM WRITE-LIMIT-HISTORY
               DISPLAY 'Approved request for ' WS-LIM-CUST-ID
                   ' dropped - customer no longer on master'
           END-IF.

       APPLY-DECLINE.
      * Declining is also a checker action, so it must come from an
      * operator on LIMAUTH.DAT other than the submitting officer.
      * Any authority level may decline.
           PERFORM FIND-APPROVER
           EVALUATE TRUE
               WHEN WS-DEC-APPROVER (WS-DEC-SUB) = WS-LIM-OFFICER
                   MOVE 'APPROVER IS SUBMITTER' TO WS-NOTE
                   PERFORM REFUSE-DECISION
               WHEN NOT APPROVER-FOUND
                   MOVE 'APPROVER NOT AUTHORIZED' TO WS-NOTE
                   PERFORM REFUSE-DECISION
               WHEN OTHER
                   PERFORM WRITE-DECLINED-REQUEST
           END-EVALUATE.

       WRITE-DECLINED-REQUEST.
           ADD 1 TO WS-REQUESTS-DECLINED
           MOVE 'DECLINED' TO LH-OUTCOME
           MOVE WS-DEC-APPROVER (WS-DEC-SUB) TO LH-APPROVER
           MOVE SPACES TO WS-NOTE
           PERFORM WRITE-LIMIT-HISTORY.

       REFUSE-DECISION.
      * The refused decision is kept on history with the operator who
      * tried it, and the request stays pending for a proper checker.
           ADD 1 TO WS-DECISIONS-REFUSED
           MOVE 'REFUSED' TO LH-OUTCOME
           MOVE WS-DEC-APPROVER (WS-DEC-SUB) TO LH-APPROVER
           PERFORM WRITE-LIMIT-HISTORY
           DISPLAY 'Decision for ' WS-LIM-CUST-ID ' by '
               WS-DEC-APPROVER (WS-DEC-SUB) ' refused - ' WS-NOTE
           PERFORM KEEP-PENDING.

       FIND-APPROVER.
           MOVE 'N' TO WS-AUTH-FOUND-FLAG
           PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
                   UNTIL WS-AUTH-SUB > WS-AUTH-COUNT
                       OR APPROVER-FOUND
               IF WS-AUTH-OPERATOR (WS-AUTH-SUB) =
                       WS-DEC-APPROVER (WS-DEC-SUB)
                       AND WS-AUTH-LEVEL (WS-AUTH-SUB) > ZERO
                   MOVE 'Y' TO WS-AUTH-FOUND-FLAG
               END-IF
           END-PERFORM
           IF APPROVER-FOUND
               SUBTRACT 1 FROM WS-AUTH-SUB
           END-IF.

       DETERMINE-REQUIRED-AUTHORITY.
      * Tier by the base-currency size of the increase and the
      * account type; senior for anything that would grade HIGH RISK
      * once the new line is fully drawn.
           PERFORM LOOKUP-EXCHANGE-RATE
           MOVE 1 TO WS-LIM-REQUIRED-LEVEL
           IF RATE-FOUND AND WS-LIM-NEW-LIMIT > WS-LIM-CURRENT-LIMIT
               COMPUTE WS-INCREASE =
                   WS-LIM-NEW-LIMIT - WS-LIM-CURRENT-LIMIT
               COMPUTE WS-BASE-INCREASE ROUNDED =
                   WS-INCREASE * WS-EXCHANGE-RATE
               COMPUTE WS-BASE-EXPOSURE ROUNDED =
                   WS-LIM-NEW-LIMIT * WS-EXCHANGE-RATE
               IF WS-LIM-ACCOUNT-TYPE = 'B'
                   ADD BUSINESS-OVERDRAFT-ALLOWANCE
                       TO WS-BASE-EXPOSURE
                   MOVE OFFICER-LIMIT-BUSINESS TO WS-LEVEL-1-LIMIT
                   MOVE MANAGER-LIMIT-BUSINESS TO WS-LEVEL-2-LIMIT
               ELSE
                   MOVE OFFICER-LIMIT-STANDARD TO WS-LEVEL-1-LIMIT
                   MOVE MANAGER-LIMIT-STANDARD TO WS-LEVEL-2-LIMIT
               END-IF
               EVALUATE TRUE
                   WHEN WS-BASE-EXPOSURE > HIGH-RISK-THRESHOLD
                       MOVE SENIOR-AUTHORITY-LEVEL
                           TO WS-LIM-REQUIRED-LEVEL
                   WHEN WS-BASE-INCREASE > WS-LEVEL-2-LIMIT
                       MOVE 3 TO WS-LIM-REQUIRED-LEVEL
                   WHEN WS-BASE-INCREASE > WS-LEVEL-1-LIMIT
                       MOVE 2 TO WS-LIM-REQUIRED-LEVEL
                   WHEN OTHER
                       MOVE 1 TO WS-LIM-REQUIRED-LEVEL
               END-EVALUATE
           END-IF.

       KEEP-PENDING.
           ADD 1 TO WS-STILL-PENDING
           PERFORM ADD-OPEN-REQUEST
           MOVE WS-LIMIT-ITEM TO LIMIT-PENDING-WORK-RECORD
           WRITE LIMIT-PENDING-WORK-RECORD
           PERFORM WRITE-PENDING-REPORT-LINE.

       ADD-OPEN-REQUEST.
      * CHECK-QUEUE-CAPACITY has already proved the table is big
      * enough for everything this pass can keep open.
           ADD 1 TO WS-OPEN-COUNT
           MOVE WS-LIM-CUST-ID TO WS-OPEN-ID (WS-OPEN-COUNT).

       COMPUTE-REQUEST-AGE.
           MOVE ZERO TO WS-SUBMIT-DATE-NUM
           IF WS-LIM-SUBMIT-DATE (1:4) IS NUMERIC
                   AND WS-LIM-SUBMIT-DATE (6:2) IS NUMERIC
                   AND WS-LIM-SUBMIT-DATE (9:2) IS NUMERIC
               COMPUTE WS-SUBMIT-DATE-NUM =
                   FUNCTION NUMVAL (WS-LIM-SUBMIT-DATE (1:4)) * 10000
                   + FUNCTION NUMVAL (WS-LIM-SUBMIT-DATE (6:2)) * 100
                   + FUNCTION NUMVAL (WS-LIM-SUBMIT-DATE (9:2))
           END-IF
           IF WS-SUBMIT-DATE-NUM = ZERO
               MOVE WS-TODAY-INTEGER TO WS-SUBMIT-DATE-INTEGER
           ELSE
               COMPUTE WS-SUBMIT-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-SUBMIT-DATE-NUM)
           END-IF
           COMPUTE WS-AGE-DAYS =
               WS-TODAY-INTEGER - WS-SUBMIT-DATE-INTEGER.

       WRITE-PENDING-REPORT-LINE.
           PERFORM COMPUTE-REQUEST-AGE
           EVALUATE TRUE
               WHEN WS-AGE-DAYS > 14
                   ADD 1 TO WS-AGE-OVER-14
               WHEN WS-AGE-DAYS > 7
                   ADD 1 TO WS-AGE-8-TO-14
               WHEN WS-AGE-DAYS > 2
                   ADD 1 TO WS-AGE-3-TO-7
               WHEN OTHER
                   ADD 1 TO WS-AGE-0-TO-2
           END-EVALUATE
           MOVE WS-AGE-DAYS TO WS-AGE-DISPLAY
           MOVE WS-LIM-CURRENT-LIMIT TO WS-EDIT-CURRENT
           MOVE WS-LIM-NEW-LIMIT TO WS-EDIT-NEW
           MOVE SPACES TO LIMIT-REPORT-LINE
           STRING WS-LIM-CUST-ID ' ' WS-LIM-OFFICER ' '
               WS-LIM-REASON-CODE '  ' WS-EDIT-CURRENT '  '
               WS-EDIT-NEW '  ' WS-LIM-SUBMIT-DATE ' '
               WS-AGE-DISPLAY '   ' WS-LIM-REQUIRED-LEVEL
               DELIMITED BY SIZE INTO LIMIT-REPORT-LINE
           WRITE LIMIT-REPORT-RECORD.

       WRITE-LIMIT-HISTORY.
           MOVE WS-LIM-CUST-ID TO LH-CUST-ID
           MOVE WS-LIM-CURRENT-LIMIT TO LH-CURRENT-LIMIT
           MOVE WS-LIM-NEW-LIMIT TO LH-NEW-LIMIT
           MOVE WS-LIM-REASON-CODE TO LH-REASON-CODE
           MOVE WS-LIM-OFFICER TO LH-OFFICER
           MOVE WS-LIM-SUBMIT-DATE TO LH-SUBMIT-DATE
           MOVE WS-FORMATTED-DATE TO LH-DECISION-DATE
           MOVE WS-NOTE TO LH-NOTE
           WRITE LIMIT-HISTORY-RECORD.

       PROCESS-NEW-REQUESTS.
      * Today's submissions are edited against the master and join
      * the queue; a checker decision already on LIMDEC.DAT for the
      * customer is applied in the same pass.
           OPEN INPUT LIMIT-REQUEST-INPUT
           IF WS-REQUEST-STATUS NOT = '00'
               DISPLAY 'LIMREQ.DAT not found - no new requests'
           ELSE
               PERFORM UNTIL END-OF-FILE
                   READ LIMIT-REQUEST-INPUT
                       AT END MOVE 'Y' TO END-OF-FILE-SW
                       NOT AT END
                           ADD 1 TO WS-REQUESTS-READ
                           PERFORM EDIT-NEW-REQUEST
                   END-READ
               END-PERFORM
               CLOSE LIMIT-REQUEST-INPUT
           END-IF.

       EDIT-NEW-REQUEST.
           MOVE 'Y' TO WS-VALID-REQUEST-FLAG
           MOVE SPACES TO WS-NOTE
           MOVE LRQ-CUST-ID TO WS-LIM-CUST-ID
           MOVE SPACES TO WS-LIM-ACCOUNT-TYPE
           MOVE SPACES TO WS-LIM-CURRENCY
           MOVE ZERO TO WS-LIM-CURRENT-LIMIT
           MOVE LRQ-REASON-CODE TO WS-LIM-REASON-CODE
           MOVE LRQ-OFFICER TO WS-LIM-OFFICER
           MOVE WS-FORMATTED-DATE TO WS-LIM-SUBMIT-DATE
           MOVE ZERO TO WS-LIM-REQUIRED-LEVEL
           IF LRQ-NEW-LIMIT IS NUMERIC
               MOVE LRQ-NEW-LIMIT TO WS-LIM-NEW-LIMIT
           ELSE
               MOVE ZERO TO WS-LIM-NEW-LIMIT
               MOVE 'N' TO WS-VALID-REQUEST-FLAG
               MOVE 'NON-NUMERIC NEW LIMIT' TO WS-NOTE
           END-IF
           IF LRQ-OFFICER = SPACES
               MOVE 'N' TO WS-VALID-REQUEST-FLAG
               MOVE 'OFFICER ID MISSING' TO WS-NOTE
           END-IF
           IF NOT LRQ-VALID-REASON
               MOVE 'N' TO WS-VALID-REQUEST-FLAG
               MOVE 'INVALID REASON CODE' TO WS-NOTE
           END-IF

           IF LRQ-CUST-ID IS NOT NUMERIC
               MOVE ZERO TO WS-LIM-CUST-ID
               MOVE 'N' TO WS-VALID-REQUEST-FLAG
               MOVE 'INVALID CUSTOMER ID' TO WS-NOTE
           ELSE
               MOVE LRQ-CUST-ID TO MAST-ID
               READ MASTER-FILE
               IF WS-MASTER-STATUS = '00'
                   MOVE MAST-ACCOUNT-TYPE TO WS-LIM-ACCOUNT-TYPE
                   MOVE MAST-CURRENCY TO WS-LIM-CURRENCY
                   MOVE MAST-CREDIT-LIMIT TO WS-LIM-CURRENT-LIMIT
               ELSE
                   MOVE 'N' TO WS-VALID-REQUEST-FLAG
                   MOVE 'CUSTOMER NOT ON MASTER' TO WS-NOTE
               END-IF
           END-IF

           IF VALID-REQUEST
               IF WS-LIM-NEW-LIMIT = WS-LIM-CURRENT-LIMIT
                   MOVE 'N' TO WS-VALID-REQUEST-FLAG
                   MOVE 'NO CHANGE TO LIMIT' TO WS-NOTE
               END-IF
               PERFORM CHECK-REQUEST-ALREADY-OPEN
               IF REQUEST-ALREADY-OPEN
                   MOVE 'N' TO WS-VALID-REQUEST-FLAG
                   MOVE 'REQUEST ALREADY PENDING' TO WS-NOTE
               END-IF
           END-IF

           IF VALID-REQUEST
               PERFORM DETERMINE-REQUIRED-AUTHORITY
               IF NOT RATE-FOUND
                   MOVE 'N' TO WS-VALID-REQUEST-FLAG
                   MOVE 'NO EXCHANGE RATE' TO WS-NOTE
               END-IF
           END-IF

           IF VALID-REQUEST
               ADD 1 TO WS-REQUESTS-ACCEPTED
               PERFORM DECIDE-ONE-REQUEST
           ELSE
               ADD 1 TO WS-REQUESTS-REJECTED
               MOVE 'REJECTED' TO LH-OUTCOME
               MOVE SPACES TO LH-APPROVER
               PERFORM WRITE-LIMIT-HISTORY
               DISPLAY 'Limit request for ' LRQ-CUST-ID
                   ' rejected - ' WS-NOTE
           END-IF.

       CHECK-REQUEST-ALREADY-OPEN.
           MOVE 'N' TO WS-OPEN-FOUND-FLAG
           PERFORM VARYING WS-OPEN-SUB FROM 1 BY 1
                   UNTIL WS-OPEN-SUB > WS-OPEN-COUNT
                       OR REQUEST-ALREADY-OPEN
               IF WS-OPEN-ID (WS-OPEN-SUB) = WS-LIM-CUST-ID
                   MOVE 'Y' TO WS-OPEN-FOUND-FLAG
               END-IF
           END-PERFORM.

       WRITE-LIMIT-FEED-TRAILER.
           MOVE SPACES TO LIMIT-FEED-TRAILER-RECORD
           MOVE 'T' TO LIMIT-FEED-RECORD (1:1)
           MOVE WS-FEED-COUNT TO LTRL-TRANS-COUNT
           MOVE WS-FEED-BALANCE-HASH TO LTRL-BALANCE-HASH
           WRITE LIMIT-FEED-RECORD
           CLOSE LIMIT-FEED-OUTPUT.

       GENERATE-REPORT.
           PERFORM VARYING WS-DEC-SUB FROM 1 BY 1
                   UNTIL WS-DEC-SUB > WS-DEC-COUNT
               IF WS-DEC-USED-FLAG (WS-DEC-SUB) = 'N'
                   ADD 1 TO WS-DEC-UNMATCHED
                   DISPLAY 'Decision for ' WS-DEC-ID (WS-DEC-SUB)
                       ' matched no pending request'
               END-IF
           END-PERFORM

           MOVE SPACES TO LIMIT-REPORT-LINE
           WRITE LIMIT-REPORT-RECORD
           MOVE SPACES TO LIMIT-REPORT-LINE
           STRING 'Pending: ' WS-STILL-PENDING
               '  Age 0-2: ' WS-AGE-0-TO-2
               '  3-7: ' WS-AGE-3-TO-7
               '  8-14: ' WS-AGE-8-TO-14
               '  Over 14: ' WS-AGE-OVER-14
               DELIMITED BY SIZE INTO LIMIT-REPORT-LINE
           WRITE LIMIT-REPORT-RECORD

           DISPLAY 'CREDIT LIMIT APPROVAL SUMMARY'
           DISPLAY '============================='
           DISPLAY 'Pending Requests Read: ' WS-PENDING-READ
           DISPLAY 'New Requests Read: ' WS-REQUESTS-READ
           DISPLAY 'New Requests Accepted: ' WS-REQUESTS-ACCEPTED
           DISPLAY 'New Requests Rejected: ' WS-REQUESTS-REJECTED
           DISPLAY 'Approved: ' WS-REQUESTS-APPROVED
           DISPLAY 'Declined: ' WS-REQUESTS-DECLINED
           DISPLAY 'Expired: ' WS-REQUESTS-EXPIRED
           DISPLAY 'Decisions Refused: ' WS-DECISIONS-REFUSED
           DISPLAY 'Decisions Matching Nothing: ' WS-DEC-UNMATCHED
           DISPLAY 'Still Pending: ' WS-STILL-PENDING
           DISPLAY 'Carried Changes Dropped: ' WS-CARRIED-NOT-FOUND
           DISPLAY 'Limit Feed Records: ' WS-FEED-COUNT
           DISPLAY 'Process Date: ' WS-FORMATTED-DATE
           IF WS-FEED-COUNT > ZERO
               DISPLAY 'Submit LIMDELTA.DAT as the delta feed today - '
                   'its header carries this business date'
           END-IF.

       CLEANUP-PROCESS.
           CLOSE MASTER-FILE
           CLOSE LIMIT-PENDING-WORK
           CLOSE LIMIT-HISTORY-OUTPUT
           CLOSE LIMIT-REPORT-OUTPUT

      * The reworked queue replaces the original only after the
      * whole pass completes, so an abend leaves it intact.
           MOVE SPACES TO WS-RENAME-COMMAND
           STRING 'mv LIMPEND.WRK LIMPEND.DAT 2>/dev/null'
               DELIMITED BY SIZE INTO WS-RENAME-COMMAND
           CALL 'SYSTEM' USING WS-RENAME-COMMAND

           MOVE SPACES TO WS-RENAME-COMMAND
           STRING 'mv LIMREQ.DAT LIMREQ.PRV 2>/dev/null'
               DELIMITED BY SIZE INTO WS-RENAME-COMMAND
           CALL 'SYSTEM' USING WS-RENAME-COMMAND

      * The decision file is consumed so a stale copy cannot approve
      * a later request for the same customer.
           IF DECISIONS-LOADED
               MOVE SPACES TO WS-RENAME-COMMAND
               STRING 'mv LIMDEC.DAT LIMDEC.PRV 2>/dev/null'
                   DELIMITED BY SIZE INTO WS-RENAME-COMMAND
               CALL 'SYSTEM' USING WS-RENAME-COMMAND
           END-IF

           DISPLAY 'Credit Limit Approval Completed Successfully'.

       END PROGRAM ETL-LIMIT-APPROVAL.
