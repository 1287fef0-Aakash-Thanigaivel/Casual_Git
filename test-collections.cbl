      * ETL Collections And Dunning Cycle
      * Follows up accounts whose balance has gone past the credit
      * limit - business accounts into their overdraft and other
      * accounts that have crept past CUST-CREDIT-LIMIT. Run after
      * the nightly, it finds today's over-limit accounts on the
      * processed master (PROCMAST.DAT), on the nightly's INVALID
      * CREDIT LIMIT rejects (ERRORS.DAT - an account over its limit
      * never reaches the processed master), and on the customer
      * master for accounts already in collections that were not
      * processed tonight. A case opens on COLLCASE.DAT the first
      * time an account is seen over limit.
      * Each case counts the business days (CALENDAR.DAT) it has been
      * over limit since its last within-limit observation on the
      * balance history (BALHIST.DAT) and steps, at most one stage
      * per business day, through first notice, second notice, final
      * notice and referral as the count reaches the day thresholds
      * on COLLPARM.DAT (default 1, 10, 20 and 30 business days).
      * Every stage writes a print-image letter to its own file
      * (DUNLTR1.DAT - DUNLTR4.DAT). The final notice also suspends
      * the account: a status-change (C) record, built from the
      * current customer master with the status set to S, goes out
      * on COLLDELTA.DAT under a header with the business date and a
      * trailer with count and balance hash, exactly like the
      * dead-letter close feed, and is submitted as the delta feed.
      * Cases close by themselves once the balance is back within
      * limit, or when the account has left the master. Openings,
      * stage moves and closures are appended to COLLHIST.DAT, and
      * COLLWORK.DAT lists the open cases by stage and by amount
      * past limit (base currency) as the day's worklist.
      * The carried cases, today's observations and the balance
      * history are each sorted by customer ID and matched in a
      * single pass, so no table of cases is held and the number of
      * open cases is bounded only by disk. Only a prior unsubmitted
      * COLLDELTA.DAT is held in a table; one of more than 500
      * suspensions stops the run RC 16 with nothing processed.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETL-COLLECTIONS.
       AUTHOR. TEST-MIGRATION.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCESSED-MASTER ASSIGN TO 'PROCMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PROCMAST-ID
               FILE STATUS IS WS-PROCMAST-STATUS.
           SELECT MASTER-FILE ASSIGN TO 'CUSTMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAST-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT ERROR-INPUT ASSIGN TO 'ERRORS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-STATUS.
           SELECT BALANCE-HISTORY-INPUT ASSIGN TO 'BALHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALHIST-STATUS.
           SELECT CASE-INPUT ASSIGN TO 'COLLCASE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.
           SELECT CASE-WORK ASSIGN TO 'COLLCASE.WRK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-WORK-STATUS.
           SELECT CASE-SORTED ASSIGN TO 'COLLSORT.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-SORTED-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO 'SORTWORK.TMP'.
           SELECT CASE-SORT-FILE ASSIGN TO 'SORTWORK.TMP'.
           SELECT CASE-ORDERED-INPUT ASSIGN TO 'COLLCSRT.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-ORDERED-STATUS.
           SELECT OBS-WORK-OUTPUT ASSIGN TO 'COLLOBS.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OBS-WORK-STATUS.
           SELECT OBS-SORT-FILE ASSIGN TO 'SORTWORK.TMP'.
           SELECT OBS-SORTED-INPUT ASSIGN TO 'COLLOSRT.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OBS-SORTED-STATUS.
           SELECT HIST-SORT-FILE ASSIGN TO 'SORTWORK.TMP'.
           SELECT HIST-SORTED-INPUT ASSIGN TO 'COLLHSRT.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-SORTED-STATUS.
           SELECT CASE-HISTORY-OUTPUT ASSIGN TO 'COLLHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-HISTORY-STATUS.
           SELECT COLLECTION-PARM-FILE ASSIGN TO 'COLLPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLL-PARM-STATUS.
           SELECT FIRST-NOTICE-OUTPUT ASSIGN TO 'DUNLTR1.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SECOND-NOTICE-OUTPUT ASSIGN TO 'DUNLTR2.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FINAL-NOTICE-OUTPUT ASSIGN TO 'DUNLTR3.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REFERRAL-NOTICE-OUTPUT ASSIGN TO 'DUNLTR4.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUSPEND-FEED-OUTPUT ASSIGN TO 'COLLDELTA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPEND-FEED-STATUS.
           SELECT WORKLIST-OUTPUT ASSIGN TO 'COLLWORK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RATE-FILE ASSIGN TO 'RATES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO 'CALENDAR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           05  MAST-ID                PIC 9(8).
           05  MAST-NAME              PIC X(30).
           05  MAST-ACCOUNT-TYPE      PIC X(1).
           05  MAST-BALANCE           PIC 9(7)V99.
           05  MAST-CREDIT-LIMIT      PIC 9(7)V99.
           05  MAST-STATUS            PIC X(1).
           05  MAST-CURRENCY          PIC X(3).

       FD  ERROR-INPUT.
       01  ERROR-RECORD.
           05  ERROR-ID               PIC 9(8).
           05  ERROR-NAME             PIC X(30).
           05  ERROR-TYPE             PIC X(22).
           05  ERROR-DESCRIPTION      PIC X(50).
           05  ERROR-PROCESS-DATE     PIC X(10).
           05  ERROR-CYCLE-COUNT      PIC 9(1).
           05  ERROR-ORIGINAL-DATA.
               10  ERR-CUST-ID            PIC 9(8).
               10  ERR-CUST-NAME          PIC X(30).
               10  ERR-ACCOUNT-TYPE       PIC X(1).
               10  ERR-BALANCE            PIC 9(7)V99.
               10  ERR-CREDIT-LIMIT       PIC 9(7)V99.
               10  ERR-STATUS             PIC X(1).
               10  ERR-CURRENCY           PIC X(3).

       FD  BALANCE-HISTORY-INPUT.
       01  BALANCE-HISTORY-RECORD.
           05  BALHIST-ID                 PIC 9(8).
           05  BALHIST-DATE               PIC X(10).
           05  BALHIST-BALANCE            PIC 9(9)V99.
           05  BALHIST-AVAIL-CREDIT       PIC 9(9)V99.
           05  BALHIST-RISK-LEVEL         PIC X(11).

       FD  CASE-INPUT.
       01  CASE-INPUT-RECORD          PIC X(99).

       FD  CASE-WORK.
       01  CASE-WORK-RECORD           PIC X(99).

       FD  CASE-SORTED.
       01  CASE-SORTED-RECORD         PIC X(99).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  FILLER                     PIC X(52).
           05  SORT-WORK-STAGE            PIC 9(1).
           05  FILLER                     PIC X(25).
           05  SORT-WORK-BASE-PAST-LIMIT  PIC 9(9)V99.
           05  FILLER                     PIC X(10).

       SD  CASE-SORT-FILE.
       01  CASE-SORT-RECORD.
           05  CASE-SORT-ID               PIC 9(8).
           05  FILLER                     PIC X(91).

       FD  CASE-ORDERED-INPUT.
       01  CASE-ORDERED-RECORD.
           05  CASE-ORDERED-ID            PIC 9(8).
           05  FILLER                     PIC X(91).

      * One sighting of an account today, numbered in the order the
      * scans make them so a later sighting still wins.
       FD  OBS-WORK-OUTPUT.
       01  OBS-WORK-RECORD.
           05  OBS-WORK-ID                PIC 9(8).
           05  OBS-WORK-SEQ               PIC 9(9).
           05  OBS-WORK-NAME              PIC X(30).
           05  OBS-WORK-TYPE              PIC X(1).
           05  OBS-WORK-CURRENCY          PIC X(3).
           05  OBS-WORK-BALANCE           PIC 9(9)V99.
           05  OBS-WORK-CREDIT-LIMIT      PIC 9(9)V99.

       SD  OBS-SORT-FILE.
       01  OBS-SORT-RECORD.
           05  OBS-SORT-ID                PIC 9(8).
           05  OBS-SORT-SEQ               PIC 9(9).
           05  FILLER                     PIC X(56).

       FD  OBS-SORTED-INPUT.
       01  OBS-SORTED-RECORD.
           05  OBS-SORTED-ID              PIC 9(8).
           05  OBS-SORTED-SEQ             PIC 9(9).
           05  OBS-SORTED-NAME            PIC X(30).
           05  OBS-SORTED-TYPE            PIC X(1).
           05  OBS-SORTED-CURRENCY        PIC X(3).
           05  OBS-SORTED-BALANCE         PIC 9(9)V99.
           05  OBS-SORTED-CREDIT-LIMIT    PIC 9(9)V99.

       SD  HIST-SORT-FILE.
       01  HIST-SORT-RECORD.
           05  HIST-SORT-ID               PIC 9(8).
           05  HIST-SORT-DATE             PIC X(10).
           05  FILLER                     PIC X(33).

       FD  HIST-SORTED-INPUT.
       01  HIST-SORTED-RECORD.
           05  HSRT-ID                    PIC 9(8).
           05  HSRT-DATE                  PIC X(10).
           05  HSRT-BALANCE               PIC 9(9)V99.
           05  HSRT-AVAIL-CREDIT          PIC 9(9)V99.
           05  HSRT-RISK-LEVEL            PIC X(11).

       FD  CASE-HISTORY-OUTPUT.
       01  CASE-HISTORY-RECORD.
           05  CH-EVENT-DATE          PIC X(10).
           05  CH-EVENT               PIC X(16).
           05  CH-CASE-DATA           PIC X(99).

       FD  COLLECTION-PARM-FILE.
       01  COLLECTION-PARM-RECORD.
           05  CP-FIRST-NOTICE-DAYS   PIC 9(3).
           05  CP-SECOND-NOTICE-DAYS  PIC 9(3).
           05  CP-FINAL-NOTICE-DAYS   PIC 9(3).
           05  CP-REFERRAL-DAYS       PIC 9(3).

       FD  FIRST-NOTICE-OUTPUT.
       01  FIRST-NOTICE-RECORD.
           05  FIRST-NOTICE-LINE      PIC X(80).

       FD  SECOND-NOTICE-OUTPUT.
       01  SECOND-NOTICE-RECORD.
           05  SECOND-NOTICE-LINE     PIC X(80).

       FD  FINAL-NOTICE-OUTPUT.
       01  FINAL-NOTICE-RECORD.
           05  FINAL-NOTICE-LINE      PIC X(80).

       FD  REFERRAL-NOTICE-OUTPUT.
       01  REFERRAL-NOTICE-RECORD.
           05  REFERRAL-NOTICE-LINE   PIC X(80).

       FD  SUSPEND-FEED-OUTPUT.
       01  SUSPEND-FEED-RECORD.
           05  SFD-TRANS-CODE         PIC X(1).
           05  SFD-CUSTOMER-DATA.
               10  SFD-CUST-ID            PIC 9(8).
               10  SFD-CUST-NAME          PIC X(30).
               10  SFD-ACCOUNT-TYPE       PIC X(1).
               10  SFD-BALANCE            PIC 9(7)V99.
               10  SFD-CREDIT-LIMIT       PIC 9(7)V99.
               10  SFD-STATUS             PIC X(1).
               10  SFD-CURRENCY           PIC X(3).
       01  SUSPEND-FEED-HEADER-RECORD.
           05  FILLER                 PIC X(1).
           05  SHDR-FEED-DATE         PIC X(10).
       01  SUSPEND-FEED-TRAILER-RECORD.
           05  FILLER                 PIC X(1).
           05  STRL-TRANS-COUNT       PIC 9(6).
           05  STRL-BALANCE-HASH      PIC 9(13)V99.

       FD  WORKLIST-OUTPUT.
       01  WORKLIST-RECORD.
           05  WORKLIST-LINE          PIC X(100).

       FD  RATE-FILE.
       01  RATE-RECORD.
           05  RATE-CURRENCY              PIC X(3).
           05  RATE-TO-BASE               PIC 9(3)V9(6).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05  CAL-HOLIDAY-DATE           PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-PROCMAST-STATUS         PIC X(2).
       01  WS-MASTER-STATUS           PIC X(2).
       01  WS-ERROR-STATUS            PIC X(2).
       01  WS-BALHIST-STATUS          PIC X(2).
       01  WS-CASE-STATUS             PIC X(2).
       01  WS-CASE-WORK-STATUS        PIC X(2).
       01  WS-CASE-SORTED-STATUS      PIC X(2).
       01  WS-CASE-ORDERED-STATUS     PIC X(2).
       01  WS-OBS-WORK-STATUS         PIC X(2).
       01  WS-OBS-SORTED-STATUS       PIC X(2).
       01  WS-HIST-SORTED-STATUS      PIC X(2).
       01  WS-CASE-HISTORY-STATUS     PIC X(2).
       01  WS-COLL-PARM-STATUS        PIC X(2).
       01  WS-SUSPEND-FEED-STATUS     PIC X(2).
       01  WS-RATE-STATUS             PIC X(2).
       01  WS-CALENDAR-STATUS         PIC X(2).
       01  WS-RENAME-COMMAND          PIC X(100).

      * One collections case - the layout of COLLCASE.DAT.
       01  WS-CASE-RECORD.
           05  WS-CR-CUST-ID          PIC 9(8).
           05  WS-CR-NAME             PIC X(30).
           05  WS-CR-ACCOUNT-TYPE     PIC X(1).
           05  WS-CR-CURRENCY         PIC X(3).
           05  WS-CR-OPEN-DATE        PIC X(10).
           05  WS-CR-STAGE            PIC 9(1).
           05  WS-CR-STAGE-DATE       PIC X(10).
           05  WS-CR-DAYS-OVER        PIC 9(4).
           05  WS-CR-PAST-LIMIT       PIC 9(9)V99.
           05  WS-CR-BASE-PAST-LIMIT  PIC 9(9)V99.
           05  WS-CR-LAST-OK-DATE     PIC X(10).

      * What today's matching has learned about the case in hand.
       01  WS-CASE-STATE.
           05  WS-CASE-BASE-LIMIT     PIC 9(9)V99.
           05  WS-CASE-FIRST-OVER     PIC X(10).
           05  WS-CASE-SEEN-FLAG      PIC X(1).
               88  CASE-SEEN-OVER     VALUE 'O'.
               88  CASE-SEEN-WITHIN   VALUE 'W'.
               88  CASE-ACCOUNT-GONE  VALUE 'G'.
               88  CASE-NOT-SEEN      VALUE ' '.
       01  WS-CASE-FOUND-FLAG         PIC X(1) VALUE 'N'.
           88  CASE-FOUND             VALUE 'Y'.

      * Current customer ID on each sorted stream - HIGH-VALUES once
      * a stream is exhausted, so it never matches again.
       01  WS-MATCH-KEYS.
           05  WS-CASE-KEY            PIC X(8).
           05  WS-OBS-KEY             PIC X(8).
           05  WS-HIST-KEY            PIC X(8).
           05  WS-MATCH-KEY           PIC X(8).
       01  WS-CASE-FILE-FLAG          PIC X(1) VALUE 'N'.
           88  CASES-ON-FILE          VALUE 'Y'.
       01  WS-HIST-FILE-FLAG          PIC X(1) VALUE 'N'.
           88  HISTORY-ON-FILE        VALUE 'Y'.
       01  WS-NEW-CASE-FLAG           PIC X(1) VALUE 'N'.
           88  NEW-CASE               VALUE 'Y'.
       01  WS-CARRIED-FLAG            PIC X(1) VALUE 'N'.
           88  SUSPEND-ALREADY-CARRIED VALUE 'Y'.

      * The account being examined, from whichever source saw it.
       01  WS-ACCOUNT-WORK.
           05  WS-ACCT-ID             PIC 9(8).
           05  WS-ACCT-NAME           PIC X(30).
           05  WS-ACCT-TYPE           PIC X(1).
           05  WS-ACCT-CURRENCY       PIC X(3).
           05  WS-ACCT-BALANCE        PIC 9(9)V99.
           05  WS-ACCT-CREDIT-LIMIT   PIC 9(9)V99.
           05  WS-ACCT-BASE-BALANCE   PIC 9(9)V99.
           05  WS-ACCT-BASE-LIMIT     PIC 9(9)V99.

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
       01  WS-LOOKUP-CURRENCY         PIC X(3).
       01  WS-EXCHANGE-RATE           PIC 9(3)V9(6).

      * Suspensions found on an unsubmitted COLLDELTA.DAT from an
      * earlier business date, regenerated under today's header.
       01  WS-FEED-CARRY-TABLE.
           05  WS-CARRY-FEED-COUNT    PIC 9(3) VALUE ZERO.
           05  WS-CARRY-FEED-ID OCCURS 500 TIMES PIC 9(8).
       01  WS-CARRY-FEED-SUB          PIC 9(3).
       01  WS-PRIOR-FEED-SUSPENDS     PIC 9(6) VALUE ZERO.
       01  WS-PRIOR-FEED-DATE         PIC X(10) VALUE SPACES.
       01  WS-PRIOR-FEED-EOF-SW       PIC X(1) VALUE 'N'.
           88  END-OF-PRIOR-FEED      VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-CASES-CARRIED       PIC 9(6) VALUE ZERO.
           05  WS-OBS-SEQ             PIC 9(9) VALUE ZERO.
           05  WS-PROCMAST-READ       PIC 9(6) VALUE ZERO.
           05  WS-PROCMAST-CURRENT    PIC 9(6) VALUE ZERO.
           05  WS-REJECTS-READ        PIC 9(6) VALUE ZERO.
           05  WS-REJECTS-USED        PIC 9(6) VALUE ZERO.
           05  WS-HISTORY-READ        PIC 9(6) VALUE ZERO.
           05  WS-NO-RATE-COUNT       PIC 9(6) VALUE ZERO.
           05  WS-CASES-OPENED        PIC 9(6) VALUE ZERO.
           05  WS-CASES-CURED         PIC 9(6) VALUE ZERO.
           05  WS-CASES-GONE          PIC 9(6) VALUE ZERO.
           05  WS-CASES-OPEN          PIC 9(6) VALUE ZERO.
           05  WS-FIRST-NOTICES       PIC 9(6) VALUE ZERO.
           05  WS-SECOND-NOTICES      PIC 9(6) VALUE ZERO.
           05  WS-FINAL-NOTICES       PIC 9(6) VALUE ZERO.
           05  WS-REFERRALS           PIC 9(6) VALUE ZERO.
           05  WS-ALREADY-SUSPENDED   PIC 9(6) VALUE ZERO.
           05  WS-CARRIED-NOT-FOUND   PIC 9(6) VALUE ZERO.
           05  WS-FEED-COUNT          PIC 9(6) VALUE ZERO.
           05  WS-FEED-BALANCE-HASH   PIC 9(13)V99 VALUE ZERO.
           05  WS-STAGE-CASES         PIC 9(6) VALUE ZERO.
           05  WS-STAGE-PAST-LIMIT    PIC 9(11)V99 VALUE ZERO.
           05  WS-TOTAL-PAST-LIMIT    PIC 9(11)V99 VALUE ZERO.

       01  WS-FLAGS.
           05  END-OF-FILE-SW         PIC X(1) VALUE 'N'.
               88  END-OF-FILE        VALUE 'Y'.
           05  WS-OVER-LIMIT-FLAG     PIC X(1) VALUE 'N'.
               88  ACCOUNT-OVER-LIMIT VALUE 'Y'.

       01  WS-WORK-AREAS.
           05  WS-DATE-TEXT           PIC X(10).
           05  WS-DATE-TEXT-NUM       PIC 9(8).
           05  WS-DATE-TEXT-INTEGER   PIC 9(8).
           05  WS-START-INTEGER       PIC 9(8).
           05  WS-COUNT-INTEGER       PIC 9(8).
           05  WS-TODAY-INTEGER       PIC 9(8).
           05  WS-BUSINESS-DAYS       PIC 9(4).
           05  WS-NEXT-THRESHOLD      PIC 9(3).
           05  WS-EVENT               PIC X(16).
           05  WS-STAGE-NAME          PIC X(16).
           05  WS-PRIOR-STAGE         PIC 9(1).
           05  WS-LETTER-LINE         PIC X(80).
           05  WS-EDIT-AMOUNT         PIC Z(8)9.99.
           05  WS-EDIT-BASE-AMOUNT    PIC Z(8)9.99.
           05  WS-EDIT-TOTAL          PIC Z(10)9.99.
           05  WS-EDIT-DAYS           PIC ZZZ9.
           05  WS-CURRENT-DATE.
               10  WS-YEAR            PIC 9(4).
               10  WS-MONTH           PIC 9(2).
               10  WS-DAY             PIC 9(2).
           05  WS-FORMATTED-DATE      PIC X(10).

       01  WS-CONSTANTS.
           05  FIRST-NOTICE-DAYS      PIC 9(3) VALUE 1.
           05  SECOND-NOTICE-DAYS     PIC 9(3) VALUE 10.
           05  FINAL-NOTICE-DAYS      PIC 9(3) VALUE 20.
           05  REFERRAL-DAYS          PIC 9(3) VALUE 30.
           05  FINAL-NOTICE-STAGE     PIC 9(1) VALUE 3.
           05  REFERRAL-STAGE         PIC 9(1) VALUE 4.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           PERFORM COLLECT-OBSERVATIONS
           PERFORM SORT-BALANCE-HISTORY
           PERFORM MATCH-CASES
           PERFORM WRITE-SUSPEND-FEED-TRAILER
           PERFORM GENERATE-WORKLIST
           PERFORM GENERATE-REPORT
           PERFORM CLEANUP-PROCESS
           STOP RUN.

       INITIALIZE-PROCESS.
      * The suspend feed header must carry the resolved effective
      * business date or the delta update's control check rejects it.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           PERFORM LOAD-BUSINESS-CALENDAR
           PERFORM RESOLVE-EFFECTIVE-DATE
           STRING WS-YEAR '-' WS-MONTH '-' WS-DAY
               DELIMITED BY SIZE INTO WS-FORMATTED-DATE
           MOVE WS-DATE-INTEGER TO WS-TODAY-INTEGER

           PERFORM LOAD-EXCHANGE-RATES
           PERFORM LOAD-COLLECTION-PARAMETERS

           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'CUSTMAST.DAT could not be opened - status '
                   WS-MASTER-STATUS '. Nothing processed.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM SORT-CARRIED-CASES
           PERFORM CHECK-PRIOR-SUSPEND-FEED

           OPEN EXTEND CASE-HISTORY-OUTPUT
           IF WS-CASE-HISTORY-STATUS NOT = '00'
               OPEN OUTPUT CASE-HISTORY-OUTPUT
           END-IF

           OPEN OUTPUT CASE-WORK
           OPEN OUTPUT FIRST-NOTICE-OUTPUT
           OPEN OUTPUT SECOND-NOTICE-OUTPUT
           OPEN OUTPUT FINAL-NOTICE-OUTPUT
           OPEN OUTPUT REFERRAL-NOTICE-OUTPUT

           OPEN OUTPUT SUSPEND-FEED-OUTPUT
           MOVE SPACES TO SUSPEND-FEED-HEADER-RECORD
           MOVE 'H' TO SUSPEND-FEED-RECORD (1:1)
           MOVE WS-FORMATTED-DATE TO SHDR-FEED-DATE
           WRITE SUSPEND-FEED-RECORD
           IF WS-CARRY-FEED-COUNT > ZERO
               PERFORM REGENERATE-CARRIED-SUSPENDS
           END-IF

           DISPLAY 'Collections Cycle Started on ' WS-FORMATTED-DATE.

       LOAD-BUSINESS-CALENDAR.
      * Same holiday list as the nightly run, so both programs agree
      * on the business date and on which days count as over limit.
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
      * Amounts past limit are ranked in base currency on the
      * worklist, converted at the same rates the nightly run uses.
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
                                   'of RATES.DAT skipped; accounts in '
                                   'those currencies are not followed'
                               MOVE 'Y' TO WS-RATE-CAP-WARNED-FLAG
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE RATE-FILE
           ELSE
               DISPLAY 'RATES.DAT not found - base-currency accounts '
                   'only'
           END-IF.

       LOOKUP-EXCHANGE-RATE.
           MOVE 'N' TO WS-RATE-FOUND-FLAG
           IF WS-LOOKUP-CURRENCY = SPACES
                   OR WS-LOOKUP-CURRENCY = 'USD'
               MOVE 1 TO WS-EXCHANGE-RATE
               MOVE 'Y' TO WS-RATE-FOUND-FLAG
           ELSE
               PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                       UNTIL WS-RATE-SUB > WS-RATE-COUNT
                   IF WS-RATE-CCY (WS-RATE-SUB) = WS-LOOKUP-CURRENCY
                       MOVE WS-RATE-VALUE (WS-RATE-SUB)
                           TO WS-EXCHANGE-RATE
                       MOVE 'Y' TO WS-RATE-FOUND-FLAG
                   END-IF
               END-PERFORM
           END-IF.

       LOAD-COLLECTION-PARAMETERS.
      * The thresholds must rise stage by stage or a case could skip
      * straight past a notice, so an out-of-order file is ignored.
           OPEN INPUT COLLECTION-PARM-FILE
           IF WS-COLL-PARM-STATUS = '00'
               READ COLLECTION-PARM-FILE
               IF WS-COLL-PARM-STATUS = '00'
                   IF CP-FIRST-NOTICE-DAYS IS NUMERIC
                           AND CP-SECOND-NOTICE-DAYS IS NUMERIC
                           AND CP-FINAL-NOTICE-DAYS IS NUMERIC
                           AND CP-REFERRAL-DAYS IS NUMERIC
                           AND CP-FIRST-NOTICE-DAYS > ZERO
                           AND CP-SECOND-NOTICE-DAYS >
                               CP-FIRST-NOTICE-DAYS
                           AND CP-FINAL-NOTICE-DAYS >
                               CP-SECOND-NOTICE-DAYS
                           AND CP-REFERRAL-DAYS >
                               CP-FINAL-NOTICE-DAYS
                       MOVE CP-FIRST-NOTICE-DAYS TO FIRST-NOTICE-DAYS
                       MOVE CP-SECOND-NOTICE-DAYS
                           TO SECOND-NOTICE-DAYS
                       MOVE CP-FINAL-NOTICE-DAYS TO FINAL-NOTICE-DAYS
                       MOVE CP-REFERRAL-DAYS TO REFERRAL-DAYS
                       DISPLAY 'Stage thresholds loaded from '
                           'COLLPARM.DAT'
                   ELSE
                       DISPLAY 'WARNING: COLLPARM.DAT thresholds '
                           'invalid or out of order - defaults used'
                   END-IF
               END-IF
               CLOSE COLLECTION-PARM-FILE
           ELSE
               DISPLAY 'COLLPARM.DAT not found - default stage '
                   'thresholds used'
           END-IF.

       CHECK-PRIOR-SUSPEND-FEED.
      * A prior COLLDELTA.DAT still on disk holds suspensions that
      * never reached the delta update, and those cases have already
      * moved to final notice, so they would not be generated again.
      * A feed from an earlier business date can never pass the
      * header-date control again, so its suspensions are carried
      * into today's feed; a feed from today stops the run.
           OPEN INPUT SUSPEND-FEED-OUTPUT
           IF WS-SUSPEND-FEED-STATUS NOT = '00'
               CONTINUE
           ELSE
               MOVE 'N' TO WS-PRIOR-FEED-EOF-SW
               PERFORM UNTIL END-OF-PRIOR-FEED
                   READ SUSPEND-FEED-OUTPUT
                       AT END MOVE 'Y' TO WS-PRIOR-FEED-EOF-SW
                       NOT AT END
                           PERFORM TABLE-ONE-PRIOR-SUSPEND
                   END-READ
               END-PERFORM
               CLOSE SUSPEND-FEED-OUTPUT

               IF WS-PRIOR-FEED-SUSPENDS > 500
                   DISPLAY 'COLLDELTA.DAT holds '
                       WS-PRIOR-FEED-SUSPENDS ' unsubmitted '
                       'suspensions - more than the 500 the carry '
                       'table can hold. Nothing processed. Resolve '
                       'manually before rerunning.'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF

               IF WS-CARRY-FEED-COUNT > ZERO
                   IF WS-PRIOR-FEED-DATE = WS-FORMATTED-DATE
                       DISPLAY 'COLLDELTA.DAT FROM TODAY HOLDS '
                           WS-CARRY-FEED-COUNT ' UNSUBMITTED '
                           'SUSPENSIONS - submit it as the delta '
                           'feed (or remove it once applied) before '
                           'rerunning. Nothing processed.'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       DISPLAY 'COLLDELTA.DAT dated '
                           WS-PRIOR-FEED-DATE ' was never submitted '
                           '- its ' WS-CARRY-FEED-COUNT
                           ' suspensions are regenerated under '
                           'today''s header'
                   END-IF
               END-IF
           END-IF.

       TABLE-ONE-PRIOR-SUSPEND.
           EVALUATE SFD-TRANS-CODE
               WHEN 'H'
                   MOVE SHDR-FEED-DATE TO WS-PRIOR-FEED-DATE
               WHEN 'C'
      * Every suspension is counted; CHECK-PRIOR-SUSPEND-FEED stops
      * the run if any would not fit the table.
                   ADD 1 TO WS-PRIOR-FEED-SUSPENDS
                   IF WS-CARRY-FEED-COUNT < 500
                       ADD 1 TO WS-CARRY-FEED-COUNT
                       MOVE SFD-CUST-ID
                           TO WS-CARRY-FEED-ID (WS-CARRY-FEED-COUNT)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       REGENERATE-CARRIED-SUSPENDS.
      * Rebuilt from the master as it stands today, so a balance
      * posted since the final notice is not overwritten.
           PERFORM VARYING WS-CARRY-FEED-SUB FROM 1 BY 1
                   UNTIL WS-CARRY-FEED-SUB > WS-CARRY-FEED-COUNT
               MOVE WS-CARRY-FEED-ID (WS-CARRY-FEED-SUB) TO MAST-ID
               READ MASTER-FILE
               IF WS-MASTER-STATUS = '00'
                   PERFORM WRITE-SUSPEND-RECORD
               ELSE
                   ADD 1 TO WS-CARRIED-NOT-FOUND
                   DISPLAY 'Carried suspension for '
                       WS-CARRY-FEED-ID (WS-CARRY-FEED-SUB)
                       ' dropped - customer no longer on master'
               END-IF
           END-PERFORM.

       WRITE-SUSPEND-RECORD.
      * Only the status changes; everything else is the master as it
      * stands, so applying the change cannot move the balance.
           MOVE 'C' TO SFD-TRANS-CODE
           MOVE MASTER-RECORD TO SFD-CUSTOMER-DATA
           MOVE 'S' TO SFD-STATUS
           WRITE SUSPEND-FEED-RECORD
           ADD 1 TO WS-FEED-COUNT
           ADD SFD-BALANCE TO WS-FEED-BALANCE-HASH.

       SORT-CARRIED-CASES.
      * COLLCASE.DAT is rewritten in full every run, so a case file
      * that exists but cannot be read stops the run here, before any
      * output is opened, rather than have its cases dropped.
           OPEN INPUT CASE-INPUT
           EVALUATE WS-CASE-STATUS
               WHEN '00'
                   CLOSE CASE-INPUT
                   SORT CASE-SORT-FILE
                       ON ASCENDING KEY CASE-SORT-ID
                       USING CASE-INPUT
                       GIVING CASE-ORDERED-INPUT
                   MOVE 'Y' TO WS-CASE-FILE-FLAG
               WHEN '35'
                   DISPLAY 'COLLCASE.DAT not found - no cases open'
               WHEN OTHER
                   DISPLAY 'COLLCASE.DAT could not be opened - status '
                       WS-CASE-STATUS '. Nothing processed. Resolve '
                       'manually before rerunning.'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       COLLECT-OBSERVATIONS.
      * Every account seen today goes to a work file, sorted by
      * customer ID and then by the order it was seen in.
           OPEN OUTPUT OBS-WORK-OUTPUT
           PERFORM SCAN-PROCESSED-MASTER
           PERFORM SCAN-CREDIT-LIMIT-REJECTS
           CLOSE OBS-WORK-OUTPUT

           SORT OBS-SORT-FILE
               ON ASCENDING KEY OBS-SORT-ID
               ON ASCENDING KEY OBS-SORT-SEQ
               USING OBS-WORK-OUTPUT
               GIVING OBS-SORTED-INPUT.

       WRITE-OBSERVATION.
           ADD 1 TO WS-OBS-SEQ
           MOVE WS-ACCT-ID TO OBS-WORK-ID
           MOVE WS-OBS-SEQ TO OBS-WORK-SEQ
           MOVE WS-ACCT-NAME TO OBS-WORK-NAME
           MOVE WS-ACCT-TYPE TO OBS-WORK-TYPE
           MOVE WS-ACCT-CURRENCY TO OBS-WORK-CURRENCY
           MOVE WS-ACCT-BALANCE TO OBS-WORK-BALANCE
           MOVE WS-ACCT-CREDIT-LIMIT TO OBS-WORK-CREDIT-LIMIT
           WRITE OBS-WORK-RECORD.

       SCAN-PROCESSED-MASTER.
      * Only records the nightly refreshed today describe today's
      * balance; anything older is left to the customer master check.
           OPEN INPUT PROCESSED-MASTER
           IF WS-PROCMAST-STATUS NOT = '00'
               DISPLAY 'PROCMAST.DAT could not be opened - status '
                   WS-PROCMAST-STATUS '. Open cases checked against '
                   'CUSTMAST.DAT only.'
           ELSE
               PERFORM UNTIL END-OF-FILE
                   READ PROCESSED-MASTER NEXT RECORD
                       AT END MOVE 'Y' TO END-OF-FILE-SW
                       NOT AT END
                           ADD 1 TO WS-PROCMAST-READ
                           IF PROCMAST-PROCESS-DATE = WS-FORMATTED-DATE
                               ADD 1 TO WS-PROCMAST-CURRENT
                               PERFORM EXAMINE-PROCESSED-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROCESSED-MASTER
           END-IF
           MOVE 'N' TO END-OF-FILE-SW.

       EXAMINE-PROCESSED-RECORD.
           MOVE PROCMAST-ID TO WS-ACCT-ID
           MOVE PROCMAST-NAME TO WS-ACCT-NAME
           MOVE PROCMAST-ACCOUNT-TYPE (1:1) TO WS-ACCT-TYPE
           MOVE PROCMAST-CURRENCY TO WS-ACCT-CURRENCY
           MOVE PROCMAST-ORIG-BALANCE TO WS-ACCT-BALANCE
           MOVE PROCMAST-ORIG-CREDIT-LIMIT TO WS-ACCT-CREDIT-LIMIT
           PERFORM WRITE-OBSERVATION.

       SCAN-CREDIT-LIMIT-REJECTS.
      * An account past its limit fails the nightly credit edit and
      * lands here instead of on the processed master. The original
      * image on the reject carries the balance and limit.
           OPEN INPUT ERROR-INPUT
           IF WS-ERROR-STATUS NOT = '00'
               DISPLAY 'ERRORS.DAT not found - no credit-limit '
                   'rejects examined'
           ELSE
               PERFORM UNTIL END-OF-FILE
                   READ ERROR-INPUT
                       AT END MOVE 'Y' TO END-OF-FILE-SW
                       NOT AT END
                           ADD 1 TO WS-REJECTS-READ
                           IF ERROR-TYPE = 'INVALID CREDIT LIMIT'
                                   AND ERROR-PROCESS-DATE =
                                       WS-FORMATTED-DATE
                                   AND ERR-BALANCE IS NUMERIC
                                   AND ERR-CREDIT-LIMIT IS NUMERIC
                               ADD 1 TO WS-REJECTS-USED
                               PERFORM EXAMINE-REJECT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ERROR-INPUT
           END-IF
           MOVE 'N' TO END-OF-FILE-SW.

       EXAMINE-REJECT-RECORD.
           MOVE ERR-CUST-ID TO WS-ACCT-ID
           MOVE ERR-CUST-NAME TO WS-ACCT-NAME
           MOVE ERR-ACCOUNT-TYPE TO WS-ACCT-TYPE
           MOVE ERR-CURRENCY TO WS-ACCT-CURRENCY
           MOVE ERR-BALANCE TO WS-ACCT-BALANCE
           MOVE ERR-CREDIT-LIMIT TO WS-ACCT-CREDIT-LIMIT
           PERFORM WRITE-OBSERVATION.

       SORT-BALANCE-HISTORY.
      * History rows in date order within each customer, rows of the
      * same date kept in run order.
           OPEN INPUT BALANCE-HISTORY-INPUT
           IF WS-BALHIST-STATUS NOT = '00'
               DISPLAY 'BALHIST.DAT not found - days over limit '
                   'counted from each case opening date'
           ELSE
               CLOSE BALANCE-HISTORY-INPUT
               SORT HIST-SORT-FILE
                   ON ASCENDING KEY HIST-SORT-ID
                   ON ASCENDING KEY HIST-SORT-DATE
                   WITH DUPLICATES IN ORDER
                   USING BALANCE-HISTORY-INPUT
                   GIVING HIST-SORTED-INPUT
               MOVE 'Y' TO WS-HIST-FILE-FLAG
           END-IF.

       MATCH-CASES.
      * Carried cases and today's observations are matched on
      * customer ID; the balance history follows behind, read only
      * as far as the account in hand.
           MOVE HIGH-VALUES TO WS-CASE-KEY
           IF CASES-ON-FILE
               OPEN INPUT CASE-ORDERED-INPUT
               PERFORM READ-NEXT-CASE
           END-IF
           OPEN INPUT OBS-SORTED-INPUT
           PERFORM READ-NEXT-OBSERVATION
           MOVE HIGH-VALUES TO WS-HIST-KEY
           IF HISTORY-ON-FILE
               OPEN INPUT HIST-SORTED-INPUT
               PERFORM READ-NEXT-HISTORY
           END-IF

           PERFORM UNTIL WS-CASE-KEY = HIGH-VALUES
                   AND WS-OBS-KEY = HIGH-VALUES
               PERFORM MATCH-ONE-ACCOUNT
           END-PERFORM

           IF CASES-ON-FILE
               CLOSE CASE-ORDERED-INPUT
           END-IF
           CLOSE OBS-SORTED-INPUT
           IF HISTORY-ON-FILE
               CLOSE HIST-SORTED-INPUT
           END-IF.

       MATCH-ONE-ACCOUNT.
           IF WS-CASE-KEY < WS-OBS-KEY
               MOVE WS-CASE-KEY TO WS-MATCH-KEY
           ELSE
               MOVE WS-OBS-KEY TO WS-MATCH-KEY
           END-IF

           MOVE 'N' TO WS-CASE-FOUND-FLAG
           IF WS-CASE-KEY = WS-MATCH-KEY
               MOVE CASE-ORDERED-RECORD TO WS-CASE-RECORD
               MOVE ZERO TO WS-CASE-BASE-LIMIT
               MOVE SPACES TO WS-CASE-FIRST-OVER
               MOVE SPACES TO WS-CASE-SEEN-FLAG
               MOVE 'Y' TO WS-CASE-FOUND-FLAG
               ADD 1 TO WS-CASES-CARRIED
               PERFORM READ-NEXT-CASE
           END-IF

           PERFORM UNTIL WS-OBS-KEY NOT = WS-MATCH-KEY
               MOVE OBS-SORTED-ID TO WS-ACCT-ID
               MOVE OBS-SORTED-NAME TO WS-ACCT-NAME
               MOVE OBS-SORTED-TYPE TO WS-ACCT-TYPE
               MOVE OBS-SORTED-CURRENCY TO WS-ACCT-CURRENCY
               MOVE OBS-SORTED-BALANCE TO WS-ACCT-BALANCE
               MOVE OBS-SORTED-CREDIT-LIMIT TO WS-ACCT-CREDIT-LIMIT
               PERFORM EXAMINE-ACCOUNT
               PERFORM READ-NEXT-OBSERVATION
           END-PERFORM

           IF CASE-FOUND
               IF CASE-NOT-SEEN
                   PERFORM RESOLVE-UNSEEN-CASE
               END-IF
               PERFORM UNTIL WS-HIST-KEY NOT < WS-MATCH-KEY
                   PERFORM READ-NEXT-HISTORY
               END-PERFORM
               PERFORM UNTIL WS-HIST-KEY NOT = WS-MATCH-KEY
                   PERFORM APPLY-HISTORY-ROW
                   PERFORM READ-NEXT-HISTORY
               END-PERFORM
               PERFORM ADVANCE-CASE
           END-IF.

       READ-NEXT-CASE.
           READ CASE-ORDERED-INPUT
               AT END MOVE HIGH-VALUES TO WS-CASE-KEY
               NOT AT END MOVE CASE-ORDERED-ID TO WS-CASE-KEY
           END-READ.

       READ-NEXT-OBSERVATION.
           READ OBS-SORTED-INPUT
               AT END MOVE HIGH-VALUES TO WS-OBS-KEY
               NOT AT END MOVE OBS-SORTED-ID TO WS-OBS-KEY
           END-READ.

       READ-NEXT-HISTORY.
           READ HIST-SORTED-INPUT
               AT END MOVE HIGH-VALUES TO WS-HIST-KEY
               NOT AT END
                   ADD 1 TO WS-HISTORY-READ
                   MOVE HSRT-ID TO WS-HIST-KEY
           END-READ.

       RESOLVE-UNSEEN-CASE.
      * An open case the nightly did not process today - suspended by
      * its own final notice, or rejected for some other reason - is
      * judged on the customer master instead.
           MOVE WS-CR-CUST-ID TO MAST-ID
           READ MASTER-FILE
           IF WS-MASTER-STATUS = '00'
               MOVE MAST-ID TO WS-ACCT-ID
               MOVE MAST-NAME TO WS-ACCT-NAME
               MOVE MAST-ACCOUNT-TYPE TO WS-ACCT-TYPE
               MOVE MAST-CURRENCY TO WS-ACCT-CURRENCY
               MOVE MAST-BALANCE TO WS-ACCT-BALANCE
               MOVE MAST-CREDIT-LIMIT TO WS-ACCT-CREDIT-LIMIT
               PERFORM EXAMINE-ACCOUNT
           ELSE
               MOVE 'G' TO WS-CASE-SEEN-FLAG
           END-IF.

       EXAMINE-ACCOUNT.
      * Over limit means the balance (usage) is above the credit
      * limit - for a business account that is the point it starts
      * drawing on its overdraft allowance.
           MOVE WS-ACCT-CURRENCY TO WS-LOOKUP-CURRENCY
           PERFORM LOOKUP-EXCHANGE-RATE
           IF NOT RATE-FOUND
               ADD 1 TO WS-NO-RATE-COUNT
               DISPLAY 'Account ' WS-ACCT-ID ' not examined - no '
                   'exchange rate for ' WS-ACCT-CURRENCY
           ELSE
               COMPUTE WS-ACCT-BASE-BALANCE ROUNDED =
                   WS-ACCT-BALANCE * WS-EXCHANGE-RATE
               COMPUTE WS-ACCT-BASE-LIMIT ROUNDED =
                   WS-ACCT-CREDIT-LIMIT * WS-EXCHANGE-RATE
               MOVE 'N' TO WS-OVER-LIMIT-FLAG
               IF WS-ACCT-BALANCE > WS-ACCT-CREDIT-LIMIT
                   MOVE 'Y' TO WS-OVER-LIMIT-FLAG
               END-IF
               IF ACCOUNT-OVER-LIMIT
                   MOVE 'N' TO WS-NEW-CASE-FLAG
                   IF NOT CASE-FOUND
                       PERFORM OPEN-NEW-CASE
                   END-IF
                   PERFORM RECORD-OVER-LIMIT
                   IF NEW-CASE
                       ADD 1 TO WS-CASES-OPENED
                       MOVE 'OPENED' TO WS-EVENT
                       PERFORM WRITE-CASE-HISTORY
                   END-IF
               ELSE
                   IF CASE-FOUND
                       MOVE 'W' TO WS-CASE-SEEN-FLAG
                   END-IF
               END-IF
           END-IF.

       OPEN-NEW-CASE.
           MOVE SPACES TO WS-CASE-RECORD
           MOVE WS-ACCT-ID TO WS-CR-CUST-ID
           MOVE WS-FORMATTED-DATE TO WS-CR-OPEN-DATE
           MOVE ZERO TO WS-CR-STAGE
           MOVE ZERO TO WS-CR-DAYS-OVER
           MOVE ZERO TO WS-CR-PAST-LIMIT
           MOVE ZERO TO WS-CR-BASE-PAST-LIMIT
           MOVE ZERO TO WS-CASE-BASE-LIMIT
           MOVE SPACES TO WS-CASE-FIRST-OVER
           MOVE SPACES TO WS-CASE-SEEN-FLAG
           MOVE 'Y' TO WS-CASE-FOUND-FLAG
           MOVE 'Y' TO WS-NEW-CASE-FLAG.

       RECORD-OVER-LIMIT.
      * Name, type, currency and amounts are refreshed each time the
      * account is seen, so the letters quote today's figures.
           MOVE WS-ACCT-NAME TO WS-CR-NAME
           MOVE WS-ACCT-TYPE TO WS-CR-ACCOUNT-TYPE
           MOVE WS-ACCT-CURRENCY TO WS-CR-CURRENCY
           COMPUTE WS-CR-PAST-LIMIT =
               WS-ACCT-BALANCE - WS-ACCT-CREDIT-LIMIT
           IF WS-ACCT-BASE-BALANCE > WS-ACCT-BASE-LIMIT
               COMPUTE WS-CR-BASE-PAST-LIMIT =
                   WS-ACCT-BASE-BALANCE - WS-ACCT-BASE-LIMIT
           ELSE
               MOVE ZERO TO WS-CR-BASE-PAST-LIMIT
           END-IF
           MOVE WS-ACCT-BASE-LIMIT TO WS-CASE-BASE-LIMIT
           MOVE 'O' TO WS-CASE-SEEN-FLAG.

       APPLY-HISTORY-ROW.
      * For a case still over limit, find the latest history row that
      * was within limit and the earliest over-limit row after it.
      * History rows carry base-currency balances, so they are tested
      * against the case's current base-currency limit. Rows arrive
      * in date order, so a later within-limit row resets the
      * over-limit start.
           IF CASE-SEEN-OVER
                   AND HSRT-DATE NOT > WS-FORMATTED-DATE
               IF HSRT-BALANCE > WS-CASE-BASE-LIMIT
                   IF WS-CASE-FIRST-OVER = SPACES
                       MOVE HSRT-DATE TO WS-CASE-FIRST-OVER
                   END-IF
               ELSE
                   IF HSRT-DATE > WS-CR-LAST-OK-DATE
                           OR WS-CR-LAST-OK-DATE = SPACES
                       MOVE HSRT-DATE TO WS-CR-LAST-OK-DATE
                       MOVE SPACES TO WS-CASE-FIRST-OVER
                   END-IF
               END-IF
           END-IF.

       ADVANCE-CASE.
           EVALUATE TRUE
               WHEN CASE-SEEN-WITHIN
                   ADD 1 TO WS-CASES-CURED
                   MOVE 'CLOSED - CURED' TO WS-EVENT
                   PERFORM WRITE-CASE-HISTORY
               WHEN CASE-ACCOUNT-GONE
                   ADD 1 TO WS-CASES-GONE
                   MOVE 'CLOSED - GONE' TO WS-EVENT
                   PERFORM WRITE-CASE-HISTORY
               WHEN OTHER
                   PERFORM ADVANCE-ONE-CASE
           END-EVALUATE.

       ADVANCE-ONE-CASE.
      * A case not examined today (no rate) keeps its count. Otherwise
      * the count runs from the day after the last within-limit
      * observation, or from the first over-limit one, or from the
      * opening date when there is no history at all.
           IF CASE-SEEN-OVER
               EVALUATE TRUE
                   WHEN WS-CR-LAST-OK-DATE NOT = SPACES
                       MOVE WS-CR-LAST-OK-DATE TO WS-DATE-TEXT
                       PERFORM CONVERT-DATE-TEXT
                       COMPUTE WS-START-INTEGER =
                           WS-DATE-TEXT-INTEGER + 1
                   WHEN WS-CASE-FIRST-OVER NOT = SPACES
                       MOVE WS-CASE-FIRST-OVER TO WS-DATE-TEXT
                       PERFORM CONVERT-DATE-TEXT
                       MOVE WS-DATE-TEXT-INTEGER TO WS-START-INTEGER
                   WHEN OTHER
                       MOVE WS-CR-OPEN-DATE TO WS-DATE-TEXT
                       PERFORM CONVERT-DATE-TEXT
                       MOVE WS-DATE-TEXT-INTEGER TO WS-START-INTEGER
               END-EVALUATE
               PERFORM COUNT-BUSINESS-DAYS-OVER
               MOVE WS-BUSINESS-DAYS TO WS-CR-DAYS-OVER
           END-IF

      * One stage per business day at most, so every notice goes out
      * in order and a rerun on the same day moves nothing.
           MOVE WS-CR-STAGE TO WS-PRIOR-STAGE
           IF WS-CR-STAGE < REFERRAL-STAGE
                   AND (WS-CR-STAGE-DATE = SPACES
                       OR WS-CR-STAGE-DATE < WS-FORMATTED-DATE)
               EVALUATE WS-CR-STAGE
                   WHEN 0
                       MOVE FIRST-NOTICE-DAYS TO WS-NEXT-THRESHOLD
                   WHEN 1
                       MOVE SECOND-NOTICE-DAYS TO WS-NEXT-THRESHOLD
                   WHEN 2
                       MOVE FINAL-NOTICE-DAYS TO WS-NEXT-THRESHOLD
                   WHEN OTHER
                       MOVE REFERRAL-DAYS TO WS-NEXT-THRESHOLD
               END-EVALUATE
               IF WS-CR-DAYS-OVER NOT < WS-NEXT-THRESHOLD
                   ADD 1 TO WS-CR-STAGE
                   MOVE WS-FORMATTED-DATE TO WS-CR-STAGE-DATE
               END-IF
           END-IF

           IF WS-CR-STAGE NOT = WS-PRIOR-STAGE
               PERFORM SET-STAGE-NAME
               MOVE WS-STAGE-NAME TO WS-EVENT
               PERFORM WRITE-CASE-HISTORY
               PERFORM WRITE-DUNNING-LETTER
               IF WS-CR-STAGE = FINAL-NOTICE-STAGE
                   PERFORM SUSPEND-ACCOUNT
               END-IF
           END-IF

           ADD 1 TO WS-CASES-OPEN
           MOVE WS-CASE-RECORD TO CASE-WORK-RECORD
           WRITE CASE-WORK-RECORD.

       CONVERT-DATE-TEXT.
           MOVE ZERO TO WS-DATE-TEXT-NUM
           IF WS-DATE-TEXT (1:4) IS NUMERIC
                   AND WS-DATE-TEXT (6:2) IS NUMERIC
                   AND WS-DATE-TEXT (9:2) IS NUMERIC
               COMPUTE WS-DATE-TEXT-NUM =
                   FUNCTION NUMVAL (WS-DATE-TEXT (1:4)) * 10000
                   + FUNCTION NUMVAL (WS-DATE-TEXT (6:2)) * 100
                   + FUNCTION NUMVAL (WS-DATE-TEXT (9:2))
           END-IF
           IF WS-DATE-TEXT-NUM = ZERO
               MOVE WS-TODAY-INTEGER TO WS-DATE-TEXT-INTEGER
           ELSE
               COMPUTE WS-DATE-TEXT-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-TEXT-NUM)
           END-IF.

       COUNT-BUSINESS-DAYS-OVER.
      * Weekends and CALENDAR.DAT holidays do not count, so an account
      * over limit across a long weekend is not rushed to the next
      * notice.
           MOVE ZERO TO WS-BUSINESS-DAYS
           PERFORM VARYING WS-COUNT-INTEGER FROM WS-START-INTEGER BY 1
                   UNTIL WS-COUNT-INTEGER > WS-TODAY-INTEGER
               MOVE WS-COUNT-INTEGER TO WS-DATE-INTEGER
               COMPUTE WS-CAL-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)
               PERFORM CHECK-BUSINESS-DAY
               IF CAL-BUSINESS-DAY AND WS-BUSINESS-DAYS < 9999
                   ADD 1 TO WS-BUSINESS-DAYS
               END-IF
           END-PERFORM.

       SET-STAGE-NAME.
           EVALUATE WS-CR-STAGE
               WHEN 1
                   MOVE 'FIRST NOTICE' TO WS-STAGE-NAME
               WHEN 2
                   MOVE 'SECOND NOTICE' TO WS-STAGE-NAME
               WHEN 3
                   MOVE 'FINAL NOTICE' TO WS-STAGE-NAME
               WHEN 4
                   MOVE 'REFERRAL' TO WS-STAGE-NAME
               WHEN OTHER
                   MOVE 'OPEN - NO NOTICE' TO WS-STAGE-NAME
           END-EVALUATE.

       WRITE-DUNNING-LETTER.
           EVALUATE WS-CR-STAGE
               WHEN 1
                   ADD 1 TO WS-FIRST-NOTICES
               WHEN 2
                   ADD 1 TO WS-SECOND-NOTICES
               WHEN 3
                   ADD 1 TO WS-FINAL-NOTICES
               WHEN OTHER
                   ADD 1 TO WS-REFERRALS
           END-EVALUATE

           MOVE ALL '=' TO WS-LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO WS-LETTER-LINE
           STRING WS-STAGE-NAME '              ' WS-FORMATTED-DATE
               DELIMITED BY SIZE INTO WS-LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO WS-LETTER-LINE
           STRING 'CUST ' WS-CR-CUST-ID '  ' WS-CR-NAME
               DELIMITED BY SIZE INTO WS-LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO WS-LETTER-LINE
           PERFORM WRITE-LETTER-LINE

           MOVE WS-CR-PAST-LIMIT TO WS-EDIT-AMOUNT
           MOVE WS-CR-DAYS-OVER TO WS-EDIT-DAYS
           MOVE SPACES TO WS-LETTER-LINE
           STRING 'Your balance is ' WS-CR-CURRENCY ' '
               WS-EDIT-AMOUNT ' over your credit limit'
               DELIMITED BY SIZE INTO WS-LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO WS-LETTER-LINE
           STRING 'and has been over limit for ' WS-EDIT-DAYS
               ' business days.'
               DELIMITED BY SIZE INTO WS-LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO WS-LETTER-LINE
           PERFORM WRITE-LETTER-LINE

           EVALUATE WS-CR-STAGE
               WHEN 1
                   MOVE 'Please bring your balance back within your '
                       TO WS-LETTER-LINE
                   PERFORM WRITE-LETTER-LINE
                   MOVE 'credit limit at your earliest convenience.'
                       TO WS-LETTER-LINE
                   PERFORM WRITE-LETTER-LINE
               WHEN 2
                   MOVE 'This is our second notice. Please repay the '
                       TO WS-LETTER-LINE
                   PERFORM WRITE-LETTER-LINE
                   MOVE 'amount over your limit without delay.'
                       TO WS-LETTER-LINE
                   PERFORM WRITE-LETTER-LINE
               WHEN 3
                   MOVE 'FINAL NOTICE: your account has been '
                       TO WS-LETTER-LINE
                   PERFORM WRITE-LETTER-LINE
                   MOVE 'suspended until the amount over your limit '
                       TO WS-LETTER-LINE
                   PERFORM WRITE-LETTER-LINE
                   MOVE 'is repaid.' TO WS-LETTER-LINE
                   PERFORM WRITE-LETTER-LINE
               WHEN OTHER
                   MOVE 'Your account has been referred for '
                       TO WS-LETTER-LINE
                   PERFORM WRITE-LETTER-LINE
                   MOVE 'collection. Please contact us immediately.'
                       TO WS-LETTER-LINE
                   PERFORM WRITE-LETTER-LINE
           END-EVALUATE.

       WRITE-LETTER-LINE.
           EVALUATE WS-CR-STAGE
               WHEN 1
                   MOVE WS-LETTER-LINE TO FIRST-NOTICE-LINE
                   WRITE FIRST-NOTICE-RECORD
               WHEN 2
                   MOVE WS-LETTER-LINE TO SECOND-NOTICE-LINE
                   WRITE SECOND-NOTICE-RECORD
               WHEN 3
                   MOVE WS-LETTER-LINE TO FINAL-NOTICE-LINE
                   WRITE FINAL-NOTICE-RECORD
               WHEN OTHER
                   MOVE WS-LETTER-LINE TO REFERRAL-NOTICE-LINE
                   WRITE REFERRAL-NOTICE-RECORD
           END-EVALUATE.

       SUSPEND-ACCOUNT.
      * An account the master already shows suspended needs no
      * status change; one suspended on a carried feed is not
      * suspended twice.
           MOVE WS-CR-CUST-ID TO MAST-ID
           READ MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'Final notice for ' WS-CR-CUST-ID
                   ' - customer not on master, no suspension written'
           ELSE
               IF MAST-STATUS = 'S'
                   ADD 1 TO WS-ALREADY-SUSPENDED
               ELSE
                   MOVE 'N' TO WS-CARRIED-FLAG
                   PERFORM VARYING WS-CARRY-FEED-SUB FROM 1 BY 1
                           UNTIL WS-CARRY-FEED-SUB >
                               WS-CARRY-FEED-COUNT
                       IF WS-CARRY-FEED-ID (WS-CARRY-FEED-SUB) =
                               WS-CR-CUST-ID
                           MOVE 'Y' TO WS-CARRIED-FLAG
                       END-IF
                   END-PERFORM
                   IF SUSPEND-ALREADY-CARRIED
                       ADD 1 TO WS-ALREADY-SUSPENDED
                   ELSE
                       PERFORM WRITE-SUSPEND-RECORD
                   END-IF
               END-IF
           END-IF.

       WRITE-CASE-HISTORY.
           MOVE WS-FORMATTED-DATE TO CH-EVENT-DATE
           MOVE WS-EVENT TO CH-EVENT
           MOVE WS-CASE-RECORD TO CH-CASE-DATA
           WRITE CASE-HISTORY-RECORD.

       WRITE-SUSPEND-FEED-TRAILER.
           MOVE SPACES TO SUSPEND-FEED-TRAILER-RECORD
           MOVE 'T' TO SUSPEND-FEED-RECORD (1:1)
           MOVE WS-FEED-COUNT TO STRL-TRANS-COUNT
           MOVE WS-FEED-BALANCE-HASH TO STRL-BALANCE-HASH
           WRITE SUSPEND-FEED-RECORD
           CLOSE SUSPEND-FEED-OUTPUT.

       GENERATE-WORKLIST.
      * Most advanced stage first, and within a stage the largest
      * amount past limit first, so the team works the worst first.
           CLOSE CASE-WORK
           SORT SORT-WORK-FILE
               ON DESCENDING KEY SORT-WORK-STAGE
               ON DESCENDING KEY SORT-WORK-BASE-PAST-LIMIT
               USING CASE-WORK
               GIVING CASE-SORTED

           OPEN OUTPUT WORKLIST-OUTPUT
           MOVE 'COLLECTIONS WORKLIST' TO WORKLIST-LINE
           WRITE WORKLIST-RECORD
           MOVE '--------------------' TO WORKLIST-LINE
           WRITE WORKLIST-RECORD
           MOVE SPACES TO WORKLIST-LINE
           STRING 'As Of: ' WS-FORMATTED-DATE
               DELIMITED BY SIZE INTO WORKLIST-LINE
           WRITE WORKLIST-RECORD

           MOVE 9 TO WS-PRIOR-STAGE
           OPEN INPUT CASE-SORTED
           IF WS-CASE-SORTED-STATUS = '00'
               PERFORM UNTIL END-OF-FILE
                   READ CASE-SORTED INTO WS-CASE-RECORD
                       AT END MOVE 'Y' TO END-OF-FILE-SW
                       NOT AT END
                           PERFORM WRITE-WORKLIST-LINE
                   END-READ
               END-PERFORM
               CLOSE CASE-SORTED
           END-IF
           MOVE 'N' TO END-OF-FILE-SW
           IF WS-PRIOR-STAGE NOT = 9
               PERFORM WRITE-STAGE-TOTAL
           END-IF

           MOVE SPACES TO WORKLIST-LINE
           WRITE WORKLIST-RECORD
           MOVE WS-TOTAL-PAST-LIMIT TO WS-EDIT-TOTAL
           MOVE SPACES TO WORKLIST-LINE
           STRING 'Open Cases: ' WS-CASES-OPEN
               '  Total Past Limit (USD): ' WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO WORKLIST-LINE
           WRITE WORKLIST-RECORD
           CLOSE WORKLIST-OUTPUT.

       WRITE-WORKLIST-LINE.
           IF WS-CR-STAGE NOT = WS-PRIOR-STAGE
               IF WS-PRIOR-STAGE NOT = 9
                   PERFORM WRITE-STAGE-TOTAL
               END-IF
               MOVE WS-CR-STAGE TO WS-PRIOR-STAGE
               PERFORM SET-STAGE-NAME
               MOVE SPACES TO WORKLIST-LINE
               WRITE WORKLIST-RECORD
               MOVE SPACES TO WORKLIST-LINE
               STRING 'STAGE: ' WS-STAGE-NAME
                   DELIMITED BY SIZE INTO WORKLIST-LINE
               WRITE WORKLIST-RECORD
               MOVE SPACES TO WORKLIST-LINE
               STRING 'CUST ID  NAME                           CCY'
                   '   PAST LIMIT  PAST LIMIT USD  DAYS  OPENED'
                   DELIMITED BY SIZE INTO WORKLIST-LINE
               WRITE WORKLIST-RECORD
           END-IF

           ADD 1 TO WS-STAGE-CASES
           ADD WS-CR-BASE-PAST-LIMIT TO WS-STAGE-PAST-LIMIT
           ADD WS-CR-BASE-PAST-LIMIT TO WS-TOTAL-PAST-LIMIT
           MOVE WS-CR-PAST-LIMIT TO WS-EDIT-AMOUNT
           MOVE WS-CR-BASE-PAST-LIMIT TO WS-EDIT-BASE-AMOUNT
           MOVE WS-CR-DAYS-OVER TO WS-EDIT-DAYS
           MOVE SPACES TO WORKLIST-LINE
           STRING WS-CR-CUST-ID ' ' WS-CR-NAME ' ' WS-CR-CURRENCY
               ' ' WS-EDIT-AMOUNT '    ' WS-EDIT-BASE-AMOUNT
               '  ' WS-EDIT-DAYS '  ' WS-CR-OPEN-DATE
               DELIMITED BY SIZE INTO WORKLIST-LINE
           WRITE WORKLIST-RECORD.

       WRITE-STAGE-TOTAL.
           MOVE WS-STAGE-PAST-LIMIT TO WS-EDIT-TOTAL
           MOVE SPACES TO WORKLIST-LINE
           STRING '  Stage Cases: ' WS-STAGE-CASES
               '  Stage Past Limit (USD): ' WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO WORKLIST-LINE
           WRITE WORKLIST-RECORD
           MOVE ZERO TO WS-STAGE-CASES
           MOVE ZERO TO WS-STAGE-PAST-LIMIT.

       GENERATE-REPORT.
           DISPLAY 'COLLECTIONS CYCLE SUMMARY'
           DISPLAY '========================='
           DISPLAY 'Cases Carried In: ' WS-CASES-CARRIED
           DISPLAY 'Processed Records Read: ' WS-PROCMAST-READ
           DISPLAY 'Processed Today: ' WS-PROCMAST-CURRENT
           DISPLAY 'Credit-Limit Rejects Examined: ' WS-REJECTS-USED
           DISPLAY 'History Rows Read: ' WS-HISTORY-READ
           DISPLAY 'Accounts Without Rate: ' WS-NO-RATE-COUNT
           DISPLAY 'Cases Opened: ' WS-CASES-OPENED
           DISPLAY 'Cases Closed (Within Limit): ' WS-CASES-CURED
           DISPLAY 'Cases Closed (Account Gone): ' WS-CASES-GONE
           DISPLAY 'First Notices: ' WS-FIRST-NOTICES
           DISPLAY 'Second Notices: ' WS-SECOND-NOTICES
           DISPLAY 'Final Notices: ' WS-FINAL-NOTICES
           DISPLAY 'Referrals: ' WS-REFERRALS
           DISPLAY 'Already Suspended: ' WS-ALREADY-SUSPENDED
           DISPLAY 'Carried Suspensions Dropped: '
               WS-CARRIED-NOT-FOUND
           DISPLAY 'Suspend Feed Records: ' WS-FEED-COUNT
           DISPLAY 'Cases Open: ' WS-CASES-OPEN
           DISPLAY 'Process Date: ' WS-FORMATTED-DATE
           IF WS-FEED-COUNT > ZERO
               DISPLAY 'Submit COLLDELTA.DAT as the delta feed today '
                   '- its header carries this business date'
           END-IF.

       CLEANUP-PROCESS.
           CLOSE MASTER-FILE
           CLOSE CASE-HISTORY-OUTPUT
           CLOSE FIRST-NOTICE-OUTPUT
           CLOSE SECOND-NOTICE-OUTPUT
           CLOSE FINAL-NOTICE-OUTPUT
           CLOSE REFERRAL-NOTICE-OUTPUT

      * The case file is replaced only after the whole pass completes,
      * so an abend leaves yesterday's cases intact for the rerun.
           MOVE SPACES TO WS-RENAME-COMMAND
           STRING 'mv COLLCASE.WRK COLLCASE.DAT 2>/dev/null'
               DELIMITED BY SIZE INTO WS-RENAME-COMMAND
           CALL 'SYSTEM' USING WS-RENAME-COMMAND

           MOVE SPACES TO WS-RENAME-COMMAND
           STRING 'rm -f COLLSORT.TMP COLLCSRT.TMP COLLOBS.TMP '
               'COLLOSRT.TMP COLLHSRT.TMP 2>/dev/null'
               DELIMITED BY SIZE INTO WS-RENAME-COMMAND
           CALL 'SYSTEM' USING WS-RENAME-COMMAND

           DISPLAY 'Collections Cycle Completed Successfully'.

       END PROGRAM ETL-COLLECTIONS.
