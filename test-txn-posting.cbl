      * ETL Daily Monetary Transaction Posting
      * Posts the day's teller and ACH activity from TXNFEED.DAT to
      * the keyed customer master as increments to MAST-BALANCE, so
      * operations no longer keys absolute balances through the delta
      * feed. Three transaction codes are carried:
      *   D  deposit     - reduces the balance carried on the account
      *   W  withdrawal  - adds to the balance carried on the account
      *   X  transfer    - a withdrawal from TXN-CUST-ID and a deposit
      *                    to TXN-TO-CUST-ID, in the same currency
      * Amounts are in the account's own currency, as MAST-BALANCE is.
      * The feed carries a header (H) with its business date and a
      * trailer (T) with the transaction count and an amount hash,
      * and is proved against them before the master is opened -
      * the same controls the delta update enforces, so a truncated
      * or misdated feed posts nothing.
      * A withdrawal or transfer that would take the balance past the
      * credit limit (plus the business overdraft allowance, compared
      * in base currency as the nightly edits do) is rejected as NSF
      * to the TXNEXCP.DAT exception file, as is any item that cannot
      * post for another reason. Both legs of a transfer are edited
      * before either is written, and if the second leg cannot be
      * rewritten the first is backed out, so a transfer posts whole
      * or not at all. Every posted leg writes a before/after image
      * to AUDIT.DAT under transaction code M.
      * The master is then re-unloaded to CUSTOMER.DAT so the nightly
      * ETL-CUSTOMER-PROCESS run grades the posted balances, and the
      * feed is consumed to TXNFEED.PRV so a second invocation cannot
      * post the same day's activity twice.
      * The posted totals, the unload count and a balance hash of the
      * new CUSTOMER.DAT are appended to the CHAINCTL.DAT control
      * file for the ETL-CHAIN-BALANCE proof at the end of the night.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETL-TXN-POSTING.
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
           SELECT TXN-INPUT ASSIGN TO 'TXNFEED.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.
           SELECT AUDIT-OUTPUT ASSIGN TO 'AUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT EXCEPTION-OUTPUT ASSIGN TO 'TXNEXCP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.
           SELECT RATE-FILE ASSIGN TO 'RATES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO 'CALENDAR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT CUSTOMER-UNLOAD ASSIGN TO 'CUSTOMER.NEW'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNLOAD-STATUS.
           SELECT CHAIN-CONTROL-OUTPUT ASSIGN TO 'CHAINCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAINCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       01  MASTER-RECORD.
           05  MAST-ID                PIC 9(8).
           05  MAST-NAME              PIC X(30).
           05  MAST-ACCOUNT-TYPE      PIC X(1).
               88  MAST-BUSINESS      VALUE 'B'.
           05  MAST-BALANCE           PIC 9(7)V99.
           05  MAST-CREDIT-LIMIT      PIC 9(7)V99.
           05  MAST-STATUS            PIC X(1).
               88  MAST-SUSPENDED     VALUE 'S'.
           05  MAST-CURRENCY          PIC X(3).

       FD  TXN-INPUT.
       01  TXN-RECORD.
           05  TXN-CODE               PIC X(1).
               88  TXN-DEPOSIT        VALUE 'D'.
               88  TXN-WITHDRAWAL     VALUE 'W'.
               88  TXN-TRANSFER       VALUE 'X'.
               88  TXN-HEADER         VALUE 'H'.
               88  TXN-TRAILER        VALUE 'T'.
           05  TXN-CUST-ID            PIC 9(8).
           05  TXN-AMOUNT             PIC 9(7)V99.
           05  TXN-TO-CUST-ID         PIC 9(8).
           05  TXN-REFERENCE          PIC X(12).
       01  TXN-HEADER-RECORD.
           05  FILLER                 PIC X(1).
           05  THDR-FEED-DATE         PIC X(10).
       01  TXN-TRAILER-RECORD.
           05  FILLER                 PIC X(1).
           05  TTRL-TRANS-COUNT       PIC 9(6).
           05  TTRL-AMOUNT-HASH       PIC 9(13)V99.

       FD  AUDIT-OUTPUT.
       01  AUDIT-RECORD.
           05  AUDIT-DATE             PIC X(10).
           05  AUDIT-TRANS-CODE       PIC X(1).
           05  AUDIT-CUST-ID          PIC 9(8).
           05  AUDIT-BEFORE-IMAGE     PIC X(61).
           05  AUDIT-AFTER-IMAGE      PIC X(61).

       FD  EXCEPTION-OUTPUT.
       01  TXN-EXCEPTION-RECORD.
           05  TXNX-CODE              PIC X(1).
           05  TXNX-CUST-ID           PIC 9(8).
           05  TXNX-TO-CUST-ID        PIC 9(8).
           05  TXNX-AMOUNT            PIC 9(7)V99.
           05  TXNX-REFERENCE         PIC X(12).
           05  TXNX-REASON            PIC X(22).
           05  TXNX-PROCESS-DATE      PIC X(10).

       FD  RATE-FILE.
       01  RATE-RECORD.
           05  RATE-CURRENCY              PIC X(3).
           05  RATE-TO-BASE               PIC 9(3)V9(6).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05  CAL-HOLIDAY-DATE           PIC 9(8).

       FD  CUSTOMER-UNLOAD.
       01  CUSTOMER-UNLOAD-RECORD     PIC X(61).

       FD  CHAIN-CONTROL-OUTPUT.
       01  CHAIN-CONTROL-RECORD.
           05  CHN-DATE               PIC X(10).
           05  CHN-STEP               PIC X(20).
           05  CHN-FIGURE             PIC X(20).
           05  CHN-COUNT              PIC 9(9).
           05  CHN-AMOUNT             PIC 9(13)V99.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS           PIC X(2).
       01  WS-TXN-STATUS              PIC X(2).
       01  WS-AUDIT-STATUS            PIC X(2).
       01  WS-EXCEPTION-STATUS        PIC X(2).
       01  WS-RATE-STATUS             PIC X(2).
       01  WS-CALENDAR-STATUS         PIC X(2).
       01  WS-UNLOAD-STATUS           PIC X(2).
       01  WS-CHAINCTL-STATUS         PIC X(2).
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

       01  WS-TXN-CONTROLS.
           05  WS-CTL-TRANS-COUNT     PIC 9(6) VALUE ZERO.
           05  WS-CTL-AMOUNT-HASH     PIC 9(13)V99 VALUE ZERO.
           05  WS-CTL-HEADER-DATE     PIC X(10) VALUE SPACES.
           05  WS-CTL-TRAILER-COUNT   PIC 9(6) VALUE ZERO.
           05  WS-CTL-TRAILER-HASH    PIC 9(13)V99 VALUE ZERO.
           05  WS-CTL-HEADER-FLAG     PIC X(1) VALUE 'N'.
               88  TXN-HEADER-SEEN    VALUE 'Y'.
           05  WS-CTL-TRAILER-FLAG    PIC X(1) VALUE 'N'.
               88  TXN-TRAILER-SEEN   VALUE 'Y'.
           05  WS-CTL-FAIL-FLAG       PIC X(1) VALUE 'N'.
               88  TXN-CONTROL-FAILED VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-TRANS-READ          PIC 9(6) VALUE ZERO.
           05  WS-DEPOSITS-POSTED     PIC 9(6) VALUE ZERO.
           05  WS-DEPOSIT-AMOUNT      PIC 9(13)V99 VALUE ZERO.
           05  WS-WITHDRAWALS-POSTED  PIC 9(6) VALUE ZERO.
           05  WS-WITHDRAWAL-AMOUNT   PIC 9(13)V99 VALUE ZERO.
           05  WS-TRANSFERS-POSTED    PIC 9(6) VALUE ZERO.
           05  WS-TRANSFER-AMOUNT     PIC 9(13)V99 VALUE ZERO.
           05  WS-TRANS-NSF           PIC 9(6) VALUE ZERO.
           05  WS-TRANS-EXCEPTION     PIC 9(6) VALUE ZERO.
           05  WS-EXCEPTION-AMOUNT    PIC 9(13)V99 VALUE ZERO.
           05  WS-TRANSFERS-BACKED-OUT PIC 9(6) VALUE ZERO.
           05  WS-AUDIT-WRITTEN       PIC 9(6) VALUE ZERO.
           05  WS-MASTER-UNLOADED     PIC 9(6) VALUE ZERO.
           05  WS-PROVED-AMOUNT       PIC 9(13)V99 VALUE ZERO.
           05  WS-UNLOAD-HASH         PIC 9(13)V99 VALUE ZERO.

       01  WS-FLAGS.
           05  END-OF-TXN-SW          PIC X(1) VALUE 'N'.
               88  END-OF-TXN         VALUE 'Y'.
           05  END-OF-MASTER-SW       PIC X(1) VALUE 'N'.
               88  END-OF-MASTER      VALUE 'Y'.
           05  WS-POST-OK-FLAG        PIC X(1) VALUE 'Y'.
               88  POSTING-OK         VALUE 'Y'.

      * Before and after images of each leg are held here until the
      * whole transaction has passed its edits, so nothing reaches
      * the master until every leg is known to be postable.
       01  WS-LEG-IMAGES.
           05  WS-DEBIT-BEFORE        PIC X(61).
           05  WS-DEBIT-AFTER         PIC X(61).
           05  WS-DEBIT-CURRENCY      PIC X(3).
           05  WS-CREDIT-BEFORE       PIC X(61).
           05  WS-CREDIT-AFTER        PIC X(61).
           05  WS-CREDIT-CURRENCY     PIC X(3).
           05  WS-CREDIT-ID           PIC 9(8).

       01  WS-WORK-AREAS.
           05  WS-EXCEPTION-REASON    PIC X(22).
           05  WS-NEW-BALANCE         PIC S9(8)V99.
           05  WS-NEW-BASE-BALANCE    PIC 9(9)V99.
           05  WS-BASE-CREDIT-LIMIT   PIC 9(9)V99.
           05  WS-CURRENT-DATE.
               10  WS-YEAR            PIC 9(4).
               10  WS-MONTH           PIC 9(2).
               10  WS-DAY             PIC 9(2).
           05  WS-FORMATTED-DATE      PIC X(10).

       01  WS-CONSTANTS.
           05  BUSINESS-OVERDRAFT-ALLOWANCE PIC 9(5)V99 VALUE 5000.00.
           05  MAXIMUM-MASTER-BALANCE PIC 9(7)V99 VALUE 9999999.99.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           PERFORM VERIFY-TXN-CONTROLS
           PERFORM APPLY-TXN-FILE
           PERFORM UNLOAD-MASTER-FILE
           PERFORM WRITE-CHAIN-CONTROL
           PERFORM GENERATE-REPORT
           PERFORM CLEANUP-PROCESS
           STOP RUN.

       INITIALIZE-PROCESS.
      * The feed header must carry the resolved effective business
      * date, the same date the delta update and the nightly stamp.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           PERFORM LOAD-BUSINESS-CALENDAR
           PERFORM RESOLVE-EFFECTIVE-DATE
           STRING WS-YEAR '-' WS-MONTH '-' WS-DAY
               DELIMITED BY SIZE INTO WS-FORMATTED-DATE

           PERFORM LOAD-EXCHANGE-RATES

      * No feed on a quiet day is not an error - CUSTOMER.DAT as the
      * delta update left it is already the nightly input.
           OPEN INPUT TXN-INPUT
           IF WS-TXN-STATUS NOT = '00'
               DISPLAY 'TXNFEED.DAT not found - no transactions to '
                   'post'
               STOP RUN
           END-IF

           DISPLAY 'Transaction Posting Started on '
               WS-FORMATTED-DATE.

       LOAD-BUSINESS-CALENDAR.
      * Same holiday list as the nightly run, so both programs agree
      * on the effective business date the feed header must carry.
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
      * The overdraft allowance is a base-currency figure, so the NSF
      * edit on business accounts needs the same rates the nightly
      * run grades with.
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
                                   'of RATES.DAT skipped; records in '
                                   'those currencies will reject'
                               MOVE 'Y' TO WS-RATE-CAP-WARNED-FLAG
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE RATE-FILE
           ELSE
               DISPLAY 'RATES.DAT not found - base-currency records '
                   'only'
           END-IF.

       LOOKUP-EXCHANGE-RATE.
           MOVE 'N' TO WS-RATE-FOUND-FLAG
           IF MAST-CURRENCY = SPACES OR MAST-CURRENCY = 'USD'
               MOVE 1 TO WS-EXCHANGE-RATE
               MOVE 'Y' TO WS-RATE-FOUND-FLAG
           ELSE
               PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                       UNTIL WS-RATE-SUB > WS-RATE-COUNT
                   IF WS-RATE-CCY (WS-RATE-SUB) = MAST-CURRENCY
                       MOVE WS-RATE-VALUE (WS-RATE-SUB)
                           TO WS-EXCHANGE-RATE
                       MOVE 'Y' TO WS-RATE-FOUND-FLAG
                   END-IF
               END-PERFORM
           END-IF.

       VERIFY-TXN-CONTROLS.
      * Full control pass over the feed before anything is posted:
      * the header must be the first record and carry the effective
      * business date, and the trailer count and amount hash must
      * prove against the transactions actually on the file. Any
      * failure rejects the whole feed back to the operator.
           PERFORM UNTIL END-OF-TXN
               READ TXN-INPUT
                   AT END MOVE 'Y' TO END-OF-TXN-SW
                   NOT AT END
                       PERFORM CHECK-ONE-CONTROL-RECORD
               END-READ
           END-PERFORM

           IF NOT TXN-HEADER-SEEN
               MOVE 'Y' TO WS-CTL-FAIL-FLAG
               DISPLAY 'TXNFEED.DAT HAS NO HEADER RECORD - feed '
                   'rejected'
           END-IF
           IF NOT TXN-TRAILER-SEEN
               MOVE 'Y' TO WS-CTL-FAIL-FLAG
               DISPLAY 'TXNFEED.DAT HAS NO TRAILER RECORD - feed may '
                   'be truncated - feed rejected'
           END-IF
           IF TXN-HEADER-SEEN
                   AND WS-CTL-HEADER-DATE NOT = WS-FORMATTED-DATE
               MOVE 'Y' TO WS-CTL-FAIL-FLAG
               DISPLAY 'TXNFEED.DAT HEADER DATE ' WS-CTL-HEADER-DATE
                   ' IS NOT THE EXPECTED BUSINESS DATE '
                   WS-FORMATTED-DATE ' - feed rejected'
           END-IF
           IF TXN-TRAILER-SEEN
                   AND WS-CTL-TRANS-COUNT NOT = WS-CTL-TRAILER-COUNT
               MOVE 'Y' TO WS-CTL-FAIL-FLAG
               DISPLAY 'TXNFEED.DAT TRANSACTION COUNT '
                   WS-CTL-TRANS-COUNT ' DOES NOT MATCH TRAILER '
                   WS-CTL-TRAILER-COUNT ' - feed rejected'
           END-IF
           IF TXN-TRAILER-SEEN
                   AND WS-CTL-AMOUNT-HASH NOT = WS-CTL-TRAILER-HASH
               MOVE 'Y' TO WS-CTL-FAIL-FLAG
               DISPLAY 'TXNFEED.DAT AMOUNT HASH $' WS-CTL-AMOUNT-HASH
                   ' DOES NOT MATCH TRAILER $' WS-CTL-TRAILER-HASH
                   ' - feed rejected'
           END-IF

           IF TXN-CONTROL-FAILED
               DISPLAY 'TRANSACTION FEED REJECTED - NOTHING POSTED. '
                   'Bounce the file to the upstream team and rerun '
                   'with a corrected feed.'
               CLOSE TXN-INPUT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'Transaction feed proved against header/trailer - '
               'Transactions: ' WS-CTL-TRANS-COUNT

      * Rewind for the posting pass.
           CLOSE TXN-INPUT
           MOVE 'N' TO END-OF-TXN-SW
           OPEN INPUT TXN-INPUT.

       CHECK-ONE-CONTROL-RECORD.
      * The trailer closes the feed - anything after it means the file
      * was appended to or badly concatenated, and is not posted.
           IF TXN-TRAILER-SEEN AND NOT TXN-TRAILER
               MOVE 'Y' TO WS-CTL-FAIL-FLAG
               DISPLAY 'TXNFEED.DAT HAS A RECORD AFTER THE TRAILER '
                   '- feed rejected'
           END-IF
           EVALUATE TRUE
               WHEN TXN-HEADER
                   IF TXN-HEADER-SEEN
                       MOVE 'Y' TO WS-CTL-FAIL-FLAG
                       DISPLAY 'TXNFEED.DAT HAS MORE THAN ONE HEADER '
                           '- feed rejected'
                   ELSE
                       IF WS-CTL-TRANS-COUNT > ZERO
                           MOVE 'Y' TO WS-CTL-FAIL-FLAG
                           DISPLAY 'TXNFEED.DAT HEADER IS NOT THE '
                               'FIRST RECORD - feed rejected'
                       END-IF
                       MOVE 'Y' TO WS-CTL-HEADER-FLAG
                       MOVE THDR-FEED-DATE TO WS-CTL-HEADER-DATE
                   END-IF
               WHEN TXN-TRAILER
                   IF TXN-TRAILER-SEEN
                       MOVE 'Y' TO WS-CTL-FAIL-FLAG
                       DISPLAY 'TXNFEED.DAT HAS MORE THAN ONE TRAILER '
                           '- feed rejected'
                   ELSE
                       MOVE 'Y' TO WS-CTL-TRAILER-FLAG
                       MOVE TTRL-TRANS-COUNT TO WS-CTL-TRAILER-COUNT
                       MOVE TTRL-AMOUNT-HASH TO WS-CTL-TRAILER-HASH
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-CTL-TRANS-COUNT
      * A non-numeric amount cannot be hashed; the item is rejected
      * by the amount edit during the posting pass.
                   IF TXN-AMOUNT IS NUMERIC
                       ADD TXN-AMOUNT TO WS-CTL-AMOUNT-HASH
                   END-IF
           END-EVALUATE.

       APPLY-TXN-FILE.
           OPEN I-O MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'CUSTMAST.DAT could not be opened - status '
                   WS-MASTER-STATUS '. Nothing posted. Resolve '
                   'manually before rerunning.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND AUDIT-OUTPUT
           IF WS-AUDIT-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-OUTPUT
           END-IF
           OPEN OUTPUT EXCEPTION-OUTPUT

           PERFORM UNTIL END-OF-TXN
               READ TXN-INPUT
                   AT END MOVE 'Y' TO END-OF-TXN-SW
                   NOT AT END
                       IF NOT TXN-HEADER AND NOT TXN-TRAILER
                           ADD 1 TO WS-TRANS-READ
                           PERFORM POST-ONE-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM.

       POST-ONE-TRANSACTION.
           MOVE 'Y' TO WS-POST-OK-FLAG
           MOVE SPACES TO WS-EXCEPTION-REASON

           IF TXN-AMOUNT IS NOT NUMERIC OR TXN-AMOUNT = ZERO
               MOVE 'N' TO WS-POST-OK-FLAG
               MOVE 'INVALID AMOUNT' TO WS-EXCEPTION-REASON
           END-IF

           IF POSTING-OK
               EVALUATE TRUE
                   WHEN TXN-DEPOSIT
                       PERFORM POST-DEPOSIT
                   WHEN TXN-WITHDRAWAL
                       PERFORM POST-WITHDRAWAL
                   WHEN TXN-TRANSFER
                       PERFORM POST-TRANSFER
                   WHEN OTHER
                       MOVE 'N' TO WS-POST-OK-FLAG
                       MOVE 'INVALID TRANS CODE' TO WS-EXCEPTION-REASON
               END-EVALUATE
           END-IF

           IF NOT POSTING-OK
               PERFORM LOAD-EXCEPTION-DATA
           END-IF.

       POST-DEPOSIT.
           MOVE TXN-CUST-ID TO WS-CREDIT-ID
           PERFORM EDIT-CREDIT-LEG
           IF POSTING-OK
               PERFORM REWRITE-CREDIT-LEG
           END-IF
           IF POSTING-OK
               ADD 1 TO WS-DEPOSITS-POSTED
               ADD TXN-AMOUNT TO WS-DEPOSIT-AMOUNT
               MOVE WS-CREDIT-ID TO AUDIT-CUST-ID
               MOVE WS-CREDIT-BEFORE TO AUDIT-BEFORE-IMAGE
               MOVE WS-CREDIT-AFTER TO AUDIT-AFTER-IMAGE
               PERFORM WRITE-AUDIT-IMAGE
           END-IF.

       POST-WITHDRAWAL.
           PERFORM EDIT-DEBIT-LEG
           IF POSTING-OK
               PERFORM REWRITE-DEBIT-LEG
           END-IF
           IF POSTING-OK
               ADD 1 TO WS-WITHDRAWALS-POSTED
               ADD TXN-AMOUNT TO WS-WITHDRAWAL-AMOUNT
               MOVE TXN-CUST-ID TO AUDIT-CUST-ID
               MOVE WS-DEBIT-BEFORE TO AUDIT-BEFORE-IMAGE
               MOVE WS-DEBIT-AFTER TO AUDIT-AFTER-IMAGE
               PERFORM WRITE-AUDIT-IMAGE
           END-IF.

       POST-TRANSFER.
      * Both legs are edited before either is written. The two legs
      * must be in the same currency - the feed carries one amount
      * and a cross-currency transfer is not a teller item.
           IF TXN-TO-CUST-ID IS NOT NUMERIC
                   OR TXN-TO-CUST-ID = ZERO
               MOVE 'N' TO WS-POST-OK-FLAG
               MOVE 'NO TO ACCOUNT' TO WS-EXCEPTION-REASON
           END-IF
           IF POSTING-OK AND TXN-TO-CUST-ID = TXN-CUST-ID
               MOVE 'N' TO WS-POST-OK-FLAG
               MOVE 'TRANSFER TO SAME ACCT' TO WS-EXCEPTION-REASON
           END-IF

           IF POSTING-OK
               PERFORM EDIT-DEBIT-LEG
           END-IF
           IF POSTING-OK
               MOVE TXN-TO-CUST-ID TO WS-CREDIT-ID
               PERFORM EDIT-CREDIT-LEG
           END-IF
           IF POSTING-OK
                   AND WS-CREDIT-CURRENCY NOT = WS-DEBIT-CURRENCY
               MOVE 'N' TO WS-POST-OK-FLAG
               MOVE 'CURRENCY MISMATCH' TO WS-EXCEPTION-REASON
           END-IF

           IF POSTING-OK
               PERFORM REWRITE-DEBIT-LEG
           END-IF
           IF POSTING-OK
               PERFORM REWRITE-CREDIT-LEG
               IF NOT POSTING-OK
                   PERFORM BACK-OUT-DEBIT-LEG
               END-IF
           END-IF

           IF POSTING-OK
               ADD 1 TO WS-TRANSFERS-POSTED
               ADD TXN-AMOUNT TO WS-TRANSFER-AMOUNT
               MOVE TXN-CUST-ID TO AUDIT-CUST-ID
               MOVE WS-DEBIT-BEFORE TO AUDIT-BEFORE-IMAGE
               MOVE WS-DEBIT-AFTER TO AUDIT-AFTER-IMAGE
               PERFORM WRITE-AUDIT-IMAGE
               MOVE WS-CREDIT-ID TO AUDIT-CUST-ID
               MOVE WS-CREDIT-BEFORE TO AUDIT-BEFORE-IMAGE
               MOVE WS-CREDIT-AFTER TO AUDIT-AFTER-IMAGE
               PERFORM WRITE-AUDIT-IMAGE
           END-IF.

       EDIT-DEBIT-LEG.
      * A withdrawal adds to the balance carried on the account. The
      * NSF edit compares the same way the nightly validation does:
      * base currency for business accounts (whose overdraft
      * allowance is a base figure), account currency for the rest.
           MOVE TXN-CUST-ID TO MAST-ID
           READ MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               MOVE 'N' TO WS-POST-OK-FLAG
               MOVE 'CUSTOMER NOT ON MASTER' TO WS-EXCEPTION-REASON
           END-IF

           IF POSTING-OK AND MAST-SUSPENDED
               MOVE 'N' TO WS-POST-OK-FLAG
               MOVE 'ACCOUNT SUSPENDED' TO WS-EXCEPTION-REASON
           END-IF

           IF POSTING-OK
               PERFORM LOOKUP-EXCHANGE-RATE
               IF NOT RATE-FOUND
                   MOVE 'N' TO WS-POST-OK-FLAG
                   MOVE 'NO EXCHANGE RATE' TO WS-EXCEPTION-REASON
               END-IF
           END-IF

           IF POSTING-OK
               MOVE MASTER-RECORD TO WS-DEBIT-BEFORE
               MOVE MAST-CURRENCY TO WS-DEBIT-CURRENCY
               IF WS-DEBIT-CURRENCY = SPACES
                   MOVE 'USD' TO WS-DEBIT-CURRENCY
               END-IF
               COMPUTE WS-NEW-BALANCE = MAST-BALANCE + TXN-AMOUNT

               IF MAST-BUSINESS
                   COMPUTE WS-NEW-BASE-BALANCE ROUNDED =
                       WS-NEW-BALANCE * WS-EXCHANGE-RATE
                   COMPUTE WS-BASE-CREDIT-LIMIT ROUNDED =
                       MAST-CREDIT-LIMIT * WS-EXCHANGE-RATE
                   IF WS-NEW-BASE-BALANCE >
                           (WS-BASE-CREDIT-LIMIT +
                               BUSINESS-OVERDRAFT-ALLOWANCE)
                       MOVE 'N' TO WS-POST-OK-FLAG
                       MOVE 'NSF OVER CREDIT LIMIT'
                           TO WS-EXCEPTION-REASON
                   END-IF
               ELSE
                   IF WS-NEW-BALANCE > MAST-CREDIT-LIMIT
                       MOVE 'N' TO WS-POST-OK-FLAG
                       MOVE 'NSF OVER CREDIT LIMIT'
                           TO WS-EXCEPTION-REASON
                   END-IF
               END-IF
           END-IF

           IF POSTING-OK AND WS-NEW-BALANCE > MAXIMUM-MASTER-BALANCE
               MOVE 'N' TO WS-POST-OK-FLAG
               MOVE 'NSF OVER CREDIT LIMIT' TO WS-EXCEPTION-REASON
           END-IF

           IF POSTING-OK
               MOVE WS-NEW-BALANCE TO MAST-BALANCE
               MOVE MASTER-RECORD TO WS-DEBIT-AFTER
           END-IF.

       EDIT-CREDIT-LEG.
      * A deposit reduces the balance carried on the account. The
      * balance is unsigned, so a deposit larger than the balance
      * goes to the exception file rather than being silently
      * floored and lost.
           MOVE WS-CREDIT-ID TO MAST-ID
           READ MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               MOVE 'N' TO WS-POST-OK-FLAG
               IF TXN-TRANSFER
                   MOVE 'TO ACCT NOT ON MASTER' TO WS-EXCEPTION-REASON
               ELSE
                   MOVE 'CUSTOMER NOT ON MASTER' TO WS-EXCEPTION-REASON
               END-IF
           END-IF

           IF POSTING-OK AND TXN-AMOUNT > MAST-BALANCE
               MOVE 'N' TO WS-POST-OK-FLAG
               MOVE 'DEPOSIT OVER BALANCE' TO WS-EXCEPTION-REASON
           END-IF

           IF POSTING-OK
               MOVE MASTER-RECORD TO WS-CREDIT-BEFORE
               MOVE MAST-CURRENCY TO WS-CREDIT-CURRENCY
               IF WS-CREDIT-CURRENCY = SPACES
                   MOVE 'USD' TO WS-CREDIT-CURRENCY
               END-IF
               SUBTRACT TXN-AMOUNT FROM MAST-BALANCE
               MOVE MASTER-RECORD TO WS-CREDIT-AFTER
           END-IF.

       REWRITE-DEBIT-LEG.
           MOVE WS-DEBIT-AFTER TO MASTER-RECORD
           REWRITE MASTER-RECORD
           IF WS-MASTER-STATUS NOT = '00'
               MOVE 'N' TO WS-POST-OK-FLAG
               MOVE 'MASTER REWRITE FAILED' TO WS-EXCEPTION-REASON
           END-IF.

       REWRITE-CREDIT-LEG.
           MOVE WS-CREDIT-AFTER TO MASTER-RECORD
           REWRITE MASTER-RECORD
           IF WS-MASTER-STATUS NOT = '00'
               MOVE 'N' TO WS-POST-OK-FLAG
               MOVE 'MASTER REWRITE FAILED' TO WS-EXCEPTION-REASON
           END-IF.

       BACK-OUT-DEBIT-LEG.
      * The credit leg could not be written, so the debit leg already
      * on the master is put back to its before image - a transfer
      * never posts one side only.
           MOVE WS-DEBIT-BEFORE TO MASTER-RECORD
           REWRITE MASTER-RECORD
           IF WS-MASTER-STATUS = '00'
               ADD 1 TO WS-TRANSFERS-BACKED-OUT
               MOVE 'TRANSFER BACKED OUT' TO WS-EXCEPTION-REASON
           ELSE
               DISPLAY 'SEVERE: transfer ' TXN-REFERENCE ' from '
                   TXN-CUST-ID ' could not be backed out - status '
                   WS-MASTER-STATUS '. Debit leg is on the master; '
                   'restore it by hand before the nightly run.'
               MOVE 16 TO RETURN-CODE
           END-IF.

       WRITE-AUDIT-IMAGE.
           MOVE WS-FORMATTED-DATE TO AUDIT-DATE
           MOVE 'M' TO AUDIT-TRANS-CODE
           WRITE AUDIT-RECORD
           ADD 1 TO WS-AUDIT-WRITTEN.

       LOAD-EXCEPTION-DATA.
           MOVE TXN-CODE TO TXNX-CODE
           MOVE TXN-CUST-ID TO TXNX-CUST-ID
           MOVE TXN-TO-CUST-ID TO TXNX-TO-CUST-ID
           MOVE TXN-AMOUNT TO TXNX-AMOUNT
           MOVE TXN-REFERENCE TO TXNX-REFERENCE
           MOVE WS-EXCEPTION-REASON TO TXNX-REASON
           MOVE WS-FORMATTED-DATE TO TXNX-PROCESS-DATE
           WRITE TXN-EXCEPTION-RECORD
           ADD 1 TO WS-TRANS-EXCEPTION
           IF TXN-AMOUNT IS NUMERIC
               ADD TXN-AMOUNT TO WS-EXCEPTION-AMOUNT
           END-IF
           IF WS-EXCEPTION-REASON = 'NSF OVER CREDIT LIMIT'
               ADD 1 TO WS-TRANS-NSF
           END-IF
           DISPLAY 'Transaction ' TXN-REFERENCE ' for ' TXN-CUST-ID
               ' not posted - ' WS-EXCEPTION-REASON.

       UNLOAD-MASTER-FILE.
      * The nightly run still reads CUSTOMER.DAT, so the posted
      * master is unloaded in full, to a work file that replaces
      * CUSTOMER.DAT only once it is complete - the same handoff the
      * delta update uses.
           OPEN OUTPUT CUSTOMER-UNLOAD

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
                       ADD MAST-BALANCE TO WS-UNLOAD-HASH
               END-READ
           END-PERFORM

           CLOSE CUSTOMER-UNLOAD

           MOVE SPACES TO WS-RENAME-COMMAND
           STRING 'mv CUSTOMER.NEW CUSTOMER.DAT 2>/dev/null'
               DELIMITED BY SIZE INTO WS-RENAME-COMMAND
           CALL 'SYSTEM' USING WS-RENAME-COMMAND.

       WRITE-CHAIN-CONTROL.
      * Hand-off figures for the end-of-night chain proof. Withdrawals
      * raise the carried balance and deposits lower it, and a
      * transfer nets to zero, so the delta update's unload hash plus
      * withdrawals less deposits must equal the hash unloaded here.
           OPEN EXTEND CHAIN-CONTROL-OUTPUT
           IF WS-CHAINCTL-STATUS NOT = '00'
               OPEN OUTPUT CHAIN-CONTROL-OUTPUT
           END-IF

           MOVE WS-FORMATTED-DATE TO CHN-DATE
           MOVE 'ETL-TXN-POSTING' TO CHN-STEP
           MOVE 'WITHDRAWALS' TO CHN-FIGURE
           MOVE WS-WITHDRAWALS-POSTED TO CHN-COUNT
           MOVE WS-WITHDRAWAL-AMOUNT TO CHN-AMOUNT
           WRITE CHAIN-CONTROL-RECORD

           MOVE 'DEPOSITS' TO CHN-FIGURE
           MOVE WS-DEPOSITS-POSTED TO CHN-COUNT
           MOVE WS-DEPOSIT-AMOUNT TO CHN-AMOUNT
           WRITE CHAIN-CONTROL-RECORD

           MOVE 'TRANSFERS' TO CHN-FIGURE
           MOVE WS-TRANSFERS-POSTED TO CHN-COUNT
           MOVE WS-TRANSFER-AMOUNT TO CHN-AMOUNT
           WRITE CHAIN-CONTROL-RECORD

           MOVE 'UNLOADED' TO CHN-FIGURE
           MOVE WS-MASTER-UNLOADED TO CHN-COUNT
           MOVE WS-UNLOAD-HASH TO CHN-AMOUNT
           WRITE CHAIN-CONTROL-RECORD

           CLOSE CHAIN-CONTROL-OUTPUT.

       GENERATE-REPORT.
      * Posted plus excepted amounts must account for the whole
      * trailer hash - every item either reached the master or is
      * on TXNEXCP.DAT.
           COMPUTE WS-PROVED-AMOUNT =
               WS-DEPOSIT-AMOUNT + WS-WITHDRAWAL-AMOUNT
               + WS-TRANSFER-AMOUNT + WS-EXCEPTION-AMOUNT

           DISPLAY 'TRANSACTION POSTING SUMMARY'
           DISPLAY '==========================='
           DISPLAY 'Transactions Read: ' WS-TRANS-READ
           DISPLAY 'Deposits Posted: ' WS-DEPOSITS-POSTED
               ' $' WS-DEPOSIT-AMOUNT
           DISPLAY 'Withdrawals Posted: ' WS-WITHDRAWALS-POSTED
               ' $' WS-WITHDRAWAL-AMOUNT
           DISPLAY 'Transfers Posted: ' WS-TRANSFERS-POSTED
               ' $' WS-TRANSFER-AMOUNT
           DISPLAY 'Rejected NSF: ' WS-TRANS-NSF
           DISPLAY 'Total To Exception File: ' WS-TRANS-EXCEPTION
               ' $' WS-EXCEPTION-AMOUNT
           DISPLAY 'Transfers Backed Out: ' WS-TRANSFERS-BACKED-OUT
           DISPLAY 'Audit Images Written: ' WS-AUDIT-WRITTEN
           DISPLAY 'Posted + Excepted: $' WS-PROVED-AMOUNT
               ' of Trailer $' WS-CTL-TRAILER-HASH
           DISPLAY 'Master Records Unloaded: ' WS-MASTER-UNLOADED
           DISPLAY 'Process Date: ' WS-FORMATTED-DATE
           IF WS-TRANS-EXCEPTION > ZERO
               DISPLAY 'Review TXNEXCP.DAT - exception items did '
                   'not reach the master'
           END-IF.

       CLEANUP-PROCESS.
           CLOSE TXN-INPUT
           CLOSE MASTER-FILE
           CLOSE AUDIT-OUTPUT
           CLOSE EXCEPTION-OUTPUT

      * The feed is consumed once its items are on the master - a
      * rerun must not post the same day's activity twice.
           MOVE SPACES TO WS-RENAME-COMMAND
           STRING 'mv TXNFEED.DAT TXNFEED.PRV 2>/dev/null'
               DELIMITED BY SIZE INTO WS-RENAME-COMMAND
           CALL 'SYSTEM' USING WS-RENAME-COMMAND

           DISPLAY 'Transaction Posting Completed Successfully'.

       END PROGRAM ETL-TXN-POSTING.
