      * ETL Year-End Interest Income Tax Reporting
      * Rebuilds each customer's savings interest for a calendar tax
      * year from the postings themselves rather than from the monthly
      * accrual files, which only keep the latest month.
      * Every F-code posting ETL-FEE-POSTING made is on AUDIT.DAT with
      * the master before and after it. The accrual pays interest only
      * on savings accounts and charges fees only on checking and
      * business accounts, so an F posting that lowered MAST-BALANCE
      * credited interest, and the drop between the two images is the
      * interest actually posted (after any clamp at zero), in the
      * account's own currency at the time. A posting that raised the
      * balance charged a fee and is not interest.
      * Reversals are W-code postings from ETL-FEE-REVERSAL. A W
      * posting that raised the balance took back a credit and is
      * netted off the year's interest; a W posting that lowered it
      * gave back a fee and is not interest either way.
      * Each posting is converted to base currency at its own
      * currency's RATES.DAT rate, so a customer who changed currency
      * during the year is converted posting by posting. Rows already
      * rolled off AUDIT.DAT by ETL-RETENTION-PURGE are read from that
      * year's archive, AUDIT.DAT.YYYY, when it exists.
      * A customer whose net interest reaches the reportable minimum
      * gets a detail record on the regulatory file TAXRPT.DAT (header,
      * details, and a trailer with the record count, interest total
      * and customer-ID hash) and a print-image notice on TAXNOTE.DAT.
      * The name printed is the customer master's, or for a customer
      * closed during the year, the name on the last posting, and the
      * notice says the account was closed.
      * TAXPARM.DAT sets the tax year (default the year before the
      * business date) and the reportable minimum (default 10.00).
      * Corrections: when TAXCORR.DAT names a customer, only that
      * customer is rebuilt, the corrected detail goes to TAXRPTC.DAT
      * flagged as a correction with the amount TAXRPT.DAT originally
      * carried, and an AMENDED notice goes to TAXNOTEA.DAT, even when
      * the corrected amount is now under the minimum (reported as
      * zero). The request is consumed to TAXCORR.PRV. A TAXCORR.DAT
      * with an invalid customer ID or more than one request stops
      * the run RC 16 with nothing reissued.
      * Customers whose interest cannot be converted, or who have an
      * F or W audit row in the year that cannot be read, are listed
      * on TAXEXCP.DAT and left off the file, and the run ends RC 16.
      * Without a readable AUDIT.DAT the run stops RC 16 with the live
      * files untouched.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETL-INTEREST-TAX.
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
           SELECT TAX-PARM-FILE ASSIGN TO 'TAXPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-PARM-STATUS.
           SELECT CORRECTION-INPUT ASSIGN TO 'TAXCORR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORRECTION-STATUS.
           SELECT AUDIT-INPUT ASSIGN TO 'AUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT AUDIT-ARCHIVE-INPUT ASSIGN TO 'TAXAUDA.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-ARCHIVE-STATUS.
           SELECT RATE-FILE ASSIGN TO 'RATES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO 'CALENDAR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT POSTING-WORK ASSIGN TO 'TAXWORK.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-WORK-STATUS.
           SELECT POSTING-SORTED ASSIGN TO 'TAXSORT.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-SORTED-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO 'SORTWORK.TMP'.
           SELECT PRIOR-REPORT-INPUT ASSIGN TO 'TAXRPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIOR-REPORT-STATUS.
           SELECT TAX-REPORT-OUTPUT ASSIGN TO 'TAXRPT.WRK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-REPORT-STATUS.
           SELECT NOTICE-OUTPUT ASSIGN TO 'TAXNOTE.WRK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.
           SELECT EXCEPTION-OUTPUT ASSIGN TO 'TAXEXCP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

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

       FD  TAX-PARM-FILE.
       01  TAX-PARM-RECORD.
           05  TP-TAX-YEAR            PIC 9(4).
           05  TP-REPORT-MINIMUM      PIC 9(5)V99.

       FD  CORRECTION-INPUT.
       01  CORRECTION-RECORD.
           05  TC-CUST-ID             PIC 9(8).
           05  TC-REASON              PIC X(30).

       FD  AUDIT-INPUT.
       01  AUDIT-RECORD.
           05  AUDIT-DATE             PIC X(10).
           05  AUDIT-TRANS-CODE       PIC X(1).
           05  AUDIT-CUST-ID          PIC 9(8).
           05  AUDIT-BEFORE-IMAGE     PIC X(61).
           05  AUDIT-AFTER-IMAGE      PIC X(61).

       FD  AUDIT-ARCHIVE-INPUT.
       01  AUDIT-ARCHIVE-RECORD       PIC X(141).

       FD  RATE-FILE.
       01  RATE-RECORD.
           05  RATE-CURRENCY          PIC X(3).
           05  RATE-TO-BASE           PIC 9(3)V9(6).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05  CAL-HOLIDAY-DATE       PIC 9(8).

      * One interest credit or reversal, in posting currency and base.
       FD  POSTING-WORK.
       01  POSTING-WORK-RECORD        PIC X(84).

       FD  POSTING-SORTED.
       01  POSTING-SORTED-RECORD      PIC X(84).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SORT-WORK-CUST-ID      PIC 9(8).
           05  SORT-WORK-POST-DATE    PIC X(10).
           05  FILLER                 PIC X(66).

       FD  PRIOR-REPORT-INPUT.
       01  PRIOR-REPORT-RECORD.
           05  PRIOR-RECORD-TYPE      PIC X(1).
           05  PRIOR-CORRECTION-FLAG  PIC X(1).
           05  PRIOR-TAX-YEAR         PIC X(4).
           05  PRIOR-CUST-ID          PIC 9(8).
           05  PRIOR-NAME             PIC X(30).
           05  PRIOR-INTEREST         PIC 9(11)V99.
           05  FILLER                 PIC X(43).

      * Regulatory interest-income file: one header, one detail per
      * reportable customer, one trailer.
       FD  TAX-REPORT-OUTPUT.
       01  TAX-HEADER-RECORD.
           05  TXH-RECORD-TYPE        PIC X(1).
           05  TXH-FILE-KIND          PIC X(1).
           05  TXH-TAX-YEAR           PIC 9(4).
           05  TXH-CREATE-DATE        PIC X(10).
           05  TXH-BASE-CURRENCY      PIC X(3).
           05  TXH-REPORT-MINIMUM     PIC 9(5)V99.
           05  FILLER                 PIC X(74).
       01  TAX-DETAIL-RECORD.
           05  TXD-RECORD-TYPE        PIC X(1).
           05  TXD-CORRECTION-FLAG    PIC X(1).
           05  TXD-TAX-YEAR           PIC 9(4).
           05  TXD-CUST-ID            PIC 9(8).
           05  TXD-NAME               PIC X(30).
           05  TXD-INTEREST           PIC 9(11)V99.
           05  TXD-PRIOR-INTEREST     PIC 9(11)V99.
           05  TXD-ACCOUNT-STATUS     PIC X(1).
           05  TXD-POSTING-COUNT      PIC 9(3).
           05  FILLER                 PIC X(26).
       01  TAX-TRAILER-RECORD.
           05  TXT-RECORD-TYPE        PIC X(1).
           05  TXT-DETAIL-COUNT       PIC 9(8).
           05  TXT-TOTAL-INTEREST     PIC 9(13)V99.
           05  TXT-CUST-ID-HASH       PIC 9(15).
           05  FILLER                 PIC X(61).

       FD  NOTICE-OUTPUT.
       01  NOTICE-RECORD.
           05  NOTICE-LINE            PIC X(80).

       FD  EXCEPTION-OUTPUT.
       01  TAX-EXCEPTION-RECORD.
           05  TEXC-CUST-ID           PIC 9(8).
           05  TEXC-TAX-YEAR          PIC 9(4).
           05  TEXC-REASON            PIC X(30).
           05  TEXC-DETAIL            PIC X(20).
           05  TEXC-PROCESS-DATE      PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS           PIC X(2).
       01  WS-TAX-PARM-STATUS         PIC X(2).
       01  WS-CORRECTION-STATUS       PIC X(2).
       01  WS-AUDIT-STATUS            PIC X(2).
       01  WS-AUDIT-ARCHIVE-STATUS    PIC X(2).
       01  WS-RATE-STATUS             PIC X(2).
       01  WS-CALENDAR-STATUS         PIC X(2).
       01  WS-POSTING-WORK-STATUS     PIC X(2).
       01  WS-POSTING-SORTED-STATUS   PIC X(2).
       01  WS-PRIOR-REPORT-STATUS     PIC X(2).
       01  WS-TAX-REPORT-STATUS       PIC X(2).
       01  WS-NOTICE-STATUS           PIC X(2).
       01  WS-EXCEPTION-STATUS        PIC X(2).
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
       01  WS-LOOKUP-CURRENCY         PIC X(3).

      * Tax year and reportable minimum, overridden from TAXPARM.DAT.
       01  WS-TAX-PARAMETERS.
           05  WS-TAX-YEAR            PIC 9(4).
           05  WS-TAX-YEAR-X REDEFINES WS-TAX-YEAR PIC X(4).
           05  REPORT-MINIMUM         PIC 9(5)V99 VALUE 10.00.

      * Corrections mode is set by a request on TAXCORR.DAT.
       01  WS-CORRECTION-REQUEST.
           05  WS-RUN-MODE-FLAG       PIC X(1) VALUE 'O'.
               88  ORIGINAL-RUN       VALUE 'O'.
               88  CORRECTION-RUN     VALUE 'C'.
           05  WS-CORR-CUST-ID        PIC 9(8) VALUE ZERO.
           05  WS-CORR-REASON         PIC X(30) VALUE SPACES.
           05  WS-CORR-EXTRA-COUNT    PIC 9(5) VALUE ZERO.
           05  WS-PRIOR-INTEREST      PIC 9(11)V99 VALUE ZERO.
           05  WS-PRIOR-FOUND-FLAG    PIC X(1) VALUE 'N'.
               88  PRIOR-FOUND        VALUE 'Y'.
           05  WS-PRIOR-NAME          PIC X(30) VALUE SPACES.

      * Master images carried on each audit row.
       01  WS-BEFORE-FIELDS.
           05  WS-BEF-ID              PIC X(8).
           05  WS-BEF-NAME            PIC X(30).
           05  WS-BEF-ACCOUNT-TYPE    PIC X(1).
           05  WS-BEF-BALANCE         PIC 9(7)V99.
           05  WS-BEF-CREDIT-LIMIT    PIC X(9).
           05  WS-BEF-STATUS          PIC X(1).
           05  WS-BEF-CURRENCY        PIC X(3).
       01  WS-AFTER-FIELDS.
           05  WS-AFT-ID              PIC X(8).
           05  WS-AFT-NAME            PIC X(30).
           05  WS-AFT-ACCOUNT-TYPE    PIC X(1).
           05  WS-AFT-BALANCE         PIC 9(7)V99.
           05  WS-AFT-CREDIT-LIMIT    PIC X(9).
           05  WS-AFT-STATUS          PIC X(1).
           05  WS-AFT-CURRENCY        PIC X(3).

       01  WS-POSTING-RECORD.
           05  WP-CUST-ID             PIC 9(8).
           05  WP-POST-DATE           PIC X(10).
           05  WP-TRANS-CODE          PIC X(1).
           05  WP-DIRECTION           PIC X(1).
               88  WP-INTEREST-CREDIT VALUE 'C'.
               88  WP-REVERSAL        VALUE 'R'.
               88  WP-UNREADABLE      VALUE 'U'.
           05  WP-NAME                PIC X(30).
           05  WP-CURRENCY            PIC X(3).
           05  WP-CCY-AMOUNT          PIC 9(7)V99.
           05  WP-RATE                PIC 9(3)V9(6).
           05  WP-BASE-AMOUNT         PIC 9(9)V99.
           05  WP-RATE-FLAG           PIC X(1).
               88  WP-RATE-FOUND      VALUE 'Y'.
           05  FILLER                 PIC X(1).

      * The customer being built from the sorted postings. Lines past
      * the table still count in the totals; the notice says so.
       01  WS-CUSTOMER-STATE.
           05  WS-CUR-CUST-ID         PIC 9(8).
           05  WS-CUR-NAME            PIC X(30).
           05  WS-CUR-CREDITS         PIC 9(11)V99.
           05  WS-CUR-REVERSALS       PIC 9(11)V99.
           05  WS-CUR-NET             PIC 9(11)V99.
           05  WS-CUR-REPORTED        PIC 9(11)V99.
           05  WS-CUR-POSTINGS        PIC 9(3).
           05  WS-CUR-NO-RATE-CCY     PIC X(3).
           05  WS-CUR-HELD-FLAG       PIC X(1) VALUE 'N'.
               88  CUSTOMER-HELD      VALUE 'Y'.
           05  WS-CUR-RATE-FLAG       PIC X(1).
               88  CUSTOMER-UNCONVERTED VALUE 'N'.
           05  WS-CUR-CLOSED-FLAG     PIC X(1).
               88  CUSTOMER-CLOSED    VALUE 'Y'.
           05  WS-CUR-UNREADABLE-FLAG PIC X(1).
               88  CUSTOMER-UNREADABLE VALUE 'Y'.
       01  WS-LINE-TABLE.
           05  WS-LINE-COUNT          PIC 9(2) VALUE ZERO.
           05  WS-LINE-ENTRY OCCURS 40 TIMES.
               10  WS-LN-POST-DATE        PIC X(10).
               10  WS-LN-DIRECTION        PIC X(1).
               10  WS-LN-CURRENCY         PIC X(3).
               10  WS-LN-CCY-AMOUNT       PIC 9(7)V99.
               10  WS-LN-RATE             PIC 9(3)V9(6).
               10  WS-LN-BASE-AMOUNT      PIC 9(9)V99.
       01  WS-LINE-SUB                PIC 9(2).

       01  WS-COUNTERS.
           05  WS-AUDIT-READ          PIC 9(9) VALUE ZERO.
           05  WS-ARCHIVE-READ        PIC 9(9) VALUE ZERO.
           05  WS-YEAR-POSTINGS       PIC 9(9) VALUE ZERO.
           05  WS-INTEREST-POSTINGS   PIC 9(9) VALUE ZERO.
           05  WS-FEE-POSTINGS        PIC 9(9) VALUE ZERO.
           05  WS-REVERSAL-POSTINGS   PIC 9(9) VALUE ZERO.
           05  WS-FEE-REFUNDS         PIC 9(9) VALUE ZERO.
           05  WS-UNREADABLE-ROWS     PIC 9(9) VALUE ZERO.
           05  WS-CUSTOMERS-BUILT     PIC 9(9) VALUE ZERO.
           05  WS-CUSTOMERS-REPORTED  PIC 9(9) VALUE ZERO.
           05  WS-BELOW-MINIMUM       PIC 9(9) VALUE ZERO.
           05  WS-CUSTOMER-EXCEPTIONS PIC 9(9) VALUE ZERO.
           05  WS-NOTICES-WRITTEN     PIC 9(9) VALUE ZERO.
           05  WS-TOTAL-INTEREST      PIC 9(13)V99 VALUE ZERO.
           05  WS-CUST-ID-HASH        PIC 9(15) VALUE ZERO.

       01  WS-FLAGS.
           05  END-OF-FILE-SW         PIC X(1) VALUE 'N'.
               88  END-OF-FILE        VALUE 'Y'.
           05  WS-MASTER-OPEN-FLAG    PIC X(1) VALUE 'N'.
               88  MASTER-IS-OPEN     VALUE 'Y'.
           05  WS-RUN-INCOMPLETE-FLAG PIC X(1) VALUE 'N'.
               88  RUN-INCOMPLETE     VALUE 'Y'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE.
               10  WS-YEAR            PIC 9(4).
               10  WS-MONTH           PIC 9(2).
               10  WS-DAY             PIC 9(2).
           05  WS-FORMATTED-DATE      PIC X(10).
           05  WS-ARCHIVE-NAME        PIC X(16).
           05  WS-REPORT-NAME         PIC X(12).
           05  WS-NOTICE-NAME         PIC X(12).
           05  WS-EDIT-CCY-AMOUNT     PIC Z(6)9.99.
           05  WS-EDIT-RATE           PIC ZZ9.9(6).
           05  WS-EDIT-BASE-AMOUNT    PIC Z(8)9.99.
           05  WS-EDIT-TOTAL          PIC Z(10)9.99.
           05  WS-EDIT-MINIMUM        PIC Z(4)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           PERFORM EXTRACT-YEAR-POSTINGS
           PERFORM BUILD-CUSTOMER-TOTALS
           PERFORM GENERATE-REPORT
           PERFORM CLEANUP-PROCESS
           STOP RUN.

       INITIALIZE-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           PERFORM LOAD-BUSINESS-CALENDAR
           PERFORM RESOLVE-EFFECTIVE-DATE
           STRING WS-YEAR '-' WS-MONTH '-' WS-DAY
               DELIMITED BY SIZE INTO WS-FORMATTED-DATE

      * Year-end reporting runs early in the new year, so the tax
      * year defaults to the one just ended.
           COMPUTE WS-TAX-YEAR = WS-YEAR - 1
           PERFORM LOAD-TAX-PARAMETERS
           PERFORM LOAD-CORRECTION-REQUEST
           PERFORM LOAD-EXCHANGE-RATES

           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS = '00'
               MOVE 'Y' TO WS-MASTER-OPEN-FLAG
           ELSE
               DISPLAY 'CUSTMAST.DAT could not be opened - status '
                   WS-MASTER-STATUS '. Names taken from the postings'
                   ' and closures not shown.'
           END-IF

           OPEN OUTPUT EXCEPTION-OUTPUT
           OPEN OUTPUT TAX-REPORT-OUTPUT
           OPEN OUTPUT NOTICE-OUTPUT

           MOVE SPACES TO TAX-HEADER-RECORD
           MOVE 'H' TO TXH-RECORD-TYPE
           MOVE WS-RUN-MODE-FLAG TO TXH-FILE-KIND
           MOVE WS-TAX-YEAR TO TXH-TAX-YEAR
           MOVE WS-FORMATTED-DATE TO TXH-CREATE-DATE
           MOVE 'USD' TO TXH-BASE-CURRENCY
           MOVE REPORT-MINIMUM TO TXH-REPORT-MINIMUM
           WRITE TAX-HEADER-RECORD

           IF CORRECTION-RUN
               DISPLAY 'Interest Tax Correction Started - Customer '
                   WS-CORR-CUST-ID ' Tax Year ' WS-TAX-YEAR
           ELSE
               DISPLAY 'Interest Tax Reporting Started - Tax Year '
                   WS-TAX-YEAR ' Business Date ' WS-FORMATTED-DATE
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

       LOAD-TAX-PARAMETERS.
      * A tax year after the business year has no postings yet, so
      * such a file is ignored as a whole.
           OPEN INPUT TAX-PARM-FILE
           IF WS-TAX-PARM-STATUS = '00'
               READ TAX-PARM-FILE
               IF WS-TAX-PARM-STATUS = '00'
                   IF TP-TAX-YEAR IS NUMERIC
                           AND TP-REPORT-MINIMUM IS NUMERIC
                           AND TP-TAX-YEAR > 1600
                           AND TP-TAX-YEAR NOT > WS-YEAR
                       MOVE TP-TAX-YEAR TO WS-TAX-YEAR
                       MOVE TP-REPORT-MINIMUM TO REPORT-MINIMUM
                       DISPLAY 'Tax year and minimum loaded from '
                           'TAXPARM.DAT'
                   ELSE
                       DISPLAY 'WARNING: TAXPARM.DAT tax year or '
                           'minimum invalid - defaults used'
                   END-IF
               END-IF
               CLOSE TAX-PARM-FILE
           ELSE
               DISPLAY 'TAXPARM.DAT not found - default tax year and '
                   'minimum used'
           END-IF.

       LOAD-CORRECTION-REQUEST.
      * One customer per corrections run. An unreadable request, or a
      * file naming more than one customer, stops the run and is left
      * in place to be put right.
           OPEN INPUT CORRECTION-INPUT
           IF WS-CORRECTION-STATUS = '00'
               READ CORRECTION-INPUT
               IF WS-CORRECTION-STATUS = '00'
                   IF TC-CUST-ID IS NOT NUMERIC OR TC-CUST-ID = ZERO
                       DISPLAY 'TAXCORR.DAT customer ID invalid - '
                           'nothing reissued. Correct the request '
                           'and rerun.'
                       CLOSE CORRECTION-INPUT
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE 'C' TO WS-RUN-MODE-FLAG
                   MOVE TC-CUST-ID TO WS-CORR-CUST-ID
                   MOVE TC-REASON TO WS-CORR-REASON
                   PERFORM UNTIL WS-CORRECTION-STATUS NOT = '00'
                       READ CORRECTION-INPUT
                       IF WS-CORRECTION-STATUS = '00'
                           ADD 1 TO WS-CORR-EXTRA-COUNT
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE CORRECTION-INPUT
           END-IF
           IF WS-CORR-EXTRA-COUNT > ZERO
               DISPLAY 'TAXCORR.DAT holds ' WS-CORR-EXTRA-COUNT
                   ' further requests - one customer per corrections '
                   'run. Nothing reissued. Leave one request on the '
                   'file and rerun.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF CORRECTION-RUN
               PERFORM FIND-PRIOR-REPORTED-AMOUNT
           END-IF.

       FIND-PRIOR-REPORTED-AMOUNT.
      * The amount this customer carried on the original file for
      * the same tax year goes on the correction beside the new one.
           MOVE 'N' TO END-OF-FILE-SW
           OPEN INPUT PRIOR-REPORT-INPUT
           IF WS-PRIOR-REPORT-STATUS = '00'
               PERFORM UNTIL END-OF-FILE
                   READ PRIOR-REPORT-INPUT
                       AT END MOVE 'Y' TO END-OF-FILE-SW
                       NOT AT END
                           IF PRIOR-RECORD-TYPE = 'D'
                                   AND PRIOR-TAX-YEAR = WS-TAX-YEAR-X
                                   AND PRIOR-CUST-ID = WS-CORR-CUST-ID
                               MOVE PRIOR-INTEREST TO WS-PRIOR-INTEREST
                               MOVE PRIOR-NAME TO WS-PRIOR-NAME
                               MOVE 'Y' TO WS-PRIOR-FOUND-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRIOR-REPORT-INPUT
           END-IF
           MOVE 'N' TO END-OF-FILE-SW
           IF NOT PRIOR-FOUND
               DISPLAY 'Customer ' WS-CORR-CUST-ID ' not on TAXRPT.DAT'
                   ' for tax year ' WS-TAX-YEAR
                   ' - correction shows nothing previously reported'
           END-IF.

       LOAD-EXCHANGE-RATES.
      * Interest is posted in the account's own currency and reported
      * in base currency, so every posting is converted on its own.
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
                                   'of RATES.DAT skipped; customers '
                                   'with those currencies will be '
                                   'held on TAXEXCP.DAT'
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

       EXTRACT-YEAR-POSTINGS.
      * The year's archive is copied to a work name first, since the
      * archive name carries the year. Rows are moved, never copied,
      * by the retention purge, so no row is on both files.
           OPEN OUTPUT POSTING-WORK

           OPEN INPUT AUDIT-INPUT
           IF WS-AUDIT-STATUS = '00'
               PERFORM UNTIL END-OF-FILE
                   READ AUDIT-INPUT
                       AT END MOVE 'Y' TO END-OF-FILE-SW
                       NOT AT END
                           ADD 1 TO WS-AUDIT-READ
                           PERFORM EXTRACT-ONE-AUDIT-ROW
                   END-READ
               END-PERFORM
               CLOSE AUDIT-INPUT
           ELSE
      * Most of the tax year is still on the live audit trail - a
      * file built from the archive alone would under-report, so the
      * live TAXRPT.DAT and TAXNOTE.DAT are left as they are.
               DISPLAY 'AUDIT.DAT could not be opened - status '
                   WS-AUDIT-STATUS '. Nothing reported. Resolve '
                   'manually before rerunning.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-ARCHIVE-NAME
           STRING 'AUDIT.DAT.' WS-TAX-YEAR-X
               DELIMITED BY SIZE INTO WS-ARCHIVE-NAME
           MOVE SPACES TO WS-RENAME-COMMAND
           STRING 'rm -f TAXAUDA.TMP; cp ' WS-ARCHIVE-NAME
               ' TAXAUDA.TMP 2>/dev/null'
               DELIMITED BY SIZE INTO WS-RENAME-COMMAND
           CALL 'SYSTEM' USING WS-RENAME-COMMAND

           MOVE 'N' TO END-OF-FILE-SW
           OPEN INPUT AUDIT-ARCHIVE-INPUT
           IF WS-AUDIT-ARCHIVE-STATUS = '00'
               PERFORM UNTIL END-OF-FILE
                   READ AUDIT-ARCHIVE-INPUT INTO AUDIT-RECORD
                       AT END MOVE 'Y' TO END-OF-FILE-SW
                       NOT AT END
                           ADD 1 TO WS-ARCHIVE-READ
                           PERFORM EXTRACT-ONE-AUDIT-ROW
                   END-READ
               END-PERFORM
               CLOSE AUDIT-ARCHIVE-INPUT
               DISPLAY WS-ARCHIVE-NAME ' read - rows: '
                   WS-ARCHIVE-READ
           END-IF
           MOVE 'N' TO END-OF-FILE-SW

           CLOSE POSTING-WORK
           MOVE SPACES TO WS-RENAME-COMMAND
           STRING 'rm -f TAXAUDA.TMP 2>/dev/null'
               DELIMITED BY SIZE INTO WS-RENAME-COMMAND
           CALL 'SYSTEM' USING WS-RENAME-COMMAND.

       EXTRACT-ONE-AUDIT-ROW.
           IF AUDIT-DATE (1:4) = WS-TAX-YEAR-X
                   AND (AUDIT-TRANS-CODE = 'F'
                       OR AUDIT-TRANS-CODE = 'W')
                   AND (ORIGINAL-RUN
                       OR AUDIT-CUST-ID = WS-CORR-CUST-ID)
               ADD 1 TO WS-YEAR-POSTINGS
               MOVE AUDIT-BEFORE-IMAGE TO WS-BEFORE-FIELDS
               MOVE AUDIT-AFTER-IMAGE TO WS-AFTER-FIELDS
               IF WS-BEF-BALANCE IS NUMERIC
                       AND WS-AFT-BALANCE IS NUMERIC
                   PERFORM CLASSIFY-ONE-POSTING
               ELSE
                   ADD 1 TO WS-UNREADABLE-ROWS
                   PERFORM HOLD-UNREADABLE-ROW
               END-IF
           END-IF.

       HOLD-UNREADABLE-ROW.
      * The row's amount is unknown, so the customer's total is too.
      * The row is listed for finance, and a marker posting carries
      * the hold through the sort to FINISH-CUSTOMER.
           MOVE AUDIT-CUST-ID TO TEXC-CUST-ID
           MOVE 'UNREADABLE AUDIT ROW' TO TEXC-REASON
           MOVE AUDIT-DATE TO TEXC-DETAIL
           PERFORM WRITE-TAX-EXCEPTION
           MOVE SPACES TO WS-POSTING-RECORD
           MOVE AUDIT-CUST-ID TO WP-CUST-ID
           MOVE AUDIT-DATE TO WP-POST-DATE
           MOVE AUDIT-TRANS-CODE TO WP-TRANS-CODE
           MOVE 'U' TO WP-DIRECTION
           MOVE ZERO TO WP-CCY-AMOUNT
           MOVE ZERO TO WP-RATE
           MOVE ZERO TO WP-BASE-AMOUNT
           MOVE 'Y' TO WP-RATE-FLAG
           WRITE POSTING-WORK-RECORD FROM WS-POSTING-RECORD.

       CLASSIFY-ONE-POSTING.
           MOVE SPACES TO WS-POSTING-RECORD
           MOVE AUDIT-CUST-ID TO WP-CUST-ID
           MOVE AUDIT-DATE TO WP-POST-DATE
           MOVE AUDIT-TRANS-CODE TO WP-TRANS-CODE
           MOVE WS-AFT-NAME TO WP-NAME
           MOVE WS-BEF-CURRENCY TO WP-CURRENCY

      * F lowering the balance is interest credited; F raising it is
      * a fee. W raising the balance takes a credit back; W lowering
      * it refunds a fee.
           IF AUDIT-TRANS-CODE = 'F'
               IF WS-BEF-BALANCE > WS-AFT-BALANCE
                   MOVE 'C' TO WP-DIRECTION
                   COMPUTE WP-CCY-AMOUNT =
                       WS-BEF-BALANCE - WS-AFT-BALANCE
                   ADD 1 TO WS-INTEREST-POSTINGS
               ELSE
                   ADD 1 TO WS-FEE-POSTINGS
               END-IF
           ELSE
               IF WS-AFT-BALANCE > WS-BEF-BALANCE
                   MOVE 'R' TO WP-DIRECTION
                   COMPUTE WP-CCY-AMOUNT =
                       WS-AFT-BALANCE - WS-BEF-BALANCE
                   ADD 1 TO WS-REVERSAL-POSTINGS
               ELSE
                   ADD 1 TO WS-FEE-REFUNDS
               END-IF
           END-IF

           IF WP-INTEREST-CREDIT OR WP-REVERSAL
               MOVE WP-CURRENCY TO WS-LOOKUP-CURRENCY
               PERFORM LOOKUP-EXCHANGE-RATE
               IF RATE-FOUND
                   MOVE 'Y' TO WP-RATE-FLAG
                   MOVE WS-EXCHANGE-RATE TO WP-RATE
                   COMPUTE WP-BASE-AMOUNT ROUNDED =
                       WP-CCY-AMOUNT * WS-EXCHANGE-RATE
               ELSE
                   MOVE 'N' TO WP-RATE-FLAG
                   MOVE ZERO TO WP-RATE
                   MOVE ZERO TO WP-BASE-AMOUNT
               END-IF
               WRITE POSTING-WORK-RECORD FROM WS-POSTING-RECORD
           END-IF.

       BUILD-CUSTOMER-TOTALS.
      * Postings sorted by customer, in date order within a customer,
      * so each customer is finished as soon as the next one starts.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-WORK-CUST-ID
               ON ASCENDING KEY SORT-WORK-POST-DATE
               WITH DUPLICATES IN ORDER
               USING POSTING-WORK
               GIVING POSTING-SORTED

           MOVE 'N' TO END-OF-FILE-SW
           OPEN INPUT POSTING-SORTED
           IF WS-POSTING-SORTED-STATUS = '00'
               PERFORM UNTIL END-OF-FILE
                   READ POSTING-SORTED INTO WS-POSTING-RECORD
                       AT END MOVE 'Y' TO END-OF-FILE-SW
                       NOT AT END
                           PERFORM ADD-ONE-POSTING
                   END-READ
               END-PERFORM
               CLOSE POSTING-SORTED
           END-IF
           IF CUSTOMER-HELD
               PERFORM FINISH-CUSTOMER
           END-IF

      * A correction for a customer with nothing posted in the year
      * still goes out, at zero, if an amount was reported before.
           IF CORRECTION-RUN AND WS-CUSTOMERS-BUILT = ZERO
               IF PRIOR-FOUND
                   PERFORM START-CUSTOMER
                   MOVE WS-CORR-CUST-ID TO WS-CUR-CUST-ID
                   PERFORM FINISH-CUSTOMER
               ELSE
                   MOVE WS-CORR-CUST-ID TO TEXC-CUST-ID
                   MOVE 'NO INTEREST IN TAX YEAR' TO TEXC-REASON
                   MOVE 'NOT PREVIOUSLY FILED' TO TEXC-DETAIL
                   PERFORM WRITE-TAX-EXCEPTION
                   ADD 1 TO WS-CUSTOMER-EXCEPTIONS
               END-IF
           END-IF

           MOVE SPACES TO WS-RENAME-COMMAND
           STRING 'rm -f TAXWORK.TMP TAXSORT.TMP 2>/dev/null'
               DELIMITED BY SIZE INTO WS-RENAME-COMMAND
           CALL 'SYSTEM' USING WS-RENAME-COMMAND.

       ADD-ONE-POSTING.
           IF CUSTOMER-HELD AND WP-CUST-ID NOT = WS-CUR-CUST-ID
               PERFORM FINISH-CUSTOMER
           END-IF
           IF NOT CUSTOMER-HELD
               PERFORM START-CUSTOMER
               MOVE WP-CUST-ID TO WS-CUR-CUST-ID
               ADD 1 TO WS-CUSTOMERS-BUILT
           END-IF

           IF WP-UNREADABLE
               MOVE 'Y' TO WS-CUR-UNREADABLE-FLAG
           ELSE
               PERFORM ADD-POSTING-TO-CUSTOMER
           END-IF.

       ADD-POSTING-TO-CUSTOMER.
           ADD 1 TO WS-CUR-POSTINGS
           MOVE WP-NAME TO WS-CUR-NAME
           IF NOT WP-RATE-FOUND
               MOVE 'N' TO WS-CUR-RATE-FLAG
               MOVE WP-CURRENCY TO WS-CUR-NO-RATE-CCY
           END-IF
           IF WP-INTEREST-CREDIT
               ADD WP-BASE-AMOUNT TO WS-CUR-CREDITS
           ELSE
               ADD WP-BASE-AMOUNT TO WS-CUR-REVERSALS
           END-IF

           IF WS-LINE-COUNT < 40
               ADD 1 TO WS-LINE-COUNT
               MOVE WS-LINE-COUNT TO WS-LINE-SUB
               MOVE WP-POST-DATE TO WS-LN-POST-DATE (WS-LINE-SUB)
               MOVE WP-DIRECTION TO WS-LN-DIRECTION (WS-LINE-SUB)
               MOVE WP-CURRENCY TO WS-LN-CURRENCY (WS-LINE-SUB)
               MOVE WP-CCY-AMOUNT TO WS-LN-CCY-AMOUNT (WS-LINE-SUB)
               MOVE WP-RATE TO WS-LN-RATE (WS-LINE-SUB)
               MOVE WP-BASE-AMOUNT TO WS-LN-BASE-AMOUNT (WS-LINE-SUB)
           END-IF.

       START-CUSTOMER.
           MOVE 'Y' TO WS-CUR-HELD-FLAG
           MOVE ZERO TO WS-CUR-CUST-ID
           MOVE SPACES TO WS-CUR-NAME
           MOVE ZERO TO WS-CUR-CREDITS
           MOVE ZERO TO WS-CUR-REVERSALS
           MOVE ZERO TO WS-CUR-NET
           MOVE ZERO TO WS-CUR-REPORTED
           MOVE ZERO TO WS-CUR-POSTINGS
           MOVE SPACES TO WS-CUR-NO-RATE-CCY
           MOVE 'Y' TO WS-CUR-RATE-FLAG
           MOVE 'N' TO WS-CUR-CLOSED-FLAG
           MOVE 'N' TO WS-CUR-UNREADABLE-FLAG
           MOVE ZERO TO WS-LINE-COUNT.

       FINISH-CUSTOMER.
           MOVE 'N' TO WS-CUR-HELD-FLAG

      * A customer with any posting that cannot be converted or read
      * is held back whole; a partial amount must not reach the
      * authority. Unreadable rows were listed as they were found.
           IF CUSTOMER-UNCONVERTED OR CUSTOMER-UNREADABLE
               IF CUSTOMER-UNCONVERTED
                   MOVE WS-CUR-CUST-ID TO TEXC-CUST-ID
                   MOVE 'NO EXCHANGE RATE' TO TEXC-REASON
                   MOVE WS-CUR-NO-RATE-CCY TO TEXC-DETAIL
                   PERFORM WRITE-TAX-EXCEPTION
               END-IF
               ADD 1 TO WS-CUSTOMER-EXCEPTIONS
           ELSE
               IF WS-CUR-CREDITS > WS-CUR-REVERSALS
                   COMPUTE WS-CUR-NET =
                       WS-CUR-CREDITS - WS-CUR-REVERSALS
               ELSE
                   MOVE ZERO TO WS-CUR-NET
               END-IF
               IF WS-CUR-NET < REPORT-MINIMUM
                   ADD 1 TO WS-BELOW-MINIMUM
                   MOVE ZERO TO WS-CUR-REPORTED
               ELSE
                   MOVE WS-CUR-NET TO WS-CUR-REPORTED
               END-IF
               IF WS-CUR-NET NOT < REPORT-MINIMUM OR CORRECTION-RUN
                   PERFORM ISSUE-CUSTOMER-REPORTING
               END-IF
           END-IF.

       ISSUE-CUSTOMER-REPORTING.
      * The current master name wins; a customer no longer on the
      * master closed during or after the year.
           IF MASTER-IS-OPEN
               MOVE WS-CUR-CUST-ID TO MAST-ID
               READ MASTER-FILE
               IF WS-MASTER-STATUS = '00'
                   MOVE MAST-NAME TO WS-CUR-NAME
               ELSE
                   IF WS-MASTER-STATUS = '23'
                       MOVE 'Y' TO WS-CUR-CLOSED-FLAG
                   END-IF
               END-IF
           END-IF
           IF WS-CUR-NAME = SPACES AND CORRECTION-RUN
               MOVE WS-PRIOR-NAME TO WS-CUR-NAME
           END-IF

           PERFORM WRITE-TAX-DETAIL
           PERFORM WRITE-TAX-NOTICE.

       WRITE-TAX-DETAIL.
           MOVE SPACES TO TAX-DETAIL-RECORD
           MOVE 'D' TO TXD-RECORD-TYPE
           IF CORRECTION-RUN
               MOVE 'C' TO TXD-CORRECTION-FLAG
               MOVE WS-PRIOR-INTEREST TO TXD-PRIOR-INTEREST
           ELSE
               MOVE ZERO TO TXD-PRIOR-INTEREST
           END-IF
           MOVE WS-TAX-YEAR TO TXD-TAX-YEAR
           MOVE WS-CUR-CUST-ID TO TXD-CUST-ID
           MOVE WS-CUR-NAME TO TXD-NAME
           MOVE WS-CUR-REPORTED TO TXD-INTEREST
           IF CUSTOMER-CLOSED
               MOVE 'C' TO TXD-ACCOUNT-STATUS
           ELSE
               MOVE 'O' TO TXD-ACCOUNT-STATUS
           END-IF
           MOVE WS-CUR-POSTINGS TO TXD-POSTING-COUNT
           WRITE TAX-DETAIL-RECORD

           ADD 1 TO WS-CUSTOMERS-REPORTED
           ADD WS-CUR-REPORTED TO WS-TOTAL-INTEREST
           ADD WS-CUR-CUST-ID TO WS-CUST-ID-HASH.

       WRITE-TAX-NOTICE.
           MOVE ALL '=' TO NOTICE-LINE
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-LINE
           STRING 'INTEREST INCOME TAX NOTICE              TAX YEAR '
               WS-TAX-YEAR
               DELIMITED BY SIZE INTO NOTICE-LINE
           WRITE NOTICE-RECORD
           IF CORRECTION-RUN
               MOVE SPACES TO NOTICE-LINE
               STRING '*** AMENDED - REPLACES ANY NOTICE '
                   'ISSUED BEFORE ***'
                   DELIMITED BY SIZE INTO NOTICE-LINE
               WRITE NOTICE-RECORD
           END-IF
           MOVE SPACES TO NOTICE-LINE
           STRING 'Issued: ' WS-FORMATTED-DATE
               DELIMITED BY SIZE INTO NOTICE-LINE
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-LINE
           STRING 'CUST ' WS-CUR-CUST-ID '  ' WS-CUR-NAME
               DELIMITED BY SIZE INTO NOTICE-LINE
           WRITE NOTICE-RECORD
           IF CUSTOMER-CLOSED
               MOVE 'Account closed - final notice for this account'
                   TO NOTICE-LINE
               WRITE NOTICE-RECORD
           END-IF
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-RECORD

           MOVE 'Interest paid to you during the year:' TO NOTICE-LINE
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-LINE
           STRING '  Posted      Entry     Ccy      Amount'
               '        Rate           USD'
               DELIMITED BY SIZE INTO NOTICE-LINE
           WRITE NOTICE-RECORD
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-LINE-COUNT
               PERFORM WRITE-NOTICE-POSTING-LINE
           END-PERFORM
           IF WS-CUR-POSTINGS > WS-LINE-COUNT
               MOVE SPACES TO NOTICE-LINE
               STRING '  (further postings included in the total)'
                   DELIMITED BY SIZE INTO NOTICE-LINE
               WRITE NOTICE-RECORD
           END-IF
           IF WS-CUR-POSTINGS = ZERO
               MOVE '  No interest posted in the tax year'
                   TO NOTICE-LINE
               WRITE NOTICE-RECORD
           END-IF
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-RECORD

           MOVE WS-CUR-REPORTED TO WS-EDIT-TOTAL
           MOVE SPACES TO NOTICE-LINE
           STRING 'INTEREST INCOME REPORTED (USD):  $' WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO NOTICE-LINE
           WRITE NOTICE-RECORD
           IF CORRECTION-RUN
               IF WS-CUR-NET < REPORT-MINIMUM
                   MOVE REPORT-MINIMUM TO WS-EDIT-MINIMUM
                   MOVE SPACES TO NOTICE-LINE
                   STRING '  (under the reportable minimum of $'
                       WS-EDIT-MINIMUM ' - reported as zero)'
                       DELIMITED BY SIZE INTO NOTICE-LINE
                   WRITE NOTICE-RECORD
               END-IF
               MOVE WS-PRIOR-INTEREST TO WS-EDIT-TOTAL
               MOVE SPACES TO NOTICE-LINE
               IF PRIOR-FOUND
                   STRING 'Previously Reported (USD):       $'
                       WS-EDIT-TOTAL
                       DELIMITED BY SIZE INTO NOTICE-LINE
               ELSE
                   STRING 'Previously Reported (USD):        none'
                       DELIMITED BY SIZE INTO NOTICE-LINE
               END-IF
               WRITE NOTICE-RECORD
               MOVE SPACES TO NOTICE-LINE
               STRING 'Reason for Correction: ' WS-CORR-REASON
                   DELIMITED BY SIZE INTO NOTICE-LINE
               WRITE NOTICE-RECORD
           END-IF
           MOVE SPACES TO NOTICE-LINE
           STRING 'Reported to the tax authority - keep this notice '
               'with your tax records.'
               DELIMITED BY SIZE INTO NOTICE-LINE
           WRITE NOTICE-RECORD

           ADD 1 TO WS-NOTICES-WRITTEN.

       WRITE-NOTICE-POSTING-LINE.
           MOVE WS-LN-CCY-AMOUNT (WS-LINE-SUB) TO WS-EDIT-CCY-AMOUNT
           MOVE WS-LN-RATE (WS-LINE-SUB) TO WS-EDIT-RATE
           MOVE WS-LN-BASE-AMOUNT (WS-LINE-SUB) TO WS-EDIT-BASE-AMOUNT
           MOVE SPACES TO NOTICE-LINE
           IF WS-LN-DIRECTION (WS-LINE-SUB) = 'C'
               STRING '  ' WS-LN-POST-DATE (WS-LINE-SUB)
                   '  Interest  ' WS-LN-CURRENCY (WS-LINE-SUB)
                   '  ' WS-EDIT-CCY-AMOUNT '  ' WS-EDIT-RATE
                   '  ' WS-EDIT-BASE-AMOUNT
                   DELIMITED BY SIZE INTO NOTICE-LINE
           ELSE
               STRING '  ' WS-LN-POST-DATE (WS-LINE-SUB)
                   '  Reversed  ' WS-LN-CURRENCY (WS-LINE-SUB)
                   ' -' WS-EDIT-CCY-AMOUNT '  ' WS-EDIT-RATE
                   ' -' WS-EDIT-BASE-AMOUNT
                   DELIMITED BY SIZE INTO NOTICE-LINE
           END-IF
           WRITE NOTICE-RECORD.

       WRITE-TAX-EXCEPTION.
           MOVE WS-TAX-YEAR TO TEXC-TAX-YEAR
           MOVE WS-FORMATTED-DATE TO TEXC-PROCESS-DATE
           WRITE TAX-EXCEPTION-RECORD.

       GENERATE-REPORT.
           MOVE SPACES TO TAX-TRAILER-RECORD
           MOVE 'T' TO TXT-RECORD-TYPE
           MOVE WS-CUSTOMERS-REPORTED TO TXT-DETAIL-COUNT
           MOVE WS-TOTAL-INTEREST TO TXT-TOTAL-INTEREST
           MOVE WS-CUST-ID-HASH TO TXT-CUST-ID-HASH
           WRITE TAX-TRAILER-RECORD

           IF CORRECTION-RUN
               DISPLAY 'INTEREST TAX CORRECTION SUMMARY'
               DISPLAY '==============================='
               DISPLAY 'Customer: ' WS-CORR-CUST-ID
               DISPLAY 'Previously Reported: $' WS-PRIOR-INTEREST
           ELSE
               DISPLAY 'INTEREST TAX REPORTING SUMMARY'
               DISPLAY '=============================='
           END-IF
           DISPLAY 'Tax Year: ' WS-TAX-YEAR
           DISPLAY 'Reportable Minimum: $' REPORT-MINIMUM
           DISPLAY 'Audit Rows Read: ' WS-AUDIT-READ
           DISPLAY 'Archive Rows Read: ' WS-ARCHIVE-READ
           DISPLAY 'F/W Postings In Year: ' WS-YEAR-POSTINGS
           DISPLAY 'Interest Postings: ' WS-INTEREST-POSTINGS
           DISPLAY 'Interest Reversals: ' WS-REVERSAL-POSTINGS
           DISPLAY 'Fee Postings Skipped: ' WS-FEE-POSTINGS
           DISPLAY 'Fee Refunds Skipped: ' WS-FEE-REFUNDS
           DISPLAY 'Unreadable Rows: ' WS-UNREADABLE-ROWS
           DISPLAY 'Customers With Interest: ' WS-CUSTOMERS-BUILT
           DISPLAY 'Below Minimum: ' WS-BELOW-MINIMUM
           DISPLAY 'Customers Reported: ' WS-CUSTOMERS-REPORTED
           DISPLAY 'Notices Written: ' WS-NOTICES-WRITTEN
           DISPLAY 'Interest Reported: $' WS-TOTAL-INTEREST
           DISPLAY 'Customers Held: ' WS-CUSTOMER-EXCEPTIONS
           DISPLAY 'Business Date: ' WS-FORMATTED-DATE
           IF WS-CUSTOMER-EXCEPTIONS > ZERO
                   OR WS-UNREADABLE-ROWS > ZERO
               DISPLAY 'INTEREST TAX FILE INCOMPLETE - see TAXEXCP.DAT'
               MOVE 'Y' TO WS-RUN-INCOMPLETE-FLAG
           END-IF.

       CLEANUP-PROCESS.
           IF MASTER-IS-OPEN
               CLOSE MASTER-FILE
           END-IF
           CLOSE TAX-REPORT-OUTPUT
           CLOSE NOTICE-OUTPUT
           CLOSE EXCEPTION-OUTPUT

      * The work files replace the live ones only once complete, so
      * a correction never overwrites the original year-end file.
           IF CORRECTION-RUN
               MOVE 'TAXRPTC.DAT' TO WS-REPORT-NAME
               MOVE 'TAXNOTEA.DAT' TO WS-NOTICE-NAME
           ELSE
               MOVE 'TAXRPT.DAT' TO WS-REPORT-NAME
               MOVE 'TAXNOTE.DAT' TO WS-NOTICE-NAME
           END-IF
           MOVE SPACES TO WS-RENAME-COMMAND
           STRING 'mv TAXRPT.WRK ' WS-REPORT-NAME
               ' 2>/dev/null'
               DELIMITED BY SIZE INTO WS-RENAME-COMMAND
           CALL 'SYSTEM' USING WS-RENAME-COMMAND
           MOVE SPACES TO WS-RENAME-COMMAND
           STRING 'mv TAXNOTE.WRK ' WS-NOTICE-NAME
               ' 2>/dev/null'
               DELIMITED BY SIZE INTO WS-RENAME-COMMAND
           CALL 'SYSTEM' USING WS-RENAME-COMMAND

      * The request is consumed so the next year-end run is not taken
      * for a correction.
           IF CORRECTION-RUN
               MOVE SPACES TO WS-RENAME-COMMAND
               STRING 'mv TAXCORR.DAT TAXCORR.PRV 2>/dev/null'
                   DELIMITED BY SIZE INTO WS-RENAME-COMMAND
               CALL 'SYSTEM' USING WS-RENAME-COMMAND
               DISPLAY 'Interest Tax Correction Completed'
           ELSE
               DISPLAY 'Interest Tax Reporting Completed'
           END-IF

      * Set last, since each CALL 'SYSTEM' above resets RETURN-CODE.
           IF RUN-INCOMPLETE
               MOVE 16 TO RETURN-CODE
           END-IF.

       END PROGRAM ETL-INTEREST-TAX.
