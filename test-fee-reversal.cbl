      * ETL Fee Waiver And Reversal Posting
      * Takes back month-end fees posted by ETL-FEE-POSTING that have
      * been disputed or approved for waiver. Each request on
      * FEEWAIV.DAT names the customer, the accrual month of the
      * original fee, the base-currency amount to give back (zero for
      * whatever is left of the fee), a reason code and the approving
      * operator.
      * A request is proved before anything moves: the fee must be on
      * the consumed accrual file FEES.PRV for that month, the
      * original F-code posting must be on AUDIT.DAT, and the amount
      * must not exceed what was charged less everything already
      * given back for that fee on the waiver history FEEWHIST.DAT -
      * so the same item cannot be reversed twice, nor a partial
      * waiver topped up past the original charge.
      * An accepted request credits the amount back to MAST-BALANCE
      * in the account's own currency under audit code W, and writes
      * a reversing debit/credit pair for each GL bucket the original
      * balance fell in (account type and the risk grade the nightly
      * gave the customer on the accrual date, from BALHIST.DAT),
      * mapped through GLMAP.DAT onto GLREVS.DAT in the GLPOST.DAT
      * layout with a hash trailer; the file is deleted and the run
      * ends RC 16 if debits do not prove equal to credits. Refused
      * requests go to FEEWEXCP.DAT - among them a credit larger than
      * the account's current balance, which is refused whole rather
      * than cut down to fit. Every reversal is appended to
      * FEEWHIST.DAT, and FEEWRPT.DAT reports the month's waivers by
      * reason code and by approver for management. The master is
      * re-unloaded to CUSTOMER.DAT for the nightly, and FEEWAIV.DAT
      * is consumed to FEEWAIV.PRV so a rerun cannot credit twice;
      * a FEEWAIV.DAT of more than 500 requests stops the run RC 16
      * before anything is posted.
      * Everything is stamped with the effective business date from
      * CALENDAR.DAT, the same date the nightly and the chain balance
      * run under, so a weekend or holiday run posts to the prior
      * business day.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETL-FEE-REVERSAL.
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
           SELECT WAIVER-INPUT ASSIGN TO 'FEEWAIV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAIVER-STATUS.
           SELECT POSTED-FEE-INPUT ASSIGN TO 'FEES.PRV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTED-FEE-STATUS.
           SELECT AUDIT-INPUT ASSIGN TO 'AUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-IN-STATUS.
           SELECT AUDIT-OUTPUT ASSIGN TO 'AUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT BALANCE-HISTORY-INPUT ASSIGN TO 'BALHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALHIST-STATUS.
           SELECT WAIVER-HISTORY-INPUT ASSIGN TO 'FEEWHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAIVER-HIST-IN-STATUS.
           SELECT WAIVER-HISTORY-OUTPUT ASSIGN TO 'FEEWHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAIVER-HIST-STATUS.
           SELECT EXCEPTION-OUTPUT ASSIGN TO 'FEEWEXCP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.
           SELECT GL-MAP-FILE ASSIGN TO 'GLMAP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-MAP-STATUS.
           SELECT GL-POST-OUTPUT ASSIGN TO 'GLREVS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-POST-STATUS.
           SELECT WAIVER-REPORT-OUTPUT ASSIGN TO 'FEEWRPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RATE-FILE ASSIGN TO 'RATES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT CUSTOMER-UNLOAD ASSIGN TO 'CUSTOMER.NEW'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNLOAD-STATUS.
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

       FD  WAIVER-INPUT.
       01  WAIVER-RECORD.
           05  FW-CUST-ID             PIC 9(8).
           05  FW-FEE-MONTH           PIC X(7).
           05  FW-AMOUNT              PIC 9(7)V99.
           05  FW-REASON-CODE         PIC X(3).
               88  FW-VALID-REASON    VALUES 'ERR' 'DSP' 'ODR' 'GDW'.
           05  FW-APPROVER            PIC X(8).

       FD  POSTED-FEE-INPUT.
       01  FEE-RECORD.
           05  FEE-ID                     PIC 9(8).
           05  FEE-NAME                   PIC X(30).
           05  FEE-TYPE-DESC              PIC X(15).
           05  FEE-INTEREST-AMOUNT        PIC 9(7)V99.
           05  FEE-AMOUNT                 PIC 9(7)V99.
           05  FEE-DESCRIPTION            PIC X(20).
           05  FEE-PROCESS-DATE           PIC X(10).

       FD  AUDIT-INPUT.
       01  AUDIT-IN-RECORD.
           05  AUDIT-IN-DATE          PIC X(10).
           05  AUDIT-IN-TRANS-CODE    PIC X(1).
           05  AUDIT-IN-CUST-ID       PIC 9(8).
           05  AUDIT-IN-BEFORE-IMAGE  PIC X(61).
           05  AUDIT-IN-AFTER-IMAGE   PIC X(61).

       FD  AUDIT-OUTPUT.
       01  AUDIT-RECORD.
           05  AUDIT-DATE             PIC X(10).
           05  AUDIT-TRANS-CODE       PIC X(1).
           05  AUDIT-CUST-ID          PIC 9(8).
           05  AUDIT-BEFORE-IMAGE     PIC X(61).
           05  AUDIT-AFTER-IMAGE      PIC X(61).

       FD  BALANCE-HISTORY-INPUT.
       01  BALANCE-HISTORY-RECORD.
           05  BALHIST-ID                 PIC 9(8).
           05  BALHIST-DATE               PIC X(10).
           05  BALHIST-BALANCE            PIC 9(9)V99.
           05  BALHIST-AVAIL-CREDIT       PIC 9(9)V99.
           05  BALHIST-RISK-LEVEL         PIC X(11).

       FD  WAIVER-HISTORY-INPUT.
       01  WAIVER-HISTORY-IN-RECORD.
           05  FWHI-CUST-ID           PIC 9(8).
           05  FWHI-FEE-MONTH         PIC X(7).
           05  FWHI-AMOUNT            PIC 9(7)V99.
           05  FWHI-AMOUNT-CCY        PIC 9(7)V99.
           05  FWHI-CURRENCY          PIC X(3).
           05  FWHI-REASON-CODE       PIC X(3).
           05  FWHI-APPROVER          PIC X(8).
           05  FWHI-POST-DATE         PIC X(10).
           05  FWHI-FEE-DESCRIPTION   PIC X(20).

       FD  WAIVER-HISTORY-OUTPUT.
       01  WAIVER-HISTORY-RECORD.
           05  FWH-CUST-ID            PIC 9(8).
           05  FWH-FEE-MONTH          PIC X(7).
           05  FWH-AMOUNT             PIC 9(7)V99.
           05  FWH-AMOUNT-CCY         PIC 9(7)V99.
           05  FWH-CURRENCY           PIC X(3).
           05  FWH-REASON-CODE        PIC X(3).
           05  FWH-APPROVER           PIC X(8).
           05  FWH-POST-DATE          PIC X(10).
           05  FWH-FEE-DESCRIPTION    PIC X(20).

       FD  EXCEPTION-OUTPUT.
       01  WAIVER-EXCEPTION-RECORD.
           05  WEXC-CUST-ID           PIC 9(8).
           05  WEXC-FEE-MONTH         PIC X(7).
           05  WEXC-AMOUNT            PIC 9(7)V99.
           05  WEXC-REASON-CODE       PIC X(3).
           05  WEXC-APPROVER          PIC X(8).
           05  WEXC-REASON            PIC X(24).
           05  WEXC-PROCESS-DATE      PIC X(10).

       FD  GL-MAP-FILE.
       01  GL-MAP-RECORD.
           05  GLMAP-BUCKET               PIC X(2).
           05  GLMAP-DEBIT-ACCT           PIC 9(8).
           05  GLMAP-CREDIT-ACCT          PIC 9(8).

       FD  GL-POST-OUTPUT.
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

       FD  WAIVER-REPORT-OUTPUT.
       01  WAIVER-REPORT-RECORD.
           05  WAIVER-REPORT-LINE     PIC X(80).

       FD  RATE-FILE.
       01  RATE-RECORD.
           05  RATE-CURRENCY              PIC X(3).
           05  RATE-TO-BASE               PIC 9(3)V9(6).

       FD  CUSTOMER-UNLOAD.
       01  CUSTOMER-UNLOAD-RECORD     PIC X(61).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05  CAL-HOLIDAY-DATE           PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS           PIC X(2).
       01  WS-WAIVER-STATUS           PIC X(2).
       01  WS-POSTED-FEE-STATUS       PIC X(2).
       01  WS-AUDIT-IN-STATUS         PIC X(2).
       01  WS-AUDIT-STATUS            PIC X(2).
       01  WS-BALHIST-STATUS          PIC X(2).
       01  WS-WAIVER-HIST-IN-STATUS   PIC X(2).
       01  WS-WAIVER-HIST-STATUS      PIC X(2).
       01  WS-EXCEPTION-STATUS        PIC X(2).
       01  WS-GL-MAP-STATUS           PIC X(2).
       01  WS-GL-POST-STATUS          PIC X(2).
       01  WS-RATE-STATUS             PIC X(2).
       01  WS-UNLOAD-STATUS           PIC X(2).
       01  WS-CALENDAR-STATUS         PIC X(2).
       01  WS-RENAME-COMMAND          PIC X(80).

      * Today's requests, enriched from one pass each over FEES.PRV,
      * AUDIT.DAT, BALHIST.DAT and FEEWHIST.DAT before any is posted.
       01  WS-REQUEST-TABLE.
           05  WS-REQ-COUNT           PIC 9(3) VALUE ZERO.
           05  WS-REQ-ENTRY OCCURS 500 TIMES.
               10  WS-REQ-CUST-ID         PIC 9(8).
               10  WS-REQ-FEE-MONTH       PIC X(7).
               10  WS-REQ-AMOUNT          PIC 9(7)V99.
               10  WS-REQ-REASON-CODE     PIC X(3).
               10  WS-REQ-APPROVER        PIC X(8).
               10  WS-REQ-FEE-FOUND-FLAG  PIC X(1).
               10  WS-REQ-FEE-CHARGED     PIC 9(7)V99.
               10  WS-REQ-FEE-TYPE-DESC   PIC X(15).
               10  WS-REQ-FEE-DESCRIPTION PIC X(20).
               10  WS-REQ-FEE-DATE        PIC X(10).
               10  WS-REQ-POSTING-DATE    PIC X(10).
               10  WS-REQ-RISK-LEVEL      PIC X(11).
               10  WS-REQ-PRIOR-REVERSED  PIC 9(7)V99.
       01  WS-REQ-SUB                 PIC 9(3).
       01  WS-REQ-OTHER-SUB           PIC 9(3).

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

       01  WS-GL-MAP-TABLE.
           05  WS-GL-MAP-COUNT        PIC 9(2) VALUE ZERO.
           05  WS-GL-MAP-ENTRY OCCURS 10 TIMES.
               10  WS-GL-BUCKET           PIC X(2).
               10  WS-GL-DEBIT-ACCT       PIC 9(8).
               10  WS-GL-CREDIT-ACCT      PIC 9(8).
       01  WS-GL-MAP-SUB              PIC 9(2).
       01  WS-GL-CAP-WARNED-FLAG      PIC X(1) VALUE 'N'.
           88  GL-CAP-WARNED          VALUE 'Y'.
       01  WS-GL-MAP-FOUND-FLAG       PIC X(1).
           88  GL-MAP-FOUND           VALUE 'Y'.
       01  WS-GL-WORK.
           05  WS-GL-POST-COUNT       PIC 9(6) VALUE ZERO.
           05  WS-GL-DEBIT-TOTAL      PIC 9(13)V99 VALUE ZERO.
           05  WS-GL-CREDIT-TOTAL     PIC 9(13)V99 VALUE ZERO.
           05  WS-GL-BUCKET-CODE      PIC X(2).
           05  WS-GL-TYPE-BUCKET      PIC X(2).
           05  WS-GL-RISK-BUCKET      PIC X(2).
           05  WS-GL-BUCKET-AMOUNT    PIC 9(11)V99.

      * Month-to-date waivers for the management report.
       01  WS-REASON-TOTALS.
           05  WS-REASON-ENTRY OCCURS 4 TIMES.
               10  WS-RSN-CODE            PIC X(3).
               10  WS-RSN-DESC            PIC X(24).
               10  WS-RSN-COUNT           PIC 9(6).
               10  WS-RSN-AMOUNT          PIC 9(9)V99.
       01  WS-RSN-SUB                 PIC 9(1).
       01  WS-APPROVER-TABLE.
           05  WS-APPR-COUNT          PIC 9(3) VALUE ZERO.
           05  WS-APPR-ENTRY OCCURS 200 TIMES.
               10  WS-APPR-ID             PIC X(8).
               10  WS-APPR-WAIVERS        PIC 9(6).
               10  WS-APPR-AMOUNT         PIC 9(9)V99.
       01  WS-APPR-SUB                PIC 9(3).
       01  WS-APPR-CAP-WARNED-FLAG    PIC X(1) VALUE 'N'.
           88  APPR-CAP-WARNED        VALUE 'Y'.
       01  WS-APPR-FOUND-FLAG         PIC X(1) VALUE 'N'.
           88  APPROVER-FOUND         VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-REQUESTS-READ       PIC 9(6) VALUE ZERO.
           05  WS-REVERSALS-POSTED    PIC 9(6) VALUE ZERO.
           05  WS-REVERSALS-REFUSED   PIC 9(6) VALUE ZERO.
           05  WS-REVERSED-AMOUNT     PIC 9(9)V99 VALUE ZERO.
           05  WS-MASTER-UNLOADED     PIC 9(6) VALUE ZERO.
           05  WS-MONTH-WAIVERS       PIC 9(6) VALUE ZERO.
           05  WS-MONTH-AMOUNT        PIC 9(9)V99 VALUE ZERO.

       01  WS-FLAGS.
           05  END-OF-FILE-SW         PIC X(1) VALUE 'N'.
               88  END-OF-FILE        VALUE 'Y'.
           05  END-OF-MASTER-SW       PIC X(1) VALUE 'N'.
               88  END-OF-MASTER      VALUE 'Y'.
           05  WS-POST-OK-FLAG        PIC X(1) VALUE 'Y'.
               88  POSTING-OK         VALUE 'Y'.

       01  WS-WORK-AREAS.
           05  WS-BEFORE-IMAGE        PIC X(61).
           05  WS-EXCEPTION-REASON    PIC X(24).
           05  WS-REMAINING-FEE       PIC 9(7)V99.
           05  WS-REVERSE-AMOUNT      PIC 9(7)V99.
           05  WS-REVERSE-CCY         PIC 9(7)V99.
           05  WS-NEW-BALANCE         PIC S9(8)V99.
           05  WS-REPORT-MONTH        PIC X(7).
           05  WS-EDIT-AMOUNT         PIC Z(8)9.99.
           05  WS-CURRENT-DATE.
               10  WS-YEAR            PIC 9(4).
               10  WS-MONTH           PIC 9(2).
               10  WS-DAY             PIC 9(2).
           05  WS-FORMATTED-DATE      PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           PERFORM LOAD-WAIVER-REQUESTS
           PERFORM MATCH-POSTED-FEES
           PERFORM MATCH-AUDIT-POSTINGS
           PERFORM MATCH-ORIGINAL-RISK
           PERFORM MATCH-PRIOR-REVERSALS
           PERFORM APPLY-WAIVER-REQUESTS
           PERFORM UNLOAD-MASTER-FILE
           PERFORM FINISH-GL-REVERSALS
           PERFORM GENERATE-WAIVER-REPORT
           PERFORM GENERATE-REPORT
           PERFORM CLEANUP-PROCESS
           STOP RUN.

       INITIALIZE-PROCESS.
      * AUDIT.DAT, GLREVS.DAT and FEEWHIST.DAT carry the resolved
      * business date so the balancing runs see the reversals.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           PERFORM LOAD-BUSINESS-CALENDAR
           PERFORM RESOLVE-EFFECTIVE-DATE
           STRING WS-YEAR '-' WS-MONTH '-' WS-DAY
               DELIMITED BY SIZE INTO WS-FORMATTED-DATE
           MOVE WS-FORMATTED-DATE (1:7) TO WS-REPORT-MONTH

           MOVE 'ERR' TO WS-RSN-CODE (1)
           MOVE 'FEE CHARGED IN ERROR' TO WS-RSN-DESC (1)
           MOVE 'DSP' TO WS-RSN-CODE (2)
           MOVE 'DISPUTE UPHELD' TO WS-RSN-DESC (2)
           MOVE 'ODR' TO WS-RSN-CODE (3)
           MOVE 'OVERDRAFT CHARGE REFUND' TO WS-RSN-DESC (3)
           MOVE 'GDW' TO WS-RSN-CODE (4)
           MOVE 'GOODWILL WAIVER' TO WS-RSN-DESC (4)
           PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
                   UNTIL WS-RSN-SUB > 4
               MOVE ZERO TO WS-RSN-COUNT (WS-RSN-SUB)
               MOVE ZERO TO WS-RSN-AMOUNT (WS-RSN-SUB)
           END-PERFORM

           PERFORM LOAD-EXCHANGE-RATES
           PERFORM LOAD-GL-MAP

           DISPLAY 'Fee Reversal Started on ' WS-FORMATTED-DATE.

       LOAD-BUSINESS-CALENDAR.
      * Same holiday list as the nightly run, so both programs agree
      * on the business date.
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
      * Fees were accrued in base currency but MAST-BALANCE is kept in
      * the account's own currency, so the credit is converted back
      * the same way the fee posting converted the debit.
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
                                   'those currencies will be refused'
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

       LOAD-GL-MAP.
      * The same bucket-to-account map the nightly GL extract uses,
      * so each reversal hits exactly the accounts the balance did.
           OPEN INPUT GL-MAP-FILE
           IF WS-GL-MAP-STATUS = '00'
               PERFORM UNTIL WS-GL-MAP-STATUS NOT = '00'
                   READ GL-MAP-FILE
                   IF WS-GL-MAP-STATUS = '00'
                       IF WS-GL-MAP-COUNT < 10
                           ADD 1 TO WS-GL-MAP-COUNT
                           MOVE WS-GL-MAP-COUNT TO WS-GL-MAP-SUB
                           MOVE GLMAP-BUCKET
                               TO WS-GL-BUCKET (WS-GL-MAP-SUB)
                           MOVE GLMAP-DEBIT-ACCT
                               TO WS-GL-DEBIT-ACCT (WS-GL-MAP-SUB)
                           MOVE GLMAP-CREDIT-ACCT
                               TO WS-GL-CREDIT-ACCT (WS-GL-MAP-SUB)
                       ELSE
                           IF NOT GL-CAP-WARNED
                               DISPLAY 'WARNING: GL map table full '
                                   'at 10 buckets - remainder '
                                   'of GLMAP.DAT skipped'
                               MOVE 'Y' TO WS-GL-CAP-WARNED-FLAG
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE GL-MAP-FILE
           ELSE
               DISPLAY 'GLMAP.DAT could not be opened - status '
                   WS-GL-MAP-STATUS '. No reversal can reach the '
                   'ledger; nothing posted.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-WAIVER-REQUESTS.
           OPEN INPUT WAIVER-INPUT
           IF WS-WAIVER-STATUS NOT = '00'
               DISPLAY 'FEEWAIV.DAT not found - no waivers to post'
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-FILE
               READ WAIVER-INPUT
                   AT END MOVE 'Y' TO END-OF-FILE-SW
                   NOT AT END
                       ADD 1 TO WS-REQUESTS-READ
                       PERFORM TABLE-ONE-REQUEST
               END-READ
           END-PERFORM
           CLOSE WAIVER-INPUT
           MOVE 'N' TO END-OF-FILE-SW
      * FEEWAIV.DAT is consumed whole after the run, so every request
      * must fit the table before any is posted.
           IF WS-REQUESTS-READ > 500
               DISPLAY 'FEEWAIV.DAT holds ' WS-REQUESTS-READ
                   ' requests - more than the 500 the request table '
                   'can hold. Nothing posted. Resolve manually before '
                   'rerunning.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       TABLE-ONE-REQUEST.
           IF WS-REQ-COUNT < 500
               ADD 1 TO WS-REQ-COUNT
               MOVE WS-REQ-COUNT TO WS-REQ-SUB
               MOVE FW-CUST-ID TO WS-REQ-CUST-ID (WS-REQ-SUB)
               MOVE FW-FEE-MONTH TO WS-REQ-FEE-MONTH (WS-REQ-SUB)
               IF FW-AMOUNT IS NUMERIC
                   MOVE FW-AMOUNT TO WS-REQ-AMOUNT (WS-REQ-SUB)
               ELSE
                   MOVE 9999999.99 TO WS-REQ-AMOUNT (WS-REQ-SUB)
               END-IF
               MOVE FW-REASON-CODE TO WS-REQ-REASON-CODE (WS-REQ-SUB)
               MOVE FW-APPROVER TO WS-REQ-APPROVER (WS-REQ-SUB)
               MOVE 'N' TO WS-REQ-FEE-FOUND-FLAG (WS-REQ-SUB)
               MOVE ZERO TO WS-REQ-FEE-CHARGED (WS-REQ-SUB)
               MOVE SPACES TO WS-REQ-FEE-TYPE-DESC (WS-REQ-SUB)
               MOVE SPACES TO WS-REQ-FEE-DESCRIPTION (WS-REQ-SUB)
               MOVE SPACES TO WS-REQ-FEE-DATE (WS-REQ-SUB)
               MOVE SPACES TO WS-REQ-POSTING-DATE (WS-REQ-SUB)
               MOVE SPACES TO WS-REQ-RISK-LEVEL (WS-REQ-SUB)
               MOVE ZERO TO WS-REQ-PRIOR-REVERSED (WS-REQ-SUB)
           END-IF.

       MATCH-POSTED-FEES.
      * FEES.PRV is the accrual file the fee posting consumed - the
      * proof of what was charged, and for which month.
           OPEN INPUT POSTED-FEE-INPUT
           IF WS-POSTED-FEE-STATUS NOT = '00'
               DISPLAY 'FEES.PRV not found - no posted fees to '
                   'reverse; every request will be refused'
           ELSE
               PERFORM UNTIL END-OF-FILE
                   READ POSTED-FEE-INPUT
                       AT END MOVE 'Y' TO END-OF-FILE-SW
                       NOT AT END
                           IF FEE-RECORD (1:7) NOT = 'TRAILER'
                               PERFORM MATCH-ONE-POSTED-FEE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTED-FEE-INPUT
           END-IF
           MOVE 'N' TO END-OF-FILE-SW.

       MATCH-ONE-POSTED-FEE.
           PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                   UNTIL WS-REQ-SUB > WS-REQ-COUNT
               IF WS-REQ-CUST-ID (WS-REQ-SUB) = FEE-ID
                       AND WS-REQ-FEE-MONTH (WS-REQ-SUB) =
                           FEE-PROCESS-DATE (1:7)
                   MOVE 'Y' TO WS-REQ-FEE-FOUND-FLAG (WS-REQ-SUB)
                   MOVE FEE-AMOUNT TO WS-REQ-FEE-CHARGED (WS-REQ-SUB)
                   MOVE FEE-TYPE-DESC
                       TO WS-REQ-FEE-TYPE-DESC (WS-REQ-SUB)
                   MOVE FEE-DESCRIPTION
                       TO WS-REQ-FEE-DESCRIPTION (WS-REQ-SUB)
                   MOVE FEE-PROCESS-DATE
                       TO WS-REQ-FEE-DATE (WS-REQ-SUB)
               END-IF
           END-PERFORM.

       MATCH-AUDIT-POSTINGS.
      * The fee only reached the master if the posting run wrote an
      * F-code image for the customer on or after the accrual date;
      * a fee that went to FEEEXCP.DAT has nothing to take back.
           OPEN INPUT AUDIT-INPUT
           IF WS-AUDIT-IN-STATUS NOT = '00'
               DISPLAY 'AUDIT.DAT not found - no fee postings can be '
                   'proved; every request will be refused'
           ELSE
               PERFORM UNTIL END-OF-FILE
                   READ AUDIT-INPUT
                       AT END MOVE 'Y' TO END-OF-FILE-SW
                       NOT AT END
                           IF AUDIT-IN-TRANS-CODE = 'F'
                               PERFORM MATCH-ONE-AUDIT-POSTING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-INPUT
           END-IF
           MOVE 'N' TO END-OF-FILE-SW.

       MATCH-ONE-AUDIT-POSTING.
           PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                   UNTIL WS-REQ-SUB > WS-REQ-COUNT
               IF WS-REQ-CUST-ID (WS-REQ-SUB) = AUDIT-IN-CUST-ID
                       AND WS-REQ-FEE-DATE (WS-REQ-SUB) NOT = SPACES
                       AND AUDIT-IN-DATE NOT <
                           WS-REQ-FEE-DATE (WS-REQ-SUB)
                   IF WS-REQ-POSTING-DATE (WS-REQ-SUB) = SPACES
                           OR AUDIT-IN-DATE <
                               WS-REQ-POSTING-DATE (WS-REQ-SUB)
                       MOVE AUDIT-IN-DATE
                           TO WS-REQ-POSTING-DATE (WS-REQ-SUB)
                   END-IF
               END-IF
           END-PERFORM.

       MATCH-ORIGINAL-RISK.
      * The risk bucket the fee landed in is the grade the nightly
      * gave the customer on the accrual run, kept on BALHIST.DAT.
           OPEN INPUT BALANCE-HISTORY-INPUT
           IF WS-BALHIST-STATUS NOT = '00'
               DISPLAY 'BALHIST.DAT not found - original risk buckets '
                   'unknown; every request will be refused'
           ELSE
               PERFORM UNTIL END-OF-FILE
                   READ BALANCE-HISTORY-INPUT
                       AT END MOVE 'Y' TO END-OF-FILE-SW
                       NOT AT END
                           PERFORM MATCH-ONE-HISTORY-ROW
                   END-READ
               END-PERFORM
               CLOSE BALANCE-HISTORY-INPUT
           END-IF
           MOVE 'N' TO END-OF-FILE-SW.

       MATCH-ONE-HISTORY-ROW.
           PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                   UNTIL WS-REQ-SUB > WS-REQ-COUNT
               IF WS-REQ-CUST-ID (WS-REQ-SUB) = BALHIST-ID
                       AND WS-REQ-FEE-DATE (WS-REQ-SUB) = BALHIST-DATE
                   MOVE BALHIST-RISK-LEVEL
                       TO WS-REQ-RISK-LEVEL (WS-REQ-SUB)
               END-IF
           END-PERFORM.

       MATCH-PRIOR-REVERSALS.
      * Everything already given back against the same fee counts
      * against what is left to reverse.
           OPEN INPUT WAIVER-HISTORY-INPUT
           IF WS-WAIVER-HIST-IN-STATUS = '00'
               PERFORM UNTIL END-OF-FILE
                   READ WAIVER-HISTORY-INPUT
                       AT END MOVE 'Y' TO END-OF-FILE-SW
                       NOT AT END
                           PERFORM MATCH-ONE-PRIOR-REVERSAL
                   END-READ
               END-PERFORM
               CLOSE WAIVER-HISTORY-INPUT
           END-IF
           MOVE 'N' TO END-OF-FILE-SW.

       MATCH-ONE-PRIOR-REVERSAL.
           PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                   UNTIL WS-REQ-SUB > WS-REQ-COUNT
               IF WS-REQ-CUST-ID (WS-REQ-SUB) = FWHI-CUST-ID
                       AND WS-REQ-FEE-MONTH (WS-REQ-SUB) =
                           FWHI-FEE-MONTH
                   ADD FWHI-AMOUNT
                       TO WS-REQ-PRIOR-REVERSED (WS-REQ-SUB)
               END-IF
           END-PERFORM.

       APPLY-WAIVER-REQUESTS.
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
           OPEN EXTEND WAIVER-HISTORY-OUTPUT
           IF WS-WAIVER-HIST-STATUS NOT = '00'
               OPEN OUTPUT WAIVER-HISTORY-OUTPUT
           END-IF
           OPEN OUTPUT EXCEPTION-OUTPUT
           OPEN OUTPUT GL-POST-OUTPUT

           PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                   UNTIL WS-REQ-SUB > WS-REQ-COUNT
               PERFORM POST-ONE-WAIVER
           END-PERFORM.

       POST-ONE-WAIVER.
           MOVE 'Y' TO WS-POST-OK-FLAG
           MOVE SPACES TO WS-EXCEPTION-REASON

           EVALUATE TRUE
               WHEN WS-REQ-APPROVER (WS-REQ-SUB) = SPACES
                   MOVE 'N' TO WS-POST-OK-FLAG
                   MOVE 'APPROVER ID MISSING' TO WS-EXCEPTION-REASON
               WHEN WS-REQ-REASON-CODE (WS-REQ-SUB) NOT = 'ERR'
                       AND WS-REQ-REASON-CODE (WS-REQ-SUB) NOT = 'DSP'
                       AND WS-REQ-REASON-CODE (WS-REQ-SUB) NOT = 'ODR'
                       AND WS-REQ-REASON-CODE (WS-REQ-SUB) NOT = 'GDW'
                   MOVE 'N' TO WS-POST-OK-FLAG
                   MOVE 'INVALID REASON CODE' TO WS-EXCEPTION-REASON
               WHEN WS-REQ-AMOUNT (WS-REQ-SUB) = 9999999.99
                   MOVE 'N' TO WS-POST-OK-FLAG
                   MOVE 'NON-NUMERIC AMOUNT' TO WS-EXCEPTION-REASON
               WHEN WS-REQ-FEE-FOUND-FLAG (WS-REQ-SUB) NOT = 'Y'
                   MOVE 'N' TO WS-POST-OK-FLAG
                   MOVE 'FEE NOT ON FEES.PRV' TO WS-EXCEPTION-REASON
               WHEN WS-REQ-FEE-CHARGED (WS-REQ-SUB) = ZERO
                   MOVE 'N' TO WS-POST-OK-FLAG
                   MOVE 'NO FEE WAS CHARGED' TO WS-EXCEPTION-REASON
               WHEN WS-REQ-POSTING-DATE (WS-REQ-SUB) = SPACES
                   MOVE 'N' TO WS-POST-OK-FLAG
                   MOVE 'NO F POSTING ON AUDIT' TO WS-EXCEPTION-REASON
               WHEN WS-REQ-RISK-LEVEL (WS-REQ-SUB) = SPACES
                   MOVE 'N' TO WS-POST-OK-FLAG
                   MOVE 'ORIGINAL BUCKET UNKNOWN'
                       TO WS-EXCEPTION-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF POSTING-OK
               PERFORM CHECK-REVERSAL-AMOUNT
           END-IF

           IF POSTING-OK
               PERFORM RESOLVE-GL-BUCKETS
           END-IF

           IF POSTING-OK
               MOVE WS-REQ-CUST-ID (WS-REQ-SUB) TO MAST-ID
               READ MASTER-FILE
               IF WS-MASTER-STATUS NOT = '00'
                   MOVE 'N' TO WS-POST-OK-FLAG
                   MOVE 'CUSTOMER NOT ON MASTER'
                       TO WS-EXCEPTION-REASON
               END-IF
           END-IF

           IF POSTING-OK
               PERFORM LOOKUP-EXCHANGE-RATE
               IF NOT RATE-FOUND
                   MOVE 'N' TO WS-POST-OK-FLAG
                   MOVE 'NO EXCHANGE RATE' TO WS-EXCEPTION-REASON
               END-IF
           END-IF

           IF POSTING-OK
               PERFORM CREDIT-MASTER-BALANCE
           END-IF

           IF POSTING-OK
               PERFORM WRITE-AUDIT-IMAGE
               PERFORM WRITE-GL-REVERSAL-PAIRS
               PERFORM WRITE-WAIVER-HISTORY
               PERFORM ADD-TO-PRIOR-REVERSED
               ADD 1 TO WS-REVERSALS-POSTED
               ADD WS-REVERSE-AMOUNT TO WS-REVERSED-AMOUNT
           ELSE
               PERFORM WRITE-WAIVER-EXCEPTION
           END-IF.

       CHECK-REVERSAL-AMOUNT.
      * Zero asks for whatever is left of the fee. Nothing left means
      * the item has already been reversed in full.
           COMPUTE WS-REMAINING-FEE =
               WS-REQ-FEE-CHARGED (WS-REQ-SUB)
               - WS-REQ-PRIOR-REVERSED (WS-REQ-SUB)
           IF WS-REQ-PRIOR-REVERSED (WS-REQ-SUB) NOT <
                   WS-REQ-FEE-CHARGED (WS-REQ-SUB)
               MOVE 'N' TO WS-POST-OK-FLAG
               MOVE 'FEE ALREADY REVERSED' TO WS-EXCEPTION-REASON
           ELSE
               IF WS-REQ-AMOUNT (WS-REQ-SUB) = ZERO
                   MOVE WS-REMAINING-FEE TO WS-REVERSE-AMOUNT
               ELSE
                   IF WS-REQ-AMOUNT (WS-REQ-SUB) > WS-REMAINING-FEE
                       MOVE 'N' TO WS-POST-OK-FLAG
                       MOVE 'EXCEEDS AMOUNT CHARGED'
                           TO WS-EXCEPTION-REASON
                   ELSE
                       MOVE WS-REQ-AMOUNT (WS-REQ-SUB)
                           TO WS-REVERSE-AMOUNT
                   END-IF
               END-IF
           END-IF.

       RESOLVE-GL-BUCKETS.
      * Both buckets must be mapped before the master is touched, or
      * the customer would be credited with no ledger entry behind it.
           EVALUATE WS-REQ-FEE-TYPE-DESC (WS-REQ-SUB)
               WHEN 'CHECKING'
                   MOVE 'TC' TO WS-GL-TYPE-BUCKET
               WHEN 'SAVINGS'
                   MOVE 'TS' TO WS-GL-TYPE-BUCKET
               WHEN OTHER
                   MOVE 'TB' TO WS-GL-TYPE-BUCKET
           END-EVALUATE
           EVALUATE WS-REQ-RISK-LEVEL (WS-REQ-SUB)
               WHEN 'HIGH RISK'
                   MOVE 'RH' TO WS-GL-RISK-BUCKET
               WHEN 'MEDIUM RISK'
                   MOVE 'RM' TO WS-GL-RISK-BUCKET
               WHEN OTHER
                   MOVE 'RL' TO WS-GL-RISK-BUCKET
           END-EVALUATE
           MOVE WS-GL-TYPE-BUCKET TO WS-GL-BUCKET-CODE
           PERFORM FIND-GL-MAP-ENTRY
           IF GL-MAP-FOUND
               MOVE WS-GL-RISK-BUCKET TO WS-GL-BUCKET-CODE
               PERFORM FIND-GL-MAP-ENTRY
           END-IF
           IF NOT GL-MAP-FOUND
               MOVE 'N' TO WS-POST-OK-FLAG
               MOVE 'NO GL MAPPING' TO WS-EXCEPTION-REASON
           END-IF.

       CREDIT-MASTER-BALANCE.
      * The master, the ledger pairs and the history must all carry
      * the same amount, so a credit larger than what the account
      * now owes is refused rather than cut down to fit.
           COMPUTE WS-REVERSE-CCY ROUNDED =
               WS-REVERSE-AMOUNT / WS-EXCHANGE-RATE
           IF WS-REVERSE-CCY > MAST-BALANCE
               MOVE 'N' TO WS-POST-OK-FLAG
               MOVE 'EXCEEDS CURRENT BALANCE' TO WS-EXCEPTION-REASON
           ELSE
               COMPUTE WS-NEW-BALANCE = MAST-BALANCE - WS-REVERSE-CCY
               MOVE MASTER-RECORD TO WS-BEFORE-IMAGE
               MOVE WS-NEW-BALANCE TO MAST-BALANCE
               REWRITE MASTER-RECORD
               IF WS-MASTER-STATUS NOT = '00'
                   MOVE 'N' TO WS-POST-OK-FLAG
                   MOVE 'MASTER REWRITE FAILED' TO WS-EXCEPTION-REASON
               END-IF
           END-IF.

       WRITE-AUDIT-IMAGE.
           MOVE WS-FORMATTED-DATE TO AUDIT-DATE
           MOVE 'W' TO AUDIT-TRANS-CODE
           MOVE MAST-ID TO AUDIT-CUST-ID
           MOVE WS-BEFORE-IMAGE TO AUDIT-BEFORE-IMAGE
           MOVE MASTER-RECORD TO AUDIT-AFTER-IMAGE
           WRITE AUDIT-RECORD.

       WRITE-GL-REVERSAL-PAIRS.
      * The original balance was debited to each bucket's debit
      * account and credited to its credit account; the reversal
      * swaps the sides for the amount given back.
           MOVE WS-REVERSE-AMOUNT TO WS-GL-BUCKET-AMOUNT
           MOVE WS-GL-TYPE-BUCKET TO WS-GL-BUCKET-CODE
           PERFORM WRITE-GL-REVERSAL-PAIR
           MOVE WS-GL-RISK-BUCKET TO WS-GL-BUCKET-CODE
           PERFORM WRITE-GL-REVERSAL-PAIR.

       WRITE-GL-REVERSAL-PAIR.
           PERFORM FIND-GL-MAP-ENTRY
           MOVE WS-GL-CREDIT-ACCT (WS-GL-MAP-SUB) TO GL-POST-ACCOUNT
           MOVE 'DR' TO GL-POST-DRCR
           MOVE WS-GL-BUCKET-AMOUNT TO GL-POST-AMOUNT
           MOVE WS-GL-BUCKET-CODE TO GL-POST-BUCKET
           MOVE 'FEE REVERSAL' TO GL-POST-DESC
           MOVE WS-FORMATTED-DATE TO GL-POST-DATE
           WRITE GL-POST-RECORD
           ADD 1 TO WS-GL-POST-COUNT
           ADD WS-GL-BUCKET-AMOUNT TO WS-GL-DEBIT-TOTAL

           MOVE WS-GL-DEBIT-ACCT (WS-GL-MAP-SUB) TO GL-POST-ACCOUNT
           MOVE 'CR' TO GL-POST-DRCR
           MOVE WS-GL-BUCKET-AMOUNT TO GL-POST-AMOUNT
           MOVE WS-GL-BUCKET-CODE TO GL-POST-BUCKET
           MOVE 'FEE REVERSAL' TO GL-POST-DESC
           MOVE WS-FORMATTED-DATE TO GL-POST-DATE
           WRITE GL-POST-RECORD
           ADD 1 TO WS-GL-POST-COUNT
           ADD WS-GL-BUCKET-AMOUNT TO WS-GL-CREDIT-TOTAL.

       FIND-GL-MAP-ENTRY.
           MOVE 'N' TO WS-GL-MAP-FOUND-FLAG
           PERFORM VARYING WS-GL-MAP-SUB FROM 1 BY 1
                   UNTIL WS-GL-MAP-SUB > WS-GL-MAP-COUNT
                       OR GL-MAP-FOUND
               IF WS-GL-BUCKET (WS-GL-MAP-SUB) = WS-GL-BUCKET-CODE
                   MOVE 'Y' TO WS-GL-MAP-FOUND-FLAG
               END-IF
           END-PERFORM
           IF GL-MAP-FOUND
               SUBTRACT 1 FROM WS-GL-MAP-SUB
           END-IF.

       WRITE-WAIVER-HISTORY.
           MOVE WS-REQ-CUST-ID (WS-REQ-SUB) TO FWH-CUST-ID
           MOVE WS-REQ-FEE-MONTH (WS-REQ-SUB) TO FWH-FEE-MONTH
           MOVE WS-REVERSE-AMOUNT TO FWH-AMOUNT
           MOVE WS-REVERSE-CCY TO FWH-AMOUNT-CCY
           MOVE MAST-CURRENCY TO FWH-CURRENCY
           MOVE WS-REQ-REASON-CODE (WS-REQ-SUB) TO FWH-REASON-CODE
           MOVE WS-REQ-APPROVER (WS-REQ-SUB) TO FWH-APPROVER
           MOVE WS-FORMATTED-DATE TO FWH-POST-DATE
           MOVE WS-REQ-FEE-DESCRIPTION (WS-REQ-SUB)
               TO FWH-FEE-DESCRIPTION
           WRITE WAIVER-HISTORY-RECORD.

       ADD-TO-PRIOR-REVERSED.
      * A second request for the same fee later in the same file sees
      * this reversal too.
           PERFORM VARYING WS-REQ-OTHER-SUB FROM 1 BY 1
                   UNTIL WS-REQ-OTHER-SUB > WS-REQ-COUNT
               IF WS-REQ-CUST-ID (WS-REQ-OTHER-SUB) =
                       WS-REQ-CUST-ID (WS-REQ-SUB)
                       AND WS-REQ-FEE-MONTH (WS-REQ-OTHER-SUB) =
                           WS-REQ-FEE-MONTH (WS-REQ-SUB)
                   ADD WS-REVERSE-AMOUNT
                       TO WS-REQ-PRIOR-REVERSED (WS-REQ-OTHER-SUB)
               END-IF
           END-PERFORM.

       WRITE-WAIVER-EXCEPTION.
           MOVE WS-REQ-CUST-ID (WS-REQ-SUB) TO WEXC-CUST-ID
           MOVE WS-REQ-FEE-MONTH (WS-REQ-SUB) TO WEXC-FEE-MONTH
           IF WS-REQ-AMOUNT (WS-REQ-SUB) = 9999999.99
               MOVE ZERO TO WEXC-AMOUNT
           ELSE
               MOVE WS-REQ-AMOUNT (WS-REQ-SUB) TO WEXC-AMOUNT
           END-IF
           MOVE WS-REQ-REASON-CODE (WS-REQ-SUB) TO WEXC-REASON-CODE
           MOVE WS-REQ-APPROVER (WS-REQ-SUB) TO WEXC-APPROVER
           MOVE WS-EXCEPTION-REASON TO WEXC-REASON
           MOVE WS-FORMATTED-DATE TO WEXC-PROCESS-DATE
           WRITE WAIVER-EXCEPTION-RECORD
           ADD 1 TO WS-REVERSALS-REFUSED
           DISPLAY 'Waiver for ' WS-REQ-CUST-ID (WS-REQ-SUB) ' '
               WS-REQ-FEE-MONTH (WS-REQ-SUB) ' refused - '
               WS-EXCEPTION-REASON.

       UNLOAD-MASTER-FILE.
      * The nightly run still reads CUSTOMER.DAT, so the credited
      * master is unloaded in full, to a work file that replaces
      * CUSTOMER.DAT only once it is complete.
           IF WS-REVERSALS-POSTED = ZERO
               CONTINUE
           ELSE
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
                           MOVE MASTER-RECORD
                               TO CUSTOMER-UNLOAD-RECORD
                           WRITE CUSTOMER-UNLOAD-RECORD
                           ADD 1 TO WS-MASTER-UNLOADED
                   END-READ
               END-PERFORM

               CLOSE CUSTOMER-UNLOAD

               MOVE SPACES TO WS-RENAME-COMMAND
               STRING 'mv CUSTOMER.NEW CUSTOMER.DAT 2>/dev/null'
                   DELIMITED BY SIZE INTO WS-RENAME-COMMAND
               CALL 'SYSTEM' USING WS-RENAME-COMMAND
           END-IF.

       FINISH-GL-REVERSALS.
      * The reversing entries only survive if debits prove equal to
      * credits, the same rule the nightly GL extract follows.
           IF WS-GL-DEBIT-TOTAL = WS-GL-CREDIT-TOTAL
               MOVE 'TRAILER' TO GL-TRAILER-TAG
               MOVE WS-GL-POST-COUNT TO GL-TRAILER-COUNT
               MOVE WS-GL-DEBIT-TOTAL TO GL-TRAILER-DEBIT-HASH
               MOVE WS-GL-CREDIT-TOTAL TO GL-TRAILER-CREDIT-HASH
               WRITE GL-POST-TRAILER-RECORD
               CLOSE GL-POST-OUTPUT
               DISPLAY 'GL reversal entries balanced - Records: '
                   WS-GL-POST-COUNT ' Hash: $' WS-GL-DEBIT-TOTAL
           ELSE
               CLOSE GL-POST-OUTPUT
               MOVE SPACES TO WS-RENAME-COMMAND
               STRING 'rm -f GLREVS.DAT 2>/dev/null'
                   DELIMITED BY SIZE INTO WS-RENAME-COMMAND
               CALL 'SYSTEM' USING WS-RENAME-COMMAND
               DISPLAY 'GL REVERSALS OUT OF BALANCE - Debits $'
                   WS-GL-DEBIT-TOTAL ' Credits $' WS-GL-CREDIT-TOTAL
                   ' - GLREVS.DAT deleted. Resolve before posting.'
               MOVE 16 TO RETURN-CODE
           END-IF.

       GENERATE-WAIVER-REPORT.
      * Month to date, including today's reversals, from the waiver
      * history - the history is closed and reread so it is complete.
           CLOSE WAIVER-HISTORY-OUTPUT
           OPEN INPUT WAIVER-HISTORY-INPUT
           IF WS-WAIVER-HIST-IN-STATUS = '00'
               PERFORM UNTIL END-OF-FILE
                   READ WAIVER-HISTORY-INPUT
                       AT END MOVE 'Y' TO END-OF-FILE-SW
                       NOT AT END
                           IF FWHI-POST-DATE (1:7) = WS-REPORT-MONTH
                               PERFORM ACCUMULATE-MONTH-WAIVER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WAIVER-HISTORY-INPUT
           END-IF
           MOVE 'N' TO END-OF-FILE-SW

           OPEN OUTPUT WAIVER-REPORT-OUTPUT
           MOVE 'MONTHLY FEE WAIVER REPORT' TO WAIVER-REPORT-LINE
           WRITE WAIVER-REPORT-RECORD
           MOVE '-------------------------' TO WAIVER-REPORT-LINE
           WRITE WAIVER-REPORT-RECORD
           MOVE SPACES TO WAIVER-REPORT-LINE
           STRING 'Month: ' WS-REPORT-MONTH
               '   As Of: ' WS-FORMATTED-DATE
               DELIMITED BY SIZE INTO WAIVER-REPORT-LINE
           WRITE WAIVER-REPORT-RECORD
           MOVE SPACES TO WAIVER-REPORT-LINE
           WRITE WAIVER-REPORT-RECORD

           MOVE 'BY REASON CODE' TO WAIVER-REPORT-LINE
           WRITE WAIVER-REPORT-RECORD
           PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
                   UNTIL WS-RSN-SUB > 4
               MOVE WS-RSN-AMOUNT (WS-RSN-SUB) TO WS-EDIT-AMOUNT
               MOVE SPACES TO WAIVER-REPORT-LINE
               STRING '  ' WS-RSN-CODE (WS-RSN-SUB) ' '
                   WS-RSN-DESC (WS-RSN-SUB) ' Waivers: '
                   WS-RSN-COUNT (WS-RSN-SUB) '  $' WS-EDIT-AMOUNT
                   DELIMITED BY SIZE INTO WAIVER-REPORT-LINE
               WRITE WAIVER-REPORT-RECORD
           END-PERFORM
           MOVE SPACES TO WAIVER-REPORT-LINE
           WRITE WAIVER-REPORT-RECORD

           MOVE 'BY APPROVER' TO WAIVER-REPORT-LINE
           WRITE WAIVER-REPORT-RECORD
           PERFORM VARYING WS-APPR-SUB FROM 1 BY 1
                   UNTIL WS-APPR-SUB > WS-APPR-COUNT
               MOVE WS-APPR-AMOUNT (WS-APPR-SUB) TO WS-EDIT-AMOUNT
               MOVE SPACES TO WAIVER-REPORT-LINE
               STRING '  ' WS-APPR-ID (WS-APPR-SUB)
                   '   Waivers: ' WS-APPR-WAIVERS (WS-APPR-SUB)
                   '  $' WS-EDIT-AMOUNT
                   DELIMITED BY SIZE INTO WAIVER-REPORT-LINE
               WRITE WAIVER-REPORT-RECORD
           END-PERFORM
           MOVE SPACES TO WAIVER-REPORT-LINE
           WRITE WAIVER-REPORT-RECORD

           MOVE WS-MONTH-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO WAIVER-REPORT-LINE
           STRING 'Month Total Waivers: ' WS-MONTH-WAIVERS
               '  $' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO WAIVER-REPORT-LINE
           WRITE WAIVER-REPORT-RECORD
           CLOSE WAIVER-REPORT-OUTPUT.

       ACCUMULATE-MONTH-WAIVER.
           ADD 1 TO WS-MONTH-WAIVERS
           ADD FWHI-AMOUNT TO WS-MONTH-AMOUNT
           PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
                   UNTIL WS-RSN-SUB > 4
               IF WS-RSN-CODE (WS-RSN-SUB) = FWHI-REASON-CODE
                   ADD 1 TO WS-RSN-COUNT (WS-RSN-SUB)
                   ADD FWHI-AMOUNT TO WS-RSN-AMOUNT (WS-RSN-SUB)
               END-IF
           END-PERFORM

           MOVE 'N' TO WS-APPR-FOUND-FLAG
           PERFORM VARYING WS-APPR-SUB FROM 1 BY 1
                   UNTIL WS-APPR-SUB > WS-APPR-COUNT
                       OR APPROVER-FOUND
               IF WS-APPR-ID (WS-APPR-SUB) = FWHI-APPROVER
                   MOVE 'Y' TO WS-APPR-FOUND-FLAG
               END-IF
           END-PERFORM
           IF APPROVER-FOUND
               SUBTRACT 1 FROM WS-APPR-SUB
           ELSE
               IF WS-APPR-COUNT < 200
                   ADD 1 TO WS-APPR-COUNT
                   MOVE WS-APPR-COUNT TO WS-APPR-SUB
                   MOVE FWHI-APPROVER TO WS-APPR-ID (WS-APPR-SUB)
                   MOVE ZERO TO WS-APPR-WAIVERS (WS-APPR-SUB)
                   MOVE ZERO TO WS-APPR-AMOUNT (WS-APPR-SUB)
                   MOVE 'Y' TO WS-APPR-FOUND-FLAG
               ELSE
                   IF NOT APPR-CAP-WARNED
                       DISPLAY 'WARNING: approver table full at 200 '
                           '- remaining approvers not itemised'
                       MOVE 'Y' TO WS-APPR-CAP-WARNED-FLAG
                   END-IF
               END-IF
           END-IF
           IF APPROVER-FOUND
               ADD 1 TO WS-APPR-WAIVERS (WS-APPR-SUB)
               ADD FWHI-AMOUNT TO WS-APPR-AMOUNT (WS-APPR-SUB)
           END-IF.

       GENERATE-REPORT.
           DISPLAY 'FEE REVERSAL SUMMARY'
           DISPLAY '===================='
           DISPLAY 'Waiver Requests Read: ' WS-REQUESTS-READ
           DISPLAY 'Reversals Posted: ' WS-REVERSALS-POSTED
           DISPLAY 'Requests Refused: ' WS-REVERSALS-REFUSED
           DISPLAY 'Amount Reversed: $' WS-REVERSED-AMOUNT
           DISPLAY 'GL Reversal Records: ' WS-GL-POST-COUNT
           DISPLAY 'Master Records Unloaded: ' WS-MASTER-UNLOADED
           DISPLAY 'Process Date: ' WS-FORMATTED-DATE
           IF WS-REVERSALS-REFUSED > ZERO
               DISPLAY 'Review FEEWEXCP.DAT - refused requests did '
                   'not reach the master'
           END-IF.

       CLEANUP-PROCESS.
           CLOSE MASTER-FILE
           CLOSE AUDIT-OUTPUT
           CLOSE EXCEPTION-OUTPUT

      * The request file is consumed once its credits are on the
      * master - a rerun must not credit the same waivers twice.
           MOVE SPACES TO WS-RENAME-COMMAND
           STRING 'mv FEEWAIV.DAT FEEWAIV.PRV 2>/dev/null'
               DELIMITED BY SIZE INTO WS-RENAME-COMMAND
           CALL 'SYSTEM' USING WS-RENAME-COMMAND

           DISPLAY 'Fee Reversal Completed Successfully'.

       END PROGRAM ETL-FEE-REVERSAL.
