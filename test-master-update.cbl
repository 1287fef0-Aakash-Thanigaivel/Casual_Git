      * enforces (account type, status, nonzero numeric ID, name
      * present, known currency) so bad data rejects to ERRCARRY.DAT
      * at the door instead of a day later.
      * Every add, and every change that alters the customer name, is
      * screened against the compliance watch list (WATCHLST.DAT).
      * Names are compared in normalized form - upper case, punctuation
      * dropped, words in sorted order - so case, commas, hyphens and
      * surname-first keying cannot slip a listed name through. A hit
      * is held off the master on the COMPQUE.DAT review queue for
      * ETL-WATCHLIST-SCREEN to release or decline, and every
      * screening result, clear or hit, is kept on SCRNLOG.DAT for
      * the examiners. Without a readable watch list, or with one too
      * large to hold in full, the step stops RC 16 with nothing
      * applied rather than let a name through unscreened.
      * The unload count and a balance hash of CUSTOMER.DAT are
      * appended to the CHAINCTL.DAT control file for the
      * ETL-CHAIN-BALANCE proof at the end of the night.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETL-MASTER-UPDATE.
       AUTHOR. TEST-MIGRATION.
           SELECT CALENDAR-FILE ASSIGN TO 'CALENDAR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT WATCH-LIST-FILE ASSIGN TO 'WATCHLST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WATCH-STATUS.
           SELECT REVIEW-QUEUE-OUTPUT ASSIGN TO 'COMPQUE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.
           SELECT SCREEN-LOG-OUTPUT ASSIGN TO 'SCRNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCREEN-LOG-STATUS.
           SELECT CHAIN-CONTROL-OUTPUT ASSIGN TO 'CHAINCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAINCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  AUDIT-BEFORE-IMAGE     PIC X(61).
           05  AUDIT-AFTER-IMAGE      PIC X(61).

       FD  WATCH-LIST-FILE.
       01  WATCH-LIST-RECORD.
           05  WL-ENTRY-ID            PIC 9(6).
           05  WL-NAME                PIC X(30).
           05  WL-SOURCE              PIC X(10).

       FD  REVIEW-QUEUE-OUTPUT.
       01  REVIEW-QUEUE-RECORD.
           05  CQ-CUST-ID             PIC 9(8).
           05  CQ-SOURCE              PIC X(8).
           05  CQ-QUEUE-DATE          PIC X(10).
           05  CQ-WATCH-ID            PIC 9(6).
           05  CQ-WATCH-NAME          PIC X(30).
           05  CQ-CUSTOMER-DATA       PIC X(61).
           05  CQ-BEFORE-DATA         PIC X(61).

       FD  SCREEN-LOG-OUTPUT.
       01  SCREEN-LOG-RECORD.
           05  SLOG-DATE              PIC X(10).
           05  SLOG-CUST-ID           PIC 9(8).
           05  SLOG-NAME              PIC X(30).
           05  SLOG-SOURCE            PIC X(8).
           05  SLOG-RESULT            PIC X(8).
           05  SLOG-WATCH-ID          PIC 9(6).
           05  SLOG-OFFICER           PIC X(8).

       FD  CHAIN-CONTROL-OUTPUT.
       01  CHAIN-CONTROL-RECORD.
           05  CHN-DATE               PIC X(10).
           05  CHN-STEP               PIC X(20).
           05  CHN-FIGURE             PIC X(20).
           05  CHN-COUNT              PIC 9(9).
           05  CHN-AMOUNT             PIC 9(13)V99.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS           PIC X(2).
       01  WS-DELTA-STATUS            PIC X(2).
       01  WS-UNLOAD-STATUS           PIC X(2).
       01  WS-CHAINCTL-STATUS         PIC X(2).
       01  WS-BOOTSTRAP-STATUS        PIC X(2).
       01  WS-ERROR-STATUS            PIC X(2).
       01  WS-AUDIT-STATUS            PIC X(2).
       01  WS-RATE-STATUS             PIC X(2).
       01  WS-CALENDAR-STATUS         PIC X(2).
       01  WS-WATCH-STATUS            PIC X(2).
       01  WS-QUEUE-STATUS            PIC X(2).
       01  WS-SCREEN-LOG-STATUS       PIC X(2).
       01  WS-RENAME-COMMAND          PIC X(80).

       01  WS-HOLIDAY-TABLE.
       01  WS-RATE-CAP-WARNED-FLAG    PIC X(1) VALUE 'N'.
           88  RATE-CAP-WARNED        VALUE 'Y'.

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
       01  WS-WATCH-ROWS-READ         PIC 9(6) VALUE ZERO.
       01  WS-WATCH-HIT-FLAG          PIC X(1) VALUE 'N'.
           88  WATCH-LIST-HIT         VALUE 'Y'.

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

       01  WS-DELTA-CONTROLS.
           05  WS-CTL-TRANS-COUNT     PIC 9(6) VALUE ZERO.
           05  WS-CTL-BALANCE-HASH    PIC 9(13)V99 VALUE ZERO.
           05  WS-TRANS-EDIT-REJECTED PIC 9(6) VALUE ZERO.
           05  WS-MASTER-UNLOADED     PIC 9(6) VALUE ZERO.
           05  WS-MASTER-BOOTSTRAPPED PIC 9(6) VALUE ZERO.
           05  WS-NAMES-SCREENED      PIC 9(6) VALUE ZERO.
           05  WS-TRANS-HELD          PIC 9(6) VALUE ZERO.
           05  WS-UNLOAD-HASH         PIC 9(13)V99 VALUE ZERO.

       01  WS-FLAGS.
           05  END-OF-DELTA-SW        PIC X(1) VALUE 'N'.
       01  WS-WORK-AREAS.
           05  WS-ERROR-TYPE          PIC X(22).
           05  WS-BEFORE-IMAGE        PIC X(61).
           05  WS-SCREEN-SOURCE       PIC X(8).
           05  WS-VALID-DELTA-FLAG    PIC X(1) VALUE 'Y'.
               88  VALID-DELTA        VALUE 'Y'.
           05  WS-CURRENT-DATE.
           PERFORM INITIALIZE-PROCESS
           PERFORM APPLY-DELTA-FILE
           PERFORM UNLOAD-MASTER-FILE
           PERFORM WRITE-CHAIN-CONTROL
           PERFORM GENERATE-REPORT
           PERFORM CLEANUP-PROCESS
           STOP RUN.
               DELIMITED BY SIZE INTO WS-FORMATTED-DATE

           PERFORM LOAD-EXCHANGE-RATES
           PERFORM LOAD-WATCH-LIST

      * The feed is proved against its header and trailer before the
      * master is opened - a bad file leaves everything untouched.
               OPEN OUTPUT AUDIT-OUTPUT
           END-IF

           OPEN EXTEND REVIEW-QUEUE-OUTPUT
           IF WS-QUEUE-STATUS NOT = '00'
               OPEN OUTPUT REVIEW-QUEUE-OUTPUT
           END-IF

           OPEN EXTEND SCREEN-LOG-OUTPUT
           IF WS-SCREEN-LOG-STATUS NOT = '00'
               OPEN OUTPUT SCREEN-LOG-OUTPUT
           END-IF

           DISPLAY 'Master Delta Update Started on ' WS-FORMATTED-DATE.

       LOAD-BUSINESS-CALENDAR.
               END-PERFORM
           END-IF.

       LOAD-WATCH-LIST.
      * The same list ETL-WATCHLIST-SCREEN rescreens the master
      * against. Without it nothing can be screened, and an unscreened
      * add or name change must never reach the master - the step
      * stops here, before the feed is touched, for the list to be
      * restored and the run repeated.
           OPEN INPUT WATCH-LIST-FILE
           IF WS-WATCH-STATUS = '00'
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
                   'Adds and name changes cannot all be screened - '
                   'NOTHING APPLIED. Resolve manually before rerunning.'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               DISPLAY 'WATCHLST.DAT could not be opened - status '
                   WS-WATCH-STATUS '. Adds and name changes cannot '
                   'be screened - NOTHING APPLIED. Restore the watch '
                   'list and rerun.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
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

       SCREEN-DELTA-NAME.
      * Screens DELTA-CUST-NAME and logs the result whatever it is.
           ADD 1 TO WS-NAMES-SCREENED
           MOVE 'N' TO WS-WATCH-HIT-FLAG
           MOVE ZERO TO WS-WATCH-HIT-SUB
           MOVE DELTA-CUST-NAME TO WS-NORM-INPUT
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
           MOVE DELTA-CUST-ID TO SLOG-CUST-ID
           MOVE DELTA-CUST-NAME TO SLOG-NAME
           MOVE WS-SCREEN-SOURCE TO SLOG-SOURCE
           MOVE ZERO TO SLOG-WATCH-ID
           MOVE SPACES TO SLOG-OFFICER
           EVALUATE TRUE
               WHEN WATCH-LIST-HIT
                   MOVE 'HIT' TO SLOG-RESULT
                   MOVE WS-WATCH-ID (WS-WATCH-HIT-SUB) TO SLOG-WATCH-ID
               WHEN OTHER
                   MOVE 'CLEAR' TO SLOG-RESULT
           END-EVALUATE
           WRITE SCREEN-LOG-RECORD.

       HOLD-FOR-COMPLIANCE.
      * The transaction never reaches the master - compliance releases
      * or declines it from the review queue.
           MOVE DELTA-CUST-ID TO CQ-CUST-ID
           MOVE WS-SCREEN-SOURCE TO CQ-SOURCE
           MOVE WS-FORMATTED-DATE TO CQ-QUEUE-DATE
           MOVE WS-WATCH-ID (WS-WATCH-HIT-SUB) TO CQ-WATCH-ID
           MOVE WS-WATCH-NAME (WS-WATCH-HIT-SUB) TO CQ-WATCH-NAME
           MOVE DELTA-CUSTOMER-DATA TO CQ-CUSTOMER-DATA
      * A held change keeps the master as it stands now, so the
      * release applies only what the change alters.
           IF WS-SCREEN-SOURCE = 'CHANGE'
               MOVE MASTER-RECORD TO CQ-BEFORE-DATA
           ELSE
               MOVE SPACES TO CQ-BEFORE-DATA
           END-IF
           WRITE REVIEW-QUEUE-RECORD
           ADD 1 TO WS-TRANS-HELD
           DISPLAY 'Delta ' WS-SCREEN-SOURCE ' for ' DELTA-CUST-ID
               ' held for compliance review - watch-list entry '
               CQ-WATCH-ID.

       VERIFY-DELTA-CONTROLS.
      * Full control pass over the feed before anything is applied:
      * the header must be the first record and carry the effective
           OPEN INPUT DELTA-INPUT.

       CHECK-ONE-CONTROL-RECORD.
      * The trailer closes the feed - anything after it means the file
      * was appended to or badly concatenated, and is not applied.
           IF DELTA-TRAILER-SEEN AND NOT DELTA-TRAILER
               MOVE 'Y' TO WS-CTL-FAIL-FLAG
               DISPLAY 'DELTA.DAT HAS A RECORD AFTER THE TRAILER '
                   '- feed rejected'
           END-IF
           EVALUATE TRUE
               WHEN DELTA-HEADER
                   IF DELTA-HEADER-SEEN
               MOVE 'ADD FOR EXISTING ID' TO WS-ERROR-TYPE
               PERFORM LOAD-DELTA-ERROR
           ELSE
               MOVE 'ADD' TO WS-SCREEN-SOURCE
               PERFORM SCREEN-DELTA-NAME
               IF WATCH-LIST-HIT
                   PERFORM HOLD-FOR-COMPLIANCE
               ELSE
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE DELTA-CUSTOMER-DATA TO MASTER-RECORD
                   WRITE MASTER-RECORD
                   IF WS-MASTER-STATUS = '00'
                       ADD 1 TO WS-TRANS-ADDED
                       PERFORM WRITE-AUDIT-IMAGE
                   ELSE
                       MOVE 'MASTER WRITE FAILED' TO WS-ERROR-TYPE
                       PERFORM LOAD-DELTA-ERROR
                   END-IF
               END-IF
           END-IF.

           END-IF.

       APPLY-EDITED-CHANGE.
      * Only a change that alters the name is screened - the rest of
      * the record cannot create a watch-list match.
           MOVE 'N' TO WS-WATCH-HIT-FLAG
           MOVE DELTA-CUST-ID TO MAST-ID
           READ MASTER-FILE
           IF WS-MASTER-STATUS = '00'
               IF DELTA-CUST-NAME NOT = MAST-NAME
                   MOVE 'CHANGE' TO WS-SCREEN-SOURCE
                   PERFORM SCREEN-DELTA-NAME
               END-IF
               IF WATCH-LIST-HIT
                   PERFORM HOLD-FOR-COMPLIANCE
               ELSE
                   MOVE MASTER-RECORD TO WS-BEFORE-IMAGE
                   MOVE DELTA-CUSTOMER-DATA TO MASTER-RECORD
                   REWRITE MASTER-RECORD
                   IF WS-MASTER-STATUS = '00'
                       ADD 1 TO WS-TRANS-CHANGED
                       PERFORM WRITE-AUDIT-IMAGE
                   ELSE
                       MOVE 'MASTER REWRITE FAILED' TO WS-ERROR-TYPE
                       PERFORM LOAD-DELTA-ERROR
                   END-IF
               END-IF
           ELSE
               MOVE 'CHANGE FOR UNKNOWN ID' TO WS-ERROR-TYPE
                       MOVE MASTER-RECORD TO CUSTOMER-UNLOAD-RECORD
                       WRITE CUSTOMER-UNLOAD-RECORD
                       ADD 1 TO WS-MASTER-UNLOADED
                       ADD MAST-BALANCE TO WS-UNLOAD-HASH
               END-READ
           END-PERFORM

               DELIMITED BY SIZE INTO WS-RENAME-COMMAND
           CALL 'SYSTEM' USING WS-RENAME-COMMAND.

       WRITE-CHAIN-CONTROL.
      * Hand-off figures for the end-of-night chain proof: what went
      * out on CUSTOMER.DAT, counted and hashed on the raw balance.
           OPEN EXTEND CHAIN-CONTROL-OUTPUT
           IF WS-CHAINCTL-STATUS NOT = '00'
               OPEN OUTPUT CHAIN-CONTROL-OUTPUT
           END-IF

           MOVE WS-FORMATTED-DATE TO CHN-DATE
           MOVE 'ETL-MASTER-UPDATE' TO CHN-STEP
           MOVE 'UNLOADED' TO CHN-FIGURE
           MOVE WS-MASTER-UNLOADED TO CHN-COUNT
           MOVE WS-UNLOAD-HASH TO CHN-AMOUNT
           WRITE CHAIN-CONTROL-RECORD

           CLOSE CHAIN-CONTROL-OUTPUT.

       GENERATE-REPORT.
           DISPLAY 'MASTER DELTA UPDATE SUMMARY'
           DISPLAY '==========================='
           DISPLAY 'Master Records Bootstrapped: '
               WS-MASTER-BOOTSTRAPPED
           DISPLAY 'Master Records Unloaded: ' WS-MASTER-UNLOADED
           DISPLAY 'Names Screened: ' WS-NAMES-SCREENED
           DISPLAY 'Held For Compliance Review: ' WS-TRANS-HELD
           DISPLAY 'Process Date: ' WS-FORMATTED-DATE
           IF WS-TRANS-HELD > ZERO
               DISPLAY 'Watch-list hits are on COMPQUE.DAT - run '
                   'ETL-WATCHLIST-SCREEN with the compliance '
                   'decisions to release or decline them'
           END-IF.

       CLEANUP-PROCESS.
           CLOSE DELTA-INPUT
           CLOSE MASTER-FILE
           CLOSE ERROR-OUTPUT
           CLOSE AUDIT-OUTPUT
           CLOSE REVIEW-QUEUE-OUTPUT
           CLOSE SCREEN-LOG-OUTPUT

           DISPLAY 'Master Delta Update Completed Successfully'.

