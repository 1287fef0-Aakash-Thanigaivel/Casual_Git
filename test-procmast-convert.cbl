      * ETL Processed Master Layout Conversion
      * One-time conversion of PROCMAST.DAT from the original 133-byte
      * layout to the current 143-byte layout, which carries the
      * close date of closed accounts (PROCMAST-CLOSE-DATE). The
      * nightly will not open a master in the old layout - it stops
      * RC 16 rather than recreate it empty - so this is run once,
      * before the first nightly on the new layout.
      * The old master is unloaded in key order to PROCMAST.CNW and
      * only a complete unload is renamed PROCMAST.CNV. PROCMAST.DAT
      * is then reloaded from PROCMAST.CNV with the close date blank;
      * when every unloaded record is back on the master the unload
      * is kept as PROCMAST.BAK. A run that finds PROCMAST.CNV
      * already present resumes with the reload, so an interrupted
      * conversion is simply rerun. A master already in the new
      * layout, or no master at all, is left as it is.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETL-PROCMAST-CONVERT.
       AUTHOR. TEST-MIGRATION.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER ASSIGN TO 'PROCMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLDM-ID
               FILE STATUS IS WS-OLDM-STATUS.
           SELECT NEW-MASTER ASSIGN TO 'PROCMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PROCMAST-ID
               FILE STATUS IS WS-PROCMAST-STATUS.
           SELECT UNLOAD-OUTPUT ASSIGN TO 'PROCMAST.CNW'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNLOAD-STATUS.
           SELECT RELOAD-INPUT ASSIGN TO 'PROCMAST.CNV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELOAD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-MASTER.
       01  OLDM-RECORD.
           05  OLDM-ID                    PIC 9(8).
           05  OLDM-NAME                  PIC X(30).
           05  OLDM-ACCOUNT-TYPE          PIC X(15).
           05  OLDM-BALANCE               PIC 9(9)V99.
           05  OLDM-AVAILABLE-CREDIT      PIC 9(9)V99.
           05  OLDM-RISK-LEVEL            PIC X(11).
           05  OLDM-BUSINESS-FLAG         PIC X(12).
           05  OLDM-CURRENCY              PIC X(3).
           05  OLDM-ORIG-BALANCE          PIC 9(9)V99.
           05  OLDM-ORIG-CREDIT-LIMIT     PIC 9(9)V99.
           05  OLDM-PROCESS-DATE          PIC X(10).

       FD  NEW-MASTER.
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

       FD  UNLOAD-OUTPUT.
       01  UNLOAD-RECORD                  PIC X(133).

       FD  RELOAD-INPUT.
       01  RELOAD-RECORD.
           05  RELOAD-OLD-LAYOUT          PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-OLDM-STATUS             PIC X(2).
       01  WS-PROCMAST-STATUS         PIC X(2).
       01  WS-UNLOAD-STATUS           PIC X(2).
       01  WS-RELOAD-STATUS           PIC X(2).
       01  WS-RENAME-COMMAND          PIC X(100).

       01  WS-COUNTERS.
           05  WS-RECORDS-UNLOADED    PIC 9(8) VALUE ZERO.
           05  WS-UNLOAD-FAILURES     PIC 9(8) VALUE ZERO.
           05  WS-RECORDS-ON-UNLOAD   PIC 9(8) VALUE ZERO.
           05  WS-RECORDS-LOADED      PIC 9(8) VALUE ZERO.
           05  WS-LOAD-FAILURES       PIC 9(8) VALUE ZERO.

       01  WS-FLAGS.
           05  END-OF-FILE-SW         PIC X(1) VALUE 'N'.
               88  END-OF-FILE        VALUE 'Y'.
           05  WS-RESUME-FLAG         PIC X(1) VALUE 'N'.
               88  RESUMING-RELOAD    VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           IF NOT RESUMING-RELOAD
               PERFORM UNLOAD-OLD-MASTER
           END-IF
           PERFORM RELOAD-NEW-MASTER
           PERFORM GENERATE-RECONCILIATION
           PERFORM CLEANUP-PROCESS
           STOP RUN.

       INITIALIZE-PROCESS.
           DISPLAY 'Processed Master Conversion Started'
      * A complete unload from an earlier run means PROCMAST.DAT may
      * already have been recreated part-way - reload from the unload
      * and never read the master again.
           OPEN INPUT RELOAD-INPUT
           IF WS-RELOAD-STATUS = '00'
               CLOSE RELOAD-INPUT
               MOVE 'Y' TO WS-RESUME-FLAG
               DISPLAY 'PROCMAST.CNV found - resuming the reload of '
                   'PROCMAST.DAT from the earlier unload'
           ELSE
               OPEN INPUT NEW-MASTER
               EVALUATE WS-PROCMAST-STATUS
                   WHEN '00'
                       CLOSE NEW-MASTER
                       DISPLAY 'PROCMAST.DAT is already in the '
                           'current layout - nothing converted'
                       STOP RUN
                   WHEN '35'
                       DISPLAY 'PROCMAST.DAT does not exist - nothing '
                           'to convert. The nightly creates it.'
                       STOP RUN
               END-EVALUATE
           END-IF.

       UNLOAD-OLD-MASTER.
           OPEN INPUT OLD-MASTER
           IF WS-OLDM-STATUS NOT = '00'
               DISPLAY 'PROCMAST.DAT could not be opened in either '
                   'layout - status ' WS-OLDM-STATUS '. Nothing '
                   'converted. Resolve manually before rerunning.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT UNLOAD-OUTPUT
           IF WS-UNLOAD-STATUS NOT = '00'
               DISPLAY 'PROCMAST.CNW could not be created - status '
                   WS-UNLOAD-STATUS '. Nothing converted.'
               CLOSE OLD-MASTER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL END-OF-FILE
               READ OLD-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO END-OF-FILE-SW
                   NOT AT END
                       MOVE OLDM-RECORD TO UNLOAD-RECORD
                       WRITE UNLOAD-RECORD
                       IF WS-UNLOAD-STATUS = '00'
                           ADD 1 TO WS-RECORDS-UNLOADED
                       ELSE
                           ADD 1 TO WS-UNLOAD-FAILURES
                       END-IF
               END-READ
           END-PERFORM

           CLOSE OLD-MASTER
           CLOSE UNLOAD-OUTPUT

      * An incomplete unload never replaces anything - the old master
      * is still intact, so the run can simply be repeated.
           IF WS-UNLOAD-FAILURES > ZERO
               DISPLAY 'Unload of PROCMAST.DAT failed for '
                   WS-UNLOAD-FAILURES ' records. PROCMAST.DAT left '
                   'unchanged. Resolve manually before rerunning.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-RENAME-COMMAND
           STRING 'mv PROCMAST.CNW PROCMAST.CNV 2>/dev/null'
               DELIMITED BY SIZE INTO WS-RENAME-COMMAND
           CALL 'SYSTEM' USING WS-RENAME-COMMAND
           IF RETURN-CODE NOT = ZERO
               DISPLAY 'PROCMAST.CNW could not be renamed to '
                   'PROCMAST.CNV. PROCMAST.DAT left unchanged. '
                   'Resolve manually before rerunning.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'Records unloaded to PROCMAST.CNV: '
               WS-RECORDS-UNLOADED.

       RELOAD-NEW-MASTER.
           OPEN INPUT RELOAD-INPUT
           IF WS-RELOAD-STATUS NOT = '00'
               DISPLAY 'PROCMAST.CNV could not be opened - status '
                   WS-RELOAD-STATUS '. Resolve manually before '
                   'rerunning.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT NEW-MASTER
           IF WS-PROCMAST-STATUS NOT = '00'
               DISPLAY 'PROCMAST.DAT could not be recreated - status '
                   WS-PROCMAST-STATUS '. PROCMAST.CNV kept - rerun '
                   'to resume the reload.'
               CLOSE RELOAD-INPUT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      * The unload is in key order, so the sequential load is too.
      * Nothing on the old master was closed under the new rules, so
      * the close date starts blank for every record.
           MOVE 'N' TO END-OF-FILE-SW
           PERFORM UNTIL END-OF-FILE
               READ RELOAD-INPUT
                   AT END MOVE 'Y' TO END-OF-FILE-SW
                   NOT AT END
                       ADD 1 TO WS-RECORDS-ON-UNLOAD
                       MOVE RELOAD-OLD-LAYOUT TO PROCMAST-RECORD
                       MOVE SPACES TO PROCMAST-CLOSE-DATE
                       WRITE PROCMAST-RECORD
                       IF WS-PROCMAST-STATUS = '00'
                           ADD 1 TO WS-RECORDS-LOADED
                       ELSE
                           ADD 1 TO WS-LOAD-FAILURES
                           DISPLAY 'Reload failed for ' PROCMAST-ID
                               ' - status ' WS-PROCMAST-STATUS
                       END-IF
               END-READ
           END-PERFORM

           CLOSE RELOAD-INPUT
           CLOSE NEW-MASTER.

       GENERATE-RECONCILIATION.
           DISPLAY 'PROCESSED MASTER CONVERSION RECONCILIATION'
           DISPLAY '=========================================='
           IF NOT RESUMING-RELOAD
               DISPLAY 'Records Unloaded: ' WS-RECORDS-UNLOADED
           END-IF
           DISPLAY 'Records On Unload: ' WS-RECORDS-ON-UNLOAD
               '  Records Loaded: ' WS-RECORDS-LOADED
               '  Failures: ' WS-LOAD-FAILURES
           IF WS-RECORDS-LOADED = WS-RECORDS-ON-UNLOAD
                   AND WS-LOAD-FAILURES = ZERO
               MOVE SPACES TO WS-RENAME-COMMAND
               STRING 'mv PROCMAST.CNV PROCMAST.BAK 2>/dev/null'
                   DELIMITED BY SIZE INTO WS-RENAME-COMMAND
               CALL 'SYSTEM' USING WS-RENAME-COMMAND
      * A PROCMAST.CNV left behind would be taken for an interrupted
      * conversion next run and reloaded over the day's updates.
               IF RETURN-CODE NOT = ZERO
                   DISPLAY 'Conversion Status: LOADED - PROCMAST.DAT '
                       'is in the current layout, but PROCMAST.CNV '
                       'could not be renamed to PROCMAST.BAK. Rename '
                       'it by hand before the nightly or any rerun.'
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
                   DISPLAY 'Conversion Status: COMPLETE - PROCMAST.DAT '
                       'is in the current layout. Old records kept in '
                       'PROCMAST.BAK.'
               END-IF
           ELSE
               DISPLAY 'Conversion Status: INCOMPLETE - PROCMAST.CNV '
                   'kept. Do NOT run the nightly; rerun the '
                   'conversion to resume the reload.'
               MOVE 16 TO RETURN-CODE
           END-IF.

       CLEANUP-PROCESS.
           DISPLAY 'Processed Master Conversion Completed'.

       END PROGRAM ETL-PROCMAST-CONVERT.
