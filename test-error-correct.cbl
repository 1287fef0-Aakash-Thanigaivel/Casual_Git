      * validation three times go to the dead-letter file instead of
      * another resubmission. Unmatched errors are carried forward
      * untouched on the file they came from.
      * The ERRORS.DAT rows taken in and the rows left on it, and the
      * dead letters written, are appended to the CHAINCTL.DAT control
      * file for the ETL-CHAIN-BALANCE proof at the end of the night.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETL-ERROR-CORRECT.
       AUTHOR. TEST-MIGRATION.
           SELECT RATE-FILE ASSIGN TO 'RATES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT CHAIN-CONTROL-OUTPUT ASSIGN TO 'CHAINCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAINCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  RATE-CURRENCY              PIC X(3).
           05  RATE-TO-BASE               PIC 9(3)V9(6).

       FD  CHAIN-CONTROL-OUTPUT.
       01  CHAIN-CONTROL-RECORD.
           05  CHN-DATE                   PIC X(10).
           05  CHN-STEP                   PIC X(20).
           05  CHN-FIGURE                 PIC X(20).
           05  CHN-COUNT                  PIC 9(9).
           05  CHN-AMOUNT                 PIC 9(13)V99.

       WORKING-STORAGE SECTION.
       01  WS-ERROR-STATUS            PIC X(2).
       01  WS-CORRECTION-STATUS       PIC X(2).
       01  WS-DEADLETTER-STATUS       PIC X(2).
       01  WS-PARM-STATUS             PIC X(2).
       01  WS-RATE-STATUS             PIC X(2).
       01  WS-CHAINCTL-STATUS         PIC X(2).
       01  WS-RENAME-COMMAND          PIC X(80).

       01  WS-RATE-TABLE.
           05  WS-ERRORS-CARRIED      PIC 9(6) VALUE ZERO.
           05  WS-ERRORS-DUPLICATE    PIC 9(6) VALUE ZERO.
           05  WS-CORR-UNMATCHED      PIC 9(6) VALUE ZERO.
           05  WS-ERRORS-DAT-READ     PIC 9(6) VALUE ZERO.
           05  WS-ERRORS-DAT-KEPT     PIC 9(6) VALUE ZERO.

       01  WS-FLAGS.
           05  END-OF-FILE-SW         PIC X(1) VALUE 'N'.

           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-ERRORS-READ
               ADD 1 TO WS-ERRORS-DAT-READ
               PERFORM APPLY-CORRECTIONS-TO-ERROR

               READ ERROR-INPUT
               ELSE
                   MOVE ERROR-RECORD TO ERROR-WORK-RECORD
                   WRITE ERROR-WORK-RECORD
                   ADD 1 TO WS-ERRORS-DAT-KEPT
               END-IF
               ADD 1 TO WS-ERRORS-CARRIED
           END-IF.
               DELIMITED BY SIZE INTO WS-RENAME-COMMAND
           CALL 'SYSTEM' USING WS-RENAME-COMMAND

           PERFORM WRITE-CHAIN-CONTROL

           DISPLAY 'Error Correction Cycle Completed Successfully'.

       WRITE-CHAIN-CONTROL.
      * Hand-off figures for the end-of-night chain proof. Only the
      * ERRORS.DAT side is counted here - the carry queue is not part
      * of the nightly run's output.
           OPEN EXTEND CHAIN-CONTROL-OUTPUT
           IF WS-CHAINCTL-STATUS NOT = '00'
               OPEN OUTPUT CHAIN-CONTROL-OUTPUT
           END-IF

           MOVE WS-FORMATTED-DATE TO CHN-DATE
           MOVE 'ETL-ERROR-CORRECT' TO CHN-STEP
           MOVE ZERO TO CHN-AMOUNT

           MOVE 'ERRORS.DAT IN' TO CHN-FIGURE
           MOVE WS-ERRORS-DAT-READ TO CHN-COUNT
           WRITE CHAIN-CONTROL-RECORD

           MOVE 'ERRORS.DAT KEPT' TO CHN-FIGURE
           MOVE WS-ERRORS-DAT-KEPT TO CHN-COUNT
           WRITE CHAIN-CONTROL-RECORD

           MOVE 'DEAD LETTERS' TO CHN-FIGURE
           MOVE WS-ERRORS-DEADLETTER TO CHN-COUNT
           WRITE CHAIN-CONTROL-RECORD

           CLOSE CHAIN-CONTROL-OUTPUT.

       END PROGRAM ETL-ERROR-CORRECT.
