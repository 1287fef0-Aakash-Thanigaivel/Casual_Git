      * ETL Relationship Aggregated Exposure Report
      * The nightly run grades each customer on its own balance, so a
      * household or business owner spread across several accounts
      * can sit under HIGH-RISK-THRESHOLD on every one of them and
      * never show as a concentration. This report reads the
      * relationship groups on RELMAST.DAT (maintained by
      * ETL-RELATE-MAINT) and, for each group, looks every member up
      * on the processed master PROCMAST.DAT to total base-currency
      * balance and available credit across the relationship.
      * Each relationship is graded on its aggregate balance with the
      * same HIGH / MEDIUM thresholds the nightly run uses (PARMS.DAT
      * when present), and never lower than its worst member.
      * Relationships whose aggregate balance exceeds the aggregate
      * exposure limit (EXPPARM.DAT, default 250,000.00) are flagged.
      * Members linked but not on the processed master are listed and
      * left out of the totals, as are members ETL-RETENTION-PURGE
      * has marked closed. Output is EXPOSURE.DAT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETL-EXPOSURE-REPORT.
       AUTHOR. TEST-MIGRATION.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The relationship master is read in group order on its
      * alternate key; the processed master is read at random.
           SELECT RELATIONSHIP-MASTER ASSIGN TO 'RELMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RELM-CUST-ID
               ALTERNATE RECORD KEY IS RELM-GROUP-ID WITH DUPLICATES
               FILE STATUS IS WS-RELMAST-STATUS.
           SELECT PROCESSED-MASTER ASSIGN TO 'PROCMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROCMAST-ID
               FILE STATUS IS WS-PROCMAST-STATUS.
           SELECT PARM-FILE ASSIGN TO 'PARMS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT EXPOSURE-PARM-FILE ASSIGN TO 'EXPPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXP-PARM-STATUS.
           SELECT EXPOSURE-REPORT-OUTPUT ASSIGN TO 'EXPOSURE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RELATIONSHIP-MASTER.
       01  RELATIONSHIP-RECORD.
           05  RELM-CUST-ID           PIC 9(8).
           05  RELM-GROUP-ID          PIC 9(8).
           05  RELM-ROLE              PIC X(10).
           05  RELM-GROUP-NAME        PIC X(30).
           05  RELM-LINK-DATE         PIC X(10).

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

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-HIGH-RISK-THRESHOLD    PIC 9(7)V99.
           05  PARM-MEDIUM-RISK-THRESHOLD  PIC 9(7)V99.
           05  FILLER                      PIC X(13).

       FD  EXPOSURE-PARM-FILE.
       01  EXPOSURE-PARM-RECORD.
           05  EXPP-AGGREGATE-LIMIT       PIC 9(9)V99.

       FD  EXPOSURE-REPORT-OUTPUT.
       01  EXPOSURE-REPORT-RECORD.
           05  EXPOSURE-REPORT-LINE       PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-RELMAST-STATUS          PIC X(2).
       01  WS-PROCMAST-STATUS         PIC X(2).
       01  WS-PARM-STATUS             PIC X(2).
       01  WS-EXP-PARM-STATUS         PIC X(2).

       01  WS-COUNTERS.
           05  WS-LINKS-READ          PIC 9(6) VALUE ZERO.
           05  WS-GROUPS-REPORTED     PIC 9(6) VALUE ZERO.
           05  WS-MEMBERS-TOTALLED    PIC 9(6) VALUE ZERO.
           05  WS-MEMBERS-MISSING     PIC 9(6) VALUE ZERO.
           05  WS-MEMBERS-CLOSED      PIC 9(6) VALUE ZERO.
           05  WS-GROUPS-OVER-LIMIT   PIC 9(6) VALUE ZERO.
           05  WS-GROUPS-HIGH         PIC 9(6) VALUE ZERO.
           05  WS-GROUPS-MEDIUM       PIC 9(6) VALUE ZERO.
           05  WS-GROUPS-LOW          PIC 9(6) VALUE ZERO.

       01  WS-FLAGS.
           05  END-OF-FILE-SW         PIC X(1) VALUE 'N'.
               88  END-OF-FILE        VALUE 'Y'.
           05  WS-FIRST-GROUP-FLAG    PIC X(1) VALUE 'Y'.
               88  FIRST-GROUP        VALUE 'Y'.

      * Group accumulators, reset at each change of group ID.
       01  WS-GROUP-TOTALS.
           05  WS-GROUP-ID            PIC 9(8).
           05  WS-GROUP-NAME          PIC X(30).
           05  WS-GROUP-MEMBERS       PIC 9(4).
           05  WS-GROUP-BALANCE       PIC 9(11)V99.
           05  WS-GROUP-AVAIL-CREDIT  PIC 9(11)V99.
           05  WS-GROUP-WORST-RANK    PIC 9(1).
           05  WS-GROUP-RANK          PIC 9(1).
           05  WS-GROUP-RISK          PIC X(11).

       01  WS-WORK-AREAS.
           05  WS-MEMBER-RANK         PIC 9(1).
           05  WS-EDIT-BALANCE        PIC Z(10)9.99.
           05  WS-EDIT-CREDIT         PIC Z(10)9.99.
           05  WS-EDIT-LIMIT          PIC Z(8)9.99.
           05  WS-CURRENT-DATE.
               10  WS-YEAR            PIC 9(4).
               10  WS-MONTH           PIC 9(2).
               10  WS-DAY             PIC 9(2).
           05  WS-FORMATTED-DATE      PIC X(10).

       01  WS-CONSTANTS.
           05  HIGH-RISK-THRESHOLD    PIC 9(7)V99 VALUE 50000.00.
           05  MEDIUM-RISK-THRESHOLD  PIC 9(7)V99 VALUE 25000.00.
           05  AGGREGATE-LIMIT        PIC 9(9)V99 VALUE 250000.00.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           PERFORM REPORT-RELATIONSHIPS
           PERFORM GENERATE-REPORT
           PERFORM CLEANUP-PROCESS
           STOP RUN.

       INITIALIZE-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           STRING WS-YEAR '-' WS-MONTH '-' WS-DAY
               DELIMITED BY SIZE INTO WS-FORMATTED-DATE

           PERFORM LOAD-RISK-PARAMETERS
           PERFORM LOAD-EXPOSURE-PARAMETERS

           OPEN INPUT RELATIONSHIP-MASTER
           IF WS-RELMAST-STATUS NOT = '00'
               DISPLAY 'RELMAST.DAT could not be opened - status '
                   WS-RELMAST-STATUS '. Run ETL-RELATE-MAINT first.'
               STOP RUN
           END-IF

           OPEN INPUT PROCESSED-MASTER
           IF WS-PROCMAST-STATUS NOT = '00'
               DISPLAY 'PROCMAST.DAT could not be opened - status '
                   WS-PROCMAST-STATUS '. Run the nightly process '
                   'first.'
               CLOSE RELATIONSHIP-MASTER
               STOP RUN
           END-IF

           OPEN OUTPUT EXPOSURE-REPORT-OUTPUT

           MOVE 'RELATIONSHIP AGGREGATED EXPOSURE REPORT'
               TO EXPOSURE-REPORT-LINE
           WRITE EXPOSURE-REPORT-RECORD
           MOVE '=======================================' TO
               EXPOSURE-REPORT-LINE
           WRITE EXPOSURE-REPORT-RECORD
           MOVE AGGREGATE-LIMIT TO WS-EDIT-LIMIT
           MOVE SPACES TO EXPOSURE-REPORT-LINE
           STRING 'Report Date: ' WS-FORMATTED-DATE
               '   Aggregate Limit: $' WS-EDIT-LIMIT
               DELIMITED BY SIZE INTO EXPOSURE-REPORT-LINE
           WRITE EXPOSURE-REPORT-RECORD

           DISPLAY 'Relationship Exposure Report Started'.

       LOAD-RISK-PARAMETERS.
      * Same thresholds the nightly run grades individual customers
      * with, so a relationship grade means the same thing.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
               IF WS-PARM-STATUS = '00'
                   IF PARM-HIGH-RISK-THRESHOLD IS NUMERIC
                           AND PARM-MEDIUM-RISK-THRESHOLD IS NUMERIC
                       MOVE PARM-HIGH-RISK-THRESHOLD
                           TO HIGH-RISK-THRESHOLD
                       MOVE PARM-MEDIUM-RISK-THRESHOLD
                           TO MEDIUM-RISK-THRESHOLD
                       DISPLAY 'Risk thresholds loaded from PARMS.DAT'
                   END-IF
               END-IF
               CLOSE PARM-FILE
           ELSE
               DISPLAY 'PARMS.DAT not found - using default thresholds'
           END-IF.

       LOAD-EXPOSURE-PARAMETERS.
           OPEN INPUT EXPOSURE-PARM-FILE
           IF WS-EXP-PARM-STATUS = '00'
               READ EXPOSURE-PARM-FILE
               IF WS-EXP-PARM-STATUS = '00'
                   IF EXPP-AGGREGATE-LIMIT IS NUMERIC
                           AND EXPP-AGGREGATE-LIMIT > ZERO
                       MOVE EXPP-AGGREGATE-LIMIT TO AGGREGATE-LIMIT
                       DISPLAY 'Aggregate limit loaded from '
                           'EXPPARM.DAT'
                   END-IF
               END-IF
               CLOSE EXPOSURE-PARM-FILE
           ELSE
               DISPLAY 'EXPPARM.DAT not found - using default '
                   'aggregate limit'
           END-IF.

       REPORT-RELATIONSHIPS.
      * Control break on the group ID while reading the relationship
      * master in alternate-key order.
           MOVE ZERO TO RELM-GROUP-ID
           START RELATIONSHIP-MASTER KEY NOT < RELM-GROUP-ID
           IF WS-RELMAST-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-FILE-SW
           END-IF

           PERFORM UNTIL END-OF-FILE
               READ RELATIONSHIP-MASTER NEXT
                   AT END MOVE 'Y' TO END-OF-FILE-SW
                   NOT AT END
                       ADD 1 TO WS-LINKS-READ
                       IF FIRST-GROUP
                           MOVE 'N' TO WS-FIRST-GROUP-FLAG
                           PERFORM START-NEW-GROUP
                       ELSE
                           IF RELM-GROUP-ID NOT = WS-GROUP-ID
                               PERFORM FINISH-GROUP
                               PERFORM START-NEW-GROUP
                           END-IF
                       END-IF
                       PERFORM REPORT-ONE-MEMBER
               END-READ
           END-PERFORM

           IF NOT FIRST-GROUP
               PERFORM FINISH-GROUP
           END-IF.

       START-NEW-GROUP.
           MOVE RELM-GROUP-ID TO WS-GROUP-ID
           MOVE RELM-GROUP-NAME TO WS-GROUP-NAME
           MOVE ZERO TO WS-GROUP-MEMBERS
           MOVE ZERO TO WS-GROUP-BALANCE
           MOVE ZERO TO WS-GROUP-AVAIL-CREDIT
           MOVE 1 TO WS-GROUP-WORST-RANK

           MOVE SPACES TO EXPOSURE-REPORT-LINE
           WRITE EXPOSURE-REPORT-RECORD
           MOVE SPACES TO EXPOSURE-REPORT-LINE
           STRING 'GROUP ' WS-GROUP-ID '  ' WS-GROUP-NAME
               DELIMITED BY SIZE INTO EXPOSURE-REPORT-LINE
           WRITE EXPOSURE-REPORT-RECORD.

       REPORT-ONE-MEMBER.
      * The group name is kept from whichever member carries one.
           IF WS-GROUP-NAME = SPACES
               MOVE RELM-GROUP-NAME TO WS-GROUP-NAME
           END-IF

           MOVE RELM-CUST-ID TO PROCMAST-ID
           READ PROCESSED-MASTER
           IF WS-PROCMAST-STATUS = '00'
               IF PROCMAST-CLOSE-DATE NOT = SPACES
                   ADD 1 TO WS-MEMBERS-CLOSED
                   MOVE SPACES TO EXPOSURE-REPORT-LINE
                   STRING '  ' RELM-CUST-ID ' ' RELM-ROLE
                       ' *** CLOSED ' PROCMAST-CLOSE-DATE
                       ' - NOT TOTALLED ***'
                       DELIMITED BY SIZE INTO EXPOSURE-REPORT-LINE
                   WRITE EXPOSURE-REPORT-RECORD
               ELSE
                   PERFORM TOTAL-ONE-MEMBER
               END-IF
           ELSE
               ADD 1 TO WS-MEMBERS-MISSING
               MOVE SPACES TO EXPOSURE-REPORT-LINE
               STRING '  ' RELM-CUST-ID ' ' RELM-ROLE
                   ' *** NOT ON PROCESSED MASTER - NOT TOTALLED ***'
                   DELIMITED BY SIZE INTO EXPOSURE-REPORT-LINE
               WRITE EXPOSURE-REPORT-RECORD
           END-IF.

       TOTAL-ONE-MEMBER.
           ADD 1 TO WS-GROUP-MEMBERS
           ADD 1 TO WS-MEMBERS-TOTALLED
           ADD PROCMAST-BALANCE TO WS-GROUP-BALANCE
           ADD PROCMAST-AVAILABLE-CREDIT TO WS-GROUP-AVAIL-CREDIT
           EVALUATE PROCMAST-RISK-LEVEL
               WHEN 'HIGH RISK'
                   MOVE 3 TO WS-MEMBER-RANK
               WHEN 'MEDIUM RISK'
                   MOVE 2 TO WS-MEMBER-RANK
               WHEN OTHER
                   MOVE 1 TO WS-MEMBER-RANK
           END-EVALUATE
           IF WS-MEMBER-RANK > WS-GROUP-WORST-RANK
               MOVE WS-MEMBER-RANK TO WS-GROUP-WORST-RANK
           END-IF
           MOVE PROCMAST-BALANCE TO WS-EDIT-BALANCE
           MOVE PROCMAST-AVAILABLE-CREDIT TO WS-EDIT-CREDIT
           MOVE SPACES TO EXPOSURE-REPORT-LINE
           STRING '  ' RELM-CUST-ID ' ' RELM-ROLE ' '
               PROCMAST-NAME (1:20) ' '
               PROCMAST-ACCOUNT-TYPE (1:8)
               ' Bal:' WS-EDIT-BALANCE
               ' Avail:' WS-EDIT-CREDIT
               DELIMITED BY SIZE INTO EXPOSURE-REPORT-LINE
           WRITE EXPOSURE-REPORT-RECORD.

       FINISH-GROUP.
      * The relationship grade comes from the aggregate balance, but
      * is never better than the worst individual member.
           ADD 1 TO WS-GROUPS-REPORTED
           EVALUATE TRUE
               WHEN WS-GROUP-BALANCE > HIGH-RISK-THRESHOLD
                   MOVE 3 TO WS-GROUP-RANK
               WHEN WS-GROUP-BALANCE > MEDIUM-RISK-THRESHOLD
                   MOVE 2 TO WS-GROUP-RANK
               WHEN OTHER
                   MOVE 1 TO WS-GROUP-RANK
           END-EVALUATE
           IF WS-GROUP-WORST-RANK > WS-GROUP-RANK
               MOVE WS-GROUP-WORST-RANK TO WS-GROUP-RANK
           END-IF
           EVALUATE WS-GROUP-RANK
               WHEN 3
                   MOVE 'HIGH RISK' TO WS-GROUP-RISK
                   ADD 1 TO WS-GROUPS-HIGH
               WHEN 2
                   MOVE 'MEDIUM RISK' TO WS-GROUP-RISK
                   ADD 1 TO WS-GROUPS-MEDIUM
               WHEN OTHER
                   MOVE 'LOW RISK' TO WS-GROUP-RISK
                   ADD 1 TO WS-GROUPS-LOW
           END-EVALUATE

           MOVE WS-GROUP-BALANCE TO WS-EDIT-BALANCE
           MOVE WS-GROUP-AVAIL-CREDIT TO WS-EDIT-CREDIT
           MOVE SPACES TO EXPOSURE-REPORT-LINE
           STRING '  TOTAL ' WS-GROUP-MEMBERS ' accts'
               '  Bal:' WS-EDIT-BALANCE
               '  Avail:' WS-EDIT-CREDIT
               '  Grade: ' WS-GROUP-RISK
               DELIMITED BY SIZE INTO EXPOSURE-REPORT-LINE
           WRITE EXPOSURE-REPORT-RECORD

           IF WS-GROUP-BALANCE > AGGREGATE-LIMIT
               ADD 1 TO WS-GROUPS-OVER-LIMIT
               MOVE SPACES TO EXPOSURE-REPORT-LINE
               STRING '  *** OVER AGGREGATE LIMIT ***'
                   DELIMITED BY SIZE INTO EXPOSURE-REPORT-LINE
               WRITE EXPOSURE-REPORT-RECORD
               DISPLAY 'OVER AGGREGATE LIMIT: GROUP ' WS-GROUP-ID
                   ' ' WS-GROUP-NAME ' $' WS-EDIT-BALANCE
           END-IF.

       GENERATE-REPORT.
           MOVE SPACES TO EXPOSURE-REPORT-LINE
           WRITE EXPOSURE-REPORT-RECORD
           MOVE SPACES TO EXPOSURE-REPORT-LINE
           STRING 'Relationships: ' WS-GROUPS-REPORTED
               '  Over Limit: ' WS-GROUPS-OVER-LIMIT
               '  High: ' WS-GROUPS-HIGH
               '  Medium: ' WS-GROUPS-MEDIUM
               '  Low: ' WS-GROUPS-LOW
               DELIMITED BY SIZE INTO EXPOSURE-REPORT-LINE
           WRITE EXPOSURE-REPORT-RECORD

           DISPLAY 'RELATIONSHIP EXPOSURE SUMMARY'
           DISPLAY '============================='
           DISPLAY 'Relationship Links Read: ' WS-LINKS-READ
           DISPLAY 'Relationships Reported: ' WS-GROUPS-REPORTED
           DISPLAY 'Member Accounts Totalled: ' WS-MEMBERS-TOTALLED
           DISPLAY 'Members Not On PROCMAST: ' WS-MEMBERS-MISSING
           DISPLAY 'Closed Members Not Totalled: ' WS-MEMBERS-CLOSED
           DISPLAY 'High Risk Relationships: ' WS-GROUPS-HIGH
           DISPLAY 'Medium Risk Relationships: ' WS-GROUPS-MEDIUM
           DISPLAY 'Low Risk Relationships: ' WS-GROUPS-LOW
           DISPLAY 'Over Aggregate Limit: ' WS-GROUPS-OVER-LIMIT.

       CLEANUP-PROCESS.
           CLOSE RELATIONSHIP-MASTER
           CLOSE PROCESSED-MASTER
           CLOSE EXPOSURE-REPORT-OUTPUT

           DISPLAY 'Relationship Exposure Report Completed '
               'Successfully'.

       END PROGRAM ETL-EXPOSURE-REPORT.
