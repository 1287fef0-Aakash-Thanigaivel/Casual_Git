      * ETL Household / Related-Party Relationship Maintenance
      * Maintains the keyed relationship master RELMAST.DAT, which
      * links customer IDs into a household or parent entity (the
      * relationship group) with the role each customer plays in it.
      * Risk is graded one customer at a time by the nightly run;
      * the relationship master is what lets ETL-EXPOSURE-REPORT and
      * the call-center inquiry see the accounts together.
      * Transactions come from RELTRAN.DAT:
      *   A - link a customer into a group with a role
      *   C - move a customer to another group and/or change the
      *       role or group name (blank or zero fields are kept)
      *   D - remove a customer's link
      * A customer belongs to at most one group. Each linked customer
      * must be on the customer master (CUSTMAST.DAT), the role must
      * be one of the recognized roles, and a group may have only one
      * PRIMARY member. Rejected transactions are written with the
      * reason to RELEXCP.DAT; the transaction file is consumed to
      * RELTRAN.PRV after the pass.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETL-RELATE-MAINT.
       AUTHOR. TEST-MIGRATION.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The alternate key on the group ID lets a whole household be
      * read together without walking the file.
           SELECT RELATIONSHIP-MASTER ASSIGN TO 'RELMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RELM-CUST-ID
               ALTERNATE RECORD KEY IS RELM-GROUP-ID WITH DUPLICATES
               FILE STATUS IS WS-RELMAST-STATUS.
           SELECT MASTER-FILE ASSIGN TO 'CUSTMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAST-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT RELATE-TRANS-INPUT ASSIGN TO 'RELTRAN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELTRAN-STATUS.
           SELECT RELATE-EXCEPTION-OUTPUT ASSIGN TO 'RELEXCP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEXCP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RELATIONSHIP-MASTER.
       01  RELATIONSHIP-RECORD.
           05  RELM-CUST-ID           PIC 9(8).
           05  RELM-GROUP-ID          PIC 9(8).
           05  RELM-ROLE              PIC X(10).
               88  RELM-PRIMARY       VALUE 'PRIMARY'.
           05  RELM-GROUP-NAME        PIC X(30).
           05  RELM-LINK-DATE         PIC X(10).

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           05  MAST-ID                PIC 9(8).
           05  MAST-NAME              PIC X(30).
           05  MAST-ACCOUNT-TYPE      PIC X(1).
           05  MAST-BALANCE           PIC 9(7)V99.
           05  MAST-CREDIT-LIMIT      PIC 9(7)V99.
           05  MAST-STATUS            PIC X(1).
           05  MAST-CURRENCY          PIC X(3).

       FD  RELATE-TRANS-INPUT.
       01  RELATE-TRANS-RECORD.
           05  RT-TRANS-CODE          PIC X(1).
               88  RT-ADD             VALUE 'A'.
               88  RT-CHANGE          VALUE 'C'.
               88  RT-DELETE          VALUE 'D'.
           05  RT-CUST-ID             PIC 9(8).
           05  RT-GROUP-ID            PIC 9(8).
           05  RT-ROLE                PIC X(10).
               88  RT-VALID-ROLE      VALUES 'PRIMARY' 'JOINT'
                                          'OWNER' 'PARENT'
                                          'SUBSIDIARY' 'GUARANTOR'
                                          'SIGNER'.
           05  RT-GROUP-NAME          PIC X(30).

       FD  RELATE-EXCEPTION-OUTPUT.
       01  RELATE-EXCEPTION-RECORD.
           05  RELX-TRANS-CODE        PIC X(1).
           05  RELX-CUST-ID           PIC 9(8).
           05  RELX-GROUP-ID          PIC 9(8).
           05  RELX-ROLE              PIC X(10).
           05  RELX-GROUP-NAME        PIC X(30).
           05  RELX-REASON            PIC X(24).
           05  RELX-PROCESS-DATE      PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-RELMAST-STATUS          PIC X(2).
       01  WS-MASTER-STATUS           PIC X(2).
       01  WS-RELTRAN-STATUS          PIC X(2).
       01  WS-RELEXCP-STATUS          PIC X(2).
       01  WS-RENAME-COMMAND          PIC X(80).

       01  WS-COUNTERS.
           05  WS-TRANS-READ          PIC 9(6) VALUE ZERO.
           05  WS-LINKS-ADDED         PIC 9(6) VALUE ZERO.
           05  WS-LINKS-CHANGED       PIC 9(6) VALUE ZERO.
           05  WS-LINKS-DELETED       PIC 9(6) VALUE ZERO.
           05  WS-TRANS-REJECTED      PIC 9(6) VALUE ZERO.

       01  WS-FLAGS.
           05  END-OF-FILE-SW         PIC X(1) VALUE 'N'.
               88  END-OF-FILE        VALUE 'Y'.
           05  END-OF-GROUP-SW        PIC X(1) VALUE 'N'.
               88  END-OF-GROUP       VALUE 'Y'.
           05  WS-VALID-TRANS-FLAG    PIC X(1) VALUE 'Y'.
               88  VALID-TRANS        VALUE 'Y'.
           05  WS-PRIMARY-FOUND-FLAG  PIC X(1) VALUE 'N'.
               88  OTHER-PRIMARY-FOUND VALUE 'Y'.

       01  WS-WORK-AREAS.
           05  WS-ERROR-TYPE          PIC X(24).
           05  WS-SAVE-RELATIONSHIP   PIC X(66).
           05  WS-CHECK-GROUP-ID      PIC 9(8).
           05  WS-CHECK-CUST-ID       PIC 9(8).
           05  WS-CURRENT-DATE.
               10  WS-YEAR            PIC 9(4).
               10  WS-MONTH           PIC 9(2).
               10  WS-DAY             PIC 9(2).
           05  WS-FORMATTED-DATE      PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           PERFORM APPLY-RELATE-FILE
           PERFORM GENERATE-REPORT
           PERFORM CLEANUP-PROCESS
           STOP RUN.

       INITIALIZE-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           STRING WS-YEAR '-' WS-MONTH '-' WS-DAY
               DELIMITED BY SIZE INTO WS-FORMATTED-DATE

           OPEN INPUT RELATE-TRANS-INPUT
           IF WS-RELTRAN-STATUS NOT = '00'
               DISPLAY 'RELTRAN.DAT not found - no relationship '
                   'maintenance today'
               STOP RUN
           END-IF

           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'CUSTMAST.DAT could not be opened - status '
                   WS-MASTER-STATUS '. Links cannot be validated - '
                   'nothing applied.'
               CLOSE RELATE-TRANS-INPUT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      * First run creates the relationship master.
           OPEN I-O RELATIONSHIP-MASTER
           IF WS-RELMAST-STATUS NOT = '00'
               OPEN OUTPUT RELATIONSHIP-MASTER
               CLOSE RELATIONSHIP-MASTER
               OPEN I-O RELATIONSHIP-MASTER
               DISPLAY 'RELMAST.DAT created'
           END-IF
           IF WS-RELMAST-STATUS NOT = '00'
               DISPLAY 'RELMAST.DAT could not be opened - status '
                   WS-RELMAST-STATUS '. Nothing applied.'
               CLOSE RELATE-TRANS-INPUT
               CLOSE MASTER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND RELATE-EXCEPTION-OUTPUT
           IF WS-RELEXCP-STATUS NOT = '00'
               OPEN OUTPUT RELATE-EXCEPTION-OUTPUT
           END-IF

           DISPLAY 'Relationship Maintenance Started'.

       APPLY-RELATE-FILE.
           PERFORM UNTIL END-OF-FILE
               READ RELATE-TRANS-INPUT
                   AT END MOVE 'Y' TO END-OF-FILE-SW
                   NOT AT END
                       ADD 1 TO WS-TRANS-READ
                       PERFORM APPLY-ONE-TRANSACTION
               END-READ
           END-PERFORM.

       APPLY-ONE-TRANSACTION.
           EVALUATE TRUE
               WHEN RT-ADD
                   PERFORM APPLY-ADD-LINK
               WHEN RT-CHANGE
                   PERFORM APPLY-CHANGE-LINK
               WHEN RT-DELETE
                   PERFORM APPLY-DELETE-LINK
               WHEN OTHER
                   MOVE 'INVALID TRANS CODE' TO WS-ERROR-TYPE
                   PERFORM LOAD-RELATE-ERROR
           END-EVALUATE.

       APPLY-ADD-LINK.
           PERFORM VALIDATE-ADD-LINK
           IF VALID-TRANS
               MOVE RT-CUST-ID TO RELM-CUST-ID
               READ RELATIONSHIP-MASTER
               IF WS-RELMAST-STATUS = '00'
                   MOVE 'CUSTOMER ALREADY LINKED' TO WS-ERROR-TYPE
                   PERFORM LOAD-RELATE-ERROR
               ELSE
                   MOVE RT-ROLE TO RELM-ROLE
                   MOVE RT-GROUP-ID TO WS-CHECK-GROUP-ID
                   MOVE RT-CUST-ID TO WS-CHECK-CUST-ID
                   PERFORM CHECK-SINGLE-PRIMARY
                   IF OTHER-PRIMARY-FOUND
                       MOVE 'GROUP ALREADY HAS PRIMARY' TO WS-ERROR-TYPE
                       PERFORM LOAD-RELATE-ERROR
                   ELSE
                       MOVE RT-CUST-ID TO RELM-CUST-ID
                       MOVE RT-GROUP-ID TO RELM-GROUP-ID
                       MOVE RT-ROLE TO RELM-ROLE
                       MOVE RT-GROUP-NAME TO RELM-GROUP-NAME
                       MOVE WS-FORMATTED-DATE TO RELM-LINK-DATE
                       WRITE RELATIONSHIP-RECORD
                       IF WS-RELMAST-STATUS = '00'
                           ADD 1 TO WS-LINKS-ADDED
                       ELSE
                           MOVE 'RELMAST WRITE FAILED' TO WS-ERROR-TYPE
                           PERFORM LOAD-RELATE-ERROR
                       END-IF
                   END-IF
               END-IF
           ELSE
               PERFORM LOAD-RELATE-ERROR
           END-IF.

       VALIDATE-ADD-LINK.
           MOVE 'Y' TO WS-VALID-TRANS-FLAG
           IF RT-GROUP-ID IS NOT NUMERIC OR RT-GROUP-ID = ZERO
               MOVE 'N' TO WS-VALID-TRANS-FLAG
               MOVE 'INVALID GROUP ID' TO WS-ERROR-TYPE
           END-IF
           IF NOT RT-VALID-ROLE
               MOVE 'N' TO WS-VALID-TRANS-FLAG
               MOVE 'INVALID RELATIONSHIP ROLE' TO WS-ERROR-TYPE
           END-IF
           PERFORM CHECK-CUSTOMER-ON-MASTER.

       CHECK-CUSTOMER-ON-MASTER.
           IF RT-CUST-ID IS NOT NUMERIC OR RT-CUST-ID = ZERO
               MOVE 'N' TO WS-VALID-TRANS-FLAG
               MOVE 'INVALID CUSTOMER ID' TO WS-ERROR-TYPE
           ELSE
               MOVE RT-CUST-ID TO MAST-ID
               READ MASTER-FILE
               IF WS-MASTER-STATUS NOT = '00'
                   MOVE 'N' TO WS-VALID-TRANS-FLAG
                   MOVE 'CUSTOMER NOT ON MASTER' TO WS-ERROR-TYPE
               END-IF
           END-IF.

       APPLY-CHANGE-LINK.
      * Blank role, zero group or blank group name on a change keep
      * what is already on file.
           MOVE 'Y' TO WS-VALID-TRANS-FLAG
           IF RT-CUST-ID IS NOT NUMERIC OR RT-CUST-ID = ZERO
               MOVE 'N' TO WS-VALID-TRANS-FLAG
               MOVE 'INVALID CUSTOMER ID' TO WS-ERROR-TYPE
           END-IF
           IF RT-GROUP-ID IS NOT NUMERIC
               MOVE 'N' TO WS-VALID-TRANS-FLAG
               MOVE 'INVALID GROUP ID' TO WS-ERROR-TYPE
           END-IF
           IF RT-ROLE NOT = SPACES AND NOT RT-VALID-ROLE
               MOVE 'N' TO WS-VALID-TRANS-FLAG
               MOVE 'INVALID RELATIONSHIP ROLE' TO WS-ERROR-TYPE
           END-IF

           IF VALID-TRANS
               MOVE RT-CUST-ID TO RELM-CUST-ID
               READ RELATIONSHIP-MASTER
               IF WS-RELMAST-STATUS NOT = '00'
                   MOVE 'N' TO WS-VALID-TRANS-FLAG
                   MOVE 'CHANGE FOR UNLINKED CUST' TO WS-ERROR-TYPE
               END-IF
           END-IF

           IF VALID-TRANS
               IF RT-GROUP-ID NOT = ZERO
                   MOVE RT-GROUP-ID TO RELM-GROUP-ID
               END-IF
               IF RT-ROLE NOT = SPACES
                   MOVE RT-ROLE TO RELM-ROLE
               END-IF
               IF RT-GROUP-NAME NOT = SPACES
                   MOVE RT-GROUP-NAME TO RELM-GROUP-NAME
               END-IF
               MOVE RELATIONSHIP-RECORD TO WS-SAVE-RELATIONSHIP
               MOVE RELM-GROUP-ID TO WS-CHECK-GROUP-ID
               MOVE RELM-CUST-ID TO WS-CHECK-CUST-ID
               PERFORM CHECK-SINGLE-PRIMARY
               MOVE WS-SAVE-RELATIONSHIP TO RELATIONSHIP-RECORD
               IF OTHER-PRIMARY-FOUND
                   MOVE 'N' TO WS-VALID-TRANS-FLAG
                   MOVE 'GROUP ALREADY HAS PRIMARY' TO WS-ERROR-TYPE
               END-IF
           END-IF

           IF VALID-TRANS
               REWRITE RELATIONSHIP-RECORD
               IF WS-RELMAST-STATUS = '00'
                   ADD 1 TO WS-LINKS-CHANGED
               ELSE
                   MOVE 'RELMAST REWRITE FAILED' TO WS-ERROR-TYPE
                   PERFORM LOAD-RELATE-ERROR
               END-IF
           ELSE
               PERFORM LOAD-RELATE-ERROR
           END-IF.

       APPLY-DELETE-LINK.
           MOVE RT-CUST-ID TO RELM-CUST-ID
           READ RELATIONSHIP-MASTER
           IF WS-RELMAST-STATUS = '00'
               DELETE RELATIONSHIP-MASTER
               IF WS-RELMAST-STATUS = '00'
                   ADD 1 TO WS-LINKS-DELETED
               ELSE
                   MOVE 'RELMAST DELETE FAILED' TO WS-ERROR-TYPE
                   PERFORM LOAD-RELATE-ERROR
               END-IF
           ELSE
               MOVE 'DELETE FOR UNLINKED CUST' TO WS-ERROR-TYPE
               PERFORM LOAD-RELATE-ERROR
           END-IF.

       CHECK-SINGLE-PRIMARY.
      * Only relevant when the incoming role is PRIMARY: walk the
      * group on the alternate key looking for a different customer
      * already holding that role. The caller reloads the record
      * area afterwards if it still needs it.
           MOVE 'N' TO WS-PRIMARY-FOUND-FLAG
           IF RELM-PRIMARY
               MOVE 'N' TO END-OF-GROUP-SW
               MOVE WS-CHECK-GROUP-ID TO RELM-GROUP-ID
               START RELATIONSHIP-MASTER KEY = RELM-GROUP-ID
               IF WS-RELMAST-STATUS NOT = '00'
                   MOVE 'Y' TO END-OF-GROUP-SW
               END-IF
               PERFORM UNTIL END-OF-GROUP
                   READ RELATIONSHIP-MASTER NEXT
                       AT END MOVE 'Y' TO END-OF-GROUP-SW
                       NOT AT END
                           IF RELM-GROUP-ID NOT = WS-CHECK-GROUP-ID
                               MOVE 'Y' TO END-OF-GROUP-SW
                           ELSE
                               IF RELM-PRIMARY AND
                                   RELM-CUST-ID NOT = WS-CHECK-CUST-ID
                                   MOVE 'Y' TO WS-PRIMARY-FOUND-FLAG
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       LOAD-RELATE-ERROR.
           MOVE RT-TRANS-CODE TO RELX-TRANS-CODE
           MOVE RT-CUST-ID TO RELX-CUST-ID
           MOVE RT-GROUP-ID TO RELX-GROUP-ID
           MOVE RT-ROLE TO RELX-ROLE
           MOVE RT-GROUP-NAME TO RELX-GROUP-NAME
           MOVE WS-ERROR-TYPE TO RELX-REASON
           MOVE WS-FORMATTED-DATE TO RELX-PROCESS-DATE
           WRITE RELATE-EXCEPTION-RECORD
           ADD 1 TO WS-TRANS-REJECTED
           DISPLAY 'Relationship transaction rejected: '
               RT-TRANS-CODE ' ' RT-CUST-ID ' - ' WS-ERROR-TYPE.

       GENERATE-REPORT.
           DISPLAY 'RELATIONSHIP MAINTENANCE SUMMARY'
           DISPLAY '================================'
           DISPLAY 'Transactions Read: ' WS-TRANS-READ
           DISPLAY 'Links Added: ' WS-LINKS-ADDED
           DISPLAY 'Links Changed: ' WS-LINKS-CHANGED
           DISPLAY 'Links Deleted: ' WS-LINKS-DELETED
           DISPLAY 'Transactions Rejected: ' WS-TRANS-REJECTED
           DISPLAY 'Process Date: ' WS-FORMATTED-DATE.

       CLEANUP-PROCESS.
           CLOSE RELATE-TRANS-INPUT
           CLOSE MASTER-FILE
           CLOSE RELATIONSHIP-MASTER
           CLOSE RELATE-EXCEPTION-OUTPUT

           MOVE SPACES TO WS-RENAME-COMMAND
           STRING 'mv RELTRAN.DAT RELTRAN.PRV 2>/dev/null'
               DELIMITED BY SIZE INTO WS-RENAME-COMMAND
           CALL 'SYSTEM' USING WS-RENAME-COMMAND

           DISPLAY 'Relationship Maintenance Completed Successfully'.

       END PROGRAM ETL-RELATE-MAINT.
