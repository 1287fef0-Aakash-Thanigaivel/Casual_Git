      * ETL Volume Test Data Generator
      * Builds a synthetic nightly input at production-plus volume so
      * the nightly chain can be proved at customer counts well past
      * anything held in storage: CUSTOMER.DAT with the requested
      * number of distinct customers (default 100,000) and a matching
      * CONTROL.DAT record count. Every Nth customer past the first
      * 20,000 is followed by an exact repeat of an earlier customer,
      * so the nightly must reject each repeat as DUPLICATE CUST ID
      * however far into the file it falls; the planted count is
      * displayed for the operator to tie to the nightly's rejects.
      * The run number shifts every balance and drops a different
      * spread of customers, so two runs with different numbers give
      * the risk migration report level changes and missing
      * customers to list. Parameters come from VOLPARM.DAT when
      * present. Never run against a production directory - the
      * generated CUSTOMER.DAT replaces the real extract.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETL-VOLUME-GEN.
       AUTHOR. TEST-MIGRATION.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOLUME-PARM-FILE ASSIGN TO 'VOLPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOLPARM-STATUS.
           SELECT CUSTOMER-OUTPUT ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-STATUS.
           SELECT CONTROL-OUTPUT ASSIGN TO 'CONTROL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VOLUME-PARM-FILE.
       01  VOLUME-PARM-RECORD.
           05  VOLPARM-CUSTOMERS          PIC 9(6).
           05  VOLPARM-DUP-INTERVAL       PIC 9(5).
           05  VOLPARM-RUN-NUMBER         PIC 9(2).

       FD  CUSTOMER-OUTPUT.
       01  CUSTOMER-RECORD.
           05  CUST-ID                PIC 9(8).
           05  CUST-NAME              PIC X(30).
           05  CUST-ACCOUNT-TYPE      PIC X(1).
           05  CUST-BALANCE           PIC 9(7)V99.
           05  CUST-CREDIT-LIMIT      PIC 9(7)V99.
           05  CUST-STATUS            PIC X(1).
           05  CUST-CURRENCY          PIC X(3).

       FD  CONTROL-OUTPUT.
       01  CONTROL-RECORD.
           05  CONTROL-EXPECTED-COUNT     PIC 9(6).

       WORKING-STORAGE SECTION.
       01  WS-VOLPARM-STATUS          PIC X(2).
       01  WS-CUSTOMER-STATUS         PIC X(2).
       01  WS-CONTROL-STATUS          PIC X(2).

      * Customers whose position is past this many are the ones the
      * repeats are planted behind.
       01  WS-CONSTANTS.
           05  DUP-START-POSITION     PIC 9(6) VALUE 20000.
           05  FIRST-CUSTOMER-ID      PIC 9(8) VALUE 10000000.
           05  MAXIMUM-CUSTOMERS      PIC 9(6) VALUE 900000.

       01  WS-PARAMETERS.
           05  WS-CUSTOMER-TARGET     PIC 9(6) VALUE 100000.
           05  WS-DUP-INTERVAL        PIC 9(5) VALUE 1000.
           05  WS-RUN-NUMBER          PIC 9(2) VALUE 1.

       01  WS-COUNTERS.
           05  WS-POSITION            PIC 9(6) VALUE ZERO.
           05  WS-RECORDS-WRITTEN     PIC 9(6) VALUE ZERO.
           05  WS-CUSTOMERS-WRITTEN   PIC 9(6) VALUE ZERO.
           05  WS-CUSTOMERS-DROPPED   PIC 9(6) VALUE ZERO.
           05  WS-DUPLICATES-PLANTED  PIC 9(6) VALUE ZERO.

       01  WS-WORK-AREAS.
           05  WS-CUSTOMER-NUMBER     PIC 9(6).
           05  WS-SAVE-POSITION       PIC 9(6).
           05  WS-QUOTIENT            PIC 9(12).
           05  WS-REMAINDER           PIC 9(7).
           05  WS-BALANCE-SEED        PIC 9(12).
           05  WS-BALANCE-CENTS       PIC 9(7).
           05  WS-TYPE-SUB            PIC 9(1).
           05  WS-DROP-FLAG           PIC X(1).
               88  CUSTOMER-DROPPED   VALUE 'Y'.

       01  WS-ACCOUNT-TYPES           PIC X(3) VALUE 'CSB'.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           PERFORM GENERATE-CUSTOMER-FILE
           PERFORM WRITE-CONTROL-COUNT
           PERFORM GENERATE-REPORT
           PERFORM CLEANUP-PROCESS
           STOP RUN.

       INITIALIZE-PROCESS.
           PERFORM LOAD-VOLUME-PARAMETERS

           OPEN OUTPUT CUSTOMER-OUTPUT
           IF WS-CUSTOMER-STATUS NOT = '00'
               DISPLAY 'CUSTOMER.DAT could not be opened - status '
                   WS-CUSTOMER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'Volume Test Data Generation Started - '
               WS-CUSTOMER-TARGET ' customers, run '
               WS-RUN-NUMBER.

       LOAD-VOLUME-PARAMETERS.
           OPEN INPUT VOLUME-PARM-FILE
           IF WS-VOLPARM-STATUS = '00'
               READ VOLUME-PARM-FILE
               IF WS-VOLPARM-STATUS = '00'
                   IF VOLPARM-CUSTOMERS IS NUMERIC
                           AND VOLPARM-CUSTOMERS > ZERO
                           AND VOLPARM-CUSTOMERS
                               NOT > MAXIMUM-CUSTOMERS
                       MOVE VOLPARM-CUSTOMERS TO WS-CUSTOMER-TARGET
                   END-IF
                   IF VOLPARM-DUP-INTERVAL IS NUMERIC
                           AND VOLPARM-DUP-INTERVAL > ZERO
                       MOVE VOLPARM-DUP-INTERVAL TO WS-DUP-INTERVAL
                   END-IF
                   IF VOLPARM-RUN-NUMBER IS NUMERIC
                           AND VOLPARM-RUN-NUMBER > ZERO
                       MOVE VOLPARM-RUN-NUMBER TO WS-RUN-NUMBER
                   END-IF
                   DISPLAY 'Volume parameters loaded from VOLPARM.DAT'
               END-IF
               CLOSE VOLUME-PARM-FILE
           ELSE
               DISPLAY 'VOLPARM.DAT not found - using defaults'
           END-IF.

       GENERATE-CUSTOMER-FILE.
           PERFORM VARYING WS-POSITION FROM 1 BY 1
                   UNTIL WS-POSITION > WS-CUSTOMER-TARGET
               PERFORM CHECK-CUSTOMER-DROPPED
               IF CUSTOMER-DROPPED
                   ADD 1 TO WS-CUSTOMERS-DROPPED
               ELSE
                   MOVE WS-POSITION TO WS-CUSTOMER-NUMBER
                   PERFORM BUILD-CUSTOMER-RECORD
                   PERFORM WRITE-CUSTOMER-RECORD
                   ADD 1 TO WS-CUSTOMERS-WRITTEN
               END-IF

      * The repeat copies the customer 20,000 positions back (or the
      * next one, if that one was left off), so the duplicate always
      * pairs with an original already on the file.
               IF WS-POSITION > DUP-START-POSITION
                   DIVIDE WS-POSITION BY WS-DUP-INTERVAL
                       GIVING WS-QUOTIENT REMAINDER WS-REMAINDER
                   IF WS-REMAINDER = ZERO
                       COMPUTE WS-CUSTOMER-NUMBER =
                           WS-POSITION - DUP-START-POSITION
                       PERFORM FIND-KEPT-CUSTOMER
                       PERFORM BUILD-CUSTOMER-RECORD
                       PERFORM WRITE-CUSTOMER-RECORD
                       ADD 1 TO WS-DUPLICATES-PLANTED
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-CUSTOMER-DROPPED.
      * About one customer in a thousand is left off, a different
      * spread each run number, to stand in for closures.
           MOVE 'N' TO WS-DROP-FLAG
           COMPUTE WS-BALANCE-SEED = WS-POSITION + WS-RUN-NUMBER
           DIVIDE WS-BALANCE-SEED BY 997
               GIVING WS-QUOTIENT REMAINDER WS-REMAINDER
           IF WS-REMAINDER = ZERO
               MOVE 'Y' TO WS-DROP-FLAG
           END-IF.

       FIND-KEPT-CUSTOMER.
           MOVE WS-POSITION TO WS-SAVE-POSITION
           MOVE WS-CUSTOMER-NUMBER TO WS-POSITION
           PERFORM CHECK-CUSTOMER-DROPPED
           IF CUSTOMER-DROPPED
               ADD 1 TO WS-CUSTOMER-NUMBER
           END-IF
           MOVE WS-SAVE-POSITION TO WS-POSITION.

       BUILD-CUSTOMER-RECORD.
      * Balances spread from 100.00 to 99,999.99 so every risk level
      * is represented; the limit always covers the balance so the
      * records pass the nightly credit edit.
           COMPUTE WS-BALANCE-SEED =
               WS-CUSTOMER-NUMBER * 7919 + WS-RUN-NUMBER * 104729
           DIVIDE WS-BALANCE-SEED BY 9990000
               GIVING WS-QUOTIENT REMAINDER WS-BALANCE-CENTS
           ADD 10000 TO WS-BALANCE-CENTS

           MOVE SPACES TO CUSTOMER-RECORD
           COMPUTE CUST-ID = FIRST-CUSTOMER-ID + WS-CUSTOMER-NUMBER
           STRING 'VOLUME TEST CUSTOMER ' WS-CUSTOMER-NUMBER
               DELIMITED BY SIZE INTO CUST-NAME
           DIVIDE WS-CUSTOMER-NUMBER BY 3
               GIVING WS-QUOTIENT REMAINDER WS-REMAINDER
           COMPUTE WS-TYPE-SUB = WS-REMAINDER + 1
           MOVE WS-ACCOUNT-TYPES (WS-TYPE-SUB:1) TO CUST-ACCOUNT-TYPE
           COMPUTE CUST-BALANCE = WS-BALANCE-CENTS / 100
           COMPUTE CUST-CREDIT-LIMIT = CUST-BALANCE + 5000.00
           DIVIDE WS-CUSTOMER-NUMBER BY 25
               GIVING WS-QUOTIENT REMAINDER WS-REMAINDER
           IF WS-REMAINDER = ZERO
               MOVE 'I' TO CUST-STATUS
           ELSE
               MOVE 'A' TO CUST-STATUS
           END-IF
           MOVE 'USD' TO CUST-CURRENCY.

       WRITE-CUSTOMER-RECORD.
           WRITE CUSTOMER-RECORD
           IF WS-CUSTOMER-STATUS NOT = '00'
               DISPLAY 'CUSTOMER.DAT write failed - status '
                   WS-CUSTOMER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RECORDS-WRITTEN.

       WRITE-CONTROL-COUNT.
           OPEN OUTPUT CONTROL-OUTPUT
           MOVE WS-RECORDS-WRITTEN TO CONTROL-EXPECTED-COUNT
           WRITE CONTROL-RECORD
           CLOSE CONTROL-OUTPUT.

       GENERATE-REPORT.
           DISPLAY 'VOLUME TEST DATA SUMMARY'
           DISPLAY '========================'
           DISPLAY 'Run Number: ' WS-RUN-NUMBER
           DISPLAY 'Distinct Customers Written: ' WS-CUSTOMERS-WRITTEN
           DISPLAY 'Customers Left Off: ' WS-CUSTOMERS-DROPPED
           DISPLAY 'Duplicates Planted: ' WS-DUPLICATES-PLANTED
           DISPLAY 'Records Written: ' WS-RECORDS-WRITTEN
           DISPLAY 'CONTROL.DAT Count: ' WS-RECORDS-WRITTEN.

       CLEANUP-PROCESS.
           CLOSE CUSTOMER-OUTPUT

           DISPLAY 'Volume Test Data Generation Completed '
               'Successfully'.

       END PROGRAM ETL-VOLUME-GEN.
