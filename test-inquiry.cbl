      * returned with ID, type, balance, available credit and risk
      * level, plus an ambiguity count when more than one matches.
      * Existing ID-only request files keep working unchanged.
      * An ID lookup for a customer linked into a household or parent
      * entity on the relationship master (RELMAST.DAT) also lists
      * every related account in the group with its role, balance,
      * available credit and risk level. Without RELMAST.DAT the
      * inquiry answers exactly as before.
      * A customer that has left the customer master is marked with a
      * close date by ETL-RETENTION-PURGE; every answer for such a
      * customer shows it as CLOSED with that date, so the call center
      * does not quote a balance or credit line on a closed account.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETL-PROC-INQUIRY.
       AUTHOR. TEST-MIGRATION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROCMAST-ID
               FILE STATUS IS WS-PROCMAST-STATUS.
           SELECT RELATIONSHIP-MASTER ASSIGN TO 'RELMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RELM-CUST-ID
               ALTERNATE RECORD KEY IS RELM-GROUP-ID WITH DUPLICATES
               FILE STATUS IS WS-RELMAST-STATUS.
           SELECT INQUIRY-REQUEST-INPUT ASSIGN TO 'INQREQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.
           05  PROCMAST-ORIG-BALANCE      PIC 9(9)V99.
           05  PROCMAST-ORIG-CREDIT-LIMIT PIC 9(9)V99.
           05  PROCMAST-PROCESS-DATE      PIC X(10).
           05  PROCMAST-CLOSE-DATE        PIC X(10).

       FD  RELATIONSHIP-MASTER.
       01  RELATIONSHIP-RECORD.
           05  RELM-CUST-ID           PIC 9(8).
           05  RELM-GROUP-ID          PIC 9(8).
           05  RELM-ROLE              PIC X(10).
           05  RELM-GROUP-NAME        PIC X(30).
           05  RELM-LINK-DATE         PIC X(10).

       FD  INQUIRY-REQUEST-INPUT.
       01  INQUIRY-REQUEST-RECORD.
       WORKING-STORAGE SECTION.
       01  WS-PROCMAST-STATUS         PIC X(2).
       01  WS-REQUEST-STATUS          PIC X(2).
       01  WS-RELMAST-STATUS          PIC X(2).

       01  WS-COUNTERS.
           05  WS-REQUESTS-READ       PIC 9(6) VALUE ZERO.
           05  WS-REQUESTS-NOT-FOUND  PIC 9(6) VALUE ZERO.
           05  WS-NAME-REQUESTS       PIC 9(6) VALUE ZERO.
           05  WS-NAME-AMBIGUOUS      PIC 9(6) VALUE ZERO.
           05  WS-RELATED-LISTED      PIC 9(6) VALUE ZERO.
           05  WS-CLOSED-ANSWERED     PIC 9(6) VALUE ZERO.

       01  WS-FLAGS.
           05  END-OF-FILE-SW         PIC X(1) VALUE 'N'.
               88  END-OF-FILE        VALUE 'Y'.
           05  END-OF-MASTER-SW       PIC X(1) VALUE 'N'.
               88  END-OF-MASTER      VALUE 'Y'.
           05  END-OF-GROUP-SW        PIC X(1) VALUE 'N'.
               88  END-OF-GROUP       VALUE 'Y'.
           05  WS-RELMAST-OPEN-FLAG   PIC X(1) VALUE 'N'.
               88  RELMAST-IS-OPEN    VALUE 'Y'.

       01  WS-RELATED-WORK.
           05  WS-INQUIRY-CUST-ID     PIC 9(8).
           05  WS-INQUIRY-GROUP-ID    PIC 9(8).
           05  WS-RELATED-COUNT       PIC 9(4).

       01  WS-NAME-SEARCH-WORK.
           05  WS-REQUEST-NAME        PIC X(30).

           OPEN OUTPUT INQUIRY-RESPONSE-OUTPUT

           OPEN INPUT RELATIONSHIP-MASTER
           IF WS-RELMAST-STATUS = '00'
               MOVE 'Y' TO WS-RELMAST-OPEN-FLAG
           ELSE
               DISPLAY 'RELMAST.DAT not available - related accounts '
                   'not listed'
           END-IF

           DISPLAY 'Processed Customer Inquiry Started'.

       PROCESS-INQUIRY-FILE.
           IF WS-PROCMAST-STATUS = '00'
               ADD 1 TO WS-REQUESTS-FOUND
               PERFORM WRITE-FOUND-RESPONSE
               IF RELMAST-IS-OPEN
                   PERFORM LIST-RELATED-ACCOUNTS
               END-IF
           ELSE
               ADD 1 TO WS-REQUESTS-NOT-FOUND
               MOVE SPACES TO INQ-RESPONSE-LINE
               DELIMITED BY SIZE INTO INQ-RESPONSE-LINE
           WRITE INQUIRY-RESPONSE-RECORD
           MOVE SPACES TO INQ-RESPONSE-LINE
           IF PROCMAST-CLOSE-DATE NOT = SPACES
               STRING '    Type: ' PROCMAST-ACCOUNT-TYPE
                   ' *** CLOSED ' PROCMAST-CLOSE-DATE ' ***'
                   DELIMITED BY SIZE INTO INQ-RESPONSE-LINE
           ELSE
               STRING '    Type: ' PROCMAST-ACCOUNT-TYPE
                   ' Bal: $' WS-EDIT-BALANCE
                   ' Avail: $' WS-EDIT-CREDIT
                   ' Risk: ' PROCMAST-RISK-LEVEL
                   DELIMITED BY SIZE INTO INQ-RESPONSE-LINE
           END-IF
           WRITE INQUIRY-RESPONSE-RECORD.

       WRITE-FOUND-RESPONSE.
               DELIMITED BY SIZE INTO INQ-RESPONSE-LINE
           WRITE INQUIRY-RESPONSE-RECORD

      * A closed account is answered with its close date only - no
      * balance or credit line is quoted on it.
           IF PROCMAST-CLOSE-DATE NOT = SPACES
               ADD 1 TO WS-CLOSED-ANSWERED
               MOVE SPACES TO INQ-RESPONSE-LINE
               STRING '  Type: ' PROCMAST-ACCOUNT-TYPE
                   '  Status: CLOSED ' PROCMAST-CLOSE-DATE
                   '  *** ACCOUNT CLOSED - NO CREDIT AVAILABLE ***'
                   DELIMITED BY SIZE INTO INQ-RESPONSE-LINE
               WRITE INQUIRY-RESPONSE-RECORD
           ELSE
               MOVE SPACES TO INQ-RESPONSE-LINE
               STRING '  Type: ' PROCMAST-ACCOUNT-TYPE
                   ' Balance: $' WS-EDIT-BALANCE
                   ' Avail Credit: $' WS-EDIT-CREDIT
                   DELIMITED BY SIZE INTO INQ-RESPONSE-LINE
               WRITE INQUIRY-RESPONSE-RECORD
           END-IF

           MOVE SPACES TO INQ-RESPONSE-LINE
           STRING '  Risk: ' PROCMAST-RISK-LEVEL
               DELIMITED BY SIZE INTO INQ-RESPONSE-LINE
           WRITE INQUIRY-RESPONSE-RECORD

           IF PROCMAST-CLOSE-DATE NOT = SPACES
               DISPLAY 'CUST ' PROCMAST-ID ' ' PROCMAST-NAME
                   ' *** CLOSED ' PROCMAST-CLOSE-DATE ' ***'
           ELSE
               DISPLAY 'CUST ' PROCMAST-ID ' ' PROCMAST-NAME
                   ' Risk: ' PROCMAST-RISK-LEVEL
                   ' Avail: $' WS-EDIT-CREDIT
           END-IF.

       LIST-RELATED-ACCOUNTS.
      * Walks the customer's relationship group on the alternate key
      * and answers each other member from the processed master.
           MOVE PROCMAST-ID TO WS-INQUIRY-CUST-ID
           MOVE PROCMAST-ID TO RELM-CUST-ID
           READ RELATIONSHIP-MASTER
           IF WS-RELMAST-STATUS = '00'
               MOVE RELM-GROUP-ID TO WS-INQUIRY-GROUP-ID
               MOVE SPACES TO INQ-RESPONSE-LINE
               STRING '  Relationship: ' RELM-GROUP-ID ' '
                   RELM-GROUP-NAME ' Role: ' RELM-ROLE
                   DELIMITED BY SIZE INTO INQ-RESPONSE-LINE
               WRITE INQUIRY-RESPONSE-RECORD

               MOVE ZERO TO WS-RELATED-COUNT
               MOVE 'N' TO END-OF-GROUP-SW
               START RELATIONSHIP-MASTER KEY = RELM-GROUP-ID
               IF WS-RELMAST-STATUS NOT = '00'
                   MOVE 'Y' TO END-OF-GROUP-SW
               END-IF
               PERFORM UNTIL END-OF-GROUP
                   READ RELATIONSHIP-MASTER NEXT
                       AT END MOVE 'Y' TO END-OF-GROUP-SW
                       NOT AT END
                           IF RELM-GROUP-ID NOT = WS-INQUIRY-GROUP-ID
                               MOVE 'Y' TO END-OF-GROUP-SW
                           ELSE
                               IF RELM-CUST-ID NOT = WS-INQUIRY-CUST-ID
                                   PERFORM WRITE-RELATED-ACCOUNT-LINE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

               IF WS-RELATED-COUNT = ZERO
                   MOVE '    No other accounts in this relationship'
                       TO INQ-RESPONSE-LINE
                   WRITE INQUIRY-RESPONSE-RECORD
               END-IF
           END-IF.

       WRITE-RELATED-ACCOUNT-LINE.
           ADD 1 TO WS-RELATED-COUNT
           ADD 1 TO WS-RELATED-LISTED
           MOVE RELM-CUST-ID TO PROCMAST-ID
           READ PROCESSED-MASTER
           MOVE SPACES TO INQ-RESPONSE-LINE
           IF WS-PROCMAST-STATUS = '00'
               IF PROCMAST-CLOSE-DATE NOT = SPACES
                   STRING '    Related ' RELM-CUST-ID ' ' RELM-ROLE
                       ' ' PROCMAST-NAME (1:20)
                       ' *** CLOSED ' PROCMAST-CLOSE-DATE ' ***'
                       DELIMITED BY SIZE INTO INQ-RESPONSE-LINE
               ELSE
                   MOVE PROCMAST-BALANCE TO WS-EDIT-BALANCE
                   MOVE PROCMAST-AVAILABLE-CREDIT TO WS-EDIT-CREDIT
                   STRING '    Related ' RELM-CUST-ID ' ' RELM-ROLE
                       ' ' PROCMAST-NAME (1:20)
                       ' Bal: $' WS-EDIT-BALANCE
                       ' Avail: $' WS-EDIT-CREDIT
                       ' ' PROCMAST-RISK-LEVEL
                       DELIMITED BY SIZE INTO INQ-RESPONSE-LINE
               END-IF
           ELSE
               STRING '    Related ' RELM-CUST-ID ' ' RELM-ROLE
                   ' *** NOT ON PROCESSED MASTER ***'
                   DELIMITED BY SIZE INTO INQ-RESPONSE-LINE
           END-IF
           WRITE INQUIRY-RESPONSE-RECORD.

       GENERATE-REPORT.
           DISPLAY 'INQUIRY SUMMARY'
           DISPLAY 'Found: ' WS-REQUESTS-FOUND
           DISPLAY 'Not Found: ' WS-REQUESTS-NOT-FOUND
           DISPLAY 'Name Searches: ' WS-NAME-REQUESTS
           DISPLAY 'Ambiguous Name Searches: ' WS-NAME-AMBIGUOUS
           DISPLAY 'Related Accounts Listed: ' WS-RELATED-LISTED
           DISPLAY 'Closed Accounts Answered: ' WS-CLOSED-ANSWERED.

       CLEANUP-PROCESS.
           CLOSE PROCESSED-MASTER
           CLOSE INQUIRY-REQUEST-INPUT
           CLOSE INQUIRY-RESPONSE-OUTPUT
           IF RELMAST-IS-OPEN
               CLOSE RELATIONSHIP-MASTER
           END-IF

           DISPLAY 'Processed Customer Inquiry Completed'.

