      * ETL Batch Window Run Control
      * Owns the daily batch window for the six-step sequence
      * ETL-MASTER-UPDATE, ETL-TXN-POSTING, ETL-CUSTOMER-PROCESS,
      * ETL-ERROR-CORRECT, ETL-RUNLOG-TREND, ETL-CHAIN-BALANCE. The
      * scheduler calls it with a START request before each step and
      * an END request after; every event is recorded on RUNCTL.DAT
      * with the effective business date (the same date
      * RESOLVE-EFFECTIVE-DATE computes in the nightly run).
      * A START is refused - return code 16, nothing recorded - when
      * the previous step in the sequence has not ENDED for the same
      * business date, when the step itself shows STARTED with no END
       01  WS-CAL-CAP-WARNED-FLAG     PIC X(1) VALUE 'N'.
           88  CAL-CAP-WARNED         VALUE 'Y'.

      * The six batch-window steps in their required order.
       01  WS-STEP-SEQUENCE.
           05  FILLER                 PIC X(20)
               VALUE 'ETL-MASTER-UPDATE'.
           05  FILLER                 PIC X(20)
               VALUE 'ETL-TXN-POSTING'.
           05  FILLER                 PIC X(20)
               VALUE 'ETL-CUSTOMER-PROCESS'.
           05  FILLER                 PIC X(20)
               VALUE 'ETL-ERROR-CORRECT'.
           05  FILLER                 PIC X(20)
               VALUE 'ETL-RUNLOG-TREND'.
           05  FILLER                 PIC X(20)
               VALUE 'ETL-CHAIN-BALANCE'.
       01  WS-STEP-TABLE REDEFINES WS-STEP-SEQUENCE.
           05  WS-STEP-NAME OCCURS 6 TIMES PIC X(20).
       01  WS-STEP-COUNT              PIC 9(1) VALUE 6.

       01  WS-EVENT-TABLE.
           05  WS-EVENT-COUNT         PIC 9(4) VALUE ZERO.
           88  EVENT-CAP-WARNED       VALUE 'Y'.

       01  WS-STEP-STATE.
           05  WS-STEP-STARTED-CT OCCURS 6 TIMES PIC 9(4).
           05  WS-STEP-ENDED-CT   OCCURS 6 TIMES PIC 9(4).

       01  WS-COUNTERS.
           05  WS-REQUESTS-READ       PIC 9(4) VALUE ZERO.
