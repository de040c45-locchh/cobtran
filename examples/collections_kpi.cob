       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLKPI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-LOG-FILE ASSIGN TO "ARHLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS HIST-LOG-STATUS.
           SELECT AR-HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-NAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS HISTORY-STATUS.
           SELECT AR-TRANSACTION-FILE ASSIGN TO "ARTRAN.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS AR-TRAN-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FILE-STATUS.
           SELECT PAYMENT-BEHAVIOR-FILE ASSIGN TO "PAYBEHV.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS BEHAVIOR-STATUS.
           SELECT KPI-REPORT-FILE ASSIGN TO "COLLKPI.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD HISTORY-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ARHLOG.

      * Same layout ARCLOSE archives - see ar_close.cob.
       FD AR-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01 HISTORY-AR-RECORD.
           05 HST-CUSTOMER-ID        PIC 9(5).
           05 HST-TRAN-DATE          PIC 9(8).
           05 HST-TRAN-TYPE          PIC X(01).
           05 HST-AMOUNT             PIC S9(7)V99.
           05 HST-DESCRIPTION        PIC X(20).
           05 HST-INVOICE-NUMBER     PIC X(10).
           05 HST-DUE-DATE           PIC 9(8).
           05 HST-DISC-DATE          PIC 9(8).
           05 HST-DISC-AMOUNT        PIC S9(7)V99.

       FD AR-TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ARTRAN.

       FD CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTREC.

       FD PAYMENT-BEHAVIOR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PAYBEHV.

       FD KPI-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 KPI-REPORT-LINE            PIC X(120).

       FD RUN-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       01 HIST-LOG-STATUS            PIC XX VALUE SPACES.
       01 HISTORY-STATUS             PIC XX VALUE SPACES.
       01 AR-TRAN-STATUS             PIC XX VALUE SPACES.
       01 FILE-STATUS                PIC XX VALUE SPACES.
       01 BEHAVIOR-STATUS            PIC XX VALUE SPACES.
       01 RPT-STATUS                 PIC XX VALUE SPACES.
       01 RUNLOG-STATUS              PIC XX VALUE SPACES.

       01 WS-RAW-TIME                PIC 9(8).
       01 WS-START-TIMESTAMP         PIC 9(14) VALUE ZERO.
       01 WS-END-TIMESTAMP           PIC 9(14) VALUE ZERO.

       01 WS-ABORT                   PIC X VALUE "N".
       01 WS-HIST-LOG-EOF            PIC X VALUE "N".
       01 WS-HISTORY-EOF             PIC X VALUE "N".
       01 WS-AR-TRAN-EOF             PIC X VALUE "N".
       01 WS-CUSTOMER-EOF            PIC X VALUE "N".
       01 WS-BEHAVIOR-EOF            PIC X VALUE "N".

      * COLLKPI <period-end>, defaulting to today. The period is the
      * calendar month the end date falls in, from the first through
      * the end date; days to pay look back twelve months from it.
       01 WS-COMMAND-ARG             PIC X(40) VALUE SPACES.
       01 WS-PERIOD-END              PIC 9(8) VALUE ZEROS.
       01 WS-PERIOD-START            PIC 9(8) VALUE ZEROS.
       01 WS-WINDOW-START            PIC 9(8) VALUE ZEROS.
       01 WS-END-INTEGER             PIC S9(9) VALUE ZERO.
       01 WS-START-INTEGER           PIC S9(9) VALUE ZERO.
       01 WS-PERIOD-DAYS             PIC 9(3) VALUE ZERO.
       01 WS-WINDOW-DAYS             PIC 9(3) VALUE 365.
       01 WS-HISTORY-NAME            PIC X(20) VALUE SPACES.

      * The catalog of closed periods, tabled the way ARHIST tables
      * it. Every file is read - the beginning balance needs the
      * whole story, not just the window.
       01 HISTORY-LOG-TABLE.
           05 HISTORY-LOG-ENTRY OCCURS 48 TIMES INDEXED BY HL-IDX.
               10 HL-CUTOFF-DATE     PIC 9(8).
               10 HL-FILE-NAME       PIC X(20).
       01 WS-HIST-LOG-COUNT          PIC 9(2) VALUE ZERO.
       01 WS-HIST-LOG-MAX            PIC 9(2) VALUE 48.
       01 WS-FILES-READ              PIC 9(3) VALUE ZERO.
       01 WS-FILES-MISSING           PIC 9(3) VALUE ZERO.

      * The history files and the open period are read twice: the
      * first pass tables every invoice charged and nets the AR
      * figures, the second settles the invoices and times each
      * payment against the invoice it names - which may have been
      * charged in a file read before or after it.
       01 WS-PASS-NUMBER             PIC 9(1) VALUE ZERO.
           88 WS-CHARGE-PASS         VALUE 1.
           88 WS-SETTLE-PASS         VALUE 2.

      * The record in hand, staged here so the history files and the
      * open period share one posting leg.
       01 WS-STG-CUSTOMER-ID         PIC 9(5) VALUE ZEROS.
       01 WS-STG-TRAN-DATE           PIC 9(8) VALUE ZEROS.
       01 WS-STG-TRAN-TYPE           PIC X(01) VALUE SPACES.
           88 STG-CHARGE             VALUE "C".
           88 STG-PAYMENT            VALUE "P".
           88 STG-BALFWD             VALUE "B".
           88 STG-CREDIT-ENTRY       VALUES "P" "D" "W".
       01 WS-STG-AMOUNT              PIC S9(7)V99 VALUE ZERO.
       01 WS-STG-INVOICE-NUMBER      PIC X(10) VALUE SPACES.
       01 WS-STG-DUE-DATE            PIC 9(8) VALUE ZEROS.
       01 WS-SIGNED-AMOUNT           PIC S9(7)V99 VALUE ZERO.

      * Every invoice charged through the period end, by customer and
      * invoice number: the date it was billed, the date it fell due
      * (the billing date when no due date was stamped) and what is
      * still open on it as the settling pass runs.
       01 INVOICE-TABLE.
           05 INVOICE-ENTRY OCCURS 5000 TIMES INDEXED BY IV-IDX.
               10 IV-CUSTOMER-ID     PIC 9(5).
               10 IV-INVOICE-NUMBER  PIC X(10).
               10 IV-INVOICE-DATE    PIC 9(8).
               10 IV-DUE-DATE        PIC 9(8).
               10 IV-OPEN-AMOUNT     PIC S9(9)V99.
       01 WS-INVOICE-COUNT           PIC 9(4) VALUE ZERO.
       01 WS-INVOICE-MAX             PIC 9(4) VALUE 5000.
       01 WS-INVOICE-FOUND           PIC X VALUE "N".
       01 WS-INVOICES-DROPPED        PIC 9(5) VALUE ZERO.

      * The master, tabled in file order with each customer's payment
      * tallies for the window.
       01 CUSTOMER-KPI-TABLE.
           05 CUSTOMER-KPI-ENTRY OCCURS 1000 TIMES INDEXED BY CK-IDX.
               10 CK-CUSTOMER-ID     PIC 9(5).
               10 CK-CUSTOMER-NAME   PIC X(30).
               10 CK-PAYMENTS        PIC 9(5).
               10 CK-AMOUNT-PAID     PIC S9(9)V99.
               10 CK-DAYS-SUM        PIC 9(9).
               10 CK-AMOUNT-DAYS     PIC S9(13)V99.
               10 CK-AMOUNT-LATE     PIC S9(13)V99.
       01 WS-CUST-TABLE-COUNT        PIC 9(4) VALUE ZERO.
       01 WS-CUST-TABLE-MAX          PIC 9(4) VALUE 1000.
       01 WS-CUST-FOUND              PIC X VALUE "N".

      * Last run's PAYBEHV.DAT, tabled before it is rewritten so each
      * customer's new score can be set against the old one. A rerun
      * for the same period end compares with what that run compared
      * with, not with itself.
       01 PRIOR-BEHAVIOR-TABLE.
           05 PRIOR-BEHAVIOR-ENTRY OCCURS 1000 TIMES
               INDEXED BY PV-IDX.
               10 PV-CUSTOMER-ID     PIC 9(5).
               10 PV-PERIOD-END-DATE PIC 9(8).
               10 PV-SCORE-STATUS    PIC X(01).
               10 PV-SCORE           PIC 9(3).
               10 PV-PRIOR-PERIOD-END PIC 9(8).
               10 PV-PRIOR-SCORE     PIC 9(3).
       01 WS-PRIOR-COUNT             PIC 9(4) VALUE ZERO.
       01 WS-PRIOR-MAX               PIC 9(4) VALUE 1000.
       01 WS-PRIOR-FOUND             PIC X VALUE "N".

      * Two points off per weighted day late; a move of more than
      * the margin either way is a trend, anything inside it steady.
       01 WS-POINTS-PER-DAY-LATE     PIC 9(1) VALUE 2.
       01 WS-TREND-MARGIN            PIC 9(2) VALUE 5.
       01 WS-SCORE-WORK              PIC S9(5) VALUE ZERO.
       01 WS-SCORE-CHANGE            PIC S9(5) VALUE ZERO.

       01 WS-DAYS-TO-PAY             PIC S9(7) VALUE ZERO.
       01 WS-DAYS-LATE               PIC S9(7) VALUE ZERO.

       01 WS-COMPANY-FIGURES.
           05 WS-BEGIN-AR            PIC S9(11)V99 VALUE ZERO.
           05 WS-END-AR              PIC S9(11)V99 VALUE ZERO.
           05 WS-END-CURRENT-AR      PIC S9(11)V99 VALUE ZERO.
           05 WS-CREDIT-SALES        PIC S9(11)V99 VALUE ZERO.
           05 WS-CEI-COLLECTED       PIC S9(11)V99 VALUE ZERO.
           05 WS-CEI-COLLECTIBLE     PIC S9(11)V99 VALUE ZERO.
           05 WS-DSO                 PIC S9(5)V9 VALUE ZERO.
           05 WS-CEI                 PIC S9(5)V9 VALUE ZERO.
           05 WS-CO-PAYMENTS         PIC 9(7) VALUE ZERO.
           05 WS-CO-AMOUNT-PAID      PIC S9(11)V99 VALUE ZERO.
           05 WS-CO-DAYS-SUM         PIC 9(11) VALUE ZERO.
           05 WS-CO-AMOUNT-DAYS      PIC S9(15)V99 VALUE ZERO.
           05 WS-CO-AVG-DAYS         PIC 9(4)V9 VALUE ZERO.
           05 WS-CO-WTD-DAYS         PIC 9(4)V9 VALUE ZERO.

       01 WS-RECORDS-READ            PIC 9(7) VALUE ZERO.
       01 WS-BEHAVIOR-WRITTEN        PIC 9(7) VALUE ZERO.
       01 WS-CUSTOMERS-SCORED        PIC 9(5) VALUE ZERO.
       01 WS-CUSTOMERS-UNSCORED      PIC 9(5) VALUE ZERO.
       01 WS-SCORE-EDIT              PIC ZZ9.

       01 WS-HEADING-1.
           05 FILLER PIC X(24) VALUE "COLLECTIONS KPI REPORT".
           05 FILLER PIC X(7) VALUE "PERIOD ".
           05 H1-PERIOD-START PIC 9(8).
           05 FILLER PIC X(4) VALUE " TO ".
           05 H1-PERIOD-END PIC 9(8).
           05 FILLER PIC X(69) VALUE SPACES.

       01 WS-WINDOW-LINE.
           05 FILLER PIC X(24) VALUE "DAYS-TO-PAY WINDOW".
           05 FILLER PIC X(7) VALUE "FROM   ".
           05 WL-WINDOW-START PIC 9(8).
           05 FILLER PIC X(4) VALUE " TO ".
           05 WL-WINDOW-END PIC 9(8).
           05 FILLER PIC X(69) VALUE SPACES.

       01 WS-KPI-AMOUNT-LINE.
           05 KA-LABEL PIC X(40).
           05 KA-AMOUNT PIC $,$$$,$$$,$$9.99-.
           05 FILLER PIC X(63) VALUE SPACES.

      * A ratio with nothing to divide by prints N/A, not zero.
       01 WS-KPI-FIGURE-LINE.
           05 KF-LABEL PIC X(40).
           05 KF-FIGURE PIC ZZZ,ZZ9.9-.
           05 KF-FIGURE-X REDEFINES KF-FIGURE PIC X(10).
           05 FILLER PIC X(70) VALUE SPACES.

       01 WS-KPI-COUNT-LINE.
           05 KC-LABEL PIC X(40).
           05 KC-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(73) VALUE SPACES.

       01 WS-CUSTOMER-HEADING.
           05 FILLER PIC X(7) VALUE "CUST-ID".
           05 FILLER PIC X(31) VALUE " NAME".
           05 FILLER PIC X(8) VALUE "  PMTS  ".
           05 FILLER PIC X(17) VALUE "    AMOUNT PAID  ".
           05 FILLER PIC X(9) VALUE "AVG DAYS ".
           05 FILLER PIC X(9) VALUE "WTD DAYS ".
           05 FILLER PIC X(10) VALUE "WTD LATE  ".
           05 FILLER PIC X(6) VALUE "SCORE ".
           05 FILLER PIC X(6) VALUE "PRIOR ".
           05 FILLER PIC X(17) VALUE "TREND".

       01 WS-CUSTOMER-DETAIL.
           05 DL-CUSTOMER-ID         PIC 9(5).
           05 FILLER                 PIC X(3) VALUE SPACES.
           05 DL-CUSTOMER-NAME       PIC X(30).
           05 DL-PAYMENTS            PIC ZZ,ZZ9.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 DL-AMOUNT-PAID         PIC $$$,$$$,$$9.99-.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 DL-AVG-DAYS            PIC ZZZ9.9.
           05 FILLER                 PIC X(3) VALUE SPACES.
           05 DL-WTD-DAYS            PIC ZZZ9.9.
           05 FILLER                 PIC X(3) VALUE SPACES.
           05 DL-WTD-LATE            PIC ZZZ9.9.
           05 FILLER                 PIC X(4) VALUE SPACES.
           05 DL-SCORE               PIC X(3).
           05 FILLER                 PIC X(3) VALUE SPACES.
           05 DL-PRIOR-SCORE         PIC X(3).
           05 FILLER                 PIC X(3) VALUE SPACES.
           05 DL-TREND               PIC X(6).
           05 FILLER                 PIC X(11) VALUE SPACES.

       01 WS-SCORED-TOTAL-LINE.
           05 FILLER PIC X(18) VALUE "CUSTOMERS SCORED: ".
           05 ST-SCORED PIC ZZ,ZZ9.
           05 FILLER PIC X(15) VALUE "   NOT SCORED: ".
           05 ST-UNSCORED PIC ZZ,ZZ9.
           05 FILLER PIC X(75) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM CAPTURE-START-TIME.
           PERFORM EDIT-REQUEST.
           IF WS-ABORT = "N"
               PERFORM LOAD-CUSTOMER-MASTER
           END-IF.
           IF WS-ABORT = "N"
               PERFORM LOAD-HISTORY-LOG
               MOVE 1 TO WS-PASS-NUMBER
               PERFORM READ-ALL-PERIODS
               MOVE 2 TO WS-PASS-NUMBER
               PERFORM READ-ALL-PERIODS
               PERFORM COMPUTE-COMPANY-KPIS
               PERFORM LOAD-PRIOR-BEHAVIOR
               PERFORM OPEN-OUTPUTS
               PERFORM WRITE-COMPANY-SECTION
               PERFORM SCORE-ONE-CUSTOMER
                   VARYING CK-IDX FROM 1 BY 1
                   UNTIL CK-IDX > WS-CUST-TABLE-COUNT
               PERFORM WRITE-REPORT-TOTALS
               CLOSE PAYMENT-BEHAVIOR-FILE
               CLOSE KPI-REPORT-FILE
           END-IF.
           PERFORM WRITE-RUN-LOG.
           IF WS-ABORT = "Y"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "COLLKPI: " WS-CUSTOMERS-SCORED
                   " customer(s) scored, " WS-BEHAVIOR-WRITTEN
                   " written to PAYBEHV.DAT"
           END-IF.
           STOP RUN.

       CAPTURE-START-TIME.
           ACCEPT WS-START-TIMESTAMP(1:8) FROM DATE YYYYMMDD.
           ACCEPT WS-RAW-TIME FROM TIME.
           MOVE WS-RAW-TIME(1:6) TO WS-START-TIMESTAMP(9:6).

      * Writes one audit record to the shared run log, same layout
      * and append convention CUSTFILE and INVOICECALC use.
       WRITE-RUN-LOG.
           ACCEPT WS-END-TIMESTAMP(1:8) FROM DATE YYYYMMDD.
           ACCEPT WS-RAW-TIME FROM TIME.
           MOVE WS-RAW-TIME(1:6) TO WS-END-TIMESTAMP(9:6).
           OPEN EXTEND RUN-LOG-FILE.
           IF RUNLOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           MOVE "COLLKPI" TO RL-PROGRAM-NAME.
           MOVE WS-START-TIMESTAMP TO RL-START-TIMESTAMP.
           MOVE WS-END-TIMESTAMP TO RL-END-TIMESTAMP.
           MOVE WS-RECORDS-READ TO RL-RECORDS-IN.
           MOVE WS-BEHAVIOR-WRITTEN TO RL-RECORDS-OUT.
           IF WS-ABORT = "Y"
               SET RL-ABORTED TO TRUE
           ELSE
               SET RL-NORMAL TO TRUE
           END-IF.
           WRITE RUN-LOG-RECORD.
           IF RUNLOG-STATUS NOT = "00"
               DISPLAY "Warning: could not write RUNLOG.DAT ("
                   RUNLOG-STATUS ")"
           END-IF.
           CLOSE RUN-LOG-FILE.

      * A period end that is not a real calendar date - 31 September,
      * 29 February outside a leap year, a year before 1601 - stops
      * the run before PAYBEHV.DAT is touched.
       EDIT-REQUEST.
           ACCEPT WS-COMMAND-ARG FROM COMMAND-LINE.
           IF WS-COMMAND-ARG = SPACES
               MOVE WS-START-TIMESTAMP(1:8) TO WS-PERIOD-END
           ELSE
               IF WS-COMMAND-ARG(1:8) NUMERIC
                   MOVE WS-COMMAND-ARG(1:8) TO WS-PERIOD-END
               END-IF
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-PERIOD-END) NOT = ZERO
               DISPLAY "COLLKPI: period end must be a date, e.g. "
                   "COLLKPI 20260930"
               MOVE "Y" TO WS-ABORT
           ELSE
               MOVE WS-PERIOD-END TO WS-PERIOD-START
               MOVE "01" TO WS-PERIOD-START(7:2)
               COMPUTE WS-END-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-PERIOD-END)
               COMPUTE WS-START-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-PERIOD-START)
               COMPUTE WS-PERIOD-DAYS =
                   WS-END-INTEGER - WS-START-INTEGER + 1
               COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER
                   (WS-END-INTEGER - WS-WINDOW-DAYS + 1)
           END-IF.

      * Without the master there is no one to score, and writing an
      * empty PAYBEHV.DAT would wipe every score credit relies on.
       LOAD-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-FILE.
           IF FILE-STATUS NOT = "00"
               DISPLAY "COLLKPI: CUSTOMER.DAT not available ("
                   FILE-STATUS ")"
               MOVE "Y" TO WS-ABORT
               MOVE "Y" TO WS-CUSTOMER-EOF
           END-IF.
           PERFORM READ-CUSTOMER-MASTER.
           PERFORM STORE-CUSTOMER-ENTRY
               UNTIL WS-CUSTOMER-EOF = "Y".
           IF FILE-STATUS = "00" OR FILE-STATUS = "10"
               CLOSE CUSTOMER-FILE
           END-IF.

       READ-CUSTOMER-MASTER.
           IF WS-CUSTOMER-EOF = "N"
               READ CUSTOMER-FILE
                   AT END MOVE "Y" TO WS-CUSTOMER-EOF
               END-READ
               IF FILE-STATUS NOT = "00" AND FILE-STATUS NOT = "10"
                   DISPLAY "Error reading CUSTOMER.DAT: " FILE-STATUS
                   MOVE "Y" TO WS-CUSTOMER-EOF
               END-IF
           END-IF.

       STORE-CUSTOMER-ENTRY.
           IF WS-CUST-TABLE-COUNT < WS-CUST-TABLE-MAX
               ADD 1 TO WS-CUST-TABLE-COUNT
               SET CK-IDX TO WS-CUST-TABLE-COUNT
               MOVE CUSTOMER-ID TO CK-CUSTOMER-ID(CK-IDX)
               MOVE CUSTOMER-NAME TO CK-CUSTOMER-NAME(CK-IDX)
               MOVE ZERO TO CK-PAYMENTS(CK-IDX)
               MOVE ZERO TO CK-AMOUNT-PAID(CK-IDX)
               MOVE ZERO TO CK-DAYS-SUM(CK-IDX)
               MOVE ZERO TO CK-AMOUNT-DAYS(CK-IDX)
               MOVE ZERO TO CK-AMOUNT-LATE(CK-IDX)
           ELSE
               DISPLAY "Warning: customer table full - "
                   CUSTOMER-ID " not scored"
           END-IF.
           PERFORM READ-CUSTOMER-MASTER.

      * No ARHLOG.DAT just means no period has been closed yet and
      * the whole story is still on ARTRAN.DAT.
       LOAD-HISTORY-LOG.
           OPEN INPUT HISTORY-LOG-FILE.
           IF HIST-LOG-STATUS NOT = "00"
               MOVE "Y" TO WS-HIST-LOG-EOF
           END-IF.
           PERFORM READ-HISTORY-LOG.
           PERFORM STORE-HISTORY-LOG
               UNTIL WS-HIST-LOG-EOF = "Y".
           IF HIST-LOG-STATUS = "00" OR HIST-LOG-STATUS = "10"
               CLOSE HISTORY-LOG-FILE
           END-IF.

       READ-HISTORY-LOG.
           IF WS-HIST-LOG-EOF = "N"
               READ HISTORY-LOG-FILE
                   AT END MOVE "Y" TO WS-HIST-LOG-EOF
               END-READ
               IF HIST-LOG-STATUS NOT = "00"
                   AND HIST-LOG-STATUS NOT = "10"
                   DISPLAY "Error reading ARHLOG.DAT: "
                       HIST-LOG-STATUS
                   MOVE "Y" TO WS-HIST-LOG-EOF
               END-IF
           END-IF.

       STORE-HISTORY-LOG.
           IF WS-HIST-LOG-COUNT < WS-HIST-LOG-MAX
               ADD 1 TO WS-HIST-LOG-COUNT
               SET HL-IDX TO WS-HIST-LOG-COUNT
               MOVE AHL-CUTOFF-DATE TO HL-CUTOFF-DATE(HL-IDX)
               MOVE AHL-FILE-NAME TO HL-FILE-NAME(HL-IDX)
           ELSE
               DISPLAY "Warning: history catalog table full - "
                   AHL-FILE-NAME " not read"
               ADD 1 TO WS-FILES-MISSING
           END-IF.
           PERFORM READ-HISTORY-LOG.

       READ-ALL-PERIODS.
           PERFORM READ-ONE-PERIOD
               VARYING HL-IDX FROM 1 BY 1
               UNTIL HL-IDX > WS-HIST-LOG-COUNT.
           PERFORM READ-CURRENT-PERIOD.

      * A file named on the log but gone from disk is reported and
      * skipped on the first pass - the figures are short by whatever
      * it held, and the report says how many files were missed.
       READ-ONE-PERIOD.
           MOVE HL-FILE-NAME(HL-IDX) TO WS-HISTORY-NAME.
           MOVE "N" TO WS-HISTORY-EOF.
           OPEN INPUT AR-HISTORY-FILE.
           IF HISTORY-STATUS NOT = "00"
               IF WS-CHARGE-PASS
                   DISPLAY "COLLKPI: cannot open " WS-HISTORY-NAME
                       " (" HISTORY-STATUS ") - period skipped"
                   ADD 1 TO WS-FILES-MISSING
               END-IF
               MOVE "Y" TO WS-HISTORY-EOF
           ELSE
               IF WS-CHARGE-PASS
                   ADD 1 TO WS-FILES-READ
               END-IF
           END-IF.
           PERFORM STAGE-ONE-HISTORY-RECORD
               UNTIL WS-HISTORY-EOF = "Y".
           IF HISTORY-STATUS = "00" OR HISTORY-STATUS = "10"
               CLOSE AR-HISTORY-FILE
           END-IF.

       STAGE-ONE-HISTORY-RECORD.
           READ AR-HISTORY-FILE
               AT END MOVE "Y" TO WS-HISTORY-EOF
           END-READ.
           IF WS-HISTORY-EOF = "N"
               IF HISTORY-STATUS = "00"
                   MOVE HST-CUSTOMER-ID TO WS-STG-CUSTOMER-ID
                   MOVE HST-TRAN-DATE TO WS-STG-TRAN-DATE
                   MOVE HST-TRAN-TYPE TO WS-STG-TRAN-TYPE
                   MOVE HST-AMOUNT TO WS-STG-AMOUNT
                   MOVE HST-INVOICE-NUMBER TO WS-STG-INVOICE-NUMBER
                   MOVE HST-DUE-DATE TO WS-STG-DUE-DATE
                   PERFORM POST-STAGED-RECORD
               ELSE
                   DISPLAY "Error reading " WS-HISTORY-NAME ": "
                       HISTORY-STATUS
                   MOVE "Y" TO WS-HISTORY-EOF
               END-IF
           END-IF.

       READ-CURRENT-PERIOD.
           MOVE "N" TO WS-AR-TRAN-EOF.
           OPEN INPUT AR-TRANSACTION-FILE.
           IF AR-TRAN-STATUS NOT = "00"
               IF WS-CHARGE-PASS
                   DISPLAY "Warning: ARTRAN.DAT not available ("
                       AR-TRAN-STATUS "), open period not counted"
               END-IF
               MOVE "Y" TO WS-AR-TRAN-EOF
           ELSE
               IF WS-CHARGE-PASS
                   ADD 1 TO WS-FILES-READ
               END-IF
           END-IF.
           PERFORM STAGE-ONE-CURRENT-RECORD
               UNTIL WS-AR-TRAN-EOF = "Y".
           IF AR-TRAN-STATUS = "00" OR AR-TRAN-STATUS = "10"
               CLOSE AR-TRANSACTION-FILE
           END-IF.

       STAGE-ONE-CURRENT-RECORD.
           READ AR-TRANSACTION-FILE
               AT END MOVE "Y" TO WS-AR-TRAN-EOF
           END-READ.
           IF WS-AR-TRAN-EOF = "N"
               IF AR-TRAN-STATUS = "00"
                   MOVE ART-CUSTOMER-ID TO WS-STG-CUSTOMER-ID
                   MOVE ART-TRAN-DATE TO WS-STG-TRAN-DATE
                   MOVE ART-TRAN-TYPE TO WS-STG-TRAN-TYPE
                   MOVE ART-AMOUNT TO WS-STG-AMOUNT
                   MOVE ART-INVOICE-NUMBER TO WS-STG-INVOICE-NUMBER
                   MOVE ART-DUE-DATE TO WS-STG-DUE-DATE
                   PERFORM POST-STAGED-RECORD
               ELSE
                   DISPLAY "Error reading ARTRAN.DAT: "
                       AR-TRAN-STATUS
                   MOVE "Y" TO WS-AR-TRAN-EOF
               END-IF
           END-IF.

      * Balance forwards are skipped on both passes: ARCLOSE writes
      * one for each item it carries into the new ARTRAN.DAT, and
      * the records it carries are already in the history file read
      * ahead of it - counting both would count the item twice.
       POST-STAGED-RECORD.
           IF NOT STG-BALFWD
               EVALUATE TRUE
                   WHEN WS-CHARGE-PASS
                       PERFORM TALLY-STAGED-RECORD
                   WHEN WS-SETTLE-PASS
                       PERFORM SETTLE-STAGED-RECORD
               END-EVALUATE
           END-IF.

      * First pass: net the subledger either side of the period start
      * and at its end, total the period's charges, and table every
      * invoice billed through the period end.
       TALLY-STAGED-RECORD.
           ADD 1 TO WS-RECORDS-READ.
           IF STG-CREDIT-ENTRY
               COMPUTE WS-SIGNED-AMOUNT = 0 - WS-STG-AMOUNT
           ELSE
               MOVE WS-STG-AMOUNT TO WS-SIGNED-AMOUNT
           END-IF.
           IF WS-STG-TRAN-DATE < WS-PERIOD-START
               ADD WS-SIGNED-AMOUNT TO WS-BEGIN-AR
           END-IF.
           IF WS-STG-TRAN-DATE NOT > WS-PERIOD-END
               ADD WS-SIGNED-AMOUNT TO WS-END-AR
               IF STG-CHARGE
                   IF WS-STG-TRAN-DATE NOT < WS-PERIOD-START
                       ADD WS-STG-AMOUNT TO WS-CREDIT-SALES
                   END-IF
                   IF WS-STG-INVOICE-NUMBER NOT = SPACES
                       PERFORM TABLE-INVOICE-CHARGE
                   END-IF
               END-IF
           END-IF.

      * The first charge for an invoice fixes its billing and due
      * dates; a later one (a rebill) only adds to what is open.
       TABLE-INVOICE-CHARGE.
           PERFORM FIND-INVOICE.
           IF WS-INVOICE-FOUND = "Y"
               ADD WS-STG-AMOUNT TO IV-OPEN-AMOUNT(IV-IDX)
           ELSE
               IF WS-INVOICE-COUNT < WS-INVOICE-MAX
                   ADD 1 TO WS-INVOICE-COUNT
                   SET IV-IDX TO WS-INVOICE-COUNT
                   MOVE WS-STG-CUSTOMER-ID TO IV-CUSTOMER-ID(IV-IDX)
                   MOVE WS-STG-INVOICE-NUMBER
                       TO IV-INVOICE-NUMBER(IV-IDX)
                   MOVE WS-STG-TRAN-DATE TO IV-INVOICE-DATE(IV-IDX)
                   IF WS-STG-DUE-DATE = ZERO
                       MOVE WS-STG-TRAN-DATE TO IV-DUE-DATE(IV-IDX)
                   ELSE
                       MOVE WS-STG-DUE-DATE TO IV-DUE-DATE(IV-IDX)
                   END-IF
                   MOVE WS-STG-AMOUNT TO IV-OPEN-AMOUNT(IV-IDX)
               ELSE
                   DISPLAY "Warning: invoice table full - "
                       WS-STG-INVOICE-NUMBER " for "
                       WS-STG-CUSTOMER-ID " not timed"
                   ADD 1 TO WS-INVOICES-DROPPED
               END-IF
           END-IF.

       FIND-INVOICE.
           MOVE "N" TO WS-INVOICE-FOUND.
           SET IV-IDX TO 1.
           SEARCH INVOICE-ENTRY
               AT END
                   CONTINUE
               WHEN IV-IDX > WS-INVOICE-COUNT
                   CONTINUE
               WHEN IV-CUSTOMER-ID(IV-IDX) = WS-STG-CUSTOMER-ID
                   AND IV-INVOICE-NUMBER(IV-IDX)
                       = WS-STG-INVOICE-NUMBER
                   MOVE "Y" TO WS-INVOICE-FOUND
           END-SEARCH.

      * Second pass: settle each invoice as of the period end, and
      * time every payment in the window that names an invoice the
      * first pass tabled. On-account money names no invoice and
      * cannot be timed; a returned payment reopens its invoice but
      * does not undo the timing of the payment it reverses.
       SETTLE-STAGED-RECORD.
           IF NOT STG-CHARGE
               AND WS-STG-INVOICE-NUMBER NOT = SPACES
               AND WS-STG-TRAN-DATE NOT > WS-PERIOD-END
               PERFORM FIND-INVOICE
               IF WS-INVOICE-FOUND = "Y"
                   IF STG-CREDIT-ENTRY
                       SUBTRACT WS-STG-AMOUNT
                           FROM IV-OPEN-AMOUNT(IV-IDX)
                   ELSE
                       ADD WS-STG-AMOUNT TO IV-OPEN-AMOUNT(IV-IDX)
                   END-IF
                   IF STG-PAYMENT
                       AND WS-STG-TRAN-DATE NOT < WS-WINDOW-START
                       AND WS-STG-AMOUNT > ZERO
                       PERFORM TIME-ONE-PAYMENT
                   END-IF
               END-IF
           END-IF.

      * Days to pay run from the billing date, days late from the due
      * date; a payment ahead of either counts as zero, not negative.
       TIME-ONE-PAYMENT.
           COMPUTE WS-DAYS-TO-PAY =
               FUNCTION INTEGER-OF-DATE(WS-STG-TRAN-DATE)
               - FUNCTION INTEGER-OF-DATE(IV-INVOICE-DATE(IV-IDX)).
           IF WS-DAYS-TO-PAY < ZERO
               MOVE ZERO TO WS-DAYS-TO-PAY
           END-IF.
           COMPUTE WS-DAYS-LATE =
               FUNCTION INTEGER-OF-DATE(WS-STG-TRAN-DATE)
               - FUNCTION INTEGER-OF-DATE(IV-DUE-DATE(IV-IDX)).
           IF WS-DAYS-LATE < ZERO
               MOVE ZERO TO WS-DAYS-LATE
           END-IF.
           ADD 1 TO WS-CO-PAYMENTS.
           ADD WS-STG-AMOUNT TO WS-CO-AMOUNT-PAID.
           ADD WS-DAYS-TO-PAY TO WS-CO-DAYS-SUM.
           COMPUTE WS-CO-AMOUNT-DAYS = WS-CO-AMOUNT-DAYS
               + WS-STG-AMOUNT * WS-DAYS-TO-PAY.
           PERFORM FIND-CUSTOMER-ENTRY.
           IF WS-CUST-FOUND = "Y"
               ADD 1 TO CK-PAYMENTS(CK-IDX)
               ADD WS-STG-AMOUNT TO CK-AMOUNT-PAID(CK-IDX)
               ADD WS-DAYS-TO-PAY TO CK-DAYS-SUM(CK-IDX)
               COMPUTE CK-AMOUNT-DAYS(CK-IDX) = CK-AMOUNT-DAYS(CK-IDX)
                   + WS-STG-AMOUNT * WS-DAYS-TO-PAY
               COMPUTE CK-AMOUNT-LATE(CK-IDX) = CK-AMOUNT-LATE(CK-IDX)
                   + WS-STG-AMOUNT * WS-DAYS-LATE
           END-IF.

       FIND-CUSTOMER-ENTRY.
           MOVE "N" TO WS-CUST-FOUND.
           SET CK-IDX TO 1.
           SEARCH CUSTOMER-KPI-ENTRY
               AT END
                   CONTINUE
               WHEN CK-IDX > WS-CUST-TABLE-COUNT
                   CONTINUE
               WHEN CK-CUSTOMER-ID(CK-IDX) = WS-STG-CUSTOMER-ID
                   MOVE "Y" TO WS-CUST-FOUND
           END-SEARCH.

      * DSO is ending AR over the period's credit sales, times the
      * days in the period. The collection effectiveness index is
      * what was collected over what could have been: beginning AR
      * plus sales less ending AR, over the same less only the part
      * of ending AR not yet due.
       COMPUTE-COMPANY-KPIS.
           PERFORM SUM-CURRENT-INVOICE
               VARYING IV-IDX FROM 1 BY 1
               UNTIL IV-IDX > WS-INVOICE-COUNT.
           IF WS-CREDIT-SALES > ZERO
               COMPUTE WS-DSO ROUNDED = WS-END-AR * WS-PERIOD-DAYS
                   / WS-CREDIT-SALES
           END-IF.
           COMPUTE WS-CEI-COLLECTED =
               WS-BEGIN-AR + WS-CREDIT-SALES - WS-END-AR.
           COMPUTE WS-CEI-COLLECTIBLE =
               WS-BEGIN-AR + WS-CREDIT-SALES - WS-END-CURRENT-AR.
           IF WS-CEI-COLLECTIBLE > ZERO
               COMPUTE WS-CEI ROUNDED =
                   WS-CEI-COLLECTED * 100 / WS-CEI-COLLECTIBLE
           END-IF.
           IF WS-CO-PAYMENTS > ZERO
               COMPUTE WS-CO-AVG-DAYS ROUNDED =
                   WS-CO-DAYS-SUM / WS-CO-PAYMENTS
               COMPUTE WS-CO-WTD-DAYS ROUNDED =
                   WS-CO-AMOUNT-DAYS / WS-CO-AMOUNT-PAID
           END-IF.

       SUM-CURRENT-INVOICE.
           IF IV-OPEN-AMOUNT(IV-IDX) > ZERO
               AND IV-DUE-DATE(IV-IDX) NOT < WS-PERIOD-END
               ADD IV-OPEN-AMOUNT(IV-IDX) TO WS-END-CURRENT-AR
           END-IF.

      * No PAYBEHV.DAT just means this is the first run and every
      * scored customer starts with no trend.
       LOAD-PRIOR-BEHAVIOR.
           OPEN INPUT PAYMENT-BEHAVIOR-FILE.
           IF BEHAVIOR-STATUS NOT = "00"
               MOVE "Y" TO WS-BEHAVIOR-EOF
           END-IF.
           PERFORM READ-PRIOR-BEHAVIOR.
           PERFORM STORE-PRIOR-BEHAVIOR
               UNTIL WS-BEHAVIOR-EOF = "Y".
           IF BEHAVIOR-STATUS = "00" OR BEHAVIOR-STATUS = "10"
               CLOSE PAYMENT-BEHAVIOR-FILE
           END-IF.

       READ-PRIOR-BEHAVIOR.
           IF WS-BEHAVIOR-EOF = "N"
               READ PAYMENT-BEHAVIOR-FILE
                   AT END MOVE "Y" TO WS-BEHAVIOR-EOF
               END-READ
               IF BEHAVIOR-STATUS NOT = "00"
                   AND BEHAVIOR-STATUS NOT = "10"
                   DISPLAY "Error reading PAYBEHV.DAT: "
                       BEHAVIOR-STATUS
                   MOVE "Y" TO WS-BEHAVIOR-EOF
               END-IF
           END-IF.

       STORE-PRIOR-BEHAVIOR.
           IF WS-PRIOR-COUNT < WS-PRIOR-MAX
               ADD 1 TO WS-PRIOR-COUNT
               SET PV-IDX TO WS-PRIOR-COUNT
               MOVE PB-CUSTOMER-ID TO PV-CUSTOMER-ID(PV-IDX)
               MOVE PB-PERIOD-END-DATE TO PV-PERIOD-END-DATE(PV-IDX)
               MOVE PB-SCORE-STATUS TO PV-SCORE-STATUS(PV-IDX)
               MOVE PB-SCORE TO PV-SCORE(PV-IDX)
               MOVE PB-PRIOR-PERIOD-END
                   TO PV-PRIOR-PERIOD-END(PV-IDX)
               MOVE PB-PRIOR-SCORE TO PV-PRIOR-SCORE(PV-IDX)
           ELSE
               DISPLAY "Warning: prior behavior table full - "
                   PB-CUSTOMER-ID " has no trend this run"
           END-IF.
           PERFORM READ-PRIOR-BEHAVIOR.

       OPEN-OUTPUTS.
           OPEN OUTPUT PAYMENT-BEHAVIOR-FILE.
           IF BEHAVIOR-STATUS NOT = "00"
               DISPLAY "Error opening PAYBEHV.DAT: " BEHAVIOR-STATUS
           END-IF.
           OPEN OUTPUT KPI-REPORT-FILE.
           IF RPT-STATUS NOT = "00"
               DISPLAY "Error opening COLLKPI.RPT: " RPT-STATUS
           END-IF.

       WRITE-COMPANY-SECTION.
           MOVE WS-PERIOD-START TO H1-PERIOD-START.
           MOVE WS-PERIOD-END TO H1-PERIOD-END.
           MOVE WS-HEADING-1 TO KPI-REPORT-LINE.
           WRITE KPI-REPORT-LINE.
           MOVE WS-WINDOW-START TO WL-WINDOW-START.
           MOVE WS-PERIOD-END TO WL-WINDOW-END.
           MOVE WS-WINDOW-LINE TO KPI-REPORT-LINE.
           WRITE KPI-REPORT-LINE.
           MOVE SPACES TO KPI-REPORT-LINE.
           WRITE KPI-REPORT-LINE.
           MOVE "BEGINNING AR" TO KA-LABEL.
           MOVE WS-BEGIN-AR TO KA-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "CREDIT SALES IN PERIOD" TO KA-LABEL.
           MOVE WS-CREDIT-SALES TO KA-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "ENDING AR" TO KA-LABEL.
           MOVE WS-END-AR TO KA-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "ENDING AR NOT YET DUE" TO KA-LABEL.
           MOVE WS-END-CURRENT-AR TO KA-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "DAYS IN PERIOD" TO KC-LABEL.
           MOVE WS-PERIOD-DAYS TO KC-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "DAYS SALES OUTSTANDING" TO KF-LABEL.
           IF WS-CREDIT-SALES > ZERO
               MOVE WS-DSO TO KF-FIGURE
           ELSE
               MOVE "       N/A" TO KF-FIGURE-X
           END-IF.
           PERFORM WRITE-FIGURE-LINE.
           MOVE "COLLECTION EFFECTIVENESS INDEX %" TO KF-LABEL.
           IF WS-CEI-COLLECTIBLE > ZERO
               MOVE WS-CEI TO KF-FIGURE
           ELSE
               MOVE "       N/A" TO KF-FIGURE-X
           END-IF.
           PERFORM WRITE-FIGURE-LINE.
           MOVE "PAYMENTS TIMED IN WINDOW" TO KC-LABEL.
           MOVE WS-CO-PAYMENTS TO KC-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "AMOUNT PAID IN WINDOW" TO KA-LABEL.
           MOVE WS-CO-AMOUNT-PAID TO KA-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "AVERAGE DAYS TO PAY" TO KF-LABEL.
           MOVE WS-CO-AVG-DAYS TO KF-FIGURE.
           PERFORM WRITE-FIGURE-LINE.
           MOVE "WEIGHTED DAYS TO PAY" TO KF-LABEL.
           MOVE WS-CO-WTD-DAYS TO KF-FIGURE.
           PERFORM WRITE-FIGURE-LINE.
           MOVE "AR FILES READ" TO KC-LABEL.
           MOVE WS-FILES-READ TO KC-COUNT.
           PERFORM WRITE-COUNT-LINE.
           IF WS-FILES-MISSING > ZERO
               MOVE "HISTORY FILES MISSED - FIGURES SHORT" TO KC-LABEL
               MOVE WS-FILES-MISSING TO KC-COUNT
               PERFORM WRITE-COUNT-LINE
           END-IF.
           IF WS-INVOICES-DROPPED > ZERO
               MOVE "CHARGES NOT TABLED - TABLE FULL" TO KC-LABEL
               MOVE WS-INVOICES-DROPPED TO KC-COUNT
               PERFORM WRITE-COUNT-LINE
           END-IF.
           MOVE SPACES TO KPI-REPORT-LINE.
           WRITE KPI-REPORT-LINE.
           MOVE WS-CUSTOMER-HEADING TO KPI-REPORT-LINE.
           WRITE KPI-REPORT-LINE.

       WRITE-AMOUNT-LINE.
           MOVE WS-KPI-AMOUNT-LINE TO KPI-REPORT-LINE.
           WRITE KPI-REPORT-LINE.

       WRITE-FIGURE-LINE.
           MOVE WS-KPI-FIGURE-LINE TO KPI-REPORT-LINE.
           WRITE KPI-REPORT-LINE.

       WRITE-COUNT-LINE.
           MOVE WS-KPI-COUNT-LINE TO KPI-REPORT-LINE.
           WRITE KPI-REPORT-LINE.

      * One behavior record per master customer, in master order. A
      * customer with nothing timed in the window is written unscored
      * so credit sees "no history" rather than a score of zero.
       SCORE-ONE-CUSTOMER.
           MOVE CK-CUSTOMER-ID(CK-IDX) TO PB-CUSTOMER-ID.
           MOVE WS-PERIOD-END TO PB-PERIOD-END-DATE.
           MOVE CK-PAYMENTS(CK-IDX) TO PB-PAYMENTS-COUNTED.
           MOVE CK-AMOUNT-PAID(CK-IDX) TO PB-AMOUNT-PAID.
           MOVE ZERO TO PB-AVG-DAYS-TO-PAY.
           MOVE ZERO TO PB-WTD-DAYS-TO-PAY.
           MOVE ZERO TO PB-WTD-DAYS-LATE.
           MOVE ZERO TO PB-SCORE.
           IF CK-PAYMENTS(CK-IDX) > ZERO
               COMPUTE PB-AVG-DAYS-TO-PAY ROUNDED =
                   CK-DAYS-SUM(CK-IDX) / CK-PAYMENTS(CK-IDX)
               COMPUTE PB-WTD-DAYS-TO-PAY ROUNDED =
                   CK-AMOUNT-DAYS(CK-IDX) / CK-AMOUNT-PAID(CK-IDX)
               COMPUTE PB-WTD-DAYS-LATE ROUNDED =
                   CK-AMOUNT-LATE(CK-IDX) / CK-AMOUNT-PAID(CK-IDX)
               COMPUTE WS-SCORE-WORK ROUNDED = 100
                   - PB-WTD-DAYS-LATE * WS-POINTS-PER-DAY-LATE
               IF WS-SCORE-WORK < ZERO
                   MOVE ZERO TO WS-SCORE-WORK
               END-IF
               MOVE WS-SCORE-WORK TO PB-SCORE
               SET PB-SCORED TO TRUE
               ADD 1 TO WS-CUSTOMERS-SCORED
           ELSE
               SET PB-NOT-SCORED TO TRUE
               ADD 1 TO WS-CUSTOMERS-UNSCORED
           END-IF.
           PERFORM FIND-PRIOR-SCORE.
           IF PB-SCORED AND PB-PRIOR-PERIOD-END NOT = ZERO
               COMPUTE WS-SCORE-CHANGE = PB-SCORE - PB-PRIOR-SCORE
               EVALUATE TRUE
                   WHEN WS-SCORE-CHANGE > WS-TREND-MARGIN
                       SET PB-TREND-UP TO TRUE
                   WHEN WS-SCORE-CHANGE < 0 - WS-TREND-MARGIN
                       SET PB-TREND-DOWN TO TRUE
                   WHEN OTHER
                       SET PB-TREND-STEADY TO TRUE
               END-EVALUATE
           ELSE
               SET PB-NO-TREND TO TRUE
           END-IF.
           WRITE PAYMENT-BEHAVIOR-RECORD.
           IF BEHAVIOR-STATUS = "00"
               ADD 1 TO WS-BEHAVIOR-WRITTEN
           ELSE
               DISPLAY "Error writing PAYBEHV.DAT: " BEHAVIOR-STATUS
           END-IF.
           PERFORM WRITE-CUSTOMER-LINE.

      * The score to compare with is last period's - or, when this
      * period end was already scored once, the one that run used.
      * A later period end on file means an old period is being
      * rerun, and nothing on file is prior to it.
       FIND-PRIOR-SCORE.
           MOVE ZERO TO PB-PRIOR-PERIOD-END.
           MOVE ZERO TO PB-PRIOR-SCORE.
           MOVE "N" TO WS-PRIOR-FOUND.
           SET PV-IDX TO 1.
           SEARCH PRIOR-BEHAVIOR-ENTRY
               AT END
                   CONTINUE
               WHEN PV-IDX > WS-PRIOR-COUNT
                   CONTINUE
               WHEN PV-CUSTOMER-ID(PV-IDX) = CK-CUSTOMER-ID(CK-IDX)
                   MOVE "Y" TO WS-PRIOR-FOUND
           END-SEARCH.
           IF WS-PRIOR-FOUND = "Y"
               IF PV-PERIOD-END-DATE(PV-IDX) = WS-PERIOD-END
                   MOVE PV-PRIOR-PERIOD-END(PV-IDX)
                       TO PB-PRIOR-PERIOD-END
                   MOVE PV-PRIOR-SCORE(PV-IDX) TO PB-PRIOR-SCORE
               ELSE
                   IF PV-PERIOD-END-DATE(PV-IDX) < WS-PERIOD-END
                       AND PV-SCORE-STATUS(PV-IDX) = "Y"
                       MOVE PV-PERIOD-END-DATE(PV-IDX)
                           TO PB-PRIOR-PERIOD-END
                       MOVE PV-SCORE(PV-IDX) TO PB-PRIOR-SCORE
                   END-IF
               END-IF
           END-IF.

       WRITE-CUSTOMER-LINE.
           MOVE PB-CUSTOMER-ID TO DL-CUSTOMER-ID.
           MOVE CK-CUSTOMER-NAME(CK-IDX) TO DL-CUSTOMER-NAME.
           MOVE PB-PAYMENTS-COUNTED TO DL-PAYMENTS.
           MOVE PB-AMOUNT-PAID TO DL-AMOUNT-PAID.
           MOVE PB-AVG-DAYS-TO-PAY TO DL-AVG-DAYS.
           MOVE PB-WTD-DAYS-TO-PAY TO DL-WTD-DAYS.
           MOVE PB-WTD-DAYS-LATE TO DL-WTD-LATE.
           IF PB-SCORED
               MOVE PB-SCORE TO WS-SCORE-EDIT
               MOVE WS-SCORE-EDIT TO DL-SCORE
           ELSE
               MOVE "---" TO DL-SCORE
           END-IF.
           IF PB-PRIOR-PERIOD-END NOT = ZERO
               MOVE PB-PRIOR-SCORE TO WS-SCORE-EDIT
               MOVE WS-SCORE-EDIT TO DL-PRIOR-SCORE
           ELSE
               MOVE "---" TO DL-PRIOR-SCORE
           END-IF.
           EVALUATE TRUE
               WHEN PB-TREND-UP
                   MOVE "UP" TO DL-TREND
               WHEN PB-TREND-DOWN
                   MOVE "DOWN" TO DL-TREND
               WHEN PB-TREND-STEADY
                   MOVE "STEADY" TO DL-TREND
               WHEN OTHER
                   MOVE SPACES TO DL-TREND
           END-EVALUATE.
           MOVE WS-CUSTOMER-DETAIL TO KPI-REPORT-LINE.
           WRITE KPI-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO KPI-REPORT-LINE.
           WRITE KPI-REPORT-LINE.
           MOVE WS-CUSTOMERS-SCORED TO ST-SCORED.
           MOVE WS-CUSTOMERS-UNSCORED TO ST-UNSCORED.
           MOVE WS-SCORED-TOTAL-LINE TO KPI-REPORT-LINE.
           WRITE KPI-REPORT-LINE.
